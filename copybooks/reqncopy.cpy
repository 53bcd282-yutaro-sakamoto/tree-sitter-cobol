      *    REQUISITION FIELDS - INCLUDED INSIDE THE SQL DECLARE
      *    SECTION OF EVERY PROGRAM THAT OPENS, WORKS, FILLS OR
      *    REPORTS A REQUISITION, AND USED BY RQN-READY-TABLES AND
      *    RQN-LOG-STATUS IN reqnproc.cpy.  REQNMNT KEEPS ONE
      *    JOB_REQUISITION ROW PER HIRE BEING RECRUITED AGAINST A
      *    POSITION_MASTER DEPT_CODE/JOB_CODE SLOT; EMPMAINT CLOSES IT
      *    WHEN THE HIRE IS ADDED.  EVERY STATUS CHANGE ALSO WRITES A
      *    JOB_REQUISITION_STATUS ROW.
       01 RQN-TABLE-READY-SW        PIC X(01) VALUE "N".
          88 RQN-TABLE-READY            VALUE "Y".
      *    RQN-LOG-STATUS - THE CALLER SETS RQN-REQ-NO, RQN-STATUS,
      *    RQN-STATUS-DATE AND RQN-CHANGED-BY.
       01 RQN-REQ-NO                PIC S9(06) VALUE ZERO.
       01 RQN-STATUS                PIC X(01) VALUE SPACE.
          88 RQN-PENDING                VALUE "P".
          88 RQN-APPROVED               VALUE "A".
          88 RQN-SOURCING               VALUE "S".
          88 RQN-INTERVIEWING           VALUE "I".
          88 RQN-OFFER-OUT              VALUE "O".
          88 RQN-FILLED                 VALUE "F".
          88 RQN-REJECTED               VALUE "R".
          88 RQN-CANCELLED              VALUE "X".
      *       STILL COUNTS AGAINST THE POSITION'S BUDGETED HEADCOUNT
          88 RQN-LIVE                   VALUE "P" "A" "S" "I" "O".
      *       APPROVED AND BEING RECRUITED - A HIRE MAY CLOSE IT
          88 RQN-RECRUITING             VALUE "A" "S" "I" "O".
       01 RQN-STATUS-DATE           PIC 9(08) VALUE ZERO.
       01 RQN-CHANGED-BY            PIC X(10) VALUE SPACE.

      *    SUPERVISOR REPORTING LINE FIELDS - INCLUDED INSIDE THE SQL
      *    DECLARE SECTION OF EVERY PROGRAM THAT KEEPS, LISTS OR
      *    APPROVES AGAINST THE REPORTING LINE, AND USED BY
      *    LOAD-SUPERVISOR, CHECK-MANAGER-STATUS AND CHECK-APPROVER IN
      *    supvproc.cpy.  EMPMAINT KEEPS THE ROWS - ONE EMP_SUPERVISOR
      *    ROW PER EMPLOYEE AND EFFECTIVE DATE, A SUPERVISOR OF ZERO
      *    MEANING THE TOP OF A LINE - AND THE EMP_USER_LINK ROWS
      *    THAT SAY WHICH EMPLOYEE A SIGN-ON USER ID BELONGS TO.
       01 SPV-TABLE-READY-SW        PIC X(01) VALUE "N".
          88 SPV-TABLE-READY            VALUE "Y".
      *    LOAD-SUPERVISOR - THE CALLER SETS SPV-EMP-NO AND
      *    SPV-AS-OF-DATE; SPV-FOUND SAYS A NON-ZERO SUPERVISOR WAS IN
      *    EFFECT ON THAT DATE.
       01 SPV-EMP-NO                PIC S9(06) VALUE ZERO.
       01 SPV-AS-OF-DATE            PIC 9(08) VALUE ZERO.
       01 SPV-EFF-DATE              PIC 9(08) VALUE ZERO.
       01 SPV-SUPERVISOR-NO         PIC S9(06) VALUE ZERO.
       01 SPV-FOUND-SW              PIC X(01) VALUE "N".
          88 SPV-FOUND                  VALUE "Y".
      *    CHECK-MANAGER-STATUS - THE CALLER SETS SPV-MANAGER-NO AND
      *    SPV-AS-OF-DATE.  A MANAGER IS MISSING (NOT ON EMP),
      *    TERMINATED, ABSENT (AN APPROVED LEAVE REQUEST COVERS THE
      *    DATE) OR PRESENT.
       01 SPV-MANAGER-NO            PIC S9(06) VALUE ZERO.
       01 SPV-MANAGER-NAME          PIC X(20) VALUE SPACE.
       01 SPV-MANAGER-TERM-DATE     PIC 9(08) VALUE ZERO.
       01 SPV-LEAVE-COUNT           PIC S9(04) VALUE ZERO.
       01 SPV-MANAGER-STATUS        PIC X(01) VALUE SPACE.
          88 SPV-MANAGER-MISSING        VALUE "M".
          88 SPV-MANAGER-TERMINATED     VALUE "T".
          88 SPV-MANAGER-ABSENT         VALUE "A".
          88 SPV-MANAGER-PRESENT        VALUE "P".
      *    CHECK-APPROVER - THE CALLER SETS SPV-EMP-NO (THE EMPLOYEE
      *    THE ITEM IS FOR), SPV-APPROVER-USER AND SPV-AS-OF-DATE.
      *    SPV-APPROVE-OK SAYS THAT USER MAY SIGN THE ITEM OFF;
      *    OTHERWISE SPV-REASON SAYS WHY NOT.
       01 SPV-APPROVER-USER         PIC X(10) VALUE SPACE.
       01 SPV-SUBJECT-EMP-NO        PIC S9(06) VALUE ZERO.
       01 SPV-APPROVER-EMP-NO       PIC S9(06) VALUE ZERO.
       01 SPV-LINE-MANAGER-NO       PIC S9(06) VALUE ZERO.
       01 SPV-APPROVE-OK-SW         PIC X(01) VALUE "N".
          88 SPV-APPROVE-OK             VALUE "Y".
       01 SPV-REASON                PIC X(40) VALUE SPACE.

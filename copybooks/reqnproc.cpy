       RQN-READY-TABLES.
      *    SAME IDEMPOTENT DDL IN EVERY PROGRAM THAT READS THE
      *    REQUISITIONS.  OPENED_DATE, APPROVED_DATE AND CLOSED_DATE
      *    ARE WHAT THE TIME-TO-FILL REPORT MEASURES; FILLED_EMP_NO IS
      *    THE HIRE THAT CLOSED IT.
           IF  RQN-TABLE-READY
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS JOB_REQUISITION
               (
                   REQ_NO        NUMERIC(6,0) NOT NULL,
                   DEPT_CODE     CHAR(4) NOT NULL,
                   JOB_CODE      CHAR(4) NOT NULL,
                   STATUS        CHAR(1) NOT NULL,
                   REASON        CHAR(30),
                   OPENED_BY     CHAR(10),
                   OPENED_DATE   NUMERIC(8,0),
                   APPROVED_BY   CHAR(10),
                   APPROVED_DATE NUMERIC(8,0),
                   STATUS_DATE   NUMERIC(8,0),
                   FILLED_EMP_NO NUMERIC(6,0),
                   CLOSED_DATE   NUMERIC(8,0),
                   CONSTRAINT IJOBREQ_0 PRIMARY KEY (REQ_NO)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS JOB_REQUISITION_STATUS
               (
                   REQ_NO      NUMERIC(6,0) NOT NULL,
                   STATUS      CHAR(1) NOT NULL,
                   STATUS_DATE NUMERIC(8,0),
                   CHANGED_BY  CHAR(10)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN.
           MOVE "Y" TO RQN-TABLE-READY-SW.

       RQN-LOG-STATUS.
      *    ONE HISTORY ROW PER STATUS CHANGE, SO HOW LONG A
      *    REQUISITION SAT IN EACH STAGE CAN BE ANSWERED LATER.
           PERFORM RQN-READY-TABLES.
           EXEC SQL
               INSERT INTO JOB_REQUISITION_STATUS VALUES
                      (:RQN-REQ-NO, :RQN-STATUS, :RQN-STATUS-DATE,
                       :RQN-CHANGED-BY)
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN.

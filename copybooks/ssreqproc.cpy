       SSR-READY-TABLES.
      *    SAME IDEMPOTENT DDL IN EVERY PROGRAM THAT TOUCHES THE
      *    REQUESTS.  REQ_SEQ NUMBERS ONE EMPLOYEE'S REQUESTS 1, 2,
      *    3 ... FOR GOOD, SO A REJECTED ONE STAYS ON FILE BESIDE THE
      *    ONE THAT REPLACED IT.
           IF  SSR-TABLE-READY
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS EMP_CHANGE_REQUEST
               (
                   EMP_NO       NUMERIC(6,0) NOT NULL,
                   REQ_SEQ      NUMERIC(4,0) NOT NULL,
                   REQ_TYPE     CHAR(1),
                   ADDR_LINE1   CHAR(30),
                   ADDR_LINE2   CHAR(30),
                   CITY         CHAR(20),
                   STATE_CODE   CHAR(2),
                   ZIP_CODE     CHAR(10),
                   COUNTRY_CODE CHAR(2),
                   RES_JURIS    CHAR(2),
                   PHONE_NO     CHAR(15),
                   EMAIL_ADDR   CHAR(40),
                   ROUTING_NO   CHAR(9),
                   ACCOUNT_NO   CHAR(17),
                   REQUESTED_BY CHAR(10),
                   REQUEST_DATE NUMERIC(8,0),
                   STATUS       CHAR(1),
                   APPROVED_BY  CHAR(30),
                   APPLIED_DATE NUMERIC(8,0),
                   CONSTRAINT IEMPCHRQ_0 PRIMARY KEY (EMP_NO, REQ_SEQ)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN.
           MOVE "Y" TO SSR-TABLE-READY-SW.

       WAU-READY-TABLES.
      *    SAME IDEMPOTENT DDL IN EVERY PROGRAM THAT READS THE
      *    DOCUMENTS.  STATUS IS A (CURRENT) OR R (RENEWED - REPLACED
      *    BY A LATER DOCUMENT OF THE SAME TYPE, RENEWED_DATE SAYING
      *    WHEN).  AN EXPIRY_DATE OF ZERO IS A DOCUMENT THAT DOES NOT
      *    EXPIRE.  A NOTICE ROW'S NOTICE_DAYS IS THE 90, 60 OR 30 DAY
      *    WARNING, OR ZERO FOR THE DAY THE DOCUMENT RAN OUT.
           IF  WAU-TABLE-READY
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS EMP_WORK_AUTH
               (
                   EMP_NO            NUMERIC(6,0) NOT NULL,
                   DOC_SEQ           NUMERIC(3,0) NOT NULL,
                   DOC_TYPE          CHAR(4),
                   DOC_NUMBER        CHAR(20),
                   ISSUING_AUTHORITY CHAR(30),
                   ISSUE_DATE        NUMERIC(8,0),
                   EXPIRY_DATE       NUMERIC(8,0),
                   STATUS            CHAR(1),
                   ENTERED_BY        CHAR(10),
                   ENTERED_DATE      NUMERIC(8,0),
                   RENEWED_DATE      NUMERIC(8,0),
                   CONSTRAINT IWRKAUTH_0 PRIMARY KEY (EMP_NO, DOC_SEQ)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS WORK_AUTH_NOTICE
               (
                   EMP_NO        NUMERIC(6,0) NOT NULL,
                   DOC_SEQ       NUMERIC(3,0) NOT NULL,
                   NOTICE_DAYS   NUMERIC(3,0) NOT NULL,
                   NOTICE_DATE   NUMERIC(8,0),
                   CONSTRAINT IWRKANTC_0 PRIMARY KEY
                       (EMP_NO, DOC_SEQ, NOTICE_DAYS)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN.
           MOVE "Y" TO WAU-TABLE-READY-SW.

       WAU-MASK-NUMBER.
           MOVE SPACE TO WAU-MASKED-NUMBER.
           IF  WAU-DOC-NUMBER = SPACE
               EXIT PARAGRAPH
           END-IF.
           MOVE 20 TO WAU-NUMBER-LEN.
           PERFORM UNTIL WAU-DOC-NUMBER(WAU-NUMBER-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WAU-NUMBER-LEN
           END-PERFORM.
           PERFORM VARYING WAU-MASK-IDX FROM 1 BY 1
                   UNTIL WAU-MASK-IDX > WAU-NUMBER-LEN
               MOVE "*" TO WAU-MASKED-NUMBER(WAU-MASK-IDX:1)
           END-PERFORM.
           IF  WAU-NUMBER-LEN > 4
               MOVE WAU-DOC-NUMBER(WAU-NUMBER-LEN - 3:4)
                 TO WAU-MASKED-NUMBER(WAU-NUMBER-LEN - 3:4)
           END-IF.

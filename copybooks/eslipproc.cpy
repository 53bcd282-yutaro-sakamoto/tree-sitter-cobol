       ESL-READY-TABLES.
      *    SAME IDEMPOTENT DDL IN EVERY PROGRAM THAT TOUCHES THE
      *    REGISTER OR THE QUEUE.  CONSENT_SEQ NUMBERS ONE EMPLOYEE'S
      *    REGISTER ROWS 1, 2, 3 ... FOR GOOD.
           IF  ESL-TABLE-READY
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS PAYSLIP_CONSENT
               (
                   EMP_NO        NUMERIC(6,0) NOT NULL,
                   CONSENT_SEQ   NUMERIC(4,0) NOT NULL,
                   ACTION        CHAR(1),
                   ACTION_DATE   NUMERIC(8,0),
                   ACTION_TIME   NUMERIC(6,0),
                   METHOD        CHAR(1),
                   DELIVERY_ADDR CHAR(40),
                   ENTERED_BY    CHAR(30),
                   CONSTRAINT IPSLCNS_0 PRIMARY KEY
                       (EMP_NO, CONSENT_SEQ)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS PAYSLIP_DELIVERY
               (
                   EMP_NO        NUMERIC(6,0) NOT NULL,
                   PERIOD_END    NUMERIC(8,0) NOT NULL,
                   RUN_TYPE      CHAR(1) NOT NULL,
                   DOC_NAME      CHAR(20),
                   DELIVERY_ADDR CHAR(40),
                   QUEUED_DATE   NUMERIC(8,0),
                   STATUS        CHAR(1),
                   STATUS_DATE   NUMERIC(8,0),
                   FAIL_REASON   CHAR(30),
                   REPORTED_DATE NUMERIC(8,0),
                   CONSTRAINT IPSLDLV_0 PRIMARY KEY
                       (EMP_NO, PERIOD_END, RUN_TYPE)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN.
           MOVE "Y" TO ESL-TABLE-READY-SW.

       LOAD-PAYSLIP-CONSENT.
      *    THE CALLER SETS ESL-EMP-NO.  ESL-CONSENTED AND THE
      *    DELIVERY ADDRESS COME FROM THE LATEST REGISTER ROW; NO ROW
      *    AT ALL IS PAPER, AS IT ALWAYS WAS.
           PERFORM ESL-READY-TABLES.
           MOVE "N"   TO ESL-CONSENTED-SW.
           MOVE SPACE TO ESL-ACTION.
           MOVE SPACE TO ESL-METHOD.
           MOVE SPACE TO ESL-DELIVERY-ADDR.
           MOVE ZERO  TO ESL-ACTION-DATE.
           EXEC SQL
               SELECT ACTION, ACTION_DATE, METHOD,
                      COALESCE(DELIVERY_ADDR, ' ')
                      INTO :ESL-ACTION, :ESL-ACTION-DATE, :ESL-METHOD,
                           :ESL-DELIVERY-ADDR
                      FROM PAYSLIP_CONSENT
                      WHERE EMP_NO = :ESL-EMP-NO
                        AND CONSENT_SEQ =
                            (SELECT MAX(X.CONSENT_SEQ)
                                    FROM PAYSLIP_CONSENT X
                                    WHERE X.EMP_NO = :ESL-EMP-NO)
           END-EXEC.
           IF  SQLCODE = +10
               EXIT PARAGRAPH
           END-IF.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               EXIT PARAGRAPH
           END-IF.
           IF  ESL-GRANT
               MOVE "Y" TO ESL-CONSENTED-SW
           END-IF.

       RECORD-PAYSLIP-CONSENT.
      *    THE CALLER SETS ESL-EMP-NO, ESL-ACTION, ESL-METHOD,
      *    ESL-DELIVERY-ADDR (SPACE ON A WITHDRAWAL) AND
      *    ESL-ENTERED-BY, AND CHECKS SQLCODE AFTERWARDS.  A NEW ROW
      *    EVERY TIME - A WITHDRAWAL NEVER ERASES THE GRANT BEFORE IT.
           PERFORM ESL-READY-TABLES.
           MOVE ZERO TO ESL-CONSENT-SEQ.
           EXEC SQL
               SELECT COALESCE(MAX(CONSENT_SEQ), 0) + 1
                      INTO :ESL-CONSENT-SEQ
                      FROM PAYSLIP_CONSENT
                      WHERE EMP_NO = :ESL-EMP-NO
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               EXIT PARAGRAPH
           END-IF.
           ACCEPT ESL-ACTION-DATE FROM DATE YYYYMMDD.
           ACCEPT ESL-ACTION-TIME FROM TIME.
           EXEC SQL
               INSERT INTO PAYSLIP_CONSENT VALUES
                      (:ESL-EMP-NO, :ESL-CONSENT-SEQ, :ESL-ACTION,
                       :ESL-ACTION-DATE, :ESL-ACTION-TIME, :ESL-METHOD,
                       :ESL-DELIVERY-ADDR, :ESL-ENTERED-BY)
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN.

       CNT-READY-TABLES.
      *    SAME IDEMPOTENT DDL IN EVERY PROGRAM THAT TOUCHES A
      *    CONTINUATION CASE.  CONT_CASE STATUS -
      *      N  NOTICE SENT, AWAITING THE LEAVER'S ELECTION
      *      E  ELECTED - COVERED AND BILLED MONTHLY
      *      W  WAIVED BY THE LEAVER
      *      X  ELECTION DEADLINE PASSED WITH NO ELECTION
      *      D  DROPPED FOR NON-PAYMENT AFTER THE GRACE PERIOD
      *      C  COMPLETED - THE CONTINUATION PERIOD RAN OUT
      *    PAID_THROUGH IS THE LAST DAY OF THE LAST MONTH FULLY PAID -
      *    A DROPPED CASE'S COVERAGE ENDS THERE.  CREDIT_BALANCE IS
      *    MONEY PAID AHEAD OF ANY BILL, TAKEN BY THE NEXT ONE ISSUED.
           IF  CNT-TABLE-READY
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CONT_CASE
               (
                   EMP_NO          NUMERIC(6,0) NOT NULL,
                   PLAN_CODE       CHAR(4) NOT NULL,
                   QUALIFY_DATE    NUMERIC(8,0) NOT NULL,
                   COVERAGE_TIER   CHAR(1),
                   MONTHLY_PREMIUM NUMERIC(7,2),
                   NOTICE_DATE     NUMERIC(8,0),
                   ELECT_DEADLINE  NUMERIC(8,0),
                   STATUS          CHAR(1),
                   ELECT_DATE      NUMERIC(8,0),
                   COVER_START     NUMERIC(8,0),
                   COVER_END       NUMERIC(8,0),
                   PAID_THROUGH    NUMERIC(8,0),
                   CREDIT_BALANCE  NUMERIC(9,2),
                   CLOSE_DATE      NUMERIC(8,0),
                   ENTERED_BY      CHAR(30),
                   CONSTRAINT ICONTCS_0 PRIMARY KEY
                       (EMP_NO, PLAN_CODE, QUALIFY_DATE)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN.
      *    ONE BILL PER CASE AND COVERAGE MONTH (YYYYMM).  STATUS O
      *    OPEN, P PAID IN FULL, X CANCELLED WHEN THE CASE WAS DROPPED.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CONT_BILL
               (
                   EMP_NO       NUMERIC(6,0) NOT NULL,
                   PLAN_CODE    CHAR(4) NOT NULL,
                   QUALIFY_DATE NUMERIC(8,0) NOT NULL,
                   BILL_MONTH   NUMERIC(6,0) NOT NULL,
                   DUE_DATE     NUMERIC(8,0),
                   GRACE_END    NUMERIC(8,0),
                   AMOUNT       NUMERIC(7,2),
                   PAID_AMOUNT  NUMERIC(7,2),
                   STATUS       CHAR(1),
                   BILL_DATE    NUMERIC(8,0),
                   CONSTRAINT ICONTBL_0 PRIMARY KEY
                       (EMP_NO, PLAN_CODE, QUALIFY_DATE, BILL_MONTH)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CONT_PAYMENT
               (
                   EMP_NO        NUMERIC(6,0) NOT NULL,
                   PLAN_CODE     CHAR(4) NOT NULL,
                   QUALIFY_DATE  NUMERIC(8,0) NOT NULL,
                   PAY_SEQ       NUMERIC(3,0) NOT NULL,
                   RECEIVED_DATE NUMERIC(8,0),
                   AMOUNT        NUMERIC(7,2),
                   UNAPPLIED     NUMERIC(7,2),
                   ENTERED_BY    CHAR(30),
                   CONSTRAINT ICONTPY_0 PRIMARY KEY
                       (EMP_NO, PLAN_CODE, QUALIFY_DATE, PAY_SEQ)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN.
           MOVE "Y" TO CNT-TABLE-READY-SW.

       CNT-LOAD-PREMIUM.
      *    THE PREMIUM IS FIXED AT THE TIER THE LEAVER WAS COVERED AT
      *    ON THE QUALIFYING DATE - THE SAME PLAN_TIER_RATE ROW THE
      *    PAY RUNS PRICE THE EMPLOYEE SHARE FROM.
           PERFORM CNT-READY-TABLES.
           MOVE ZERO TO CNT-PREMIUM.
           EXEC SQL
               SELECT COALESCE(CONT_PREMIUM, 0) INTO :CNT-PREMIUM
                      FROM PLAN_TIER_RATE
                      WHERE PLAN_CODE = :CNT-PLAN-CODE
                        AND COVERAGE_TIER = :CNT-TIER
           END-EXEC.
           IF  SQLCODE = +10
               MOVE ZERO TO CNT-PREMIUM
               EXIT PARAGRAPH
           END-IF.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE ZERO TO CNT-PREMIUM
           END-IF.

       CNT-SET-COVER-END.
      *    MONTH ARITHMETIC ON A SERIAL MONTH NUMBER, THEN THE LAST DAY
      *    OF THAT MONTH - USES THE SHARED DATE WORK AREA.
           MOVE CNT-QUALIFY-DATE TO DATE-FULL.
           COMPUTE CNT-MONTH-SERIAL =
                   DATE-YEAR * 12 + DATE-MONTH - 1 + CNT-MONTHS.
           DIVIDE CNT-MONTH-SERIAL BY 12 GIVING DATE-YEAR
                  REMAINDER DATE-MONTH.
           ADD 1 TO DATE-MONTH.
           PERFORM DETERMINE-LEAP-YEAR.
           MOVE DAYS-IN-MONTH(DATE-MONTH) TO WS-MAX-DAY.
           IF  DATE-MONTH = 2 AND IS-LEAP-YEAR
               MOVE 29 TO WS-MAX-DAY
           END-IF.
           MOVE WS-MAX-DAY TO DATE-DAY.
           MOVE DATE-FULL TO CNT-COVER-END.

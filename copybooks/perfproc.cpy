       PRF-READY-TABLES.
      *    SAME IDEMPOTENT DDL IN EVERY PROGRAM THAT READS RATINGS.
      *    RATING IS 1 (UNSATISFACTORY) TO 5 (OUTSTANDING); THE
      *    REVIEWER IS THE SIGN-ON USER ID THAT RECORDED IT AND THE
      *    EMPLOYEE THAT ID IS LINKED TO (ZERO WHEN IT IS NOT).
           IF  PRF-TABLE-READY
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS PERF_REVIEW_CYCLE
               (
                   CYCLE_YEAR   NUMERIC(4,0) NOT NULL,
                   CYCLE_DATE   NUMERIC(8,0) NOT NULL,
                   DEFINED_BY   CHAR(10),
                   DEFINED_DATE NUMERIC(8,0),
                   CONSTRAINT IPRFCYC_0 PRIMARY KEY (CYCLE_YEAR)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS PERF_RATING
               (
                   EMP_NO          NUMERIC(6,0) NOT NULL,
                   REVIEW_TYPE     CHAR(1) NOT NULL,
                   DUE_DATE        NUMERIC(8,0) NOT NULL,
                   RATING          NUMERIC(1,0),
                   REVIEWER_ID     CHAR(10),
                   REVIEWER_EMP_NO NUMERIC(6,0),
                   REVIEW_DATE     NUMERIC(8,0),
                   ENTERED_DATE    NUMERIC(8,0),
                   CONSTRAINT IPRFRTG_0 PRIMARY KEY
                       (EMP_NO, REVIEW_TYPE, DUE_DATE)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN.
           MOVE "Y" TO PRF-TABLE-READY-SW.

       PRF-SET-PROBATION-DUE.
      *    USES THE SHARED DATE WORK AREA.
           MOVE PRF-HIRE-DATE TO DATE-FULL.
           MOVE PRF-PROBATION-DAYS TO ADD-DAYS-COUNT.
           PERFORM ADD-DAYS-TO-DATE.
           MOVE DATE-FULL TO PRF-PROBATION-DUE.

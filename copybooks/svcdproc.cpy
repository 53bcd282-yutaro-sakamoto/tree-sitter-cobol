       SVC-READY-TABLES.
      *    SAME IDEMPOTENT DDL IN EVERY PROGRAM THAT READS SERVICE
      *    DATES - A READER LEFT-JOINS THE TABLE AND FALLS BACK TO
      *    HIRE_DATE, SO IT HAS TO EXIST EVEN BEFORE THE FIRST ROW.
           IF  SVC-TABLE-READY
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS EMP_SERVICE_DATE
               (
                   EMP_NO           NUMERIC(6,0) NOT NULL,
                   SERVICE_DATE     NUMERIC(8,0) NOT NULL,
                   REASON_CODE      CHAR(1) NOT NULL,
                   PRIOR_HIRE_DATE  NUMERIC(8,0),
                   PRIOR_TERM_DATE  NUMERIC(8,0),
                   BREAK_DAYS       NUMERIC(5,0),
                   SET_DATE         NUMERIC(8,0),
                   CONSTRAINT ISVCDT_0 PRIMARY KEY (EMP_NO)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN.
           MOVE "Y" TO SVC-TABLE-READY-SW.

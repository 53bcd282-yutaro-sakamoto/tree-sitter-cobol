       DPN-READY-TABLES.
      *    SAME IDEMPOTENT DDL IN EVERY PROGRAM THAT READS DEPENDENTS.
      *    PLAN_TIER_RATE IS RELOADED BY BENPLAN WITH THE PLAN
      *    CATALOG; CREATING IT HERE ONLY KEEPS A PRICING RUN AGAINST
      *    A CATALOG THAT PREDATES TIERS FROM FAILING - NO ROWS PRICES
      *    EVERY PLAN AT ITS OWN FLAT AMOUNT.
           IF  DPN-TABLE-READY
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS EMP_DEPENDENT
               (
                   EMP_NO        NUMERIC(6,0) NOT NULL,
                   DEP_SEQ       NUMERIC(2,0) NOT NULL,
                   DEP_NAME      CHAR(30),
                   RELATIONSHIP  CHAR(1),
                   BIRTH_DATE    NUMERIC(8,0),
                   DISABLED_FLAG CHAR(1),
                   ENTERED_BY    CHAR(30),
                   CONSTRAINT IEMPDEP_0 PRIMARY KEY (EMP_NO, DEP_SEQ)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS DEP_COVERAGE
               (
                   EMP_NO      NUMERIC(6,0) NOT NULL,
                   DEP_SEQ     NUMERIC(2,0) NOT NULL,
                   PLAN_CODE   CHAR(4) NOT NULL,
                   START_DATE  NUMERIC(8,0) NOT NULL,
                   END_DATE    NUMERIC(8,0),
                   END_REASON  CHAR(4),
                   ENTERED_BY  CHAR(30),
                   CONSTRAINT IDEPCOV_0 PRIMARY KEY
                       (EMP_NO, DEP_SEQ, PLAN_CODE, START_DATE)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS PLAN_TIER_RATE
               (
                   PLAN_CODE     CHAR(4) NOT NULL,
                   COVERAGE_TIER CHAR(1) NOT NULL,
                   FLAT_AMOUNT   NUMERIC(7,2),
                   CONT_PREMIUM  NUMERIC(7,2),
                   CARRIER_RATE  NUMERIC(7,2),
                   CONSTRAINT IPLNTIR_0 PRIMARY KEY
                       (PLAN_CODE, COVERAGE_TIER)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN.
           MOVE "Y" TO DPN-TABLE-READY-SW.

       PRICE-COVERAGE-TIER.
      *    THE TIER IS WHO IS COVERED UNDER THE PLAN ON THE DATE -
      *    ANY CHILD MAKES IT FAMILY, OTHERWISE A SPOUSE OR DOMESTIC
      *    PARTNER MAKES IT EMPLOYEE PLUS SPOUSE, OTHERWISE EMPLOYEE
      *    ONLY.  COVERAGE IN EFFECT IS THE SAME OPEN-OR-FUTURE END
      *    DATE TEST THE ENROLLMENT ITSELF IS PRICED ON.
           PERFORM DPN-READY-TABLES.
           MOVE "E"           TO DPN-TIER.
           MOVE DPN-PLAN-FLAT TO DPN-TIER-AMOUNT.
           MOVE ZERO          TO DPN-SPOUSE-COUNT.
           MOVE ZERO          TO DPN-CHILD-COUNT.
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN D.RELATIONSHIP IN
                                             ('S', 'P')
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN D.RELATIONSHIP = 'C'
                                        THEN 1 ELSE 0 END), 0)
                      INTO :DPN-SPOUSE-COUNT, :DPN-CHILD-COUNT
                      FROM DEP_COVERAGE C, EMP_DEPENDENT D
                      WHERE C.EMP_NO = D.EMP_NO
                        AND C.DEP_SEQ = D.DEP_SEQ
                        AND C.EMP_NO = :DPN-EMP-NO
                        AND C.PLAN_CODE = :DPN-PLAN-CODE
                        AND C.START_DATE <= :DPN-AS-OF-DATE
                        AND (C.END_DATE = 0
                             OR C.END_DATE >= :DPN-AS-OF-DATE)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               EXIT PARAGRAPH
           END-IF.
           IF  DPN-CHILD-COUNT > ZERO
               MOVE "F" TO DPN-TIER
           END-IF.
           IF  DPN-CHILD-COUNT = ZERO AND DPN-SPOUSE-COUNT > ZERO
               MOVE "S" TO DPN-TIER
           END-IF.
           EXEC SQL
               SELECT FLAT_AMOUNT INTO :DPN-TIER-AMOUNT
                      FROM PLAN_TIER_RATE
                      WHERE PLAN_CODE = :DPN-PLAN-CODE
                        AND COVERAGE_TIER = :DPN-TIER
           END-EXEC.
           IF  SQLCODE = +10
               MOVE DPN-PLAN-FLAT TO DPN-TIER-AMOUNT
               EXIT PARAGRAPH
           END-IF.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE DPN-PLAN-FLAT TO DPN-TIER-AMOUNT
           END-IF.

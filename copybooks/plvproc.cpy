       PLV-READY-TABLES.
      *    SAME IDEMPOTENT DDL IN EVERY PROGRAM THAT READS THE CASES.
      *    CASE_TYPE IS C (CONTINUOUS) OR I (INTERMITTENT); STATUS IS
      *    O (OPEN) OR C (CLOSED).  A USAGE ROW'S PAID_CODE IS THE
      *    PAID LEAVE TYPE THE DAY WAS ALSO TAKEN AS, BLANK WHEN THE
      *    DAY WAS UNPAID.  NOTICE_TYPE IS O (CASE OPENED), W (WARN
      *    LEVEL REACHED) OR X (ENTITLEMENT EXHAUSTED).
           IF  PLV-TABLE-READY
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS LEAVE_CASE
               (
                   EMP_NO       NUMERIC(6,0) NOT NULL,
                   CASE_NO      NUMERIC(4,0) NOT NULL,
                   REASON_CODE  CHAR(4),
                   CASE_TYPE    CHAR(1),
                   START_DATE   NUMERIC(8,0),
                   EXPECT_END   NUMERIC(8,0),
                   STATUS       CHAR(1),
                   OPENED_BY    CHAR(10),
                   OPENED_DATE  NUMERIC(8,0),
                   CLOSED_DATE  NUMERIC(8,0),
                   CONSTRAINT ILVCASE_0 PRIMARY KEY (EMP_NO, CASE_NO)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS LEAVE_CASE_USAGE
               (
                   EMP_NO       NUMERIC(6,0) NOT NULL,
                   USE_DATE     NUMERIC(8,0) NOT NULL,
                   CASE_NO      NUMERIC(4,0) NOT NULL,
                   HOURS_USED   NUMERIC(5,2),
                   PAID_CODE    CHAR(4),
                   ENTERED_BY   CHAR(10),
                   ENTERED_DATE NUMERIC(8,0),
                   CONSTRAINT ILVCUSE_0 PRIMARY KEY (EMP_NO, USE_DATE)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS LEAVE_CASE_NOTICE
               (
                   EMP_NO        NUMERIC(6,0) NOT NULL,
                   CASE_NO       NUMERIC(4,0) NOT NULL,
                   NOTICE_TYPE   CHAR(1) NOT NULL,
                   NOTICE_DATE   NUMERIC(8,0),
                   ENTITLE_HOURS NUMERIC(7,2),
                   USED_HOURS    NUMERIC(7,2),
                   CONSTRAINT ILVCNTC_0 PRIMARY KEY
                       (EMP_NO, CASE_NO, NOTICE_TYPE)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS WORK_PATTERN
               (
                   PATTERN_CODE CHAR(2) NOT NULL,
                   CYCLE_LEN    NUMERIC(2,0),
                   CYCLE_MASK   CHAR(14),
                   ANCHOR_DATE  NUMERIC(8,0),
                   SHIFT_HOURS  NUMERIC(4,2)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS EMP_PATTERN
               (
                   EMP_NO       NUMERIC(6,0) NOT NULL,
                   PATTERN_CODE CHAR(2)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN.
           MOVE "Y" TO PLV-TABLE-READY-SW.

       PLV-LOAD-ENTITLEMENT.
      *    THE WINDOW IS THE TWELVE MONTHS LOOKING BACK FROM THE AS-OF
      *    DAY - A DAY TAKEN DROPS OUT A YEAR LATER, SO THE ENTITLEMENT
      *    COMES BACK AS IT WAS USED.  USES THE SHARED DATE WORK AREA.
           PERFORM PLV-READY-TABLES.
           MOVE PLV-STD-SHIFT-HOURS TO PLV-SHIFT-HOURS.
           COMPUTE PLV-ENTITLE-HOURS =
                   PLV-ENTITLE-WEEKS * PLV-STD-WEEK-HOURS.
           EXEC SQL
               SELECT P.CYCLE_LEN, P.CYCLE_MASK,
                      COALESCE(P.SHIFT_HOURS, 0)
                      INTO :PLV-CYCLE-LEN, :PLV-CYCLE-MASK,
                           :PLV-SHIFT-HOURS
                      FROM EMP_PATTERN A, WORK_PATTERN P
                      WHERE A.EMP_NO = :PLV-EMP-NO
                        AND A.PATTERN_CODE = P.PATTERN_CODE
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +10
               PERFORM ERROR-RTN
           END-IF.
           IF  SQLCODE = ZERO AND PLV-CYCLE-LEN > ZERO
               IF  PLV-SHIFT-HOURS = ZERO
                   MOVE PLV-STD-SHIFT-HOURS TO PLV-SHIFT-HOURS
               END-IF
               MOVE ZERO TO PLV-WORK-DAYS
               INSPECT PLV-CYCLE-MASK(1:PLV-CYCLE-LEN)
                   TALLYING PLV-WORK-DAYS FOR ALL "W"
               COMPUTE PLV-ENTITLE-HOURS ROUNDED =
                       PLV-ENTITLE-WEEKS * 7 * PLV-WORK-DAYS
                       * PLV-SHIFT-HOURS / PLV-CYCLE-LEN
           ELSE
               MOVE PLV-STD-SHIFT-HOURS TO PLV-SHIFT-HOURS
           END-IF.
           MOVE PLV-AS-OF-DATE TO DATE-FULL.
           SUBTRACT 1 FROM DATE-YEAR.
           IF  DATE-MONTH = 2 AND DATE-DAY = 29
               MOVE 28 TO DATE-DAY
           END-IF.
           PERFORM ADVANCE-ONE-DAY.
           MOVE DATE-FULL TO PLV-WINDOW-START.
           MOVE ZERO TO PLV-USED-HOURS.
           EXEC SQL
               SELECT COALESCE(SUM(HOURS_USED), 0)
                      INTO :PLV-USED-HOURS
                      FROM LEAVE_CASE_USAGE
                      WHERE EMP_NO = :PLV-EMP-NO
                        AND USE_DATE >= :PLV-WINDOW-START
                        AND USE_DATE <= :PLV-AS-OF-DATE
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN.
           COMPUTE PLV-AVAIL-HOURS = PLV-ENTITLE-HOURS - PLV-USED-HOURS.
           IF  PLV-AVAIL-HOURS < ZERO
               MOVE ZERO TO PLV-AVAIL-HOURS
           END-IF.
           MOVE ZERO TO PLV-USED-PCT.
           IF  PLV-ENTITLE-HOURS > ZERO
               COMPUTE PLV-USED-PCT ROUNDED =
                       PLV-USED-HOURS * 100 / PLV-ENTITLE-HOURS
                   ON SIZE ERROR MOVE 999.9 TO PLV-USED-PCT
               END-COMPUTE
           END-IF.

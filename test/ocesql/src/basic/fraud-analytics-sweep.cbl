       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 prog.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY datefctl.
           COPY joblogfctl.
           COPY dbconfigfctl.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
           COPY datefd.
           COPY joblogfd.
           COPY dbconfigfd.

       WORKING-STORAGE             SECTION.
           COPY datecopy.
           COPY joblogcopy.
           COPY dbconfigcopy.

       01 CONNECT-RETRY-COUNT PIC 9(02) VALUE ZERO.
       01 CONNECT-RETRY-MAX PIC 9(02) VALUE 3.
       01 CONNECT-BACKOFF-SECONDS PIC 9(02) VALUE 2.

       01  IDX                     PIC  9(02).
       01  NEW-CASE-COUNT          PIC  9(05) VALUE ZERO.
       01  KNOWN-CASE-COUNT        PIC  9(05) VALUE ZERO.
       01  RULE-NEW-COUNT          PIC  9(05) VALUE ZERO.

      *    HOW FAR BACK EACH NIGHT'S SWEEP LOOKS - PAY, PERIODS AND
      *    BANK CHANGES OLDER THAN THIS WERE SWEPT ON EARLIER NIGHTS
      *    AND ALREADY HAVE THEIR CASES.
       01  LOOKBACK-DAYS           PIC  9(03) VALUE 90.
      *    A PAYMENT THIS MANY CALENDAR DAYS OR FEWER AFTER A BANK
      *    DETAIL CHANGE IS THE DIVERTED-PAY PATTERN.
       01  BANK-CHANGE-DAYS-MAX    PIC  9(01) VALUE 5.
       01  BANK-CUTOFF-DATE        PIC  9(08) VALUE ZERO.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.

       01  TODAY-DATE              PIC  9(08).
       01  TODAY-TIME              PIC  9(08).
       01  HV-TIME                 PIC  9(06).
       01  LOOKBACK-DATE           PIC  9(08).
       01  EMP-NO                  PIC S9(06).
       01  SHARED-ROUTING          PIC  X(09).
       01  SHARED-ACCOUNT          PIC  X(17).
       01  SHARED-PAYEES           PIC  9(04).
       01  FLAG-PERIOD-END         PIC  9(08).
       01  FLAG-TERM-DATE          PIC  9(08).
       01  FLAG-AMOUNT             PIC S9(07)V99.
       01  FLAG-RUN-TYPE           PIC  X(01).
       01  CHANGE-DATE             PIC  9(08).
       01  CHANGE-FIELD            PIC  X(10).
       01  PAID-DATE               PIC  9(08).
      *    WIDE ENOUGH FOR THE 8900 COARSE BOUND - SEE THE DUPLICATE
      *    SWEEP FOR WHY THE SQL BOUND IS ONLY COARSE.
       01  HV-ADJACENT-MAX         PIC S9(04).
       01  CASE-NO                 PIC S9(07).
       01  CASE-RULE-CODE          PIC  X(04).
       01  CASE-KEY                PIC  X(17).
       01  CASE-DETAIL             PIC  X(40).
       01  CASE-AMOUNT             PIC S9(07)V99.
       01  CASE-STATUS             PIC  X(01).
       01  OPEN-CASE-COUNT         PIC S9(07).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           MOVE "FRAUDSWP" TO JOB-LOG-PROGRAM-ID.
           PERFORM JOB-LOG-HEADER.

       PERFORM CONNECT-DB.

           DISPLAY "PAYROLL FRAUD ANALYTICS SWEEP".
           DISPLAY "--".

      *    ONE CASE PER RULE, PAYEE AND OCCURRENCE (THE SHARED
      *    ACCOUNT, THE PERIOD PAID, OR THE DATE OF THE BANK CHANGE).
      *    STATUS O(PEN) UNTIL AUDIT ENTERS A DISPOSITION IN FRAUDREV,
      *    THEN C(LOSED).  THE SWEEP NEVER RAISES THE SAME RULE,
      *    PAYEE AND KEY TWICE - A CASE AUDIT HAS CLEARED STAYS
      *    CLEARED, AND AN OPEN ONE IS NOT DUPLICATED NIGHT AFTER
      *    NIGHT.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS FRAUD_CASE
               (
                   CASE_NO       NUMERIC(7,0) NOT NULL,
                   RULE_CODE     CHAR(4) NOT NULL,
                   EMP_NO        NUMERIC(6,0) NOT NULL,
                   CASE_KEY      CHAR(17) NOT NULL,
                   DETAIL        CHAR(40),
                   AMOUNT        NUMERIC(9,2),
                   RAISED_DATE   NUMERIC(8,0),
                   STATUS        CHAR(1),
                   DISPOSITION   CHAR(4),
                   DISP_TEXT     CHAR(30),
                   DISPOSED_BY   CHAR(10),
                   DISPOSED_DATE NUMERIC(8,0),
                   CONSTRAINT IFRDCAS_0 PRIMARY KEY (CASE_NO),
                   CONSTRAINT IFRDCAS_1 UNIQUE
                       (RULE_CODE, EMP_NO, CASE_KEY)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE 0008 TO JOB-LOG-RETURN-CODE
               PERFORM JOB-LOG-TRAILER
               STOP RUN
           END-IF.
      *    EVERY EVENT IN A CASE'S LIFE - RAIS(ED) BY THE SWEEP,
      *    DISP(OSITION), NOTE AND REOP(ENED) BY AUDIT.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS FRAUD_CASE_HIST
               (
                   CASE_NO    NUMERIC(7,0) NOT NULL,
                   HIST_SEQ   NUMERIC(3,0) NOT NULL,
                   EVENT_CODE CHAR(4),
                   EVENT_TEXT CHAR(40),
                   EVENT_BY   CHAR(10),
                   EVENT_DATE NUMERIC(8,0),
                   EVENT_TIME NUMERIC(6,0),
                   CONSTRAINT IFRDHST_0 PRIMARY KEY
                       (CASE_NO, HIST_SEQ)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN.
      *    SAME IDEMPOTENT DDL AS THE PAY RUN AND THE TA IMPORT - A
      *    NEW INSTALLATION SWEEPS EMPTY TABLES, NOT MISSING ONES.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS EMP_HOURS
               (
                   EMP_NO       NUMERIC(6,0) NOT NULL,
                   PERIOD_END   NUMERIC(8,0) NOT NULL,
                   WORK_DATE    NUMERIC(8,0) NOT NULL,
                   HOURS_WORKED NUMERIC(5,2),
                   WORK_DEPT    CHAR(4),
                   PUNCH_HOURS  NUMERIC(5,2),
                   APPROVAL_STATUS CHAR(1),
                   APPROVED_BY  CHAR(10),
                   APPROVED_DATE NUMERIC(8,0)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS LEAVE_USAGE_LOG
               (
                   EMP_NO     NUMERIC(6,0) NOT NULL,
                   PERIOD_END NUMERIC(8,0) NOT NULL,
                   LEAVE_CODE CHAR(4) NOT NULL,
                   HOURS_USED NUMERIC(5,2)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS PAY_TAX_HISTORY
               (
                   EMP_NO     NUMERIC(6,0) NOT NULL,
                   PERIOD_END NUMERIC(8,0) NOT NULL,
                   PAY_GROSS  NUMERIC(9,2),
                   PAY_TAX    NUMERIC(9,2),
                   RUN_TYPE   CHAR(1)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS EMP_DEPOSIT_ALLOC
               (
                   EMP_NO     NUMERIC(6,0) NOT NULL,
                   SEQ_NO     NUMERIC(2,0) NOT NULL,
                   ROUTING_NO CHAR(9),
                   ACCOUNT_NO CHAR(17),
                   ALLOC_METHOD CHAR(1),
                   ALLOC_AMOUNT NUMERIC(9,2),
                   ALLOC_PCT    NUMERIC(5,2)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN.

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT TODAY-TIME FROM TIME.
           MOVE TODAY-TIME(1:6) TO HV-TIME.
           MOVE TODAY-DATE TO DATE-FULL.
           COMPUTE ADD-DAYS-COUNT = LOOKBACK-DAYS * -1.
           PERFORM ADD-DAYS-TO-DATE.
           MOVE DATE-FULL TO LOOKBACK-DATE.
           DISPLAY "SWEEPING ACTIVITY FROM " LOOKBACK-DATE
                   " TO " TODAY-DATE.
           DISPLAY "--".

           PERFORM SWEEP-SHARED-ACCOUNTS.
           PERFORM SWEEP-NO-TIME-OR-LEAVE.
           PERFORM SWEEP-PAID-AFTER-TERM.
           PERFORM SWEEP-BANK-CHANGE-THEN-PAID.

           EXEC SQL
               COMMIT WORK
           END-EXEC.

      *    THE OPEN-CASE COUNT COVERS EVERY UNRESOLVED CASE, NOT JUST
      *    TONIGHT'S ADDITIONS.
           MOVE ZERO TO OPEN-CASE-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :OPEN-CASE-COUNT
                      FROM FRAUD_CASE
                      WHERE STATUS = 'O'
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +10
               PERFORM ERROR-RTN
           END-IF.

           DISPLAY "--".
           DISPLAY "<control total> NEW CASES=" NEW-CASE-COUNT
                   " ALREADY ON FILE=" KNOWN-CASE-COUNT
                   " OPEN CASES=" OPEN-CASE-COUNT.

       PERFORM DISCONNECT-DB.
      *    A WARNING, NOT A STOP - THE CASES ARE FOR AUDIT TO WORK;
      *    HOLDING SOMEONE'S PAY IS A PAYHOLD DECISION, NOT THIS
      *    JOB'S.
           IF  NEW-CASE-COUNT > ZERO
               MOVE 0004 TO JOB-LOG-RETURN-CODE
           ELSE
               MOVE ZERO TO JOB-LOG-RETURN-CODE
           END-IF.
           PERFORM JOB-LOG-TRAILER.

      *    END
           STOP RUN.

      ******************************************************************
       SWEEP-SHARED-ACCOUNTS.
      ******************************************************************
      *    ONE BANK ACCOUNT RECEIVING PAY FOR MORE THAN ONE PAYEE -
      *    ACROSS THE EMPLOYEE MASTER, THE DEPOSIT SPLITS AND WHAT
      *    THE LEDGER ACTUALLY PAID.  EVERY PAYEE ON THE ACCOUNT GETS
      *    A CASE KEYED BY THE ACCOUNT, SO A JOINT ACCOUNT AUDIT HAS
      *    CLEARED FOR TWO PAYEES STILL RAISES A THIRD.  ACCOUNT
      *    00000000 IS THE CHECK-ROUTING MARK, NOT AN ACCOUNT.
           MOVE ZERO TO RULE-NEW-COUNT.
           MOVE "ACCT" TO CASE-RULE-CODE.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT X.ROUTING_NO, X.ACCOUNT_NO, X.EMP_NO,
                      S.PAYEES
                      FROM (SELECT EMP_NO, ROUTING_NO, ACCOUNT_NO
                              FROM EMP
                            UNION
                            SELECT EMP_NO, ROUTING_NO, ACCOUNT_NO
                              FROM EMP_DEPOSIT_ALLOC
                            UNION
                            SELECT EMP_NO, ROUTING_NO, ACCOUNT_NO
                              FROM PAY_LEDGER
                              WHERE PAY_DATE >= :LOOKBACK-DATE) X,
                           (SELECT Y.ROUTING_NO, Y.ACCOUNT_NO,
                                   COUNT(DISTINCT Y.EMP_NO) AS PAYEES
                              FROM (SELECT EMP_NO, ROUTING_NO,
                                           ACCOUNT_NO
                                      FROM EMP
                                    UNION
                                    SELECT EMP_NO, ROUTING_NO,
                                           ACCOUNT_NO
                                      FROM EMP_DEPOSIT_ALLOC
                                    UNION
                                    SELECT EMP_NO, ROUTING_NO,
                                           ACCOUNT_NO
                                      FROM PAY_LEDGER
                                      WHERE PAY_DATE >= :LOOKBACK-DATE
                                   ) Y
                              WHERE Y.ACCOUNT_NO <> '00000000'
                                AND Y.ACCOUNT_NO <> ' '
                              GROUP BY Y.ROUTING_NO, Y.ACCOUNT_NO
                              HAVING COUNT(DISTINCT Y.EMP_NO) > 1) S
                      WHERE X.ROUTING_NO = S.ROUTING_NO
                        AND X.ACCOUNT_NO = S.ACCOUNT_NO
                      ORDER BY X.ROUTING_NO, X.ACCOUNT_NO, X.EMP_NO
           END-EXEC.
           EXEC SQL
               OPEN C1
           END-EXEC.
           EXEC SQL
               FETCH C1 INTO :SHARED-ROUTING, :SHARED-ACCOUNT,
                             :EMP-NO, :SHARED-PAYEES
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE SHARED-ACCOUNT TO CASE-KEY
               MOVE SPACE TO CASE-DETAIL
               STRING "ACCT SHARED BY " SHARED-PAYEES
                      " PAYEES RTG " SHARED-ROUTING
                      DELIMITED BY SIZE INTO CASE-DETAIL
               MOVE ZERO TO CASE-AMOUNT
               PERFORM RAISE-CASE
               EXEC SQL
                   FETCH C1 INTO :SHARED-ROUTING, :SHARED-ACCOUNT,
                                 :EMP-NO, :SHARED-PAYEES
               END-EXEC
           END-PERFORM.
      *    SQLCODE +10 JUST MEANS THE CURSOR RAN OUT OF ROWS - ONLY A
      *    REAL ERROR CODE SHOULD BE TREATED AS AN ACTUAL FAILURE.
           IF  SQLCODE NOT = +10
               PERFORM ERROR-RTN
           END-IF.
           EXEC SQL
               CLOSE C1
           END-EXEC.
           DISPLAY "SHARED ACCOUNT CASES RAISED " RULE-NEW-COUNT.

      ******************************************************************
       SWEEP-NO-TIME-OR-LEAVE.
      ******************************************************************
      *    THE GHOST PATTERN.  THE PAY RUN PAYS THE FLAT EMP_SALARY
      *    WHENEVER A PERIOD HAS NO PUNCHED HOURS - SO SOMEONE WHO
      *    RECORDS TIME, THEN STOPS PUNCHING AND TAKES NO LEAVE, IS
      *    STILL PAID A SALARY FOR A WHOLE PERIOD NOBODY SAW THEM
      *    WORK.  STAFF WHO HAVE NEVER PUNCHED ARE SALARIED BY
      *    DESIGN AND HAVE NO TIME TO TEST.
           MOVE ZERO TO RULE-NEW-COUNT.
           MOVE "NOTM" TO CASE-RULE-CODE.
           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT T.EMP_NO, T.PERIOD_END, SUM(T.PAY_GROSS)
                      FROM PAY_TAX_HISTORY T
                      WHERE T.RUN_TYPE = 'R'
                        AND T.PERIOD_END >= :LOOKBACK-DATE
                        AND NOT EXISTS
                            (SELECT 1 FROM EMP_HOURS H
                             WHERE H.EMP_NO = T.EMP_NO
                               AND H.PERIOD_END = T.PERIOD_END)
                        AND NOT EXISTS
                            (SELECT 1 FROM LEAVE_USAGE_LOG L
                             WHERE L.EMP_NO = T.EMP_NO
                               AND L.PERIOD_END = T.PERIOD_END)
                        AND EXISTS
                            (SELECT 1 FROM EMP_HOURS P
                             WHERE P.EMP_NO = T.EMP_NO
                               AND P.PERIOD_END < T.PERIOD_END)
                      GROUP BY T.EMP_NO, T.PERIOD_END
                      ORDER BY T.EMP_NO, T.PERIOD_END
           END-EXEC.
           EXEC SQL
               OPEN C2
           END-EXEC.
           EXEC SQL
               FETCH C2 INTO :EMP-NO, :FLAG-PERIOD-END, :FLAG-AMOUNT
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE FLAG-PERIOD-END TO CASE-KEY
               MOVE SPACE TO CASE-DETAIL
               STRING "PAID PERIOD " FLAG-PERIOD-END
                      " NO HOURS NO LEAVE"
                      DELIMITED BY SIZE INTO CASE-DETAIL
               MOVE FLAG-AMOUNT TO CASE-AMOUNT
               PERFORM RAISE-CASE
               EXEC SQL
                   FETCH C2 INTO :EMP-NO, :FLAG-PERIOD-END,
                                 :FLAG-AMOUNT
               END-EXEC
           END-PERFORM.
           IF  SQLCODE NOT = +10
               PERFORM ERROR-RTN
           END-IF.
           EXEC SQL
               CLOSE C2
           END-EXEC.
           DISPLAY "NO TIME OR LEAVE CASES RAISED " RULE-NEW-COUNT.

      ******************************************************************
       SWEEP-PAID-AFTER-TERM.
      ******************************************************************
      *    THE PAY RUN STILL PAYS A LEAVER FOR THE PERIOD THE
      *    TERMINATION FALLS IN, SO A PERIOD ENDING AFTER TERM_DATE
      *    IS NOT BY ITSELF WRONG.  A SECOND, LATER REGULAR OR
      *    OFF-CYCLE PERIOD IS - THE TERMINATION PERIOD WAS ALREADY
      *    PAID.  FINAL PAY, SEVERANCE AND THE OTHER SETTLEMENT RUN
      *    TYPES ARE PAID AFTER TERMINATION ON PURPOSE AND ARE NOT
      *    LOOKED AT.
           MOVE ZERO TO RULE-NEW-COUNT.
           MOVE "TERM" TO CASE-RULE-CODE.
           EXEC SQL
               DECLARE C3 CURSOR FOR
               SELECT T.EMP_NO, T.PERIOD_END, E.TERM_DATE,
                      T.RUN_TYPE, T.PAY_GROSS
                      FROM PAY_TAX_HISTORY T, EMP E
                      WHERE E.EMP_NO = T.EMP_NO
                        AND E.TERM_DATE > 0
                        AND T.RUN_TYPE IN ('R', 'O')
                        AND T.PERIOD_END > E.TERM_DATE
                        AND T.PERIOD_END >= :LOOKBACK-DATE
                        AND EXISTS
                            (SELECT 1 FROM PAY_TAX_HISTORY F
                             WHERE F.EMP_NO = T.EMP_NO
                               AND F.RUN_TYPE IN ('R', 'O')
                               AND F.PERIOD_END >= E.TERM_DATE
                               AND F.PERIOD_END < T.PERIOD_END)
                      ORDER BY T.EMP_NO, T.PERIOD_END
           END-EXEC.
           EXEC SQL
               OPEN C3
           END-EXEC.
           EXEC SQL
               FETCH C3 INTO :EMP-NO, :FLAG-PERIOD-END,
                             :FLAG-TERM-DATE, :FLAG-RUN-TYPE,
                             :FLAG-AMOUNT
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE FLAG-PERIOD-END TO CASE-KEY
               MOVE SPACE TO CASE-DETAIL
               STRING "RUN " FLAG-RUN-TYPE " PERIOD " FLAG-PERIOD-END
                      " TERM " FLAG-TERM-DATE
                      DELIMITED BY SIZE INTO CASE-DETAIL
               MOVE FLAG-AMOUNT TO CASE-AMOUNT
               PERFORM RAISE-CASE
               EXEC SQL
                   FETCH C3 INTO :EMP-NO, :FLAG-PERIOD-END,
                                 :FLAG-TERM-DATE, :FLAG-RUN-TYPE,
                                 :FLAG-AMOUNT
               END-EXEC
           END-PERFORM.
           IF  SQLCODE NOT = +10
               PERFORM ERROR-RTN
           END-IF.
           EXEC SQL
               CLOSE C3
           END-EXEC.
           DISPLAY "PAID AFTER TERMINATION CASES RAISED "
                   RULE-NEW-COUNT.

      ******************************************************************
       SWEEP-BANK-CHANGE-THEN-PAID.
      ******************************************************************
      *    BANK DETAILS CHANGED AND PAY LANDING IN THE NEW PLACE A
      *    FEW DAYS LATER - THE SHAPE OF A HIJACKED DIRECT DEPOSIT.
      *    EVERY SCREEN THAT TOUCHES WHERE PAY GOES WRITES ONE OF
      *    THESE AUDIT FIELD NAMES.  ONE CASE PER CHANGE DATE, SO
      *    TWO PAYMENTS INSIDE THE WINDOW ARE ONE CASE.  THE SQL
      *    KEEPS ONLY A COARSE RAW-NUMBER BOUND AND THE CALENDAR
      *    DISTANCE IS MEASURED BELOW, AS IN THE DUPLICATE SWEEP.
           MOVE ZERO TO RULE-NEW-COUNT.
           MOVE "BANK" TO CASE-RULE-CODE.
           MOVE 8900 TO HV-ADJACENT-MAX.
           EXEC SQL
               DECLARE C4 CURSOR FOR
               SELECT A.EMP_NO, A.CHANGED_DATE, MIN(A.FIELD_NAME),
                      L.PAY_DATE, SUM(L.AMOUNT)
                      FROM EMP_AUDIT_TRAIL A, PAY_LEDGER L
                      WHERE L.EMP_NO = A.EMP_NO
                        AND A.FIELD_NAME IN ('ROUTING_NO',
                            'ACCOUNT_NO', 'DEPOSITALC', 'PAY_CARD',
                            'INTL_BANK')
                        AND A.CHANGED_DATE >= :LOOKBACK-DATE
                        AND L.STATUS IN ('E', 'T', 'S', 'I', 'W', 'C')
                        AND L.PAY_DATE >= A.CHANGED_DATE
                        AND L.PAY_DATE - A.CHANGED_DATE
                            <= :HV-ADJACENT-MAX
                      GROUP BY A.EMP_NO, A.CHANGED_DATE, L.PAY_DATE
                      ORDER BY A.EMP_NO, A.CHANGED_DATE, L.PAY_DATE
           END-EXEC.
           EXEC SQL
               OPEN C4
           END-EXEC.
           EXEC SQL
               FETCH C4 INTO :EMP-NO, :CHANGE-DATE, :CHANGE-FIELD,
                             :PAID-DATE, :FLAG-AMOUNT
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE CHANGE-DATE TO DATE-FULL
               MOVE BANK-CHANGE-DAYS-MAX TO ADD-DAYS-COUNT
               PERFORM ADD-DAYS-TO-DATE
               MOVE DATE-FULL TO BANK-CUTOFF-DATE
               IF  PAID-DATE <= BANK-CUTOFF-DATE
                   MOVE CHANGE-DATE TO CASE-KEY
                   MOVE SPACE TO CASE-DETAIL
                   STRING CHANGE-FIELD " CHG " CHANGE-DATE
                          " PAID " PAID-DATE
                          DELIMITED BY SIZE INTO CASE-DETAIL
                   MOVE FLAG-AMOUNT TO CASE-AMOUNT
                   PERFORM RAISE-CASE
               END-IF
               EXEC SQL
                   FETCH C4 INTO :EMP-NO, :CHANGE-DATE,
                                 :CHANGE-FIELD, :PAID-DATE,
                                 :FLAG-AMOUNT
               END-EXEC
           END-PERFORM.
           IF  SQLCODE NOT = +10
               PERFORM ERROR-RTN
           END-IF.
           EXEC SQL
               CLOSE C4
           END-EXEC.
           DISPLAY "BANK CHANGE THEN PAID CASES RAISED "
                   RULE-NEW-COUNT.

      ******************************************************************
       RAISE-CASE.
      ******************************************************************
      *    A CASE ALREADY ON FILE FOR THE SAME RULE, PAYEE AND KEY -
      *    OPEN OR CLOSED - IS LEFT ALONE.  ONLY A NEW OCCURRENCE
      *    GETS A CASE NUMBER AND ITS RAIS HISTORY LINE.
           MOVE SPACE TO CASE-STATUS.
           EXEC SQL
               SELECT STATUS INTO :CASE-STATUS
                      FROM FRAUD_CASE
                      WHERE RULE_CODE = :CASE-RULE-CODE
                        AND EMP_NO    = :EMP-NO
                        AND CASE_KEY  = :CASE-KEY
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +10
               PERFORM ERROR-RTN
               EXIT PARAGRAPH
           END-IF.
           IF  CASE-STATUS NOT = SPACE
               ADD 1 TO KNOWN-CASE-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO CASE-NO.
           EXEC SQL
               SELECT COALESCE(MAX(CASE_NO), 0) INTO :CASE-NO
                      FROM FRAUD_CASE
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +10
               PERFORM ERROR-RTN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CASE-NO.
           EXEC SQL
               INSERT INTO FRAUD_CASE
                      (CASE_NO, RULE_CODE, EMP_NO, CASE_KEY, DETAIL,
                       AMOUNT, RAISED_DATE, STATUS, DISPOSITION,
                       DISP_TEXT, DISPOSED_BY, DISPOSED_DATE)
                      VALUES
                      (:CASE-NO, :CASE-RULE-CODE, :EMP-NO, :CASE-KEY,
                       :CASE-DETAIL, :CASE-AMOUNT, :TODAY-DATE, 'O',
                       ' ', ' ', ' ', 0)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               INSERT INTO FRAUD_CASE_HIST
                      (CASE_NO, HIST_SEQ, EVENT_CODE, EVENT_TEXT,
                       EVENT_BY, EVENT_DATE, EVENT_TIME)
                      VALUES
                      (:CASE-NO, 1, 'RAIS', :CASE-DETAIL,
                       'FRAUDSWP', :TODAY-DATE, :HV-TIME)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NEW-CASE-COUNT.
           ADD 1 TO RULE-NEW-COUNT.
           DISPLAY "*** CASE " CASE-NO " " CASE-RULE-CODE
                   " EMP_NO " EMP-NO " " CASE-DETAIL " ***".

      ******************************************************************
       CONNECT-DB.
      ******************************************************************

      *    CONNECTION PARAMETERS COME FROM THE SHARED DBCONFIG FILE -
      *    SEE copybooks/dbconfigproc.cpy.
           PERFORM READ-DB-CONFIG.

      *    RETRY-WITH-BACKOFF - NIGHTLY MAINTENANCE CAUSES BRIEF
      *    CONNECTION BLIPS; DON'T ABORT THE WHOLE RUN ON ONE
           PERFORM WITH TEST AFTER
                   UNTIL SQLCODE = ZERO
                      OR CONNECT-RETRY-COUNT >= CONNECT-RETRY-MAX
               EXEC SQL
                   CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   ADD 1 TO CONNECT-RETRY-COUNT
                   IF  CONNECT-RETRY-COUNT < CONNECT-RETRY-MAX
                       DISPLAY "CONNECT FAILED, RETRY "
                               CONNECT-RETRY-COUNT " OF "
                               CONNECT-RETRY-MAX
                       CALL "C$SLEEP" USING CONNECT-BACKOFF-SECONDS
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
       DISCONNECT-DB.
      ******************************************************************

           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

      ******************************************************************
       ERROR-RTN.
      ******************************************************************
           DISPLAY "*** SQL ERROR ***".
           DISPLAY "SQLCODE: " SQLCODE " " NO ADVANCING.
           EVALUATE SQLCODE
              WHEN  +10
                 DISPLAY "Record not found"
              WHEN  -01
                 DISPLAY "Connection falied"
              WHEN  -20
                 DISPLAY "Internal error"
              WHEN  -30
                 DISPLAY "PostgreSQL error"
                 DISPLAY "ERRCODE: "  SQLSTATE
                 DISPLAY SQLERRMC
              *> TO RESTART TRANSACTION, DO ROLLBACK.
                 EXEC SQL
                     ROLLBACK
                 END-EXEC
              WHEN  OTHER
                 DISPLAY "Undefined error"
                 DISPLAY "ERRCODE: "  SQLSTATE
                 DISPLAY SQLERRMC
           END-EVALUATE.

           COPY dateproc.
           COPY dbconfigproc.
           COPY joblogproc.

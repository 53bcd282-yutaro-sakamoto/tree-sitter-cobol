       LOAD-WITHHOLD-RATES.
      *    THE BRACKETS IN EFFECT FOR WHR-JURIS ON WHR-AS-OF-DATE ARE
      *    THE ROWS OF THE LATEST EFFECTIVE DATE ON OR BEFORE IT -
      *    THE SAME MOST-RECENT-ROW SHAPE AS SALARY-AS-OF-DATE.CBL -
      *    SO A RETRO RUN FOR LAST DECEMBER PRICES ON LAST DECEMBER'S
      *    RATES.  RATES ARE MAINTAINED BY WHRATMNT, NEVER BY A
      *    SOURCE CHANGE.  NO ROWS AT ALL LEAVES WHR-RATES-FOUND OFF
      *    FOR THE CALLER TO DECIDE BETWEEN A FALLBACK AND A STOP.
           IF  NOT WHR-TABLE-READY
               EXEC SQL
                   CREATE TABLE IF NOT EXISTS WITHHOLD_RATE
                   (
                       TAX_JURIS       CHAR(2) NOT NULL,
                       EFFECTIVE_DATE  NUMERIC(8,0) NOT NULL,
                       BRACKET_SEQ     NUMERIC(2,0) NOT NULL,
                       BRACKET_CEILING NUMERIC(7,0),
                       BRACKET_RATE    NUMERIC(4,2),
                       CONSTRAINT IWHRAT_0 PRIMARY KEY
                           (TAX_JURIS, EFFECTIVE_DATE, BRACKET_SEQ)
                   )
               END-EXEC
               MOVE "Y" TO WHR-TABLE-READY-SW
           END-IF.
           MOVE "N" TO WHR-FOUND-SW.
           MOVE ZERO TO WHR-SET-IDX.
           PERFORM VARYING WHR-SCAN-IDX FROM 1 BY 1
                   UNTIL WHR-SCAN-IDX > WHR-SET-COUNT
               IF  WHR-SET-JURIS(WHR-SCAN-IDX) = WHR-JURIS
                   AND WHR-SET-AS-OF(WHR-SCAN-IDX) = WHR-AS-OF-DATE
                   MOVE WHR-SCAN-IDX TO WHR-SET-IDX
               END-IF
           END-PERFORM.
           IF  WHR-SET-IDX NOT = ZERO
               IF  WHR-SET-BRACKETS(WHR-SET-IDX) > ZERO
                   MOVE "Y" TO WHR-FOUND-SW
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WHR-EFF-DATE.
           EXEC SQL
               SELECT COALESCE(MAX(EFFECTIVE_DATE), 0)
                      INTO :WHR-EFF-DATE
                      FROM WITHHOLD_RATE
                      WHERE TAX_JURIS = :WHR-JURIS
                        AND EFFECTIVE_DATE <= :WHR-AS-OF-DATE
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +10
               PERFORM ERROR-RTN
               MOVE ZERO TO WHR-EFF-DATE
           END-IF.
      *    A FULL TABLE RECYCLES ITS LAST SLOT - TEN JURISDICTION/DATE
      *    PAIRS IN ONE RUN IS ALREADY MORE THAN ANY SITE HAS.
           IF  WHR-SET-COUNT < WHR-SET-MAX
               ADD 1 TO WHR-SET-COUNT
           END-IF.
           MOVE WHR-SET-COUNT  TO WHR-SET-IDX.
           MOVE WHR-JURIS      TO WHR-SET-JURIS(WHR-SET-IDX).
           MOVE WHR-AS-OF-DATE TO WHR-SET-AS-OF(WHR-SET-IDX).
           MOVE WHR-EFF-DATE   TO WHR-SET-EFF-DATE(WHR-SET-IDX).
           MOVE ZERO           TO WHR-SET-BRACKETS(WHR-SET-IDX).
           IF  WHR-EFF-DATE = ZERO
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               DECLARE CWHRAT CURSOR FOR
               SELECT BRACKET_CEILING, BRACKET_RATE
                      FROM WITHHOLD_RATE
                      WHERE TAX_JURIS = :WHR-JURIS
                        AND EFFECTIVE_DATE = :WHR-EFF-DATE
                      ORDER BY BRACKET_SEQ
           END-EXEC.
           EXEC SQL
               OPEN CWHRAT
           END-EXEC.
           EXEC SQL
               FETCH CWHRAT INTO :WHR-FETCH-CEILING, :WHR-FETCH-RATE
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF  WHR-SET-BRACKETS(WHR-SET-IDX) < WHR-BRACKET-MAX
                   ADD 1 TO WHR-SET-BRACKETS(WHR-SET-IDX)
                   MOVE WHR-SET-BRACKETS(WHR-SET-IDX) TO WHR-IDX
                   MOVE WHR-FETCH-CEILING
                     TO WHR-BRACKET-CEILING(WHR-SET-IDX, WHR-IDX)
                   MOVE WHR-FETCH-RATE
                     TO WHR-BRACKET-RATE(WHR-SET-IDX, WHR-IDX)
               END-IF
               EXEC SQL
                   FETCH CWHRAT INTO :WHR-FETCH-CEILING,
                                     :WHR-FETCH-RATE
               END-EXEC
           END-PERFORM.
           IF  SQLCODE NOT = +10
               PERFORM ERROR-RTN
           END-IF.
           EXEC SQL
               CLOSE CWHRAT
           END-EXEC.
           IF  WHR-SET-BRACKETS(WHR-SET-IDX) > ZERO
               MOVE "Y" TO WHR-FOUND-SW
           END-IF.

       COMPUTE-BRACKET-TAX.
      *    MARGINAL-RATE WALK OF BRACKET SET WHR-SET-IDX - EACH SLICE
      *    OF WHR-TAXABLE BETWEEN THE PRIOR CEILING AND THIS ONE IS
      *    TAXED AT THIS ROW'S RATE, THE WAY A WITHHOLDING TABLE
      *    READS.  THE LAST ROW HAS NO CEILING - WHATEVER IS ABOVE
      *    THE PRIOR ONE IS TAXED AT THE TOP RATE.
           MOVE ZERO TO WHR-TAX.
           MOVE ZERO TO WHR-FLOOR.
           INITIALIZE WHR-BAND-TABLE.
           PERFORM VARYING WHR-IDX FROM 1 BY 1
                   UNTIL WHR-IDX > WHR-SET-BRACKETS(WHR-SET-IDX)
               COMPUTE WHR-CEILING-WORK =
                       WHR-BRACKET-CEILING(WHR-SET-IDX, WHR-IDX)
                       * WHR-CEILING-PCT / 100
               IF  WHR-TAXABLE > WHR-CEILING-WORK
                   AND WHR-IDX < WHR-SET-BRACKETS(WHR-SET-IDX)
                   COMPUTE WHR-BAND-AMOUNT(WHR-IDX) =
                           WHR-CEILING-WORK - WHR-FLOOR
               ELSE
                   IF  WHR-TAXABLE > WHR-FLOOR
                       COMPUTE WHR-BAND-AMOUNT(WHR-IDX) =
                               WHR-TAXABLE - WHR-FLOOR
                   END-IF
               END-IF
               IF  WHR-BAND-AMOUNT(WHR-IDX) > ZERO
                   COMPUTE WHR-BAND-TAX(WHR-IDX) ROUNDED =
                           WHR-BAND-AMOUNT(WHR-IDX)
                           * WHR-BRACKET-RATE(WHR-SET-IDX, WHR-IDX)
                           / 100
                   ADD WHR-BAND-TAX(WHR-IDX) TO WHR-TAX
               END-IF
               MOVE WHR-CEILING-WORK TO WHR-FLOOR
           END-PERFORM.

       LOAD-TAX-ELECTION.
      *    THE EMPLOYEE'S ELECTION IN EFFECT ON WHR-AS-OF-DATE - THE
      *    LATEST EMP_TAX_ELECTION ROW ON OR BEFORE IT, SAME SHAPE AS
      *    THE RATE LOOKUP.  NO ROW IS THE DEFAULT ELECTION: SINGLE,
      *    NO ALLOWANCES, NOTHING EXTRA, NOT EXEMPT.  AN EXEMPT CLAIM
      *    KEYED WITHOUT AN EXPIRY LAPSES AT THE END OF THE YEAR IT
      *    TOOK EFFECT, THE WAY THE CLAIM FORM READS.
           IF  NOT WHR-ELECT-TABLE-READY
               EXEC SQL
                   CREATE TABLE IF NOT EXISTS EMP_TAX_ELECTION
                   (
                       EMP_NO         NUMERIC(6,0) NOT NULL,
                       EFFECTIVE_DATE NUMERIC(8,0) NOT NULL,
                       FILING_STATUS  CHAR(1),
                       ALLOWANCES     NUMERIC(2,0),
                       EXTRA_AMOUNT   NUMERIC(7,2),
                       EXEMPT_FLAG    CHAR(1),
                       EXEMPT_EXPIRY  NUMERIC(8,0),
                       ENTERED_BY     CHAR(30),
                       CONSTRAINT IEMPTXE_0 PRIMARY KEY
                           (EMP_NO, EFFECTIVE_DATE)
                   )
               END-EXEC
               MOVE "Y" TO WHR-ELECT-TABLE-READY-SW
           END-IF.
           MOVE "N"  TO WHR-ELECT-FOUND-SW.
           MOVE "N"  TO WHR-EXEMPT-SW.
           MOVE "N"  TO WHR-LAPSED-SW.
           MOVE "S"  TO WHR-FILING-STATUS.
           MOVE ZERO TO WHR-ALLOWANCES.
           MOVE ZERO TO WHR-EXTRA-AMOUNT.
           MOVE "N"  TO WHR-EXEMPT-FLAG.
           MOVE ZERO TO WHR-EXEMPT-EXPIRY.
           MOVE 100  TO WHR-CEILING-PCT.
           MOVE ZERO TO WHR-ELECT-EFF-DATE.
           MOVE ZERO TO WHR-ALLOWANCE-TOTAL.
           EXEC SQL
               SELECT EFFECTIVE_DATE, COALESCE(FILING_STATUS, 'S'),
                      COALESCE(ALLOWANCES, 0),
                      COALESCE(EXTRA_AMOUNT, 0),
                      COALESCE(EXEMPT_FLAG, 'N'),
                      COALESCE(EXEMPT_EXPIRY, 0)
                      INTO :WHR-ELECT-EFF-DATE, :WHR-FILING-STATUS,
                           :WHR-ALLOWANCES, :WHR-EXTRA-AMOUNT,
                           :WHR-EXEMPT-FLAG, :WHR-EXEMPT-EXPIRY
                      FROM EMP_TAX_ELECTION
                      WHERE EMP_NO = :WHR-EMP-NO
                        AND EFFECTIVE_DATE =
                            (SELECT MAX(EFFECTIVE_DATE)
                                    FROM EMP_TAX_ELECTION
                                    WHERE EMP_NO = :WHR-EMP-NO
                                      AND EFFECTIVE_DATE <=
                                          :WHR-AS-OF-DATE)
           END-EXEC.
           IF  SQLCODE = +10
               EXIT PARAGRAPH
           END-IF.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WHR-ELECT-FOUND-SW.
           EVALUATE WHR-FILING-STATUS
               WHEN "M"
                   MOVE 200 TO WHR-CEILING-PCT
               WHEN "H"
                   MOVE 150 TO WHR-CEILING-PCT
               WHEN OTHER
                   MOVE "S" TO WHR-FILING-STATUS
                   MOVE 100 TO WHR-CEILING-PCT
           END-EVALUATE.
           IF  WHR-EXEMPT-FLAG = "Y"
               IF  WHR-EXEMPT-EXPIRY = ZERO
                   MOVE WHR-ELECT-EFF-DATE(1:4)
                     TO WHR-EXEMPT-EXPIRY(1:4)
                   MOVE "1231" TO WHR-EXEMPT-EXPIRY(5:4)
               END-IF
               IF  WHR-EXEMPT-EXPIRY < WHR-AS-OF-DATE
                   MOVE "Y" TO WHR-LAPSED-SW
               ELSE
                   MOVE "Y" TO WHR-EXEMPT-SW
               END-IF
           END-IF.

       COMPUTE-ELECTED-TAX.
      *    THE BRACKET WALK WITH THE LOADED ELECTION APPLIED - AN
      *    EXEMPT EMPLOYEE HAS NOTHING WITHHELD AT ALL, OTHERWISE THE
      *    ALLOWANCES COME OFF WHR-TAXABLE FIRST AND THE ADDITIONAL
      *    AMOUNT GOES ON TOP OF THE TAX.  THE CALLER ZEROES
      *    WHR-EXTRA-AMOUNT FOR A PAYMENT IT SHOULD NOT RIDE ON.
           MOVE ZERO TO WHR-TAX.
           IF  WHR-EXEMPT-IN-FORCE
               INITIALIZE WHR-BAND-TABLE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WHR-ALLOWANCE-TOTAL =
                   WHR-ALLOWANCES * WHR-ALLOWANCE-AMT.
           SUBTRACT WHR-ALLOWANCE-TOTAL FROM WHR-TAXABLE.
           IF  WHR-TAXABLE < ZERO
               MOVE ZERO TO WHR-TAXABLE
           END-IF.
           PERFORM COMPUTE-BRACKET-TAX.
           ADD WHR-EXTRA-AMOUNT TO WHR-TAX.

       LOAD-SUPPLEMENTAL-RATE.
      *    THE FLAT RATE IN EFFECT FOR WHR-JURIS ON WHR-AS-OF-DATE -
      *    THE LATEST SUPPLEMENTAL_RATE ROW ON OR BEFORE IT, SAME
      *    SHAPE AS THE BRACKET LOOKUP.  A JURISDICTION WITHOUT A ROW
      *    USES THE DEFAULT JURISDICTION'S, THE SAME FALLBACK THE
      *    BRACKETS TAKE.  RATES ARE MAINTAINED BY WHRATMNT.
           IF  NOT WHR-SUPP-TABLE-READY
               EXEC SQL
                   CREATE TABLE IF NOT EXISTS SUPPLEMENTAL_RATE
                   (
                       TAX_JURIS      CHAR(2) NOT NULL,
                       EFFECTIVE_DATE NUMERIC(8,0) NOT NULL,
                       FLAT_RATE      NUMERIC(4,2),
                       CONSTRAINT ISUPRAT_0 PRIMARY KEY
                           (TAX_JURIS, EFFECTIVE_DATE)
                   )
               END-EXEC
               MOVE "Y" TO WHR-SUPP-TABLE-READY-SW
           END-IF.
           MOVE "N"  TO WHR-SUPP-FOUND-SW.
           MOVE ZERO TO WHR-SUPP-RATE.
           MOVE WHR-JURIS TO WHR-SUPP-JURIS.
           PERFORM SELECT-SUPPLEMENTAL-RATE.
           IF  NOT WHR-SUPP-RATE-FOUND
               AND WHR-SUPP-JURIS NOT = WHR-DEFAULT-JURIS
               MOVE WHR-DEFAULT-JURIS TO WHR-SUPP-JURIS
               PERFORM SELECT-SUPPLEMENTAL-RATE
           END-IF.

       SELECT-SUPPLEMENTAL-RATE.
           EXEC SQL
               SELECT FLAT_RATE INTO :WHR-SUPP-RATE
                      FROM SUPPLEMENTAL_RATE
                      WHERE TAX_JURIS = :WHR-SUPP-JURIS
                        AND EFFECTIVE_DATE =
                            (SELECT MAX(EFFECTIVE_DATE)
                                    FROM SUPPLEMENTAL_RATE
                                    WHERE TAX_JURIS = :WHR-SUPP-JURIS
                                      AND EFFECTIVE_DATE <=
                                          :WHR-AS-OF-DATE)
           END-EXEC.
           IF  SQLCODE = ZERO
               MOVE "Y" TO WHR-SUPP-FOUND-SW
           ELSE
               IF  SQLCODE NOT = +10
                   PERFORM ERROR-RTN
               END-IF
           END-IF.

       COMPUTE-SUPPLEMENTAL-TAX.
      *    AN EXEMPT CLAIM IN FORCE COVERS A BONUS TOO; ALLOWANCES
      *    AND THE ADDITIONAL AMOUNT NEVER APPLY TO ONE.
           MOVE ZERO TO WHR-SUPP-TAX.
           IF  WHR-EXEMPT-IN-FORCE OR WHR-SUPP-WAGES NOT > ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WHR-SUPP-TAX ROUNDED =
                   WHR-SUPP-WAGES * WHR-SUPP-RATE / 100.

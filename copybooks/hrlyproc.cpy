       HRL-LOAD-HOURLY-RATE.
      *    THE SAME SPLIT THE PAY RUN MAKES - AN EMPLOYEE WITH PUNCHED
      *    HOURS ON FILE IS PAID EMP_SALARY_AMT AN HOUR, ANYONE ELSE
      *    THE FLAT EMP_SALARY A PERIOD.  THE RATE IS TAKEN TO
      *    REPORTING CURRENCY AT THE LATEST EXCHANGE RATE ON OR BEFORE
      *    THE AS-OF DAY, SO EMPLOYEES PAID IN DIFFERENT CURRENCIES
      *    COMPARE AND ADD UP.
           MOVE "N" TO HRL-RATE-SW.
           MOVE SPACE TO HRL-REASON.
           MOVE ZERO TO HRL-RATE.
           EXEC SQL
               SELECT COALESCE(EMP_SALARY, 0),
                      COALESCE(EMP_SALARY_AMT, 0),
                      COALESCE(CURRENCY_CODE, 'USD')
                      INTO :HRL-SALARY, :HRL-SALARY-AMT,
                           :HRL-CURRENCY-CODE
                      FROM EMP
                      WHERE EMP_NO = :HRL-EMP-NO
           END-EXEC.
           IF  SQLCODE = +10
               MOVE "NOT ON FILE" TO HRL-REASON
               EXIT PARAGRAPH
           END-IF.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "SQL ERROR" TO HRL-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO HRL-HOURS-ROWS.
           EXEC SQL
               SELECT COUNT(*) INTO :HRL-HOURS-ROWS
                      FROM EMP_HOURS
                      WHERE EMP_NO = :HRL-EMP-NO
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "SQL ERROR" TO HRL-REASON
               EXIT PARAGRAPH
           END-IF.
           IF  HRL-HOURS-ROWS > ZERO
               MOVE HRL-SALARY-AMT TO HRL-RATE
           ELSE
               COMPUTE HRL-RATE ROUNDED =
                       HRL-SALARY * HRL-PERIODS-PER-YEAR / 52
                       / HRL-STD-WEEK-HOURS
           END-IF.
           IF  HRL-CURRENCY-CODE NOT = "USD"
               AND HRL-CURRENCY-CODE NOT = SPACE
               MOVE ZERO TO HRL-FX-RATE
               EXEC SQL
                   SELECT RATE_TO_USD INTO :HRL-FX-RATE
                          FROM EXCHANGE_RATE_HISTORY
                          WHERE CURRENCY_CODE = :HRL-CURRENCY-CODE
                            AND EFFECTIVE_DATE =
                                (SELECT MAX(EFFECTIVE_DATE)
                                 FROM EXCHANGE_RATE_HISTORY
                                 WHERE CURRENCY_CODE =
                                       :HRL-CURRENCY-CODE
                                   AND EFFECTIVE_DATE <=
                                       :HRL-AS-OF-DATE)
               END-EXEC
               IF  SQLCODE NOT = ZERO OR HRL-FX-RATE = ZERO
                   MOVE "NO EXCHANGE RATE" TO HRL-REASON
                   EXIT PARAGRAPH
               END-IF
               COMPUTE HRL-RATE ROUNDED = HRL-RATE * HRL-FX-RATE
           END-IF.
           IF  HRL-RATE NOT > ZERO
               MOVE "NO PAY RATE" TO HRL-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO HRL-RATE-SW.

       LOAD-BANK-KEY.
      *    LOADS EVERY KEY VERSION FROM THE BANKKEYS FILE, FINDS THE
      *    VERSION THE DATABASE'S ROWS ARE UNDER AND MAKES ITS KEY
      *    THE ONE IN USE.  A MISSING FILE OR A VERSION THE FILE
      *    DOES NOT CARRY LEAVES BANK-KEY-READY OFF AND THE CALLER
      *    STOPS - BANK DATA IS NEVER WRITTEN OR SENT UNDER A GUESS.
           MOVE "N" TO BANK-KEY-READY-SW.
           MOVE "N" TO BANK-KEY-EOF-SW.
           MOVE ZERO TO BANK-KEY-COUNT.
           OPEN INPUT BANK-KEY-FILE.
           IF  BANK-KEY-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN BANKKEYS, STATUS "
                       BANK-KEY-STATUS
           ELSE
               PERFORM UNTIL BANK-KEY-EOF
                   READ BANK-KEY-FILE INTO BANK-KEY-DETAIL
                       AT END MOVE "Y" TO BANK-KEY-EOF-SW
                       NOT AT END PERFORM APPLY-BANK-KEY-ENTRY
                   END-READ
               END-PERFORM
               CLOSE BANK-KEY-FILE
           END-IF.
           PERFORM GET-BANK-KEY-VERSION.
           IF  NOT BANK-KEY-CTL-READ
               EXIT PARAGRAPH
           END-IF.
           MOVE BANK-KEY-ACTIVE-VER TO BANK-KEY-USE-VER.
           PERFORM SELECT-BANK-KEY.
           IF  BANK-KEY-FOUND
               MOVE "Y" TO BANK-KEY-READY-SW
               DISPLAY "BANK DATA KEY VERSION " BANK-KEY-ACTIVE-VER
           ELSE
               DISPLAY "*** BANK DATA IS UNDER KEY VERSION "
                       BANK-KEY-ACTIVE-VER
                       " - NOT IN BANKKEYS ***"
           END-IF.

       APPLY-BANK-KEY-ENTRY.
           EVALUATE BKY-KEYWORD
               WHEN "BANKKEY"
                   IF  BKY-VERSION NOT NUMERIC
                    OR BKY-VERSION = ZERO
                    OR BKY-KEY-VALUE NOT NUMERIC
                       DISPLAY "BANKKEYS ENTRY NOT A VERSION AND 32 "
                               "DIGITS - IGNORED"
                   ELSE
                   IF  BANK-KEY-COUNT NOT < BANK-KEY-MAX
                       DISPLAY "BANKKEYS HOLDS MORE THAN "
                               BANK-KEY-MAX " VERSIONS - VERSION "
                               BKY-VERSION " IGNORED"
                   ELSE
                       ADD 1 TO BANK-KEY-COUNT
                       MOVE BKY-VERSION
                         TO BANK-KEY-ENTRY-VER(BANK-KEY-COUNT)
                       MOVE BKY-KEY-VALUE
                         TO BANK-KEY-ENTRY-KEY(BANK-KEY-COUNT)
                   END-IF
                   END-IF
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "UNKNOWN BANKKEYS KEYWORD: " BKY-KEYWORD
           END-EVALUATE.

       GET-BANK-KEY-VERSION.
      *    THE ONE-ROW CONTROL TABLE THE ROTATION UTILITY MAINTAINS.
      *    NO ROW YET IS VERSION 00 - CLEAR TEXT NOT YET CONVERTED.
           MOVE "N" TO BANK-KEY-CTL-SW.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS BANK_KEY_CTL
               (
                   CTL_ID       CHAR(4) NOT NULL,
                   ACTIVE_VER   NUMERIC(2,0),
                   ROTATED_DATE NUMERIC(8,0),
                   ROTATED_TIME NUMERIC(8,0),
                   CONSTRAINT IBNKKEY_0 PRIMARY KEY (CTL_ID)
               )
           END-EXEC.
           MOVE ZERO TO BANK-KEY-ACTIVE-VER.
           EXEC SQL
               SELECT ACTIVE_VER INTO :BANK-KEY-ACTIVE-VER
                      FROM BANK_KEY_CTL
                      WHERE CTL_ID = :BANK-KEY-CTL-ID
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +10
               DISPLAY "*** BANK_KEY_CTL READ FAILED, SQLCODE "
                       SQLCODE " ***"
           ELSE
               MOVE "Y" TO BANK-KEY-CTL-SW
           END-IF.

       SELECT-BANK-KEY.
      *    MAKES BANK-KEY-USE-VER'S KEY THE ONE THE CIPHER USES.
           MOVE "N" TO BANK-KEY-FOUND-SW.
           MOVE ALL "0" TO BANK-KEY-USE-VALUE.
           IF  BANK-KEY-USE-VER = ZERO
               MOVE "Y" TO BANK-KEY-FOUND-SW
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING BANK-KEY-IDX FROM 1 BY 1
                   UNTIL BANK-KEY-IDX > BANK-KEY-COUNT
               IF  BANK-KEY-ENTRY-VER(BANK-KEY-IDX) = BANK-KEY-USE-VER
                   MOVE BANK-KEY-ENTRY-KEY(BANK-KEY-IDX)
                     TO BANK-KEY-USE-VALUE
                   MOVE "Y" TO BANK-KEY-FOUND-SW
               END-IF
           END-PERFORM.

       ENCRYPT-BANK-DATA.
           MOVE "E" TO BANK-CRYPT-MODE.
           MOVE BANK-CLEAR-ROUTING TO BANK-CRYPT-WORK.
           MOVE 9 TO BANK-CRYPT-LEN.
           MOVE ZERO TO BANK-CRYPT-OFFSET.
           PERFORM BANK-CRYPT-FIELD.
           MOVE BANK-CRYPT-WORK TO BANK-CRYPT-ROUTING.
           MOVE BANK-CLEAR-ACCOUNT TO BANK-CRYPT-WORK.
           IF  BANK-CLEAR-ACCOUNT NOT = BANK-PLACEHOLDER-ACCT
               MOVE 17 TO BANK-CRYPT-LEN
               MOVE 9 TO BANK-CRYPT-OFFSET
               PERFORM BANK-CRYPT-FIELD
           END-IF.
           MOVE BANK-CRYPT-WORK TO BANK-CRYPT-ACCOUNT.

       DECRYPT-BANK-DATA.
           MOVE "D" TO BANK-CRYPT-MODE.
           MOVE BANK-CRYPT-ROUTING TO BANK-CRYPT-WORK.
           MOVE 9 TO BANK-CRYPT-LEN.
           MOVE ZERO TO BANK-CRYPT-OFFSET.
           PERFORM BANK-CRYPT-FIELD.
           MOVE BANK-CRYPT-WORK TO BANK-CLEAR-ROUTING.
           MOVE BANK-CRYPT-ACCOUNT TO BANK-CRYPT-WORK.
           IF  BANK-CRYPT-ACCOUNT NOT = BANK-PLACEHOLDER-ACCT
               MOVE 17 TO BANK-CRYPT-LEN
               MOVE 9 TO BANK-CRYPT-OFFSET
               PERFORM BANK-CRYPT-FIELD
           END-IF.
           MOVE BANK-CRYPT-WORK TO BANK-CLEAR-ACCOUNT.

       BANK-CRYPT-FIELD.
      *    EACH DIGIT MOVES BY ITS KEY DIGIT PLUS THE CIPHER DIGIT
      *    BEFORE IT (MODULO 10), SO ONE CHANGED DIGIT CHANGES THE
      *    REST OF THE FIELD.  ANYTHING BUT A DIGIT - BLANK PADDING,
      *    THE LETTERS OF A SWIFT CODE OR IBAN - PASSES THROUGH.
      *    VERSION 00 IS CLEAR TEXT AND PASSES THROUGH WHOLE.
           IF  BANK-KEY-USE-VER = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE BANK-KEY-DIGIT(32) TO BANK-CRYPT-CHAIN.
           PERFORM VARYING BANK-CRYPT-IDX FROM 1 BY 1
                   UNTIL BANK-CRYPT-IDX > BANK-CRYPT-LEN
               IF  BANK-CRYPT-CHAR(BANK-CRYPT-IDX) IS NUMERIC
                   MOVE BANK-CRYPT-CHAR(BANK-CRYPT-IDX)
                     TO BANK-CRYPT-DIGIT
                   COMPUTE BANK-CRYPT-KEY-IDX =
                           BANK-CRYPT-OFFSET + BANK-CRYPT-IDX
                   IF  BANK-ENCRYPTING
                       COMPUTE BANK-CRYPT-SUM = BANK-CRYPT-DIGIT
                             + BANK-KEY-DIGIT(BANK-CRYPT-KEY-IDX)
                             + BANK-CRYPT-CHAIN
                       DIVIDE BANK-CRYPT-SUM BY 10
                           GIVING BANK-CRYPT-QUOT
                           REMAINDER BANK-CRYPT-DIGIT
                       MOVE BANK-CRYPT-DIGIT TO BANK-CRYPT-CHAIN
                   ELSE
                       COMPUTE BANK-CRYPT-SUM = BANK-CRYPT-DIGIT + 20
                             - BANK-KEY-DIGIT(BANK-CRYPT-KEY-IDX)
                             - BANK-CRYPT-CHAIN
                       MOVE BANK-CRYPT-DIGIT TO BANK-CRYPT-CHAIN
                       DIVIDE BANK-CRYPT-SUM BY 10
                           GIVING BANK-CRYPT-QUOT
                           REMAINDER BANK-CRYPT-DIGIT
                   END-IF
                   MOVE BANK-CRYPT-DIGIT
                     TO BANK-CRYPT-CHAR(BANK-CRYPT-IDX)
               END-IF
           END-PERFORM.

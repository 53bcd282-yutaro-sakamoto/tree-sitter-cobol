           ELSE
               PERFORM RPT-NEW-PAGE
           END-IF.
           IF  RPT-MODE-UNREAD
               PERFORM RPT-READ-MODE-CARD
           END-IF.
           IF  RPT-MODE-DELIMITED
               PERFORM RPT-DELIM-OPEN
           END-IF.

       RPT-PRINT-LINE.
           IF  RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
           WRITE PRINT-RECORD FROM RPT-DETAIL-LINE.
           ADD 1 TO RPT-LINE-COUNT.
           ADD 1 TO RPT-LINE-TOTAL.
           IF  RPT-DELIM-ACTIVE
               PERFORM RPT-DELIM-DETAIL
           END-IF.

       RPT-NEW-PAGE.
           ADD 1 TO RPT-PAGE-NO.
      *    EACH BUNDLE STANDS ALONE.
           CLOSE PRINT-FILE.
           PERFORM RPT-CATALOG-ENTRY.
           IF  RPT-DELIM-ACTIVE
               PERFORM RPT-DELIM-CLOSE
           END-IF.
           MOVE SPACE TO RPT-PRINT-DDNAME.
           STRING RPT-BURST-BASE DELIMITED BY SPACE
                  "."            DELIMITED BY SIZE
           ELSE
               PERFORM RPT-NEW-PAGE
           END-IF.
           IF  RPT-MODE-DELIMITED
               PERFORM RPT-DELIM-OPEN
           END-IF.

       RPT-CLOSE.
           CLOSE PRINT-FILE.
           PERFORM RPT-CATALOG-ENTRY.
           IF  RPT-DELIM-ACTIVE
               PERFORM RPT-DELIM-CLOSE
           END-IF.

       RPT-CATALOG-ENTRY.
      *    EVERY CLOSED PRINT FILE LEAVES A CATALOG LINE BEHIND -
      *    THE REPOSITORY KEEPER AND THE REPRINT PROGRAM WORK FROM
      *    THIS, NEVER FROM SOMEBODY'S MEMORY OF WHAT RAN.
           MOVE RPT-PRINT-DDNAME   TO RC-DDNAME.
           MOVE RPT-LINE-TOTAL     TO RC-COUNT.
           PERFORM RPT-CATALOG-WRITE.
           MOVE ZERO TO RPT-LINE-TOTAL.

       RPT-CATALOG-WRITE.
           OPEN EXTEND RPT-CATALOG-FILE.
           IF  RPT-CATALOG-STATUS = "35"
               OPEN OUTPUT RPT-CATALOG-FILE
                       RPT-CATALOG-STATUS
           ELSE
               MOVE JOB-LOG-PROGRAM-ID TO RC-PROGRAM
               MOVE RPT-RUN-DATE       TO RC-DATE
               MOVE RPT-RUN-TIME       TO RC-TIME
               MOVE "N"                TO RC-FLAG
               WRITE RPT-CATALOG-RECORD FROM RPT-CATALOG-DETAIL
               CLOSE RPT-CATALOG-FILE
           END-IF.

       RPT-READ-MODE-CARD.
      *    READ ONCE PER RUN.  NO RPTCARD, OR ANYTHING BUT A "D" IN
      *    COLUMN 1, IS THE PRINT IMAGE ALONE AS IT ALWAYS WAS.
      *    COLUMN 11 MAY NAME ANOTHER DELIMITER, OR "TAB".
           MOVE "P" TO RPT-OUTPUT-MODE.
           OPEN INPUT RPT-CARD-FILE.
           IF  RPT-CARD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ RPT-CARD-FILE
               AT END MOVE SPACE TO RPT-CARD-RECORD
           END-READ.
           CLOSE RPT-CARD-FILE.
           IF  RPT-CARD-RECORD(1:1) NOT = "D"
               EXIT PARAGRAPH
           END-IF.
           MOVE "D" TO RPT-OUTPUT-MODE.
           IF  RPT-CARD-RECORD(11:3) = "TAB"
               MOVE X"09" TO RPT-DELIM-CHAR
           ELSE
               IF  RPT-CARD-RECORD(11:1) NOT = SPACE
                   MOVE RPT-CARD-RECORD(11:1) TO RPT-DELIM-CHAR
               END-IF
           END-IF.
           DISPLAY "REPORT OUTPUT MODE - PRINT PLUS DELIMITED FILE "
                   "(RPTCARD: " RPT-CARD-RECORD(1:20) ")".

       RPT-DELIM-NAME.
      *    xxxxRPT BECOMES xxxxCSV, A SHORT NAME GAINS .CSV, AND A
      *    LONG ONE (A BURST BASE.DEPT) GAINS A LEADING C - ALWAYS
      *    WITHIN THE TWELVE CHARACTERS THE CATALOG HOLDS.
           MOVE ZERO TO RPT-DL-LEN.
           INSPECT RPT-PRINT-DDNAME TALLYING RPT-DL-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE SPACE TO RPT-DELIM-DDNAME.
           IF  RPT-DL-LEN > 3
               AND RPT-PRINT-DDNAME(RPT-DL-LEN - 2:3) = "RPT"
               STRING RPT-PRINT-DDNAME(1:RPT-DL-LEN - 3) "CSV"
                      DELIMITED BY SIZE
                   INTO RPT-DELIM-DDNAME
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           IF  RPT-DL-LEN <= 8
               STRING RPT-PRINT-DDNAME(1:RPT-DL-LEN) ".CSV"
                      DELIMITED BY SIZE
                   INTO RPT-DELIM-DDNAME
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           STRING "C" RPT-PRINT-DDNAME DELIMITED BY SIZE
               INTO RPT-DELIM-DDNAME
           END-STRING.

       RPT-DELIM-OPEN.
           PERFORM RPT-DELIM-NAME.
           MOVE ZERO TO RPT-DELIM-TOTAL.
           OPEN OUTPUT RPT-DELIM-FILE.
           IF  RPT-DELIM-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN DELIMITED FILE " RPT-DELIM-DDNAME
                       ", STATUS " RPT-DELIM-STATUS
               MOVE "N" TO RPT-DELIM-OPEN-SW
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO RPT-DELIM-OPEN-SW.
           PERFORM RPT-DELIM-HEADER.

       RPT-DELIM-LAYOUT.
      *    A REPORT WHOSE LATER SECTION HAS COLUMNS OF ITS OWN SETS
      *    THE NEW RPT-DL-CUTS (AND HEADING) AND PERFORMS THIS - THE
      *    DELIMITED FILE GETS A FRESH HEADER ROW, CUT THE NEW WAY.
           IF  RPT-DELIM-ACTIVE
               PERFORM RPT-DELIM-HEADER
           END-IF.

       RPT-DELIM-HEADER.
      *    THE HEADER ROW IS THE REPORT'S OWN DELIMITED HEADING, OR
      *    ELSE ITS COLUMN HEADING, CUT LIKE THE DETAIL - A REPORT
      *    WITH NEITHER GETS ITS TITLE INSTEAD.
           PERFORM RPT-DELIM-COLUMNS.
           MOVE "Y" TO RPT-DL-HEADER-SW.
           EVALUATE TRUE
               WHEN RPT-DL-HEADING NOT = SPACE
                   MOVE RPT-DL-HEADING TO RPT-DL-SOURCE
                   PERFORM RPT-DELIM-BUILD-ROW
               WHEN RPT-COLUMN-HEADING NOT = SPACE
                   MOVE RPT-COLUMN-HEADING TO RPT-DL-SOURCE
                   PERFORM RPT-DELIM-BUILD-ROW
               WHEN OTHER
                   MOVE RPT-TITLE TO RPT-DL-SOURCE
                   MOVE 1 TO RPT-DL-COL-COUNT
                   PERFORM RPT-DELIM-BUILD-ROW
                   PERFORM RPT-DELIM-COLUMNS
           END-EVALUATE.
           PERFORM RPT-DELIM-WRITE.

       RPT-DELIM-COLUMNS.
      *    WORKED OUT ONCE PER FILE (OR PER SECTION LAYOUT), SO A
      *    VALUE SHORT OR BLANK ON ONE LINE NEVER SHIFTS THE FIELDS
      *    AFTER IT.  THE FIRST COLUMN ALWAYS STARTS AT 1 - NOTHING
      *    LEFT OF IT IS DROPPED.
           MOVE ZERO TO RPT-DL-COL-COUNT.
           MOVE ZERO TO RPT-DL-END.
           PERFORM VARYING RPT-DL-IDX FROM 1 BY 1 UNTIL RPT-DL-IDX > 40
               IF  RPT-DL-CUT(RPT-DL-IDX) IS NUMERIC
                   IF  RPT-DL-CUT(RPT-DL-IDX) > RPT-DL-END
                       AND RPT-DL-CUT(RPT-DL-IDX) <= 132
                       ADD 1 TO RPT-DL-COL-COUNT
                       MOVE RPT-DL-CUT(RPT-DL-IDX)
                         TO RPT-DL-COL-START(RPT-DL-COL-COUNT)
                       MOVE RPT-DL-CUT(RPT-DL-IDX) TO RPT-DL-END
                   END-IF
               END-IF
           END-PERFORM.
           IF  RPT-DL-COL-COUNT = ZERO
               AND RPT-COLUMN-HEADING NOT = SPACE
               MOVE 1 TO RPT-DL-COL-COUNT
               PERFORM VARYING RPT-DL-POS FROM 2 BY 1
                       UNTIL RPT-DL-POS > 132
                          OR RPT-DL-COL-COUNT = 40
                   IF  RPT-COLUMN-HEADING(RPT-DL-POS:1) NOT = SPACE
                       AND RPT-COLUMN-HEADING(RPT-DL-POS - 1:1)
                           = SPACE
                       ADD 1 TO RPT-DL-COL-COUNT
                       MOVE RPT-DL-POS
                         TO RPT-DL-COL-START(RPT-DL-COL-COUNT)
                   END-IF
               END-PERFORM
           END-IF.
           IF  RPT-DL-COL-COUNT = ZERO
               MOVE 1 TO RPT-DL-COL-COUNT
           END-IF.
           MOVE 1 TO RPT-DL-COL-START(1).

       RPT-DELIM-DETAIL.
      *    BLANK SPACING LINES AND RULES (ONLY - = * AND BLANKS)
      *    ARE LAYOUT, NOT DATA.
           MOVE RPT-DETAIL-LINE TO RPT-DL-FIELD.
           INSPECT RPT-DL-FIELD REPLACING ALL "-" BY SPACE
                                          ALL "=" BY SPACE
                                          ALL "*" BY SPACE.
           IF  RPT-DL-FIELD = SPACE
               EXIT PARAGRAPH
           END-IF.
           MOVE RPT-DETAIL-LINE TO RPT-DL-SOURCE.
           MOVE "N" TO RPT-DL-HEADER-SW.
           PERFORM RPT-DELIM-BUILD-ROW.
           PERFORM RPT-DELIM-WRITE.
           ADD 1 TO RPT-DELIM-TOTAL.

       RPT-DELIM-WRITE.
      *    A ROW THE FILE REFUSES IS NAMED ON THE CONSOLE - THE PRINT
      *    IMAGE IS STILL THE REPORT OF RECORD.
           WRITE RPT-DELIM-RECORD FROM RPT-DL-ROW.
           IF  RPT-DELIM-STATUS NOT = "00"
               DISPLAY "*** DELIMITED WRITE TO " RPT-DELIM-DDNAME
                       " FAILED, STATUS " RPT-DELIM-STATUS " ***"
           END-IF.

       RPT-DELIM-CLOSE.
           CLOSE RPT-DELIM-FILE.
           MOVE "N" TO RPT-DELIM-OPEN-SW.
           MOVE RPT-DELIM-DDNAME TO RC-DDNAME.
           MOVE RPT-DELIM-TOTAL  TO RC-COUNT.
           PERFORM RPT-CATALOG-WRITE.
           MOVE ZERO TO RPT-DELIM-TOTAL.

       RPT-DELIM-BUILD-ROW.
           MOVE SPACE TO RPT-DL-ROW.
           MOVE 1 TO RPT-DL-PTR.
           MOVE "N" TO RPT-DL-OVERFLOW-SW.
           PERFORM VARYING RPT-DL-COL FROM 1 BY 1
                   UNTIL RPT-DL-COL > RPT-DL-COL-COUNT
               PERFORM RPT-DELIM-TAKE-FIELD
           END-PERFORM.
           IF  RPT-DL-OVERFLOW
               DISPLAY "*** DELIMITED ROW OVER 132 - TRUNCATED IN "
                       RPT-DELIM-DDNAME " ***"
           END-IF.

       RPT-DELIM-TAKE-FIELD.
      *    THE FIELD IS EVERYTHING FROM ITS COLUMN START UP TO THE
      *    NEXT ONE, LESS LEADING AND TRAILING BLANKS - A BLANK
      *    COLUMN IS AN EMPTY FIELD, NEVER A MISSING ONE.
           MOVE RPT-DL-COL-START(RPT-DL-COL) TO RPT-DL-START.
           IF  RPT-DL-COL < RPT-DL-COL-COUNT
               COMPUTE RPT-DL-END =
                       RPT-DL-COL-START(RPT-DL-COL + 1) - 1
           ELSE
               MOVE 132 TO RPT-DL-END
           END-IF.
           PERFORM UNTIL RPT-DL-START > RPT-DL-END
                      OR RPT-DL-SOURCE(RPT-DL-START:1) NOT = SPACE
               ADD 1 TO RPT-DL-START
           END-PERFORM.
           PERFORM UNTIL RPT-DL-END < RPT-DL-START
                      OR RPT-DL-SOURCE(RPT-DL-END:1) NOT = SPACE
               SUBTRACT 1 FROM RPT-DL-END
           END-PERFORM.
           IF  RPT-DL-COL > 1
               STRING RPT-DELIM-CHAR DELIMITED BY SIZE
                   INTO RPT-DL-ROW WITH POINTER RPT-DL-PTR
                   ON OVERFLOW MOVE "Y" TO RPT-DL-OVERFLOW-SW
               END-STRING
           END-IF.
           IF  RPT-DL-START > RPT-DL-END
               EXIT PARAGRAPH
           END-IF.
           COMPUTE RPT-DL-LEN = RPT-DL-END - RPT-DL-START + 1.
           MOVE SPACE TO RPT-DL-FIELD.
           MOVE RPT-DL-SOURCE(RPT-DL-START:RPT-DL-LEN) TO RPT-DL-FIELD.
           MOVE "N" TO RPT-DL-NUMERIC-SW.
           IF  NOT RPT-DL-HEADER-ROW
               PERFORM RPT-DELIM-NUMBER
           END-IF.
           IF  RPT-DL-IS-NUMERIC
               IF  RPT-DL-NEGATIVE
                   STRING "-" DELIMITED BY SIZE
                       INTO RPT-DL-ROW WITH POINTER RPT-DL-PTR
                       ON OVERFLOW MOVE "Y" TO RPT-DL-OVERFLOW-SW
                   END-STRING
               END-IF
               STRING RPT-DL-NUMBER DELIMITED BY SPACE
                   INTO RPT-DL-ROW WITH POINTER RPT-DL-PTR
                   ON OVERFLOW MOVE "Y" TO RPT-DL-OVERFLOW-SW
               END-STRING
           ELSE
               PERFORM RPT-DELIM-TEXT
           END-IF.

       RPT-DELIM-NUMBER.
      *    AN EDITED AMOUNT GOES OUT AS A PLAIN NUMBER: COMMAS, $ AND
      *    % DROPPED, A LEADING OR TRAILING - (OR CR/DB) BECOMES A
      *    LEADING MINUS.  ANYTHING ELSE IN THE FIELD - A DASHED DATE,
      *    A LETTER, AN INNER BLANK - LEAVES IT AS TEXT.
           MOVE "Y" TO RPT-DL-NUMERIC-SW.
           MOVE "N" TO RPT-DL-NEGATIVE-SW.
           MOVE ZERO TO RPT-DL-DIGITS.
           MOVE ZERO TO RPT-DL-POINTS.
           MOVE SPACE TO RPT-DL-NUMBER.
           MOVE 1 TO RPT-DL-NUM-PTR.
           MOVE RPT-DL-LEN TO RPT-DL-SCAN-END.
           IF  RPT-DL-LEN > 2
               AND (RPT-DL-FIELD(RPT-DL-LEN - 1:2) = "CR"
                 OR RPT-DL-FIELD(RPT-DL-LEN - 1:2) = "DB")
               MOVE "Y" TO RPT-DL-NEGATIVE-SW
               SUBTRACT 2 FROM RPT-DL-SCAN-END
           END-IF.
           PERFORM VARYING RPT-DL-IDX FROM 1 BY 1
                   UNTIL RPT-DL-IDX > RPT-DL-SCAN-END
                      OR NOT RPT-DL-IS-NUMERIC
               MOVE RPT-DL-FIELD(RPT-DL-IDX:1) TO RPT-DL-CHAR
               EVALUATE TRUE
                   WHEN RPT-DL-CHAR IS NUMERIC
                       ADD 1 TO RPT-DL-DIGITS
                       PERFORM RPT-DELIM-KEEP-CHAR
                   WHEN RPT-DL-CHAR = "."
                       ADD 1 TO RPT-DL-POINTS
                       PERFORM RPT-DELIM-KEEP-CHAR
                   WHEN RPT-DL-CHAR = "," OR "$" OR "%"
                       CONTINUE
                   WHEN (RPT-DL-CHAR = "-" OR "+")
                        AND (RPT-DL-IDX = 1
                          OR RPT-DL-IDX = RPT-DL-SCAN-END)
                       IF  RPT-DL-CHAR = "-"
                           MOVE "Y" TO RPT-DL-NEGATIVE-SW
                       END-IF
                   WHEN OTHER
                       MOVE "N" TO RPT-DL-NUMERIC-SW
               END-EVALUATE
           END-PERFORM.
           IF  RPT-DL-DIGITS = ZERO
               MOVE "N" TO RPT-DL-NUMERIC-SW
           END-IF.

       RPT-DELIM-KEEP-CHAR.
           IF  RPT-DL-NUM-PTR > 40 OR RPT-DL-POINTS > 1
               MOVE "N" TO RPT-DL-NUMERIC-SW
           ELSE
               MOVE RPT-DL-CHAR TO RPT-DL-NUMBER(RPT-DL-NUM-PTR:1)
               ADD 1 TO RPT-DL-NUM-PTR
           END-IF.

       RPT-DELIM-TEXT.
      *    TEXT HOLDING THE DELIMITER OR A QUOTE IS QUOTED, INNER
      *    QUOTES DOUBLED, AS A SPREADSHEET EXPECTS.
           MOVE ZERO TO RPT-DL-QUOTES.
           INSPECT RPT-DL-FIELD(1:RPT-DL-LEN) TALLYING RPT-DL-QUOTES
               FOR ALL '"' ALL RPT-DELIM-CHAR.
           IF  RPT-DL-QUOTES = ZERO
               STRING RPT-DL-FIELD(1:RPT-DL-LEN) DELIMITED BY SIZE
                   INTO RPT-DL-ROW WITH POINTER RPT-DL-PTR
                   ON OVERFLOW MOVE "Y" TO RPT-DL-OVERFLOW-SW
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           STRING '"' DELIMITED BY SIZE
               INTO RPT-DL-ROW WITH POINTER RPT-DL-PTR
               ON OVERFLOW MOVE "Y" TO RPT-DL-OVERFLOW-SW
           END-STRING.
           PERFORM VARYING RPT-DL-IDX FROM 1 BY 1
                   UNTIL RPT-DL-IDX > RPT-DL-LEN
               IF  RPT-DL-FIELD(RPT-DL-IDX:1) = '"'
                   STRING '""' DELIMITED BY SIZE
                       INTO RPT-DL-ROW WITH POINTER RPT-DL-PTR
                       ON OVERFLOW MOVE "Y" TO RPT-DL-OVERFLOW-SW
                   END-STRING
               ELSE
                   STRING RPT-DL-FIELD(RPT-DL-IDX:1) DELIMITED BY SIZE
                       INTO RPT-DL-ROW WITH POINTER RPT-DL-PTR
                       ON OVERFLOW MOVE "Y" TO RPT-DL-OVERFLOW-SW
                   END-STRING
               END-IF
           END-PERFORM.
           STRING '"' DELIMITED BY SIZE
               INTO RPT-DL-ROW WITH POINTER RPT-DL-PTR
               ON OVERFLOW MOVE "Y" TO RPT-DL-OVERFLOW-SW
           END-STRING.

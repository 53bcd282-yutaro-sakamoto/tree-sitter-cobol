       LOAD-EMP-ADDRESS.
      *    THE ADDRESS IN EFFECT FOR EMA-EMP-NO ON EMA-AS-OF-DATE IS
      *    THE LATEST EMP_ADDRESS ROW ON OR BEFORE IT - THE SAME
      *    MOST-RECENT-ROW SHAPE AS THE TAX-ELECTION LOOKUP.  NO ROW
      *    LEAVES EMA-FOUND OFF, THE FIELDS BLANK AND THE REASON SET,
      *    FOR THE CALLER TO LIST.
           IF  NOT EMA-TABLE-READY
               EXEC SQL
                   CREATE TABLE IF NOT EXISTS EMP_ADDRESS
                   (
                       EMP_NO         NUMERIC(6,0) NOT NULL,
                       EFFECTIVE_DATE NUMERIC(8,0) NOT NULL,
                       ADDR_LINE1     CHAR(30),
                       ADDR_LINE2     CHAR(30),
                       CITY           CHAR(20),
                       STATE_CODE     CHAR(2),
                       ZIP_CODE       CHAR(10),
                       COUNTRY_CODE   CHAR(2),
                       RES_JURIS      CHAR(2),
                       PHONE_NO       CHAR(15),
                       EMAIL_ADDR     CHAR(40),
                       RETURNED_MAIL  CHAR(1),
                       RETURNED_DATE  NUMERIC(8,0),
                       ENTERED_BY     CHAR(30),
                       CONSTRAINT IEMPADR_0 PRIMARY KEY
                           (EMP_NO, EFFECTIVE_DATE)
                   )
               END-EXEC
               MOVE "Y" TO EMA-TABLE-READY-SW
           END-IF.
           MOVE "N"   TO EMA-FOUND-SW.
           MOVE "N"   TO EMA-MAILABLE-SW.
           MOVE ZERO  TO EMA-EFF-DATE.
           MOVE SPACE TO EMA-ADDR-LINE1.
           MOVE SPACE TO EMA-ADDR-LINE2.
           MOVE SPACE TO EMA-CITY.
           MOVE SPACE TO EMA-STATE-CODE.
           MOVE SPACE TO EMA-ZIP-CODE.
           MOVE SPACE TO EMA-COUNTRY-CODE.
           MOVE SPACE TO EMA-RES-JURIS.
           MOVE SPACE TO EMA-PHONE-NO.
           MOVE SPACE TO EMA-EMAIL-ADDR.
           MOVE "N"   TO EMA-RETURNED-MAIL.
           MOVE ZERO  TO EMA-RETURNED-DATE.
           MOVE SPACE TO EMA-CITY-LINE.
           MOVE "NO ADDRESS ON FILE" TO EMA-REASON.
           EXEC SQL
               SELECT EFFECTIVE_DATE,
                      COALESCE(ADDR_LINE1, ' '),
                      COALESCE(ADDR_LINE2, ' '),
                      COALESCE(CITY, ' '),
                      COALESCE(STATE_CODE, ' '),
                      COALESCE(ZIP_CODE, ' '),
                      COALESCE(COUNTRY_CODE, 'US'),
                      COALESCE(RES_JURIS, ' '),
                      COALESCE(PHONE_NO, ' '),
                      COALESCE(EMAIL_ADDR, ' '),
                      COALESCE(RETURNED_MAIL, 'N'),
                      COALESCE(RETURNED_DATE, 0)
                      INTO :EMA-EFF-DATE, :EMA-ADDR-LINE1,
                           :EMA-ADDR-LINE2, :EMA-CITY,
                           :EMA-STATE-CODE, :EMA-ZIP-CODE,
                           :EMA-COUNTRY-CODE, :EMA-RES-JURIS,
                           :EMA-PHONE-NO, :EMA-EMAIL-ADDR,
                           :EMA-RETURNED-MAIL, :EMA-RETURNED-DATE
                      FROM EMP_ADDRESS
                      WHERE EMP_NO = :EMA-EMP-NO
                        AND EFFECTIVE_DATE =
                            (SELECT MAX(EFFECTIVE_DATE)
                                    FROM EMP_ADDRESS
                                    WHERE EMP_NO = :EMA-EMP-NO
                                      AND EFFECTIVE_DATE <=
                                          :EMA-AS-OF-DATE)
           END-EXEC.
           IF  SQLCODE = +10
               EXIT PARAGRAPH
           END-IF.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO EMA-FOUND-SW.
           STRING EMA-CITY       DELIMITED BY "  "
                  ", "           DELIMITED BY SIZE
                  EMA-STATE-CODE DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  EMA-ZIP-CODE   DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  EMA-COUNTRY-CODE DELIMITED BY SIZE
               INTO EMA-CITY-LINE
           END-STRING.
           EVALUATE TRUE
               WHEN EMA-RETURNED-MAIL = "Y"
                   MOVE "MAIL RETURNED" TO EMA-REASON
               WHEN EMA-ADDR-LINE1 = SPACE
                 OR EMA-CITY = SPACE
                 OR EMA-ZIP-CODE = SPACE
                   MOVE "ADDRESS INCOMPLETE" TO EMA-REASON
               WHEN EMA-COUNTRY-CODE = "US"
                AND EMA-STATE-CODE = SPACE
                   MOVE "ADDRESS INCOMPLETE" TO EMA-REASON
               WHEN OTHER
                   MOVE SPACE TO EMA-REASON
                   MOVE "Y"   TO EMA-MAILABLE-SW
           END-EVALUATE.

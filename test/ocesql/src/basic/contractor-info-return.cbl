       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 prog.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY joblogfctl.
           COPY dbconfigfctl.
           COPY parmfctl.
           COPY rptwfctl.
           SELECT INFO-RETURN-FILE ASSIGN TO "INFORETF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INFO-RETURN-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
           COPY joblogfd.
           COPY dbconfigfd.
           COPY parmfd.
           COPY rptwfd.
       FD  INFO-RETURN-FILE.
       01  INFO-RETURN-RECORD      PIC X(160).

       WORKING-STORAGE             SECTION.
           COPY joblogcopy.
           COPY dbconfigcopy.
           COPY parmcopy.
           COPY rptwcopy.

       01  INFO-RETURN-STATUS      PIC X(02) VALUE "00".

       01 CONNECT-RETRY-COUNT PIC 9(02) VALUE ZERO.
       01 CONNECT-RETRY-MAX PIC 9(02) VALUE 3.
       01 CONNECT-BACKOFF-SECONDS PIC 9(02) VALUE 2.

       01  IDX                     PIC  9(02).
       01  PAYER-COUNT             PIC  9(05) VALUE ZERO.
       01  PAYEE-COUNT             PIC  9(07) VALUE ZERO.
       01  PAYER-PAYEE-COUNT       PIC  9(07) VALUE ZERO.
       01  PAYER-BOX1-TOTAL        PIC S9(11)V99 VALUE ZERO.
       01  PAYER-BOX4-TOTAL        PIC S9(11)V99 VALUE ZERO.
       01  GRAND-BOX1-TOTAL        PIC S9(11)V99 VALUE ZERO.
       01  GRAND-BOX4-TOTAL        PIC S9(11)V99 VALUE ZERO.
       01  PRIOR-COMPANY-CODE      PIC  X(02) VALUE HIGH-VALUE.

      *    INFORMATION RETURN FILE - ONE A RECORD PER PAYER (THE
      *    PAYING COMPANY), ONE B RECORD PER REPORTABLE CONTRACTOR,
      *    A C RECORD CLOSING EACH PAYER AND ONE F RECORD CLOSING
      *    THE FILE - RECORD TYPE IN COLUMN ONE, AS ON EVERY FILING
      *    THIS SYSTEM CUTS.
       01  IR-PAYER-REC.
         03  FILLER                PIC  X(01) VALUE "A".
         03  IR-A-TAX-YEAR         PIC  9(04).
         03  IR-A-COMPANY-CODE     PIC  X(02).
         03  IR-A-COMPANY-NAME     PIC  X(20).
         03  IR-A-CREATED          PIC  9(08).
         03  FILLER                PIC  X(125) VALUE SPACE.

       01  IR-PAYEE-REC.
         03  FILLER                PIC  X(01) VALUE "B".
         03  IR-B-TAX-YEAR         PIC  9(04).
         03  IR-B-COMPANY-CODE     PIC  X(02).
         03  IR-B-CONTRACTOR-NO    PIC  9(06).
         03  IR-B-TIN-TYPE         PIC  X(01).
         03  IR-B-TAX-ID           PIC  X(09).
         03  IR-B-NAME             PIC  X(30).
         03  IR-B-ADDR-LINE        PIC  X(30).
         03  IR-B-CITY             PIC  X(20).
         03  IR-B-STATE-CODE       PIC  X(02).
         03  IR-B-ZIP-CODE         PIC  X(10).
      *    BOX 1 NONEMPLOYEE COMPENSATION, BOX 4 FEDERAL INCOME TAX
      *    WITHHELD (BACKUP WITHHOLDING).
         03  IR-B-BOX1             PIC  9(09)V99.
         03  IR-B-BOX4             PIC  9(09)V99.
         03  FILLER                PIC  X(23) VALUE SPACE.

       01  IR-END-PAYER-REC.
         03  FILLER                PIC  X(01) VALUE "C".
         03  IR-C-COMPANY-CODE     PIC  X(02).
         03  IR-C-PAYEE-COUNT      PIC  9(07).
         03  IR-C-BOX1             PIC  9(11)V99.
         03  IR-C-BOX4             PIC  9(11)V99.
         03  FILLER                PIC  X(124) VALUE SPACE.

       01  IR-END-FILE-REC.
         03  FILLER                PIC  X(01) VALUE "F".
         03  IR-F-PAYER-COUNT      PIC  9(05).
         03  IR-F-PAYEE-COUNT      PIC  9(07).
         03  IR-F-BOX1             PIC  9(11)V99.
         03  IR-F-BOX4             PIC  9(11)V99.
         03  FILLER                PIC  X(121) VALUE SPACE.

      *    RECIPIENT STATEMENT LINES - THE COPY MAILED TO THE
      *    CONTRACTOR SHOWS ONLY THE LAST FOUR DIGITS OF THE TIN.
       01  S-TITLE-REC.
           05  FILLER              PIC  X(34) VALUE
               "NONEMPLOYEE COMPENSATION TAX YEAR ".
           05  S-TAX-YEAR          PIC  9(04).

       01  S-PAYER-REC.
           05  FILLER              PIC  X(11) VALUE "PAYER:     ".
           05  S-COMPANY-CODE      PIC  X(02).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  S-COMPANY-NAME      PIC  X(20).

       01  S-NAME-REC.
           05  S-NAME-LABEL        PIC  X(11).
           05  S-NAME-TEXT         PIC  X(30).

       01  S-CITY-REC.
           05  FILLER              PIC  X(11) VALUE SPACE.
           05  S-CITY              PIC  X(20).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  S-STATE-CODE        PIC  X(02).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  S-ZIP-CODE          PIC  X(10).

       01  S-TIN-REC.
           05  FILLER              PIC  X(15) VALUE "RECIPIENT TIN: ".
           05  S-TIN-TEXT          PIC  X(11).
           05  FILLER              PIC  X(13) VALUE "  ACCOUNT NO ".
           05  S-CONTRACTOR-NO     PIC  9(06).

       01  S-AMOUNT-REC.
           05  S-AMOUNT-LABEL      PIC  X(36).
           05  S-AMOUNT            PIC  --,---,--9.99.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.

       01  IR-TAX-YEAR             PIC  9(04).
       01  IR-YEAR-START           PIC  9(08).
       01  IR-YEAR-END             PIC  9(08).
      *    REPORTING THRESHOLD FOR NONEMPLOYEE COMPENSATION - A
      *    CONTRACTOR UNDER IT IS STILL REPORTED IF ANYTHING WAS
      *    WITHHELD, SINCE THE WITHHOLDING HAS TO BE CREDITED.
       01  IR-THRESHOLD            PIC S9(07)V99 VALUE 600.00.
       01  CTR-COMPANY-CODE        PIC  X(02).
       01  CTR-NO                  PIC S9(06).
       01  CTR-NAME                PIC  X(30).
       01  CTR-TIN-TYPE            PIC  X(01).
       01  CTR-TAX-ID              PIC  X(09).
       01  CTR-ADDR-LINE           PIC  X(30).
       01  CTR-CITY                PIC  X(20).
       01  CTR-STATE-CODE          PIC  X(02).
       01  CTR-ZIP-CODE            PIC  X(10).
       01  CTR-BOX1                PIC S9(09)V99.
       01  CTR-BOX4                PIC S9(09)V99.
       01  PAYER-NAME              PIC  X(20).
       01  BELOW-COUNT             PIC S9(07).
       01  OPEN-COUNT              PIC S9(07).
       01  TODAY-DATE              PIC  9(08).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           MOVE "CTRINFRT" TO JOB-LOG-PROGRAM-ID.
           PERFORM JOB-LOG-HEADER.

       PERFORM CONNECT-DB.

           DISPLAY "CONTRACTOR ANNUAL INFORMATION RETURN".
           DISPLAY "--".

           PERFORM OPEN-PARM-CARD.
           DISPLAY "ENTER TAX YEAR (YYYY):".
           PERFORM GET-NEXT-PARM.
           MOVE FUNCTION NUMVAL(PARM-ANSWER) TO IR-TAX-YEAR.
           PERFORM CLOSE-PARM-CARD.
           IF  IR-TAX-YEAR < 2000
               DISPLAY "*** TAX YEAR MUST BE YYYY ***"
               PERFORM DISCONNECT-DB
               MOVE 0008 TO JOB-LOG-RETURN-CODE
               PERFORM JOB-LOG-TRAILER
               STOP RUN
           END-IF.
      *    A CONTRACTOR PAYMENT BELONGS TO THE YEAR IT WAS PAID IN -
      *    THE LEDGER DATE THE ACH EXTRACT STAMPED, NOT THE INVOICE
      *    OR SERVICE DATE.
           COMPUTE IR-YEAR-START = IR-TAX-YEAR * 10000 + 0101.
           COMPUTE IR-YEAR-END   = IR-TAX-YEAR * 10000 + 1231.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

      *    SAME IDEMPOTENT DDL AS CONTRMST AND CONTRPMT - A YEAR
      *    WITH NO CONTRACTORS YET SEES EMPTY TABLES, NOT MISSING
      *    ONES.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CONTRACTOR_MASTER
               (
                   CONTRACTOR_NO   NUMERIC(6,0) NOT NULL,
                   CONTRACTOR_NAME CHAR(30),
                   TIN_TYPE        CHAR(1),
                   TAX_ID          CHAR(9),
                   ADDR_LINE       CHAR(30),
                   CITY            CHAR(20),
                   STATE_CODE      CHAR(2),
                   ZIP_CODE        CHAR(10),
                   ROUTING_NO      CHAR(9),
                   ACCOUNT_NO      CHAR(17),
                   COMPANY_CODE    CHAR(2),
                   WH_STATUS       CHAR(1),
                   STATUS          CHAR(1),
                   STATUS_DATE     NUMERIC(8,0),
                   CHANGED_BY      CHAR(10),
                   CONSTRAINT ICONTRM_0 PRIMARY KEY (CONTRACTOR_NO)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CONTRACTOR_PAYMENT
               (
                   CONTRACTOR_NO NUMERIC(6,0) NOT NULL,
                   PAYMENT_SEQ   NUMERIC(5,0) NOT NULL,
                   INVOICE_REF   CHAR(12),
                   SERVICE_DATE  NUMERIC(8,0),
                   AMOUNT        NUMERIC(7,2),
                   WITHHELD      NUMERIC(7,2),
                   ENTERED_BY    CHAR(10),
                   ENTERED_DATE  NUMERIC(8,0),
                   STATUS        CHAR(1),
                   RELEASE_DATE  NUMERIC(8,0),
                   PAID_DATE     NUMERIC(8,0),
                   CONSTRAINT ICONTRP_0 PRIMARY KEY
                       (CONTRACTOR_NO, PAYMENT_SEQ)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN.

           OPEN OUTPUT INFO-RETURN-FILE.
           IF  INFO-RETURN-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN INFORETF, STATUS "
                       INFO-RETURN-STATUS
               PERFORM DISCONNECT-DB
               MOVE 0008 TO JOB-LOG-RETURN-CODE
               PERFORM JOB-LOG-TRAILER
               STOP RUN
           END-IF.

      *    RECIPIENT STATEMENTS GO THROUGH THE SHARED REPORT WRITER
      *    SO THE RUN IS CATALOGED AND A LOST STATEMENT IS REPRINTED
      *    FROM THE REPOSITORY, NOT BY RERUNNING THE RETURN.
           MOVE "CONTRACTOR RECIPIENT STATEMENTS" TO RPT-TITLE.
           MOVE "RCPSTMTF" TO RPT-PRINT-DDNAME.
           MOVE SPACE TO RPT-COLUMN-HEADING.
           PERFORM RPT-OPEN.

      *    ONE ROW PER CONTRACTOR FOR THE YEAR, PAYER BY PAYER -
      *    ONLY DISBURSED PAYMENTS COUNT; PENDING, RELEASED-BUT-
      *    UNPAID AND CANCELLED ONES WERE NEVER PAID.
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT C.COMPANY_CODE, C.CONTRACTOR_NO,
                      C.CONTRACTOR_NAME, C.TIN_TYPE, C.TAX_ID,
                      C.ADDR_LINE, C.CITY, C.STATE_CODE, C.ZIP_CODE,
                      SUM(P.AMOUNT), SUM(P.WITHHELD)
                      FROM CONTRACTOR_MASTER C, CONTRACTOR_PAYMENT P
                      WHERE C.CONTRACTOR_NO = P.CONTRACTOR_NO
                        AND P.STATUS = 'D'
                        AND P.PAID_DATE >= :IR-YEAR-START
                        AND P.PAID_DATE <= :IR-YEAR-END
                      GROUP BY C.COMPANY_CODE, C.CONTRACTOR_NO,
                               C.CONTRACTOR_NAME, C.TIN_TYPE,
                               C.TAX_ID, C.ADDR_LINE, C.CITY,
                               C.STATE_CODE, C.ZIP_CODE
                      HAVING SUM(P.AMOUNT) >= :IR-THRESHOLD
                          OR SUM(P.WITHHELD) > 0
                      ORDER BY C.COMPANY_CODE, C.CONTRACTOR_NO
           END-EXEC.
           EXEC SQL
               OPEN C1
           END-EXEC.
           EXEC SQL
               FETCH C1 INTO :CTR-COMPANY-CODE, :CTR-NO, :CTR-NAME,
                             :CTR-TIN-TYPE, :CTR-TAX-ID,
                             :CTR-ADDR-LINE, :CTR-CITY,
                             :CTR-STATE-CODE, :CTR-ZIP-CODE,
                             :CTR-BOX1, :CTR-BOX4
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF  CTR-COMPANY-CODE NOT = PRIOR-COMPANY-CODE
                   PERFORM END-ONE-PAYER
                   PERFORM START-ONE-PAYER
               END-IF
               PERFORM REPORT-ONE-CONTRACTOR
               EXEC SQL
                   FETCH C1 INTO :CTR-COMPANY-CODE, :CTR-NO,
                                 :CTR-NAME, :CTR-TIN-TYPE,
                                 :CTR-TAX-ID, :CTR-ADDR-LINE,
                                 :CTR-CITY, :CTR-STATE-CODE,
                                 :CTR-ZIP-CODE, :CTR-BOX1, :CTR-BOX4
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
           PERFORM END-ONE-PAYER.

           MOVE PAYER-COUNT      TO IR-F-PAYER-COUNT.
           MOVE PAYEE-COUNT      TO IR-F-PAYEE-COUNT.
           MOVE GRAND-BOX1-TOTAL TO IR-F-BOX1.
           MOVE GRAND-BOX4-TOTAL TO IR-F-BOX4.
           WRITE INFO-RETURN-RECORD FROM IR-END-FILE-REC.
           CLOSE INFO-RETURN-FILE.

           PERFORM RPT-CLOSE.

      *    CONTRACTORS PAID UNDER THE THRESHOLD WITH NOTHING
      *    WITHHELD ARE NOT REPORTED - COUNTED SO THE CLERK CAN SEE
      *    THEY WERE CONSIDERED, NOT MISSED.
           MOVE ZERO TO BELOW-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :BELOW-COUNT
                      FROM (SELECT P.CONTRACTOR_NO
                              FROM CONTRACTOR_PAYMENT P
                              WHERE P.STATUS = 'D'
                                AND P.PAID_DATE >= :IR-YEAR-START
                                AND P.PAID_DATE <= :IR-YEAR-END
                              GROUP BY P.CONTRACTOR_NO
                              HAVING SUM(P.AMOUNT) < :IR-THRESHOLD
                                 AND SUM(P.WITHHELD) = 0) B
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +10
               PERFORM ERROR-RTN
           END-IF.

      *    A PAYMENT RELEASED BUT NOT YET DISBURSED CANNOT BE ON THE
      *    RETURN - IF ONE IS STILL OPEN THE YEAR IS NOT READY TO
      *    FILE AND THE SCHEDULER IS TOLD SO.
           MOVE ZERO TO OPEN-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :OPEN-COUNT
                      FROM CONTRACTOR_PAYMENT
                      WHERE STATUS = 'R'
                        AND RELEASE_DATE >= :IR-YEAR-START
                        AND RELEASE_DATE <= :IR-YEAR-END
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +10
               PERFORM ERROR-RTN
           END-IF.
           IF  OPEN-COUNT > ZERO
               DISPLAY "*** " OPEN-COUNT " RELEASED PAYMENT(S) NOT "
                       "YET DISBURSED - RETURN NOT FINAL ***"
           END-IF.

           DISPLAY "--".
           DISPLAY "<control total> PAYERS=" PAYER-COUNT
                   " RECIPIENTS=" PAYEE-COUNT
                   " BELOW THRESHOLD=" BELOW-COUNT.
           DISPLAY "<control total> BOX1 COMPENSATION="
                   GRAND-BOX1-TOTAL " BOX4 WITHHELD="
                   GRAND-BOX4-TOTAL.

       PERFORM DISCONNECT-DB.
           IF  OPEN-COUNT > ZERO
               MOVE 0004 TO JOB-LOG-RETURN-CODE
           ELSE
               MOVE ZERO TO JOB-LOG-RETURN-CODE
           END-IF.
           PERFORM JOB-LOG-TRAILER.

      *    END
           STOP RUN.

      ******************************************************************
       START-ONE-PAYER.
      ******************************************************************
           MOVE CTR-COMPANY-CODE TO PRIOR-COMPANY-CODE.
           MOVE ZERO TO PAYER-PAYEE-COUNT.
           MOVE ZERO TO PAYER-BOX1-TOTAL.
           MOVE ZERO TO PAYER-BOX4-TOTAL.
           MOVE SPACE TO PAYER-NAME.
           EXEC SQL
               SELECT COMPANY_NAME INTO :PAYER-NAME
                      FROM COMPANY_MASTER
                      WHERE COMPANY_CODE = :CTR-COMPANY-CODE
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +10
               PERFORM ERROR-RTN
           END-IF.
           ADD 1 TO PAYER-COUNT.
           MOVE IR-TAX-YEAR      TO IR-A-TAX-YEAR.
           MOVE CTR-COMPANY-CODE TO IR-A-COMPANY-CODE.
           MOVE PAYER-NAME       TO IR-A-COMPANY-NAME.
           MOVE TODAY-DATE       TO IR-A-CREATED.
           WRITE INFO-RETURN-RECORD FROM IR-PAYER-REC.

      ******************************************************************
       END-ONE-PAYER.
      ******************************************************************
      *    NOTHING TO CLOSE BEFORE THE FIRST PAYER HAS STARTED.
           IF  PRIOR-COMPANY-CODE = HIGH-VALUE
               EXIT PARAGRAPH
           END-IF.
           MOVE PRIOR-COMPANY-CODE TO IR-C-COMPANY-CODE.
           MOVE PAYER-PAYEE-COUNT  TO IR-C-PAYEE-COUNT.
           MOVE PAYER-BOX1-TOTAL   TO IR-C-BOX1.
           MOVE PAYER-BOX4-TOTAL   TO IR-C-BOX4.
           WRITE INFO-RETURN-RECORD FROM IR-END-PAYER-REC.
           DISPLAY "PAYER " PRIOR-COMPANY-CODE " RECIPIENTS "
                   PAYER-PAYEE-COUNT " BOX1 " PAYER-BOX1-TOTAL
                   " BOX4 " PAYER-BOX4-TOTAL.

      ******************************************************************
       REPORT-ONE-CONTRACTOR.
      ******************************************************************
           MOVE IR-TAX-YEAR      TO IR-B-TAX-YEAR.
           MOVE CTR-COMPANY-CODE TO IR-B-COMPANY-CODE.
           MOVE CTR-NO           TO IR-B-CONTRACTOR-NO.
           MOVE CTR-TIN-TYPE     TO IR-B-TIN-TYPE.
           MOVE CTR-TAX-ID       TO IR-B-TAX-ID.
           MOVE CTR-NAME         TO IR-B-NAME.
           MOVE CTR-ADDR-LINE    TO IR-B-ADDR-LINE.
           MOVE CTR-CITY         TO IR-B-CITY.
           MOVE CTR-STATE-CODE   TO IR-B-STATE-CODE.
           MOVE CTR-ZIP-CODE     TO IR-B-ZIP-CODE.
           MOVE CTR-BOX1         TO IR-B-BOX1.
           MOVE CTR-BOX4         TO IR-B-BOX4.
           WRITE INFO-RETURN-RECORD FROM IR-PAYEE-REC.
           ADD 1        TO PAYER-PAYEE-COUNT.
           ADD 1        TO PAYEE-COUNT.
           ADD CTR-BOX1 TO PAYER-BOX1-TOTAL.
           ADD CTR-BOX4 TO PAYER-BOX4-TOTAL.
           ADD CTR-BOX1 TO GRAND-BOX1-TOTAL.
           ADD CTR-BOX4 TO GRAND-BOX4-TOTAL.
           PERFORM PRINT-RECIPIENT-STATEMENT.

      ******************************************************************
       PRINT-RECIPIENT-STATEMENT.
      ******************************************************************
      *    ONE PAGE PER RECIPIENT - FORCING THE LINE COUNT TO THE
      *    PAGE LIMIT MAKES THE NEXT PRINT START A FRESH PAGE.
           MOVE RPT-LINES-PER-PAGE TO RPT-LINE-COUNT.
           MOVE IR-TAX-YEAR TO S-TAX-YEAR.
           MOVE S-TITLE-REC TO RPT-DETAIL-LINE.
           PERFORM RPT-PRINT-LINE.
           MOVE SPACE TO RPT-DETAIL-LINE.
           PERFORM RPT-PRINT-LINE.
           MOVE CTR-COMPANY-CODE TO S-COMPANY-CODE.
           MOVE PAYER-NAME       TO S-COMPANY-NAME.
           MOVE S-PAYER-REC TO RPT-DETAIL-LINE.
           PERFORM RPT-PRINT-LINE.
           MOVE "RECIPIENT: " TO S-NAME-LABEL.
           MOVE CTR-NAME      TO S-NAME-TEXT.
           MOVE S-NAME-REC TO RPT-DETAIL-LINE.
           PERFORM RPT-PRINT-LINE.
           MOVE SPACE         TO S-NAME-LABEL.
           MOVE CTR-ADDR-LINE TO S-NAME-TEXT.
           MOVE S-NAME-REC TO RPT-DETAIL-LINE.
           PERFORM RPT-PRINT-LINE.
           MOVE CTR-CITY       TO S-CITY.
           MOVE CTR-STATE-CODE TO S-STATE-CODE.
           MOVE CTR-ZIP-CODE   TO S-ZIP-CODE.
           MOVE S-CITY-REC TO RPT-DETAIL-LINE.
           PERFORM RPT-PRINT-LINE.
      *    SOCIAL SECURITY NUMBERS AND EMPLOYER NUMBERS ARE DASHED
      *    DIFFERENTLY - THE MASK KEEPS THE SHAPE THE RECIPIENT
      *    KNOWS.
           MOVE SPACE TO S-TIN-TEXT.
           IF  CTR-TIN-TYPE = "E"
               STRING "**-***" CTR-TAX-ID(6:4)
                      DELIMITED BY SIZE INTO S-TIN-TEXT
           ELSE
               STRING "***-**-" CTR-TAX-ID(6:4)
                      DELIMITED BY SIZE INTO S-TIN-TEXT
           END-IF.
           MOVE CTR-NO          TO S-CONTRACTOR-NO.
           MOVE S-TIN-REC TO RPT-DETAIL-LINE.
           PERFORM RPT-PRINT-LINE.
           MOVE SPACE TO RPT-DETAIL-LINE.
           PERFORM RPT-PRINT-LINE.
           MOVE "BOX 1 NONEMPLOYEE COMPENSATION" TO S-AMOUNT-LABEL.
           MOVE CTR-BOX1 TO S-AMOUNT.
           MOVE S-AMOUNT-REC TO RPT-DETAIL-LINE.
           PERFORM RPT-PRINT-LINE.
           MOVE "BOX 4 FEDERAL INCOME TAX WITHHELD" TO S-AMOUNT-LABEL.
           MOVE CTR-BOX4 TO S-AMOUNT.
           MOVE S-AMOUNT-REC TO RPT-DETAIL-LINE.
           PERFORM RPT-PRINT-LINE.

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

           COPY parmproc.
           COPY rptwproc.
           COPY dbconfigproc.
           COPY joblogproc.

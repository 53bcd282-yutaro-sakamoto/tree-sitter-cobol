      *    BANK DATA ENCRYPTION FIELDS - INCLUDED INSIDE THE SQL
      *    DECLARE SECTION OF EVERY PROGRAM THAT STORES, MATCHES OR
      *    SENDS ROUTING AND ACCOUNT NUMBERS, AND USED BY THE
      *    PARAGRAPHS IN bankkeyproc.cpy.  ROUTING_NO AND ACCOUNT_NO
      *    ARE HELD ENCRYPTED IN EVERY TABLE UNDER THE KEY VERSION
      *    BANK_KEY_CTL NAMES.  THE CIPHER IS DIGIT-FOR-DIGIT AND
      *    DETERMINISTIC, SO AN ENCRYPTED VALUE KEEPS ITS COLUMN
      *    WIDTH, THE SAME ACCOUNT ALWAYS ENCRYPTS THE SAME WAY (ROWS
      *    STILL JOIN AND MATCH ON THE STORED FORM), AND THE
      *    "00000000" CHECK-ROUTING PLACEHOLDER AND BLANKS - WHICH
      *    ARE NOT BANK DATA - STAY AS THEY ARE FOR THE SQL TESTS
      *    THAT LOOK FOR THEM.
      *
      *    THE CALLER PERFORMS LOAD-BANK-KEY ONCE AFTER CONNECTING
      *    AND STOPS IF BANK-KEY-READY IS OFF; THEN MOVES CLEAR
      *    VALUES TO BANK-CLEAR-ROUTING/ACCOUNT AND PERFORMS
      *    ENCRYPT-BANK-DATA FOR BANK-CRYPT-ROUTING/ACCOUNT, OR THE
      *    REVERSE WITH DECRYPT-BANK-DATA.  ONLY THE ACH, PRENOTE AND
      *    CARD FILE BUILDERS AND THE AUTHORIZED INQUIRY DECRYPT.
      *
      *    THE KEY FILE IS KEYWORD-BY-COLUMN LIKE DBCONFIG: KEYWORD
      *    BANKKEY, THEN A TWO-DIGIT VERSION AND THE 32-DIGIT KEY.
      *    VERSION 00 IS NO KEY AT ALL - DATA STILL IN CLEAR TEXT,
      *    AS IT IS UNTIL BNKKEYRT FIRST ROTATES IT TO A REAL KEY.
       01 BANK-KEY-STATUS           PIC X(02) VALUE "00".
       01 BANK-KEY-EOF-SW           PIC X(01) VALUE "N".
          88 BANK-KEY-EOF               VALUE "Y".
       01 BANK-KEY-DETAIL.
          05 BKY-KEYWORD            PIC X(10).
          05 BKY-VERSION            PIC 9(02).
          05 BKY-KEY-VALUE          PIC X(32).
          05 FILLER                 PIC X(26).
       01 BANK-KEY-MAX              PIC 9(02) VALUE 10.
       01 BANK-KEY-COUNT            PIC 9(02) VALUE ZERO.
       01 BANK-KEY-IDX              PIC 9(02) VALUE ZERO.
       01 BANK-KEY-TABLE.
          05 BANK-KEY-ENTRY OCCURS 10.
             10 BANK-KEY-ENTRY-VER  PIC 9(02).
             10 BANK-KEY-ENTRY-KEY  PIC X(32).
      *    BANK_KEY_CTL.ACTIVE_VER - THE VERSION EVERY STORED ROW IS
      *    UNDER.  NO ROW YET MEANS VERSION 00.
       01 BANK-KEY-CTL-ID           PIC X(04) VALUE "BANK".
       01 BANK-KEY-ACTIVE-VER       PIC 9(02) VALUE ZERO.
       01 BANK-KEY-CTL-SW           PIC X(01) VALUE "N".
          88 BANK-KEY-CTL-READ          VALUE "Y".
       01 BANK-KEY-READY-SW         PIC X(01) VALUE "N".
          88 BANK-KEY-READY             VALUE "Y".
      *    THE KEY THE CIPHER PARAGRAPHS USE - NORMALLY THE ACTIVE
      *    ONE; THE ROTATION UTILITY SWITCHES IT BETWEEN OLD AND NEW
      *    WITH SELECT-BANK-KEY.
       01 BANK-KEY-USE-VER          PIC 9(02) VALUE ZERO.
       01 BANK-KEY-FOUND-SW         PIC X(01) VALUE "N".
          88 BANK-KEY-FOUND             VALUE "Y".
       01 BANK-KEY-USE-VALUE        PIC X(32) VALUE SPACE.
       01 BANK-KEY-USE-R REDEFINES BANK-KEY-USE-VALUE.
          05 BANK-KEY-DIGIT         PIC 9(01) OCCURS 32.
       01 BANK-CLEAR-ROUTING        PIC X(09) VALUE SPACE.
       01 BANK-CLEAR-ACCOUNT        PIC X(17) VALUE SPACE.
       01 BANK-CRYPT-ROUTING        PIC X(09) VALUE SPACE.
       01 BANK-CRYPT-ACCOUNT        PIC X(17) VALUE SPACE.
       01 BANK-PLACEHOLDER-ACCT     PIC X(17) VALUE "00000000".
      *    ONE FIELD AT A TIME THROUGH THE DIGIT CIPHER - THE
      *    ROUTING NUMBER TAKES KEY DIGITS 1-9, THE ACCOUNT 10-26, SO
      *    THE TWO NEVER SHARE A KEY STREAM.
       01 BANK-CRYPT-MODE           PIC X(01) VALUE "E".
          88 BANK-ENCRYPTING            VALUE "E".
          88 BANK-DECRYPTING            VALUE "D".
       01 BANK-CRYPT-WORK           PIC X(17) VALUE SPACE.
       01 BANK-CRYPT-WORK-R REDEFINES BANK-CRYPT-WORK.
          05 BANK-CRYPT-CHAR        PIC X(01) OCCURS 17.
       01 BANK-CRYPT-LEN            PIC 9(02) VALUE ZERO.
       01 BANK-CRYPT-OFFSET         PIC 9(02) VALUE ZERO.
       01 BANK-CRYPT-IDX            PIC 9(02) VALUE ZERO.
       01 BANK-CRYPT-KEY-IDX        PIC 9(02) VALUE ZERO.
       01 BANK-CRYPT-CHAIN          PIC 9(01) VALUE ZERO.
       01 BANK-CRYPT-DIGIT          PIC 9(01) VALUE ZERO.
       01 BANK-CRYPT-SUM            PIC 9(02) VALUE ZERO.
       01 BANK-CRYPT-QUOT           PIC 9(02) VALUE ZERO.

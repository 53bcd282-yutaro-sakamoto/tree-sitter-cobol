      *    PACKED GL JOURNAL - ONE 40-BYTE RECORD, TYPE IN BYTE ONE:
      *    1 HEADER, 2 JOURNAL LINE, 9 TRAILER.  AMOUNTS ARE SIGNED
      *    COMP-3 AND A LINE STILL CARRIES ITS D/C FLAG, BUT THE SIGN
      *    DOES THE WORK THE MAINFRAME WANTS: DEBITS POSITIVE, CREDITS
      *    NEGATIVE, SO THE LINES OF A BALANCED JOURNAL SUM TO ZERO
      *    AND THE TRAILER'S CREDIT TOTAL IS NEGATIVE.  THE HASH TOTAL
      *    IS THE SUM OF THE LINE AMOUNTS WITHOUT SIGN.  HEADER AND
      *    TRAILER BOTH CARRY THE LINE COUNT AND THE HASH, AND THE
      *    COUNT IS OF JOURNAL LINES ONLY.
       01 GL-PACK-STATUS            PIC X(02) VALUE "00".
       01 GLP-RECORD.
          05 GLP-REC-TYPE           PIC X(01).
             88 GLP-IS-HEADER           VALUE "1".
             88 GLP-IS-DETAIL           VALUE "2".
             88 GLP-IS-TRAILER          VALUE "9".
          05 GLP-HEADER-BODY.
             10 GLP-H-SOURCE        PIC X(08).
             10 GLP-H-FISCAL-YEAR   PIC 9(04).
             10 GLP-H-FISCAL-PERIOD PIC 9(02).
             10 GLP-H-CREATED       PIC 9(08).
             10 GLP-H-LINE-COUNT    PIC S9(07)      COMP-3.
             10 GLP-H-HASH-TOTAL    PIC S9(13)V99   COMP-3.
             10 FILLER              PIC X(05).
          05 GLP-DETAIL-BODY REDEFINES GLP-HEADER-BODY.
             10 GLP-DR-CR           PIC X(01).
             10 GLP-ACCOUNT         PIC X(08).
             10 GLP-DEPT-CODE       PIC X(04).
             10 GLP-FISCAL-YEAR     PIC 9(04).
             10 GLP-FISCAL-PERIOD   PIC 9(02).
             10 GLP-AMOUNT          PIC S9(11)V99   COMP-3.
             10 FILLER              PIC X(13).
          05 GLP-TRAILER-BODY REDEFINES GLP-HEADER-BODY.
             10 GLP-T-LINE-COUNT    PIC S9(07)      COMP-3.
             10 GLP-T-DEBIT-TOTAL   PIC S9(13)V99   COMP-3.
             10 GLP-T-CREDIT-TOTAL  PIC S9(13)V99   COMP-3.
             10 GLP-T-HASH-TOTAL    PIC S9(13)V99   COMP-3.
             10 FILLER              PIC X(11).

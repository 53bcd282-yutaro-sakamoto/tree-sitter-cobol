      *    PACKED QUARTERLY TAX EXTRACT - ONE 48-BYTE RECORD, TYPE IN
      *    BYTE ONE: 1 HEADER, 2 LEGAL ENTITY, 9 TRAILER, THE SAME
      *    FIGURES AS QTRTAXF WITH EVERY AMOUNT SIGNED COMP-3.  THE
      *    HASH TOTAL IS GROSS + TAX + BOTH SOCIAL-INSURANCE SHARES
      *    OVER ALL DETAILS.  HEADER AND TRAILER BOTH CARRY THE
      *    DETAIL COUNT AND THE HASH.
       01 QTR-PACK-STATUS           PIC X(02) VALUE "00".
       01 QTP-RECORD.
          05 QTP-REC-TYPE           PIC X(01).
             88 QTP-IS-HEADER           VALUE "1".
             88 QTP-IS-DETAIL           VALUE "2".
             88 QTP-IS-TRAILER          VALUE "9".
          05 QTP-HEADER-BODY.
             10 QTP-H-FISCAL-YEAR   PIC 9(04).
             10 QTP-H-QUARTER       PIC 9(01).
             10 QTP-H-CREATED       PIC 9(08).
             10 QTP-H-RECORD-COUNT  PIC S9(07)      COMP-3.
             10 QTP-H-HASH-TOTAL    PIC S9(13)V99   COMP-3.
             10 FILLER              PIC X(22).
          05 QTP-DETAIL-BODY REDEFINES QTP-HEADER-BODY.
             10 QTP-COMPANY-CODE    PIC X(02).
             10 QTP-FISCAL-YEAR     PIC 9(04).
             10 QTP-QUARTER         PIC 9(01).
             10 QTP-GROSS           PIC S9(11)V99   COMP-3.
             10 QTP-TAX             PIC S9(11)V99   COMP-3.
             10 QTP-EMP-COUNT       PIC S9(05)      COMP-3.
             10 QTP-SI-EE-TAX       PIC S9(11)V99   COMP-3.
             10 QTP-SI-ER-TAX       PIC S9(11)V99   COMP-3.
             10 FILLER              PIC X(09).
          05 QTP-TRAILER-BODY REDEFINES QTP-HEADER-BODY.
             10 QTP-T-RECORD-COUNT  PIC S9(07)      COMP-3.
             10 QTP-T-GROSS         PIC S9(13)V99   COMP-3.
             10 QTP-T-TAX           PIC S9(13)V99   COMP-3.
             10 QTP-T-SI-EE-TAX     PIC S9(13)V99   COMP-3.
             10 QTP-T-SI-ER-TAX     PIC S9(13)V99   COMP-3.
             10 QTP-T-HASH-TOTAL    PIC S9(13)V99   COMP-3.
             10 FILLER              PIC X(03).

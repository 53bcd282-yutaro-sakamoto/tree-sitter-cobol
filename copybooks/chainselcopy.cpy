      *    ONE CHAINSEL LINE - CHAIN NAME (NIGHTLY, MONTHEND, QTREND,
      *    YEAREND), Y WHEN IT RUNS TONIGHT, THE CHAIN DATE THE
      *    CALENDARS WERE READ FOR, AND THE REASON IN WORDS.
       01 CHAIN-SEL-STATUS          PIC X(02) VALUE "00".
       01 CHAIN-SEL-EOF-SW          PIC X(01) VALUE "N".
          88 CHAIN-SEL-EOF              VALUE "Y".
       01 CS-DETAIL-REC.
          05 CS-CHAIN-NAME          PIC X(08).
          05 FILLER                 PIC X(01).
          05 CS-SELECTED            PIC X(01).
             88 CS-CHAIN-SELECTED       VALUE "Y".
          05 FILLER                 PIC X(01).
          05 CS-CHAIN-DATE          PIC 9(08).
          05 FILLER                 PIC X(01).
          05 CS-REASON              PIC X(50).

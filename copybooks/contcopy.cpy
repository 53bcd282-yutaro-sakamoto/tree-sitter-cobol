      *    CONTINUATION COVERAGE FIELDS - INCLUDED INSIDE THE SQL
      *    DECLARE SECTION OF EVERY PROGRAM THAT OPENS, BILLS OR
      *    REPORTS A LEAVER'S CONTINUATION CASE, AND USED BY THE
      *    PARAGRAPHS IN contproc.cpy.  FINALPAY OPENS ONE CONT_CASE
      *    ROW PER CONTINUABLE PLAN THE LEAVER HELD ON THE TERMINATION
      *    DATE; CONTCOVG TAKES THE ELECTION, BILLS THE MONTHLY
      *    PREMIUM INTO CONT_BILL, POSTS WHAT COMES BACK INTO
      *    CONT_PAYMENT AND DROPS A CASE THE GRACE PERIOD RUNS OUT ON.
       01 CNT-TABLE-READY-SW        PIC X(01) VALUE "N".
          88 CNT-TABLE-READY            VALUE "Y".
      *    DAYS A LEAVER HAS FROM THE NOTICE TO ELECT, AND DAYS A
      *    MONTH'S PREMIUM MAY GO UNPAID PAST ITS DUE DATE.
       01 CNT-ELECT-DAYS            PIC S9(05) VALUE 60.
       01 CNT-GRACE-DAYS            PIC S9(05) VALUE 30.
      *    CNT-LOAD-PREMIUM - THE CALLER SETS CNT-PLAN-CODE AND
      *    CNT-TIER; CNT-PREMIUM COMES BACK AS THE TIER'S MONTHLY
      *    CONTINUATION PREMIUM, ZERO WHEN THE CATALOG HAS NONE.
       01 CNT-PLAN-CODE             PIC X(04) VALUE SPACE.
       01 CNT-TIER                  PIC X(01) VALUE SPACE.
       01 CNT-PREMIUM               PIC S9(05)V99 VALUE ZERO.
      *    CNT-SET-COVER-END - THE CALLER SETS CNT-QUALIFY-DATE AND
      *    CNT-MONTHS; CNT-COVER-END COMES BACK AS THE LAST DAY OF THE
      *    MONTH THAT MANY MONTHS AFTER THE QUALIFYING EVENT.
       01 CNT-QUALIFY-DATE          PIC 9(08) VALUE ZERO.
       01 CNT-MONTHS                PIC 9(02) VALUE ZERO.
       01 CNT-COVER-END             PIC 9(08) VALUE ZERO.
       01 CNT-MONTH-SERIAL          PIC 9(06) VALUE ZERO.

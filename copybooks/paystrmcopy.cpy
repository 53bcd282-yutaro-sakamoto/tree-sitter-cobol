      *    NET PAY STREAM PLAN FIELDS - SHARED BY THE JOB CHAIN (HOW
      *    MANY STREAMS TO LAUNCH), NETPAY (WHICH EMPLOYEES ITS OWN
      *    STREAM TAKES) AND PAYMERGE (WHICH STREAMS MUST HAVE
      *    FINISHED).  LOAD-STREAM-PLAN IN paystrmproc.cpy FILLS THE
      *    TABLE AND REFUSES A PLAN THAT COULD MISS OR DOUBLE-PAY AN
      *    EMPLOYEE.
       01 PAY-STREAM-PLAN-STATUS    PIC X(02) VALUE "00".
       01 PAY-STREAM-PLAN-EOF-SW    PIC X(01) VALUE "N".
          88 PAY-STREAM-PLAN-EOF        VALUE "Y".
      *    PRESENT - A PLAN FILE WAS FOUND; VALID - IT PASSED EVERY
      *    CHECK AND THE STREAMS MAY RUN.
       01 PAY-STREAM-PLAN-SW        PIC X(01) VALUE "N".
          88 PAY-STREAM-PLAN-PRESENT    VALUE "Y".
       01 PAY-STREAM-VALID-SW       PIC X(01) VALUE "N".
          88 PAY-STREAM-PLAN-VALID      VALUE "Y".
      *    ONE PLAN LINE - STREAM NUMBER, C (BY COMPANY) OR R (BY
      *    EMP_NO RANGE), THE COMPANY (BLANK = EVERY COMPANY NO OTHER
      *    STREAM NAMES), AND THE INCLUSIVE EMP_NO RANGE.
       01 PSP-DETAIL-REC.
          05 PSP-STREAM-NO          PIC 9(02).
          05 FILLER                 PIC X(01).
          05 PSP-SPLIT-BY           PIC X(01).
             88 PSP-BY-COMPANY          VALUE "C".
             88 PSP-BY-RANGE            VALUE "R".
          05 FILLER                 PIC X(01).
          05 PSP-COMPANY-CODE       PIC X(02).
          05 FILLER                 PIC X(01).
          05 PSP-EMP-FROM           PIC 9(06).
          05 FILLER                 PIC X(01).
          05 PSP-EMP-TO             PIC 9(06).
       01 PAY-STREAM-MAX            PIC 9(02) VALUE 10.
       01 PAY-STREAM-COUNT          PIC 9(02) VALUE ZERO.
       01 PAY-STREAM-IDX            PIC 9(02) VALUE ZERO.
       01 PAY-STREAM-SCAN           PIC 9(02) VALUE ZERO.
       01 PAY-STREAM-SPLIT-BY       PIC X(01) VALUE SPACE.
          88 PAY-STREAMS-BY-COMPANY     VALUE "C".
          88 PAY-STREAMS-BY-RANGE       VALUE "R".
       01 PAY-STREAM-CATCHALL       PIC 9(02) VALUE ZERO.
      *    FIND-EMP-STREAM INPUT - ONE EMPLOYEE AND ITS COMPANY.
       01 PAY-STREAM-EMP-NO         PIC 9(06) VALUE ZERO.
       01 PAY-STREAM-COMPANY        PIC X(02) VALUE SPACE.
       01 PAY-STREAM-TBL.
          05 PAY-STREAM-ROW OCCURS 10.
             10 PST-COMPANY-CODE    PIC X(02).
             10 PST-EMP-FROM        PIC 9(06).
             10 PST-EMP-TO          PIC 9(06).

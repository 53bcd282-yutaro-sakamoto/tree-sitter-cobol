      *    NET PAY STREAM PLAN - ONE LINE PER STREAM THE PAY RUN IS
      *    SPLIT INTO, BY COMPANY_CODE OR BY EMP_NO RANGE.  PRESENT
      *    MEANS THE NIGHTLY CHAIN RUNS NETPAY AS CONCURRENT STREAMS
      *    AND PAYMERGE COMBINES THEM; ABSENT MEANS ONE SINGLE RUN
      *    EXACTLY AS BEFORE.  SEE paystrmproc.cpy.
           SELECT PAY-STREAM-PLAN-FILE ASSIGN TO "PAYSTRMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-STREAM-PLAN-STATUS.

      *    FROM joblogproc.cpy, SO THE BANNER LOOKS THE SAME SHOP-WIDE.
       01 JOB-LOG-PROGRAM-ID        PIC X(08) VALUE SPACE.
       01 JOB-LOG-RETURN-CODE       PIC 9(04) VALUE ZERO.
      *    OPTIONAL ONE-LINE NOTE FOR THE TRAILER BANNER - A
      *    RESTARTABLE PROGRAM SAYS HERE WHETHER IT STARTED FRESH OR
      *    RESUMED, AND FROM WHERE.  BLANK PRINTS NOTHING.
       01 JOB-LOG-RUN-NOTE          PIC X(60) VALUE SPACE.
       01 JOB-LOG-START-TIME        PIC 9(08).
       01 JOB-LOG-START-TIME-R REDEFINES JOB-LOG-START-TIME.
         03 JOB-LOG-START-HH        PIC 9(02).

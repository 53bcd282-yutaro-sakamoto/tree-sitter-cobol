               JOB-LOG-END-TIME.
           DISPLAY "ELAPSED SECONDS: " JOB-LOG-ELAPSED-SECONDS.
           DISPLAY "RETURN CODE: " JOB-LOG-RETURN-CODE.
           IF  JOB-LOG-RUN-NOTE NOT = SPACE
               DISPLAY "RUN: " JOB-LOG-RUN-NOTE
           END-IF.
           DISPLAY "================================================".
           PERFORM JOB-LOG-WRITE-HISTORY.
      *    THE JOB'S VERDICT MUST REACH THE OPERATING SYSTEM - THE

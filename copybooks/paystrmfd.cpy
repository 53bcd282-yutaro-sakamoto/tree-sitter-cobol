       FD  PAY-STREAM-PLAN-FILE.
       01  PAY-STREAM-PLAN-RECORD   PIC X(21).

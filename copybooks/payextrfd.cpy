       FD  PAY-EXTRACT-FILE.
       01  PAY-EXTRACT-RECORD       PIC X(294).

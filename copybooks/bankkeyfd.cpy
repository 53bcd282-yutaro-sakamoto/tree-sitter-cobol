       FD  BANK-KEY-FILE.
       01  BANK-KEY-RECORD          PIC X(70).

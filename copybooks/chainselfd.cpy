       FD  CHAIN-SEL-FILE.
       01  CHAIN-SEL-RECORD         PIC X(70).

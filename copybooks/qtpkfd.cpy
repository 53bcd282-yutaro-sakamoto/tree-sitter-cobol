       FD  QTR-PACK-FILE
           RECORD CONTAINS 48 CHARACTERS.
       01  QTR-PACK-RECORD          PIC X(48).

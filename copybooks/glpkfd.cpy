       FD  GL-PACK-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  GL-PACK-RECORD           PIC X(40).


       FD  RPT-CATALOG-FILE.
       01  RPT-CATALOG-RECORD       PIC X(48).

       FD  RPT-CARD-FILE.
       01  RPT-CARD-RECORD          PIC X(40).

       FD  RPT-DELIM-FILE.
       01  RPT-DELIM-RECORD         PIC X(132).

           SELECT RPT-CATALOG-FILE ASSIGN TO "RPTCATLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-CATALOG-STATUS.
      *    SPREADSHEET OUTPUT - THE WRITER'S OWN ONE-LINE CARD SAYS
      *    WHETHER THIS RUN ALSO WRITES A DELIMITED COPY OF EVERY
      *    REPORT, AND THE DELIMITED FILE IS NAMED FROM THE PRINT
      *    DDNAME THE SAME WAY A BURST NAME IS.
           SELECT RPT-CARD-FILE ASSIGN TO "RPTCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-CARD-STATUS.
           SELECT RPT-DELIM-FILE ASSIGN TO RPT-DELIM-DDNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-DELIM-STATUS.

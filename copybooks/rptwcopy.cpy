          05 RC-COUNT               PIC 9(07).
          05 FILLER                 PIC X(01) VALUE SPACE.
          05 RC-FLAG                PIC X(01).
      *    DELIMITED (SPREADSHEET) MODE - SEE RPT-READ-MODE-CARD.  A
      *    "D" CARD MAKES EVERY RPT-OPEN ALSO OPEN A DELIMITED FILE:
      *    A HEADER ROW, THEN ONE ROW PER DETAIL LINE, EVERY LINE CUT
      *    AT THE SAME COLUMN STARTS SO EACH ROW HAS THE SAME FIELDS.
      *    PAGE HEADINGS AND RULE LINES NEVER REACH IT.
       01 RPT-CARD-STATUS           PIC X(02) VALUE "00".
       01 RPT-OUTPUT-MODE           PIC X(01) VALUE SPACE.
          88 RPT-MODE-UNREAD            VALUE SPACE.
          88 RPT-MODE-DELIMITED         VALUE "D".
       01 RPT-DELIM-CHAR            PIC X(01) VALUE ",".
       01 RPT-DELIM-DDNAME          PIC X(12) VALUE SPACE.
       01 RPT-DELIM-STATUS          PIC X(02) VALUE "00".
       01 RPT-DELIM-OPEN-SW         PIC X(01) VALUE "N".
          88 RPT-DELIM-ACTIVE           VALUE "Y".
       01 RPT-DELIM-TOTAL           PIC 9(07) VALUE ZERO.
       01 RPT-DL-HEADER-SW          PIC X(01) VALUE "N".
          88 RPT-DL-HEADER-ROW          VALUE "Y".
       01 RPT-DL-OVERFLOW-SW        PIC X(01) VALUE "N".
          88 RPT-DL-OVERFLOW            VALUE "Y".
      *    SET BY THE REPORT BEFORE RPT-OPEN - THE PRINT COLUMN WHERE
      *    EACH DELIMITED FIELD STARTS, THREE DIGITS APIECE IN
      *    ASCENDING ORDER (EG "001008029" - EMP NO, NAME, JOB), AND
      *    OPTIONALLY A HEADER LINE LAID OUT OVER THE SAME COLUMNS.
      *    LEFT BLANK, THE COLUMNS START WHERE THE WORDS OF THE
      *    COLUMN HEADING START; WITH NO COLUMN HEADING EITHER, THE
      *    WHOLE LINE IS ONE FIELD.  A LATER SECTION LAID OUT
      *    DIFFERENTLY SETS ITS OWN AND PERFORMS RPT-DELIM-LAYOUT.
       01 RPT-DL-CUTS               PIC X(120) VALUE SPACE.
       01 RPT-DL-CUTS-R REDEFINES RPT-DL-CUTS.
          05 RPT-DL-CUT             PIC 9(03) OCCURS 40.
       01 RPT-DL-HEADING            PIC X(132) VALUE SPACE.
      *    THE COLUMN STARTS IN FORCE FOR THE OPEN FILE.
       01 RPT-DL-COL-COUNT          PIC 9(03) VALUE ZERO.
       01 RPT-DL-COL-TBL.
          05 RPT-DL-COL-START       PIC 9(03) OCCURS 40.
       01 RPT-DL-COL                PIC 9(03) VALUE ZERO.
       01 RPT-DL-END                PIC 9(03) VALUE ZERO.
      *    ONE BLANK PAST THE PRINT LINE SO THE TRIM SCANS NEVER
      *    LOOK OUTSIDE THE FIELD.
       01 RPT-DL-SOURCE             PIC X(133) VALUE SPACE.
       01 RPT-DL-ROW                PIC X(132) VALUE SPACE.
       01 RPT-DL-FIELD              PIC X(132) VALUE SPACE.
       01 RPT-DL-NUMBER             PIC X(40) VALUE SPACE.
       01 RPT-DL-POS                PIC 9(03) VALUE ZERO.
       01 RPT-DL-START              PIC 9(03) VALUE ZERO.
       01 RPT-DL-LEN                PIC 9(03) VALUE ZERO.
       01 RPT-DL-SCAN-END           PIC 9(03) VALUE ZERO.
       01 RPT-DL-IDX                PIC 9(03) VALUE ZERO.
       01 RPT-DL-PTR                PIC 9(03) VALUE ZERO.
       01 RPT-DL-NUM-PTR            PIC 9(03) VALUE ZERO.
       01 RPT-DL-DIGITS             PIC 9(03) VALUE ZERO.
       01 RPT-DL-POINTS             PIC 9(03) VALUE ZERO.
       01 RPT-DL-QUOTES             PIC 9(03) VALUE ZERO.
       01 RPT-DL-CHAR               PIC X(01) VALUE SPACE.
       01 RPT-DL-NUMERIC-SW         PIC X(01) VALUE "N".
          88 RPT-DL-IS-NUMERIC          VALUE "Y".
       01 RPT-DL-NEGATIVE-SW        PIC X(01) VALUE "N".
          88 RPT-DL-NEGATIVE            VALUE "Y".

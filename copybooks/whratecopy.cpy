      *    WITHHOLDING RATE FIELDS - INCLUDED INSIDE THE SQL DECLARE
      *    SECTION OF EVERY PROGRAM THAT WITHHOLDS OR EXPLAINS
      *    WITHHOLDING, AND USED BY LOAD-WITHHOLD-RATES AND
      *    COMPUTE-BRACKET-TAX IN whrateproc.cpy.  THE CALLER SETS
      *    WHR-JURIS AND WHR-AS-OF-DATE (THE PAY DATE) AND PERFORMS
      *    LOAD-WITHHOLD-RATES; WHR-RATES-FOUND AND WHR-SET-IDX SAY
      *    WHICH BRACKET SET IN STORAGE IS IN EFFECT.  SETS ALREADY
      *    LOADED STAY IN STORAGE FOR THE RUN SO A POPULATION WALK
      *    DOES NOT RE-READ THE TABLE FOR EVERY EMPLOYEE.
       01 WHR-JURIS                 PIC X(02) VALUE SPACE.
       01 WHR-AS-OF-DATE            PIC 9(08) VALUE ZERO.
       01 WHR-EFF-DATE              PIC 9(08) VALUE ZERO.
       01 WHR-FETCH-CEILING         PIC 9(07) VALUE ZERO.
       01 WHR-FETCH-RATE            PIC 9(02)V99 VALUE ZERO.
      *    THE JURISDICTION A DEPARTMENT WITHOUT ONE OF ITS OWN
      *    WITHHOLDS UNDER.
       01 WHR-DEFAULT-JURIS         PIC X(02) VALUE "US".
       01 WHR-TABLE-READY-SW        PIC X(01) VALUE "N".
          88 WHR-TABLE-READY            VALUE "Y".
       01 WHR-FOUND-SW              PIC X(01) VALUE "N".
          88 WHR-RATES-FOUND            VALUE "Y".
       01 WHR-SET-MAX               PIC 9(02) VALUE 10.
       01 WHR-BRACKET-MAX           PIC 9(02) VALUE 10.
       01 WHR-SET-COUNT             PIC 9(02) VALUE ZERO.
       01 WHR-SET-IDX               PIC 9(02) VALUE ZERO.
       01 WHR-SCAN-IDX              PIC 9(02) VALUE ZERO.
       01 WHR-IDX                   PIC 9(02) VALUE ZERO.
       01 WHR-SET-TABLE.
          05 WHR-SET OCCURS 10.
             10 WHR-SET-JURIS       PIC X(02).
             10 WHR-SET-AS-OF       PIC 9(08).
             10 WHR-SET-EFF-DATE    PIC 9(08).
             10 WHR-SET-BRACKETS    PIC 9(02).
             10 WHR-BRACKET OCCURS 10.
                15 WHR-BRACKET-CEILING PIC 9(07).
                15 WHR-BRACKET-RATE    PIC 9(02)V99.
      *    ONE WALK'S WORK - THE BASE GOES IN WHR-TAXABLE AND THE
      *    TAX COMES BACK IN WHR-TAX, WITH EACH BAND'S SLICE AND TAX
      *    LEFT IN WHR-BAND FOR A WORKSHEET TO PRINT.
       01 WHR-TAXABLE               PIC S9(07)V99 VALUE ZERO.
       01 WHR-TAX                   PIC S9(07)V99 VALUE ZERO.
       01 WHR-FLOOR                 PIC 9(09) VALUE ZERO.
       01 WHR-CEILING-WORK          PIC 9(09) VALUE ZERO.
       01 WHR-BAND-TABLE.
          05 WHR-BAND OCCURS 10.
             10 WHR-BAND-AMOUNT     PIC S9(07)V99.
             10 WHR-BAND-TAX        PIC S9(07)V99.
      *    THE EMPLOYEE'S OWN TAX ELECTION - LOAD-TAX-ELECTION FILLS
      *    THESE FOR WHR-EMP-NO AS OF WHR-AS-OF-DATE, AND
      *    COMPUTE-ELECTED-TAX APPLIES THEM AROUND THE BRACKET WALK.
      *    A CALLER THAT NEVER LOADS AN ELECTION WALKS THE BRACKETS
      *    AS PUBLISHED (WHR-CEILING-PCT 100).  FILING STATUS S, M OR
      *    H WIDENS EVERY CEILING BY ITS PERCENT; EACH ALLOWANCE
      *    TAKES WHR-ALLOWANCE-AMT OFF THE PERIOD'S TAXABLE BASE.  AN
      *    EXEMPT ELECTION PAST ITS EXPIRY HAS LAPSED - WITHHOLDING
      *    FALLS BACK TO THE REST OF THE ELECTION BY ITSELF.
       01 WHR-EMP-NO                PIC S9(06) VALUE ZERO.
       01 WHR-ELECT-TABLE-READY-SW  PIC X(01) VALUE "N".
          88 WHR-ELECT-TABLE-READY      VALUE "Y".
       01 WHR-ELECT-FOUND-SW        PIC X(01) VALUE "N".
          88 WHR-ELECTION-FOUND         VALUE "Y".
       01 WHR-ELECT-EFF-DATE        PIC 9(08) VALUE ZERO.
       01 WHR-FILING-STATUS         PIC X(01) VALUE "S".
       01 WHR-ALLOWANCES            PIC 9(02) VALUE ZERO.
       01 WHR-EXTRA-AMOUNT          PIC S9(05)V99 VALUE ZERO.
       01 WHR-EXEMPT-FLAG           PIC X(01) VALUE "N".
       01 WHR-EXEMPT-EXPIRY         PIC 9(08) VALUE ZERO.
       01 WHR-EXEMPT-SW             PIC X(01) VALUE "N".
          88 WHR-EXEMPT-IN-FORCE        VALUE "Y".
       01 WHR-LAPSED-SW             PIC X(01) VALUE "N".
          88 WHR-EXEMPT-LAPSED          VALUE "Y".
       01 WHR-CEILING-PCT           PIC 9(03) VALUE 100.
       01 WHR-ALLOWANCE-AMT         PIC 9(05)V99 VALUE 100.00.
       01 WHR-ALLOWANCE-TOTAL       PIC S9(07)V99 VALUE ZERO.
      *    SUPPLEMENTAL WAGES - A BONUS IS WITHHELD AT A FLAT RATE,
      *    NOT RUN THROUGH THE BRACKETS.  LOAD-SUPPLEMENTAL-RATE
      *    FILLS WHR-SUPP-RATE FOR WHR-JURIS ON WHR-AS-OF-DATE (THE
      *    DEFAULT JURISDICTION'S RATE WHEN IT HAS NONE OF ITS OWN);
      *    COMPUTE-SUPPLEMENTAL-TAX PRICES WHR-SUPP-WAGES AT IT INTO
      *    WHR-SUPP-TAX.  NO RATE ON FILE AT ALL LEAVES
      *    WHR-SUPP-RATE-FOUND OFF AND THE CALLER WITHHOLDS ON THE
      *    BRACKETS AS BEFORE.
       01 WHR-SUPP-TABLE-READY-SW   PIC X(01) VALUE "N".
          88 WHR-SUPP-TABLE-READY       VALUE "Y".
       01 WHR-SUPP-FOUND-SW         PIC X(01) VALUE "N".
          88 WHR-SUPP-RATE-FOUND        VALUE "Y".
       01 WHR-SUPP-JURIS            PIC X(02) VALUE SPACE.
       01 WHR-SUPP-RATE             PIC 9(02)V99 VALUE ZERO.
       01 WHR-SUPP-WAGES            PIC S9(07)V99 VALUE ZERO.
       01 WHR-SUPP-TAX              PIC S9(07)V99 VALUE ZERO.

      *    GL ACCOUNT MAP FIELDS - INCLUDED INSIDE THE SQL DECLARE
      *    SECTION OF EVERY PROGRAM THAT WRITES A JOURNAL, AND USED BY
      *    LOAD-GL-ACCOUNT-MAP, RESOLVE-GL-ACCOUNT, POST-MAPPED-AMOUNT
      *    AND POST-GL-JOURNAL-LINE IN glmapproc.cpy.  FINANCE KEEPS
      *    THE MAP (GLMAPMNT) - ONE ROW PER COMPANY, DEPARTMENT AND
      *    PAY ELEMENT WITH ITS DEBIT AND CREDIT ACCOUNTS.  A BLANK
      *    COMPANY OR DEPARTMENT ON A ROW MEANS "ALL".  THE WHOLE MAP
      *    IS LOADED ONCE PER RUN.
      *    PAY ELEMENT TYPES - E EARNINGS CODE (EARNINGS_CODE),
      *    D DEDUCTION PLAN (DEDUCTION_PLAN), S SYSTEM ELEMENT:
      *        SAL  GROSS PAY NOT ITEMIZED BY AN EARNINGS ROW
      *        ERTX EMPLOYER PAYROLL TAX (EXPENSE AND PAYABLE)
      *        NET  NET PAY CLEARING
      *        TAX  TAX WITHHOLDING PAYABLE
      *        DED  DEDUCTIONS NOT TAKEN BY A PLAN - COURT ORDERS,
      *             LOANS, RECOVERIES
      *        PENS PENSION (ANNUITY) EXPENSE
      *        CONT CONTRACT LABOR EXPENSE
      *        ACCR EARNED-BUT-UNPAID ACCRUAL (EXPENSE AND LIABILITY)
      *        ICDF INTERCOMPANY DUE-FROM, IN THE PAYING COMPANY
      *        ICDT INTERCOMPANY DUE-TO, IN THE RECEIVING COMPANY
      *        LVLB ACCRUED LEAVE LIABILITY (EXPENSE AND LIABILITY)
       01 GLM-TABLE-READY-SW        PIC X(01) VALUE "N".
          88 GLM-TABLE-READY            VALUE "Y".
       01 GLM-ROW-MAX               PIC 9(03) VALUE 500.
       01 GLM-ROW-COUNT             PIC 9(03) VALUE ZERO.
       01 GLM-IDX                   PIC 9(03) VALUE ZERO.
       01 GLM-FETCH-COMPANY         PIC X(02) VALUE SPACE.
       01 GLM-FETCH-DEPT            PIC X(04) VALUE SPACE.
       01 GLM-FETCH-TYPE            PIC X(01) VALUE SPACE.
       01 GLM-FETCH-CODE            PIC X(04) VALUE SPACE.
       01 GLM-FETCH-DR              PIC X(08) VALUE SPACE.
       01 GLM-FETCH-CR              PIC X(08) VALUE SPACE.
       01 GLM-MAP-TABLE.
          05 GLM-MAP OCCURS 500.
             10 GLM-MAP-COMPANY     PIC X(02).
             10 GLM-MAP-DEPT        PIC X(04).
             10 GLM-MAP-TYPE        PIC X(01).
             10 GLM-MAP-CODE        PIC X(04).
             10 GLM-MAP-DR          PIC X(08).
             10 GLM-MAP-CR          PIC X(08).
      *    ONE LOOKUP - THE CALLER SETS THE COMPANY, DEPARTMENT,
      *    ELEMENT AND SIDE (D OR C) AND GETS THE ACCOUNT BACK WITH
      *    GLM-MAPPED ON.  THE MOST SPECIFIC ROW CARRYING AN ACCOUNT
      *    FOR THE SIDE WINS: COMPANY AND DEPARTMENT, THEN COMPANY,
      *    THEN DEPARTMENT ACROSS ALL COMPANIES, THEN ALL.
       01 GLM-COMPANY               PIC X(02) VALUE SPACE.
       01 GLM-DEPT                  PIC X(04) VALUE SPACE.
       01 GLM-ELEMENT-TYPE          PIC X(01) VALUE SPACE.
       01 GLM-ELEMENT-CODE          PIC X(04) VALUE SPACE.
       01 GLM-SIDE                  PIC X(01) VALUE SPACE.
       01 GLM-ACCOUNT               PIC X(08) VALUE SPACE.
       01 GLM-FOUND-SW              PIC X(01) VALUE "N".
          88 GLM-MAPPED                 VALUE "Y".
       01 GLM-PASS                  PIC 9(01) VALUE ZERO.
       01 GLM-TRY-COMPANY           PIC X(02) VALUE SPACE.
       01 GLM-TRY-DEPT              PIC X(04) VALUE SPACE.
      *    EVERY ELEMENT A RUN COULD NOT RESOLVE, ONCE EACH - A
      *    POSTING PROGRAM LISTS THEM AND WRITES NO JOURNAL.
       01 GLM-MISS-MAX              PIC 9(02) VALUE 50.
       01 GLM-MISS-COUNT            PIC 9(02) VALUE ZERO.
       01 GLM-MISS-IDX              PIC 9(02) VALUE ZERO.
       01 GLM-MISS-OVERFLOW         PIC 9(05) VALUE ZERO.
       01 GLM-MISS-SW               PIC X(01) VALUE "N".
          88 GLM-MISS-LISTED            VALUE "Y".
       01 GLM-MISS-TABLE.
          05 GLM-MISS OCCURS 50.
             10 GLM-MISS-COMPANY    PIC X(02).
             10 GLM-MISS-DEPT       PIC X(04).
             10 GLM-MISS-TYPE       PIC X(01).
             10 GLM-MISS-CODE       PIC X(04).
             10 GLM-MISS-SIDE       PIC X(01).
      *    THE JOURNAL IN STORAGE - ONE LINE PER SIDE, ACCOUNT AND
      *    DEPARTMENT, BUILT WHOLE AND CHECKED BEFORE ANY OF IT IS
      *    WRITTEN.  THE CALLER SETS GLJ-DEPT AND GLJ-AMOUNT (AND
      *    GLJ-DR-CR AND GLJ-ACCOUNT FOR AN ACCOUNT THAT DOES NOT
      *    COME FROM THE MAP).
       01 GLJ-LINE-MAX              PIC 9(03) VALUE 500.
       01 GLJ-LINE-COUNT            PIC 9(03) VALUE ZERO.
       01 GLJ-IDX                   PIC 9(03) VALUE ZERO.
       01 GLJ-DR-CR                 PIC X(01) VALUE SPACE.
       01 GLJ-ACCOUNT               PIC X(08) VALUE SPACE.
       01 GLJ-DEPT                  PIC X(04) VALUE SPACE.
       01 GLJ-AMOUNT                PIC S9(11)V99 VALUE ZERO.
       01 GLJ-SLOT-SW               PIC X(01) VALUE "N".
          88 GLJ-SLOT-FOUND             VALUE "Y".
       01 GLJ-OVERFLOW-SW           PIC X(01) VALUE "N".
          88 GLJ-OVERFLOW               VALUE "Y".
       01 GLJ-TABLE.
          05 GLJ-LINE OCCURS 500.
             10 GLJ-L-DR-CR         PIC X(01).
             10 GLJ-L-ACCOUNT       PIC X(08).
             10 GLJ-L-DEPT          PIC X(04).
             10 GLJ-L-AMOUNT        PIC S9(11)V99.

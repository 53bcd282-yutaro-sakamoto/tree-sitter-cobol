      *    SELF-SERVICE CHANGE REQUEST FIELDS - INCLUDED INSIDE THE
      *    SQL DECLARE SECTION OF EVERY PROGRAM THAT TAKES, APPROVES
      *    OR APPLIES A CHANGE AN EMPLOYEE ASKED FOR THEMSELVES, AND
      *    USED BY SSR-READY-TABLES IN ssreqproc.cpy.  EMPINQ'S
      *    SELF-SERVICE SESSION WRITES ONE EMP_CHANGE_REQUEST ROW PER
      *    REQUEST; CHGAPPRV APPROVES OR REJECTS IT THROUGH THE SAME
      *    MANAGER ROUTING AS A PAY CHANGE; CHGAPPLY MAKES AN APPROVED
      *    ONE LIVE.  NOTHING THE EMPLOYEE KEYS TOUCHES EMP, EMP_ADDRESS
      *    OR ACH_PRENOTE UNTIL THEN.
       01 SSR-TABLE-READY-SW        PIC X(01) VALUE "N".
          88 SSR-TABLE-READY            VALUE "Y".
       01 SSR-EMP-NO                PIC S9(06) VALUE ZERO.
       01 SSR-REQ-SEQ               PIC S9(04) VALUE ZERO.
      *    A = HOME ADDRESS AND CONTACT, B = PAY ACCOUNT.
       01 SSR-REQ-TYPE              PIC X(01) VALUE SPACE.
          88 SSR-ADDRESS-CHANGE         VALUE "A".
          88 SSR-BANK-CHANGE            VALUE "B".
      *    THE WHOLE ADDRESS AS IT SHOULD READ, SAME WIDTHS AS THE
      *    EMP_ADDRESS COLUMNS - NOT JUST THE FIELDS THAT MOVED.
       01 SSR-ADDR-LINE1            PIC X(30) VALUE SPACE.
       01 SSR-ADDR-LINE2            PIC X(30) VALUE SPACE.
       01 SSR-CITY                  PIC X(20) VALUE SPACE.
       01 SSR-STATE-CODE            PIC X(02) VALUE SPACE.
       01 SSR-ZIP-CODE              PIC X(10) VALUE SPACE.
       01 SSR-COUNTRY-CODE          PIC X(02) VALUE SPACE.
       01 SSR-RES-JURIS             PIC X(02) VALUE SPACE.
       01 SSR-PHONE-NO              PIC X(15) VALUE SPACE.
       01 SSR-EMAIL-ADDR            PIC X(40) VALUE SPACE.
      *    THE NEW PAY ACCOUNT, ENCRYPTED LIKE EVERY OTHER STORED
      *    ROUTING AND ACCOUNT NUMBER.
       01 SSR-ROUTING-NO            PIC X(09) VALUE SPACE.
       01 SSR-ACCOUNT-NO            PIC X(17) VALUE SPACE.
       01 SSR-REQUESTED-BY          PIC X(10) VALUE SPACE.
       01 SSR-REQUEST-DATE          PIC 9(08) VALUE ZERO.
      *    P PENDING, A APPROVED, R REJECTED, D DONE (APPLIED).
       01 SSR-STATUS                PIC X(01) VALUE SPACE.
       01 SSR-APPROVED-BY           PIC X(30) VALUE SPACE.
       01 SSR-APPLIED-DATE          PIC 9(08) VALUE ZERO.

      *    ELECTRONIC PAYSLIP FIELDS - INCLUDED INSIDE THE SQL DECLARE
      *    SECTION OF EVERY PROGRAM THAT KEEPS THE CONSENT REGISTER OR
      *    THE DELIVERY QUEUE, AND USED BY THE PARAGRAPHS IN
      *    eslipproc.cpy.  PAYSLIP_CONSENT IS THE REGISTER - ONE ROW
      *    PER GRANT OR WITHDRAWAL, NEVER UPDATED, SO WHO OPTED IN,
      *    WHEN AND HOW IS ALWAYS ON FILE; THE LATEST ROW DECIDES.
      *    PAYSLIP_DELIVERY IS THE QUEUE - ONE ROW PER DOCUMENT
      *    PAYSLIP WROTE, CARRYING ITS DELIVERY STATUS.
       01 ESL-TABLE-READY-SW        PIC X(01) VALUE "N".
          88 ESL-TABLE-READY            VALUE "Y".
       01 ESL-EMP-NO                PIC S9(06) VALUE ZERO.
       01 ESL-CONSENT-SEQ           PIC S9(04) VALUE ZERO.
      *    Y WHEN THE EMPLOYEE'S LATEST REGISTER ROW IS A GRANT.
       01 ESL-CONSENTED-SW          PIC X(01) VALUE "N".
          88 ESL-CONSENTED              VALUE "Y".
      *    G = CONSENT GIVEN, W = CONSENT WITHDRAWN.
       01 ESL-ACTION                PIC X(01) VALUE SPACE.
          88 ESL-GRANT                  VALUE "G".
          88 ESL-WITHDRAW               VALUE "W".
       01 ESL-ACTION-DATE           PIC 9(08) VALUE ZERO.
       01 ESL-ACTION-TIME           PIC 9(06) VALUE ZERO.
      *    HOW IT REACHED US - P = SIGNED PAPER FORM KEYED BY HR,
      *    S = THE EMPLOYEE'S OWN SELF-SERVICE SIGN-ON, E = REPLY
      *    FROM THE EMPLOYEE'S EMAIL ADDRESS KEYED BY HR.
       01 ESL-METHOD                PIC X(01) VALUE SPACE.
          88 ESL-METHOD-VALID           VALUE "P" "S" "E".
      *    WHERE THE DOCUMENTS GO - THE ADDRESS THE EMPLOYEE CONSENTED
      *    WITH.  A LATER EMAIL CHANGE ON EMP_ADDRESS DOES NOT MOVE
      *    PAYSLIPS BY ITSELF; THE EMPLOYEE CONSENTS AGAIN.
       01 ESL-DELIVERY-ADDR         PIC X(40) VALUE SPACE.
       01 ESL-ENTERED-BY            PIC X(30) VALUE SPACE.
      *    ONE QUEUE ROW - THE DOCUMENT IS NAMED ESL<EMP_NO>.<PERIOD
      *    END><RUN TYPE>, WHICH IS ALSO ITS FILE NAME.
       01 ESL-PERIOD-END            PIC 9(08) VALUE ZERO.
       01 ESL-RUN-TYPE              PIC X(01) VALUE SPACE.
       01 ESL-DOC-NAME              PIC X(20) VALUE SPACE.
       01 ESL-DOC-NAME-R REDEFINES ESL-DOC-NAME.
          05 ESL-DOC-PREFIX         PIC X(03).
          05 ESL-DOC-EMP-NO         PIC 9(06).
          05 ESL-DOC-DOT            PIC X(01).
          05 ESL-DOC-PERIOD-END     PIC 9(08).
          05 ESL-DOC-RUN-TYPE       PIC X(01).
          05 FILLER                 PIC X(01).
       01 ESL-QUEUED-DATE           PIC 9(08) VALUE ZERO.
      *    Q = QUEUED FOR THE MAIL GATEWAY, S = SENT, F = FAILED AND
      *    NOT YET PRINTED, P = FAILED AND PRINTED INSTEAD, U = NO
      *    USABLE ADDRESS WHEN PAYSLIP RAN - PRINTED WITH THE PAPER
      *    SLIPS.
       01 ESL-DLV-STATUS            PIC X(01) VALUE SPACE.
          88 ESL-DLV-QUEUED             VALUE "Q".
          88 ESL-DLV-SENT               VALUE "S".
          88 ESL-DLV-FAILED             VALUE "F".
          88 ESL-DLV-PRINTED            VALUE "P".
          88 ESL-DLV-UNDELIVERABLE      VALUE "U".
       01 ESL-STATUS-DATE           PIC 9(08) VALUE ZERO.
       01 ESL-FAIL-REASON           PIC X(30) VALUE SPACE.
      *    THE DATE THE FAILED-DELIVERY REPORT LISTED THE ROW - ZERO
      *    UNTIL THEN, SO EACH FALLBACK IS REPORTED ONCE.
       01 ESL-REPORTED-DATE         PIC 9(08) VALUE ZERO.

      *    EMPLOYEE HOME ADDRESS AND CONTACT FIELDS - INCLUDED INSIDE
      *    THE SQL DECLARE SECTION OF EVERY PROGRAM THAT MAILS TO AN
      *    EMPLOYEE OR KEEPS THE ADDRESS, AND USED BY LOAD-EMP-ADDRESS
      *    IN empaddrproc.cpy.  THE CALLER SETS EMA-EMP-NO AND
      *    EMA-AS-OF-DATE AND PERFORMS LOAD-EMP-ADDRESS.  EMA-FOUND
      *    SAYS AN ADDRESS ROW WAS IN EFFECT ON THAT DATE; EMA-MAILABLE
      *    SAYS IT IS GOOD TO MAIL TO - STREET, CITY AND POSTAL CODE
      *    PRESENT (AND A STATE FOR A US ADDRESS) WITH NO RETURNED
      *    MAIL AGAINST IT.  EMPMAINT KEEPS THE ROWS, EFFECTIVE-DATED
      *    LIKE THE TAX ELECTION, SO A REPRINT SHOWS THE ADDRESS THE
      *    ORIGINAL WENT TO.
       01 EMA-EMP-NO                PIC S9(06) VALUE ZERO.
       01 EMA-AS-OF-DATE            PIC 9(08) VALUE ZERO.
       01 EMA-TABLE-READY-SW        PIC X(01) VALUE "N".
          88 EMA-TABLE-READY            VALUE "Y".
       01 EMA-FOUND-SW              PIC X(01) VALUE "N".
          88 EMA-FOUND                  VALUE "Y".
       01 EMA-MAILABLE-SW           PIC X(01) VALUE "N".
          88 EMA-MAILABLE               VALUE "Y".
       01 EMA-EFF-DATE              PIC 9(08) VALUE ZERO.
       01 EMA-ADDR-LINE1            PIC X(30) VALUE SPACE.
       01 EMA-ADDR-LINE2            PIC X(30) VALUE SPACE.
       01 EMA-CITY                  PIC X(20) VALUE SPACE.
       01 EMA-STATE-CODE            PIC X(02) VALUE SPACE.
       01 EMA-ZIP-CODE              PIC X(10) VALUE SPACE.
       01 EMA-COUNTRY-CODE          PIC X(02) VALUE SPACE.
      *    RESIDENCE TAX JURISDICTION - WHERE THE EMPLOYEE LIVES, AS
      *    OPPOSED TO THE DEPARTMENT'S WORK-SITE JURISDICTION.
       01 EMA-RES-JURIS             PIC X(02) VALUE SPACE.
       01 EMA-PHONE-NO              PIC X(15) VALUE SPACE.
       01 EMA-EMAIL-ADDR            PIC X(40) VALUE SPACE.
      *    Y ONCE THE POST OFFICE HAS SENT MAIL BACK FROM THIS
      *    ADDRESS - A NEW ADDRESS ROW STARTS CLEAR.
       01 EMA-RETURNED-MAIL         PIC X(01) VALUE "N".
       01 EMA-RETURNED-DATE         PIC 9(08) VALUE ZERO.
      *    WHY AN ADDRESS IS NOT MAILABLE, FOR THE EXCEPTION LISTINGS.
       01 EMA-REASON                PIC X(20) VALUE SPACE.
      *    CITY, STATE AND POSTAL CODE AS THE ONE PRINTED LINE UNDER
      *    THE STREET LINES.
       01 EMA-CITY-LINE             PIC X(40) VALUE SPACE.

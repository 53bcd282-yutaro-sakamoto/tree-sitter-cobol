      *    WORK AUTHORIZATION DOCUMENT FIELDS - INCLUDED INSIDE THE
      *    SQL DECLARE SECTION OF EVERY PROGRAM THAT KEEPS, LISTS OR
      *    CHASES AN EMPLOYEE'S RIGHT-TO-WORK DOCUMENTS, AND USED BY
      *    WAU-READY-TABLES AND WAU-MASK-NUMBER IN wauthproc.cpy.
      *    WAUTHMNT KEEPS ONE EMP_WORK_AUTH ROW PER DOCUMENT SEEN;
      *    WAUTHEXP KEEPS ONE WORK_AUTH_NOTICE ROW PER EXPIRY NOTICE
      *    SENT.
       01 WAU-TABLE-READY-SW        PIC X(01) VALUE "N".
          88 WAU-TABLE-READY            VALUE "Y".
      *    WAU-MASK-NUMBER - THE CALLER SETS WAU-DOC-NUMBER AND GETS
      *    BACK WAU-MASKED-NUMBER: ASTERISKS WITH ONLY THE LAST FOUR
      *    CHARACTERS SHOWING, THE SAME WAY BANK ACCOUNTS ARE SHOWN
      *    TO ANYONE OUTSIDE THE BANK-DATA ROLE.  A NUMBER OF FOUR
      *    CHARACTERS OR FEWER IS ALL ASTERISKS.
       01 WAU-DOC-NUMBER            PIC X(20) VALUE SPACE.
       01 WAU-MASKED-NUMBER         PIC X(20) VALUE SPACE.
       01 WAU-NUMBER-LEN            PIC 9(02) VALUE ZERO.
       01 WAU-MASK-IDX              PIC 9(02) VALUE ZERO.

      *    LICENSE AND CERTIFICATION FIELDS - INCLUDED INSIDE THE SQL
      *    DECLARE SECTION OF EVERY PROGRAM THAT KEEPS, CHECKS OR
      *    REPORTS AN EMPLOYEE'S CERTIFICATIONS, AND USED BY
      *    CRT-READY-TABLES AND CRT-CHECK-PLACEMENT IN certproc.cpy.
      *    CERTMNT KEEPS THE CERT_TYPE CODES, THE CERT_REQUIREMENT
      *    ROWS THAT SAY WHICH JOB CODES NEED WHICH CERTIFICATION, AND
      *    ONE EMP_CERTIFICATION ROW PER CERTIFICATE SEEN.
       01 CRT-TABLE-READY-SW        PIC X(01) VALUE "N".
          88 CRT-TABLE-READY            VALUE "Y".
      *    CRT-CHECK-PLACEMENT - THE CALLER SETS CRT-EMP-NO,
      *    CRT-JOB-CODE, CRT-DEPT-CODE AND CRT-AS-OF-DATE AND GETS
      *    BACK CRT-MISSING-COUNT, THE NUMBER OF REQUIRED
      *    CERTIFICATIONS NOT COVERED ON THAT DATE.  EACH ONE IS
      *    DISPLAYED AS A WARNING - PLACEMENT IS NEVER REFUSED HERE.
       01 CRT-EMP-NO                PIC S9(06) VALUE ZERO.
       01 CRT-JOB-CODE              PIC X(04) VALUE SPACE.
       01 CRT-DEPT-CODE             PIC X(04) VALUE SPACE.
       01 CRT-AS-OF-DATE            PIC 9(08) VALUE ZERO.
       01 CRT-MISSING-COUNT         PIC 9(03) VALUE ZERO.
       01 CRT-CERT-TYPE             PIC X(04) VALUE SPACE.
       01 CRT-DESCRIPTION           PIC X(30) VALUE SPACE.

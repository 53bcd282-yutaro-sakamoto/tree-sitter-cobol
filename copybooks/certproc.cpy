       CRT-READY-TABLES.
      *    SAME IDEMPOTENT DDL IN EVERY PROGRAM THAT READS THE
      *    CERTIFICATIONS.  A REQUIREMENT WITH A BLANK DEPT_CODE
      *    APPLIES TO THE JOB CODE IN EVERY DEPARTMENT; A DEPT_CODE
      *    NARROWS IT TO THAT DEPARTMENT ONLY.  A CERTIFICATE WITH AN
      *    EXPIRY_DATE OF ZERO DOES NOT EXPIRE.  RENEW_LEAD_DAYS IS HOW
      *    FAR AHEAD OF EXPIRY A CERTIFICATE COUNTS AS DUE FOR RENEWAL
      *    - ZERO TAKES THE REPORT'S DEFAULT.
           IF  CRT-TABLE-READY
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CERT_TYPE
               (
                   CERT_TYPE       CHAR(4) NOT NULL,
                   DESCRIPTION     CHAR(30),
                   RENEW_LEAD_DAYS NUMERIC(3,0),
                   CONSTRAINT ICERTTYP_0 PRIMARY KEY (CERT_TYPE)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CERT_REQUIREMENT
               (
                   JOB_CODE   CHAR(4) NOT NULL,
                   DEPT_CODE  CHAR(4) NOT NULL,
                   CERT_TYPE  CHAR(4) NOT NULL,
                   ADDED_BY   CHAR(10),
                   ADDED_DATE NUMERIC(8,0),
                   CONSTRAINT ICERTREQ_0 PRIMARY KEY
                       (JOB_CODE, DEPT_CODE, CERT_TYPE)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS EMP_CERTIFICATION
               (
                   EMP_NO       NUMERIC(6,0) NOT NULL,
                   CERT_TYPE    CHAR(4) NOT NULL,
                   ISSUE_DATE   NUMERIC(8,0) NOT NULL,
                   CERT_NUMBER  CHAR(20),
                   ISSUED_BY    CHAR(30),
                   EXPIRY_DATE  NUMERIC(8,0),
                   ENTERED_BY   CHAR(10),
                   ENTERED_DATE NUMERIC(8,0),
                   CONSTRAINT IEMPCERT_0 PRIMARY KEY
                       (EMP_NO, CERT_TYPE, ISSUE_DATE)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN.
           MOVE "Y" TO CRT-TABLE-READY-SW.

       CRT-CHECK-PLACEMENT.
      *    EVERY CERTIFICATION THE JOB NEEDS IN THAT DEPARTMENT THAT
      *    NO CERTIFICATE OF THE EMPLOYEE'S COVERS ON THE AS-OF DATE -
      *    ISSUED ON OR BEFORE IT AND NOT YET EXPIRED.
           PERFORM CRT-READY-TABLES.
           MOVE ZERO TO CRT-MISSING-COUNT.
           EXEC SQL
               DECLARE C-CRT-GAP CURSOR FOR
               SELECT R.CERT_TYPE, COALESCE(T.DESCRIPTION, ' ')
                      FROM CERT_REQUIREMENT R
                      LEFT JOIN CERT_TYPE T
                        ON T.CERT_TYPE = R.CERT_TYPE
                      WHERE R.JOB_CODE = :CRT-JOB-CODE
                        AND (R.DEPT_CODE = ' '
                             OR R.DEPT_CODE = :CRT-DEPT-CODE)
                        AND NOT EXISTS
                            (SELECT 1 FROM EMP_CERTIFICATION C
                                    WHERE C.EMP_NO = :CRT-EMP-NO
                                      AND C.CERT_TYPE = R.CERT_TYPE
                                      AND C.ISSUE_DATE <=
                                          :CRT-AS-OF-DATE
                                      AND (C.EXPIRY_DATE = 0
                                           OR C.EXPIRY_DATE >=
                                              :CRT-AS-OF-DATE))
                      ORDER BY R.CERT_TYPE
           END-EXEC.
           EXEC SQL
               OPEN C-CRT-GAP
           END-EXEC.
           EXEC SQL
               FETCH C-CRT-GAP INTO :CRT-CERT-TYPE, :CRT-DESCRIPTION
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO CRT-MISSING-COUNT
               DISPLAY "*** WARNING - EMP_NO " CRT-EMP-NO
                       " HAS NO CURRENT " CRT-CERT-TYPE " "
                       CRT-DESCRIPTION
               DISPLAY "    REQUIRED FOR JOB " CRT-JOB-CODE
                       " IN DEPT " CRT-DEPT-CODE
                       " AS OF " CRT-AS-OF-DATE
               EXEC SQL
                   FETCH C-CRT-GAP INTO :CRT-CERT-TYPE,
                                        :CRT-DESCRIPTION
               END-EXEC
           END-PERFORM.
           IF  SQLCODE NOT = +10
               PERFORM ERROR-RTN
           END-IF.
           EXEC SQL
               CLOSE C-CRT-GAP
           END-EXEC.

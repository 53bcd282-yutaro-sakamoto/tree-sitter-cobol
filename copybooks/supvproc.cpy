       SPV-READY-TABLES.
      *    SAME IDEMPOTENT DDL IN EVERY PROGRAM THAT TOUCHES THE
      *    REPORTING LINE.  LEAVE_REQUEST IS OWNED BY LEAVEREQ AND
      *    READ HERE ONLY TO TELL AN ABSENT MANAGER FROM A PRESENT ONE.
           IF  SPV-TABLE-READY
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS EMP_SUPERVISOR
               (
                   EMP_NO         NUMERIC(6,0) NOT NULL,
                   EFFECTIVE_DATE NUMERIC(8,0) NOT NULL,
                   SUPERVISOR_NO  NUMERIC(6,0),
                   ENTERED_BY     CHAR(30),
                   CONSTRAINT IEMPSPV_0 PRIMARY KEY
                       (EMP_NO, EFFECTIVE_DATE)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS EMP_USER_LINK
               (
                   USER_ID    CHAR(10) NOT NULL,
                   EMP_NO     NUMERIC(6,0) NOT NULL,
                   ENTERED_BY CHAR(30),
                   CONSTRAINT IEMPUSR_0 PRIMARY KEY (USER_ID)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS LEAVE_REQUEST
               (
                   EMP_NO       NUMERIC(6,0) NOT NULL,
                   REQ_SEQ      NUMERIC(4,0) NOT NULL,
                   LEAVE_CODE   CHAR(4),
                   START_DATE   NUMERIC(8,0),
                   END_DATE     NUMERIC(8,0),
                   REQ_HOURS    NUMERIC(8,2),
                   STATUS       CHAR(1),
                   REQUESTED_BY CHAR(10),
                   REQUEST_DATE NUMERIC(8,0),
                   APPROVED_BY  CHAR(10)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN.
           MOVE "Y" TO SPV-TABLE-READY-SW.

       LOAD-SUPERVISOR.
      *    THE SUPERVISOR IN EFFECT FOR SPV-EMP-NO ON SPV-AS-OF-DATE IS
      *    THE LATEST EMP_SUPERVISOR ROW ON OR BEFORE IT - THE SAME
      *    MOST-RECENT-ROW SHAPE AS THE ADDRESS AND TAX-ELECTION
      *    LOOKUPS.  NO ROW, OR A ROW NAMING NO SUPERVISOR, LEAVES
      *    SPV-FOUND OFF.
           PERFORM SPV-READY-TABLES.
           MOVE "N"  TO SPV-FOUND-SW.
           MOVE ZERO TO SPV-EFF-DATE.
           MOVE ZERO TO SPV-SUPERVISOR-NO.
           EXEC SQL
               SELECT EFFECTIVE_DATE, COALESCE(SUPERVISOR_NO, 0)
                      INTO :SPV-EFF-DATE, :SPV-SUPERVISOR-NO
                      FROM EMP_SUPERVISOR
                      WHERE EMP_NO = :SPV-EMP-NO
                        AND EFFECTIVE_DATE =
                            (SELECT MAX(EFFECTIVE_DATE)
                                    FROM EMP_SUPERVISOR
                                    WHERE EMP_NO = :SPV-EMP-NO
                                      AND EFFECTIVE_DATE <=
                                          :SPV-AS-OF-DATE)
           END-EXEC.
           IF  SQLCODE = +10
               EXIT PARAGRAPH
           END-IF.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               EXIT PARAGRAPH
           END-IF.
           IF  SPV-SUPERVISOR-NO NOT = ZERO
               MOVE "Y" TO SPV-FOUND-SW
           END-IF.

       CHECK-MANAGER-STATUS.
      *    MISSING, TERMINATED, ABSENT OR PRESENT ON SPV-AS-OF-DATE.
      *    A TERMINATION DATED AFTER THE AS-OF DATE HAS NOT HAPPENED
      *    YET.  ABSENT IS AN APPROVED LEAVE REQUEST WHOSE WINDOW
      *    COVERS THE DATE - THE EXPECTED-ABSENCE DATA LEAVEREQ KEEPS.
           PERFORM SPV-READY-TABLES.
           MOVE "M"   TO SPV-MANAGER-STATUS.
           MOVE SPACE TO SPV-MANAGER-NAME.
           MOVE ZERO  TO SPV-MANAGER-TERM-DATE.
           EXEC SQL
               SELECT EMP_NAME, TERM_DATE
                      INTO :SPV-MANAGER-NAME, :SPV-MANAGER-TERM-DATE
                      FROM EMP
                      WHERE EMP_NO = :SPV-MANAGER-NO
           END-EXEC.
           IF  SQLCODE = +10
               EXIT PARAGRAPH
           END-IF.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               EXIT PARAGRAPH
           END-IF.
           IF  SPV-MANAGER-TERM-DATE NOT = ZERO
               AND SPV-MANAGER-TERM-DATE <= SPV-AS-OF-DATE
               MOVE "T" TO SPV-MANAGER-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO SPV-LEAVE-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SPV-LEAVE-COUNT
                      FROM LEAVE_REQUEST
                      WHERE EMP_NO = :SPV-MANAGER-NO
                        AND STATUS = 'A'
                        AND START_DATE <= :SPV-AS-OF-DATE
                        AND END_DATE >= :SPV-AS-OF-DATE
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
           END-IF.
           IF  SPV-LEAVE-COUNT > ZERO
               MOVE "A" TO SPV-MANAGER-STATUS
           ELSE
               MOVE "P" TO SPV-MANAGER-STATUS
           END-IF.

       CHECK-APPROVER.
      *    AN ITEM FOR AN EMPLOYEE IS SIGNED OFF BY THAT EMPLOYEE'S
      *    MANAGER ON THE DATE.  WHEN THE MANAGER IS ABSENT, TERMINATED
      *    OR NO LONGER ON EMP, THE MANAGER'S MANAGER MAY SIGN INSTEAD
      *    - ONE LEVEL UP ONLY; A LINE BROKEN FURTHER THAN THAT IS FOR
      *    HR TO REPAIR, AND THE NIGHTLY SUPERVISOR CHECK LISTS IT.
      *    FAILS CLOSED: A USER ID WITH NO EMPLOYEE LINK, OR AN
      *    EMPLOYEE WITH NO SUPERVISOR ON FILE, APPROVES NOTHING.
           PERFORM SPV-READY-TABLES.
           MOVE "N"   TO SPV-APPROVE-OK-SW.
           MOVE SPACE TO SPV-REASON.
           MOVE SPV-EMP-NO TO SPV-SUBJECT-EMP-NO.
           MOVE ZERO  TO SPV-APPROVER-EMP-NO.
           EXEC SQL
               SELECT EMP_NO INTO :SPV-APPROVER-EMP-NO
                      FROM EMP_USER_LINK
                      WHERE USER_ID = :SPV-APPROVER-USER
           END-EXEC.
           IF  SQLCODE = +10
               MOVE "USER ID NOT LINKED TO AN EMPLOYEE"
                   TO SPV-REASON
               EXIT PARAGRAPH
           END-IF.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "USER LINK LOOKUP FAILED" TO SPV-REASON
               EXIT PARAGRAPH
           END-IF.
           IF  SPV-APPROVER-EMP-NO = SPV-SUBJECT-EMP-NO
               MOVE "APPROVER IS THE EMPLOYEE" TO SPV-REASON
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-SUPERVISOR.
           IF  NOT SPV-FOUND
               MOVE "NO SUPERVISOR ON FILE" TO SPV-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE SPV-SUPERVISOR-NO TO SPV-LINE-MANAGER-NO.
           MOVE SPV-SUPERVISOR-NO TO SPV-MANAGER-NO.
           PERFORM CHECK-MANAGER-STATUS.
           IF  SPV-APPROVER-EMP-NO = SPV-LINE-MANAGER-NO
               AND (SPV-MANAGER-PRESENT OR SPV-MANAGER-ABSENT)
               MOVE "Y" TO SPV-APPROVE-OK-SW
               EXIT PARAGRAPH
           END-IF.
           IF  SPV-MANAGER-PRESENT
               MOVE "NOT THE EMPLOYEE'S MANAGER" TO SPV-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE SPV-LINE-MANAGER-NO TO SPV-EMP-NO.
           PERFORM LOAD-SUPERVISOR.
           MOVE SPV-SUBJECT-EMP-NO TO SPV-EMP-NO.
           IF  NOT SPV-FOUND
               MOVE "MANAGER AWAY AND HAS NO SUPERVISOR"
                   TO SPV-REASON
               EXIT PARAGRAPH
           END-IF.
           IF  SPV-APPROVER-EMP-NO NOT = SPV-SUPERVISOR-NO
               MOVE "NOT THE MANAGER'S MANAGER" TO SPV-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE SPV-SUPERVISOR-NO TO SPV-MANAGER-NO.
           PERFORM CHECK-MANAGER-STATUS.
           IF  SPV-MANAGER-MISSING OR SPV-MANAGER-TERMINATED
               MOVE "MANAGER'S MANAGER NOT ACTIVE" TO SPV-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO SPV-APPROVE-OK-SW.

       LOAD-GL-ACCOUNT-MAP.
      *    THE WHOLE MAP INTO STORAGE ONCE - A JOURNAL RESOLVES EVERY
      *    EMPLOYEE'S ELEMENTS AGAINST IT, SO THE TABLE IS NEVER
      *    RE-READ PER LINE.  THE TABLE IS CREATED HERE IF THE
      *    MAINTENANCE STEP HAS NEVER RUN - AN EMPTY MAP RESOLVES
      *    NOTHING AND THE POSTING STOPS ON ITS VALIDATION.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS GL_ACCOUNT_MAP
               (
                   COMPANY_CODE   CHAR(2) NOT NULL,
                   DEPT_CODE      CHAR(4) NOT NULL,
                   ELEMENT_TYPE   CHAR(1) NOT NULL,
                   ELEMENT_CODE   CHAR(4) NOT NULL,
                   DEBIT_ACCOUNT  CHAR(8),
                   CREDIT_ACCOUNT CHAR(8),
                   CHANGED_DATE   NUMERIC(8,0),
                   CONSTRAINT IGLMAP_0 PRIMARY KEY
                       (COMPANY_CODE, DEPT_CODE, ELEMENT_TYPE,
                        ELEMENT_CODE)
               )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
           END-IF.
           MOVE "Y" TO GLM-TABLE-READY-SW.
           MOVE ZERO TO GLM-ROW-COUNT.
           EXEC SQL
               DECLARE CGLMAP CURSOR FOR
               SELECT COMPANY_CODE, DEPT_CODE, ELEMENT_TYPE,
                      ELEMENT_CODE, COALESCE(DEBIT_ACCOUNT, ' '),
                      COALESCE(CREDIT_ACCOUNT, ' ')
                      FROM GL_ACCOUNT_MAP
                      ORDER BY COMPANY_CODE, DEPT_CODE, ELEMENT_TYPE,
                               ELEMENT_CODE
           END-EXEC.
           EXEC SQL
               OPEN CGLMAP
           END-EXEC.
           EXEC SQL
               FETCH CGLMAP INTO :GLM-FETCH-COMPANY, :GLM-FETCH-DEPT,
                                 :GLM-FETCH-TYPE, :GLM-FETCH-CODE,
                                 :GLM-FETCH-DR, :GLM-FETCH-CR
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF  GLM-ROW-COUNT < GLM-ROW-MAX
                   ADD 1 TO GLM-ROW-COUNT
                   MOVE GLM-FETCH-COMPANY TO
                        GLM-MAP-COMPANY(GLM-ROW-COUNT)
                   MOVE GLM-FETCH-DEPT    TO GLM-MAP-DEPT(GLM-ROW-COUNT)
                   MOVE GLM-FETCH-TYPE    TO GLM-MAP-TYPE(GLM-ROW-COUNT)
                   MOVE GLM-FETCH-CODE    TO GLM-MAP-CODE(GLM-ROW-COUNT)
                   MOVE GLM-FETCH-DR      TO GLM-MAP-DR(GLM-ROW-COUNT)
                   MOVE GLM-FETCH-CR      TO GLM-MAP-CR(GLM-ROW-COUNT)
               ELSE
                   DISPLAY "*** GL ACCOUNT MAP OVER " GLM-ROW-MAX
                           " ROWS - " GLM-FETCH-TYPE GLM-FETCH-CODE
                           " FOR " GLM-FETCH-COMPANY "/"
                           GLM-FETCH-DEPT " NOT LOADED ***"
               END-IF
               EXEC SQL
                   FETCH CGLMAP INTO :GLM-FETCH-COMPANY,
                                     :GLM-FETCH-DEPT, :GLM-FETCH-TYPE,
                                     :GLM-FETCH-CODE, :GLM-FETCH-DR,
                                     :GLM-FETCH-CR
               END-EXEC
           END-PERFORM.
           IF  SQLCODE NOT = +10
               PERFORM ERROR-RTN
           END-IF.
           EXEC SQL
               CLOSE CGLMAP
           END-EXEC.

       RESOLVE-GL-ACCOUNT.
      *    FOUR PASSES, MOST SPECIFIC FIRST - A ROW WHOSE ACCOUNT FOR
      *    THE SIDE ASKED FOR IS BLANK DOES NOT STOP THE SEARCH, SO
      *    FINANCE CAN OVERRIDE ONE SIDE OF AN ELEMENT FOR ONE
      *    DEPARTMENT AND LET THE OTHER FALL THROUGH TO THE COMPANY.
           IF  NOT GLM-TABLE-READY
               PERFORM LOAD-GL-ACCOUNT-MAP
           END-IF.
           MOVE "N" TO GLM-FOUND-SW.
           MOVE SPACE TO GLM-ACCOUNT.
           PERFORM VARYING GLM-PASS FROM 1 BY 1
                   UNTIL GLM-PASS > 4 OR GLM-MAPPED
               EVALUATE GLM-PASS
                   WHEN 1
                       MOVE GLM-COMPANY TO GLM-TRY-COMPANY
                       MOVE GLM-DEPT    TO GLM-TRY-DEPT
                   WHEN 2
                       MOVE GLM-COMPANY TO GLM-TRY-COMPANY
                       MOVE SPACE       TO GLM-TRY-DEPT
                   WHEN 3
                       MOVE SPACE       TO GLM-TRY-COMPANY
                       MOVE GLM-DEPT    TO GLM-TRY-DEPT
                   WHEN OTHER
                       MOVE SPACE       TO GLM-TRY-COMPANY
                       MOVE SPACE       TO GLM-TRY-DEPT
               END-EVALUATE
               PERFORM VARYING GLM-IDX FROM 1 BY 1
                       UNTIL GLM-IDX > GLM-ROW-COUNT OR GLM-MAPPED
                   IF  GLM-MAP-COMPANY(GLM-IDX) = GLM-TRY-COMPANY
                   AND GLM-MAP-DEPT(GLM-IDX)    = GLM-TRY-DEPT
                   AND GLM-MAP-TYPE(GLM-IDX)    = GLM-ELEMENT-TYPE
                   AND GLM-MAP-CODE(GLM-IDX)    = GLM-ELEMENT-CODE
                       IF  GLM-SIDE = "D"
                           MOVE GLM-MAP-DR(GLM-IDX) TO GLM-ACCOUNT
                       ELSE
                           MOVE GLM-MAP-CR(GLM-IDX) TO GLM-ACCOUNT
                       END-IF
                       IF  GLM-ACCOUNT NOT = SPACE
                           MOVE "Y" TO GLM-FOUND-SW
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF  NOT GLM-MAPPED
               PERFORM NOTE-UNMAPPED-ELEMENT
           END-IF.

       NOTE-UNMAPPED-ELEMENT.
      *    ONE ENTRY PER ELEMENT, SIDE AND WHERE IT WAS ASKED FOR -
      *    A HUNDRED EMPLOYEES ON ONE UNMAPPED PLAN ARE ONE LINE.
           MOVE "N" TO GLM-MISS-SW.
           PERFORM VARYING GLM-MISS-IDX FROM 1 BY 1
                   UNTIL GLM-MISS-IDX > GLM-MISS-COUNT
               IF  GLM-MISS-COMPANY(GLM-MISS-IDX) = GLM-COMPANY
               AND GLM-MISS-DEPT(GLM-MISS-IDX)    = GLM-DEPT
               AND GLM-MISS-TYPE(GLM-MISS-IDX)    = GLM-ELEMENT-TYPE
               AND GLM-MISS-CODE(GLM-MISS-IDX)    = GLM-ELEMENT-CODE
               AND GLM-MISS-SIDE(GLM-MISS-IDX)    = GLM-SIDE
                   MOVE "Y" TO GLM-MISS-SW
               END-IF
           END-PERFORM.
           IF  GLM-MISS-LISTED
               EXIT PARAGRAPH
           END-IF.
           IF  GLM-MISS-COUNT < GLM-MISS-MAX
               ADD 1 TO GLM-MISS-COUNT
               MOVE GLM-COMPANY      TO GLM-MISS-COMPANY(GLM-MISS-COUNT)
               MOVE GLM-DEPT         TO GLM-MISS-DEPT(GLM-MISS-COUNT)
               MOVE GLM-ELEMENT-TYPE TO GLM-MISS-TYPE(GLM-MISS-COUNT)
               MOVE GLM-ELEMENT-CODE TO GLM-MISS-CODE(GLM-MISS-COUNT)
               MOVE GLM-SIDE         TO GLM-MISS-SIDE(GLM-MISS-COUNT)
           ELSE
               ADD 1 TO GLM-MISS-OVERFLOW
           END-IF.

       LIST-UNMAPPED-ELEMENTS.
           PERFORM VARYING GLM-MISS-IDX FROM 1 BY 1
                   UNTIL GLM-MISS-IDX > GLM-MISS-COUNT
               DISPLAY "*** NO GL ACCOUNT MAPPED: ELEMENT "
                       GLM-MISS-TYPE(GLM-MISS-IDX) " "
                       GLM-MISS-CODE(GLM-MISS-IDX) " SIDE "
                       GLM-MISS-SIDE(GLM-MISS-IDX) " COMPANY "
                       GLM-MISS-COMPANY(GLM-MISS-IDX) " DEPT "
                       GLM-MISS-DEPT(GLM-MISS-IDX) " ***"
           END-PERFORM.
           IF  GLM-MISS-OVERFLOW > ZERO
               DISPLAY "*** AND " GLM-MISS-OVERFLOW
                       " MORE UNMAPPED LOOKUPS NOT LISTED ***"
           END-IF.

       POST-MAPPED-AMOUNT.
      *    RESOLVE THE ELEMENT AND ADD GLJ-AMOUNT TO ITS JOURNAL
      *    LINE.  A ZERO AMOUNT IS NOT A POSTING AND NEEDS NO
      *    ACCOUNT.  AN UNMAPPED ELEMENT POSTS NOTHING - IT IS ON THE
      *    MISSING LIST AND THE JOURNAL WILL NOT BE WRITTEN.
           IF  GLJ-AMOUNT = ZERO
               EXIT PARAGRAPH
           END-IF.
           PERFORM RESOLVE-GL-ACCOUNT.
           IF  GLM-MAPPED
               MOVE GLM-SIDE    TO GLJ-DR-CR
               MOVE GLM-ACCOUNT TO GLJ-ACCOUNT
               PERFORM POST-GL-JOURNAL-LINE
           END-IF.

       POST-GL-JOURNAL-LINE.
           MOVE "N" TO GLJ-SLOT-SW.
           PERFORM VARYING GLJ-IDX FROM 1 BY 1
                   UNTIL GLJ-IDX > GLJ-LINE-COUNT OR GLJ-SLOT-FOUND
               IF  GLJ-L-DR-CR(GLJ-IDX)   = GLJ-DR-CR
               AND GLJ-L-ACCOUNT(GLJ-IDX) = GLJ-ACCOUNT
               AND GLJ-L-DEPT(GLJ-IDX)    = GLJ-DEPT
                   MOVE "Y" TO GLJ-SLOT-SW
                   ADD GLJ-AMOUNT TO GLJ-L-AMOUNT(GLJ-IDX)
               END-IF
           END-PERFORM.
           IF  GLJ-SLOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF  GLJ-LINE-COUNT < GLJ-LINE-MAX
               ADD 1 TO GLJ-LINE-COUNT
               MOVE GLJ-DR-CR   TO GLJ-L-DR-CR(GLJ-LINE-COUNT)
               MOVE GLJ-ACCOUNT TO GLJ-L-ACCOUNT(GLJ-LINE-COUNT)
               MOVE GLJ-DEPT    TO GLJ-L-DEPT(GLJ-LINE-COUNT)
               MOVE GLJ-AMOUNT  TO GLJ-L-AMOUNT(GLJ-LINE-COUNT)
           ELSE
               IF  NOT GLJ-OVERFLOW
                   DISPLAY "*** JOURNAL OVER " GLJ-LINE-MAX
                           " LINES - " GLJ-DR-CR " " GLJ-ACCOUNT
                           " " GLJ-DEPT " NOT POSTED ***"
               END-IF
               MOVE "Y" TO GLJ-OVERFLOW-SW
           END-IF.

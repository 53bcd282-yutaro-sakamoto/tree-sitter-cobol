       LOAD-STREAM-PLAN.
      *    READS AND CHECKS THE PLAN.  EVERY EMPLOYEE MUST FALL IN
      *    EXACTLY ONE STREAM, SO THE PLAN IS REFUSED UNLESS THE
      *    STREAMS ARE NUMBERED 1, 2, 3 ... IN ORDER, ALL SPLIT THE
      *    SAME WAY, AND EITHER THE RANGES RUN FROM 000000 TO 999999
      *    WITH NO GAP OR OVERLAP, OR THE COMPANIES ARE ALL DIFFERENT
      *    WITH EXACTLY ONE BLANK CATCH-ALL STREAM.  A MISSING FILE IS
      *    NOT AN ERROR - IT JUST MEANS NO STREAMS.
           MOVE "N" TO PAY-STREAM-PLAN-SW.
           MOVE "N" TO PAY-STREAM-VALID-SW.
           MOVE "N" TO PAY-STREAM-PLAN-EOF-SW.
           MOVE ZERO TO PAY-STREAM-COUNT.
           MOVE ZERO TO PAY-STREAM-CATCHALL.
           MOVE SPACE TO PAY-STREAM-SPLIT-BY.
           OPEN INPUT PAY-STREAM-PLAN-FILE.
           IF  PAY-STREAM-PLAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO PAY-STREAM-PLAN-SW.
           MOVE "Y" TO PAY-STREAM-VALID-SW.
           PERFORM UNTIL PAY-STREAM-PLAN-EOF
               READ PAY-STREAM-PLAN-FILE INTO PSP-DETAIL-REC
                   AT END MOVE "Y" TO PAY-STREAM-PLAN-EOF-SW
                   NOT AT END
                       IF  PSP-DETAIL-REC NOT = SPACE
                           PERFORM CHECK-STREAM-PLAN-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAY-STREAM-PLAN-FILE.
           IF  PAY-STREAM-COUNT < 2
               DISPLAY "*** STREAM PLAN NEEDS AT LEAST TWO STREAMS ***"
               MOVE "N" TO PAY-STREAM-VALID-SW
           END-IF.
           IF  PAY-STREAMS-BY-RANGE
           AND PAY-STREAM-COUNT > ZERO
               IF  PST-EMP-FROM(1) NOT = ZERO
               OR  PST-EMP-TO(PAY-STREAM-COUNT) NOT = 999999
                   DISPLAY "*** STREAM RANGES MUST RUN FROM 000000 "
                           "TO 999999 ***"
                   MOVE "N" TO PAY-STREAM-VALID-SW
               END-IF
           END-IF.
           IF  PAY-STREAMS-BY-COMPANY
           AND PAY-STREAM-CATCHALL = ZERO
               DISPLAY "*** COMPANY STREAMS NEED ONE BLANK-COMPANY "
                       "STREAM FOR EVERY OTHER COMPANY ***"
               MOVE "N" TO PAY-STREAM-VALID-SW
           END-IF.
           IF  PAY-STREAM-PLAN-VALID
               DISPLAY "STREAM PLAN: " PAY-STREAM-COUNT
                       " STREAMS SPLIT BY " PAY-STREAM-SPLIT-BY
           ELSE
               DISPLAY "*** STREAM PLAN PAYSTRMS REFUSED ***"
           END-IF.

       CHECK-STREAM-PLAN-LINE.
           IF  PAY-STREAM-COUNT >= PAY-STREAM-MAX
               DISPLAY "*** MORE THAN " PAY-STREAM-MAX
                       " STREAMS IN THE PLAN ***"
               MOVE "N" TO PAY-STREAM-VALID-SW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PAY-STREAM-COUNT.
           IF  PSP-STREAM-NO NOT = PAY-STREAM-COUNT
               DISPLAY "*** STREAM " PSP-STREAM-NO " OUT OF ORDER - "
                       "EXPECTED " PAY-STREAM-COUNT " ***"
               MOVE "N" TO PAY-STREAM-VALID-SW
           END-IF.
           IF  NOT PSP-BY-COMPANY AND NOT PSP-BY-RANGE
               DISPLAY "*** STREAM " PSP-STREAM-NO " SPLIT "
                       PSP-SPLIT-BY " IS NOT C OR R ***"
               MOVE "N" TO PAY-STREAM-VALID-SW
           END-IF.
           IF  PAY-STREAM-COUNT = 1
               MOVE PSP-SPLIT-BY TO PAY-STREAM-SPLIT-BY
           END-IF.
           IF  PSP-SPLIT-BY NOT = PAY-STREAM-SPLIT-BY
               DISPLAY "*** STREAM " PSP-STREAM-NO " MIXES COMPANY "
                       "AND RANGE SPLITS ***"
               MOVE "N" TO PAY-STREAM-VALID-SW
           END-IF.
           IF  PSP-BY-COMPANY
               MOVE PSP-COMPANY-CODE TO PST-COMPANY-CODE
                                        (PAY-STREAM-COUNT)
               MOVE ZERO   TO PST-EMP-FROM(PAY-STREAM-COUNT)
               MOVE 999999 TO PST-EMP-TO(PAY-STREAM-COUNT)
               IF  PSP-COMPANY-CODE = SPACE
                   IF  PAY-STREAM-CATCHALL NOT = ZERO
                       DISPLAY "*** STREAM " PSP-STREAM-NO " IS A "
                               "SECOND BLANK-COMPANY STREAM ***"
                       MOVE "N" TO PAY-STREAM-VALID-SW
                   END-IF
                   MOVE PAY-STREAM-COUNT TO PAY-STREAM-CATCHALL
               END-IF
               PERFORM VARYING PAY-STREAM-SCAN FROM 1 BY 1
                       UNTIL PAY-STREAM-SCAN >= PAY-STREAM-COUNT
                   IF  PSP-COMPANY-CODE NOT = SPACE
                   AND PST-COMPANY-CODE(PAY-STREAM-SCAN)
                       = PSP-COMPANY-CODE
                       DISPLAY "*** COMPANY " PSP-COMPANY-CODE
                               " NAMED BY TWO STREAMS ***"
                       MOVE "N" TO PAY-STREAM-VALID-SW
                   END-IF
               END-PERFORM
           ELSE
               MOVE SPACE        TO PST-COMPANY-CODE(PAY-STREAM-COUNT)
               MOVE PSP-EMP-FROM TO PST-EMP-FROM(PAY-STREAM-COUNT)
               MOVE PSP-EMP-TO   TO PST-EMP-TO(PAY-STREAM-COUNT)
               IF  PSP-EMP-FROM NOT NUMERIC
               OR  PSP-EMP-TO NOT NUMERIC
               OR  PSP-EMP-FROM > PSP-EMP-TO
                   DISPLAY "*** STREAM " PSP-STREAM-NO " HAS A BAD "
                           "EMP_NO RANGE ***"
                   MOVE "N" TO PAY-STREAM-VALID-SW
               END-IF
               IF  PAY-STREAM-COUNT > 1
                   MOVE PAY-STREAM-COUNT TO PAY-STREAM-SCAN
                   SUBTRACT 1 FROM PAY-STREAM-SCAN
                   IF  PSP-EMP-FROM NOT = PST-EMP-TO(PAY-STREAM-SCAN)
                                          + 1
                       DISPLAY "*** STREAM " PSP-STREAM-NO " DOES "
                               "NOT START RIGHT AFTER STREAM "
                               PAY-STREAM-SCAN " ***"
                       MOVE "N" TO PAY-STREAM-VALID-SW
                   END-IF
               END-IF
           END-IF.

       FIND-EMP-STREAM.
      *    WHICH STREAM AN EMPLOYEE BELONGS TO - THE CALLER SETS
      *    PAY-STREAM-EMP-NO AND PAY-STREAM-COMPANY AND GETS THE
      *    STREAM NUMBER BACK IN PAY-STREAM-IDX.
           MOVE ZERO TO PAY-STREAM-IDX.
           PERFORM VARYING PAY-STREAM-SCAN FROM 1 BY 1
                   UNTIL PAY-STREAM-SCAN > PAY-STREAM-COUNT
                      OR PAY-STREAM-IDX NOT = ZERO
               IF  PAY-STREAMS-BY-RANGE
                   IF  PAY-STREAM-EMP-NO
                       >= PST-EMP-FROM(PAY-STREAM-SCAN)
                   AND PAY-STREAM-EMP-NO
                       <= PST-EMP-TO(PAY-STREAM-SCAN)
                       MOVE PAY-STREAM-SCAN TO PAY-STREAM-IDX
                   END-IF
               ELSE
                   IF  PAY-STREAM-COMPANY NOT = SPACE
                   AND PAY-STREAM-COMPANY
                       = PST-COMPANY-CODE(PAY-STREAM-SCAN)
                       MOVE PAY-STREAM-SCAN TO PAY-STREAM-IDX
                   END-IF
               END-IF
           END-PERFORM.
           IF  PAY-STREAM-IDX = ZERO
               MOVE PAY-STREAM-CATCHALL TO PAY-STREAM-IDX
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTSBSTALL.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Unit tests for the AZURESBSTALL consumer stall detector - the
      *> rising-depth rule, the backlog age taken from the depth
      *> history and announcing a stall only when it starts

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  TEST-COUNTER                PIC 9(3) VALUE 0.
       01  PASSED-TESTS                PIC 9(3) VALUE 0.
       01  FAILED-TESTS                PIC 9(3) VALUE 0.
       01  WS-TEST-RESULT              PIC X(6).
       01  WS-RISE-SAMPLES             PIC 9(2) VALUE 4.
       01  WS-ENT-IDX                  PIC 9(2) VALUE 1.
       01  WS-ENT-TABLE.
           05  WS-ENT-ENTRY OCCURS 1 TIMES.
               10  WS-ENT-MAX-AGE      PIC 9(5).
               10  WS-ENT-SAMPLES      PIC 9(2).
               10  WS-ENT-DEPTH OCCURS 10 TIMES PIC 9(9).
               10  WS-ENT-PROGRESS-AT  PIC 9(11).
               10  WS-ENT-LAST-FLAG    PIC X.
       01  WS-DEPTH-IDX                PIC 9(2).
       01  WS-FIRST-DEPTH-IDX          PIC 9(2).
       01  WS-SAMPLE-MINUTES           PIC 9(11).
       01  WS-SAMPLE-DEPTH             PIC 9(9).
       01  WS-DEPTH-RISING             PIC X.
       01  WS-AGE-EXCEEDED             PIC X.
       01  WS-BACKLOG-AGE              PIC 9(7).
       01  WS-CASE-IDX                 PIC 9(2).
       01  WS-VERDICTS                 PIC X(12).
       01  WS-RAISED                   PIC X(12).
       01  WS-FLAG                     PIC X.
       01  WS-DEPTH-SERIES.
           05  WS-SERIES-DEPTH OCCURS 12 TIMES PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Service Bus Stall Detector Unit Tests"
           DISPLAY "====================================="

           PERFORM TEST-RISING-DEPTH
           PERFORM TEST-BACKLOG-AGE
           PERFORM TEST-STALL-TRANSITIONS

           PERFORM DISPLAY-TEST-SUMMARY

           STOP RUN.

       TEST-RISING-DEPTH.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Rising Depth"

      *> 5 5 6 8 rises; the dip to 7 breaks it until 7 9 9 9; four
      *> nines are flat, not rising; 9 9 9 10 rises again
           MOVE '000500050006000800070009000900090009001000000000'
               TO WS-DEPTH-SERIES
           MOVE 0 TO WS-ENT-MAX-AGE(1)
           PERFORM RESET-ENTITY
           MOVE SPACES TO WS-VERDICTS
           PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
                   UNTIL WS-CASE-IDX > 10
               MOVE WS-SERIES-DEPTH(WS-CASE-IDX) TO WS-SAMPLE-DEPTH
               COMPUTE WS-SAMPLE-MINUTES = WS-CASE-IDX * 15
               PERFORM ADD-SAMPLE-TO-ENTITY
               PERFORM JUDGE-ENTITY-STALL
               MOVE WS-DEPTH-RISING TO WS-VERDICTS(WS-CASE-IDX:1)
           END-PERFORM

      *> Samples: 5 5 6 8 7 9 9 9 9 10
           IF WS-VERDICTS = 'NNNYNNNYNY'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-VERDICTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-BACKLOG-AGE.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Backlog Age"

      *> Limit 60 minutes, samples every 15. Depth 3 holds from minute
      *> 15; the drop at minute 45 restarts the clock; empty at 105
      *> restarts it again
           MOVE '000300030002000200020002000200000001000100010001'
               TO WS-DEPTH-SERIES
           MOVE 60 TO WS-ENT-MAX-AGE(1)
           PERFORM RESET-ENTITY
           MOVE SPACES TO WS-VERDICTS
           PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
                   UNTIL WS-CASE-IDX > 12
               MOVE WS-SERIES-DEPTH(WS-CASE-IDX) TO WS-SAMPLE-DEPTH
               COMPUTE WS-SAMPLE-MINUTES = WS-CASE-IDX * 15
               PERFORM ADD-SAMPLE-TO-ENTITY
               PERFORM JUDGE-ENTITY-STALL
               MOVE WS-AGE-EXCEEDED TO WS-VERDICTS(WS-CASE-IDX:1)
           END-PERFORM

      *> Ages: 0 15 0 15 30 45 60 - 15 30 45 60
           IF WS-VERDICTS = 'NNNNNNYNNNNY'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-VERDICTS " age " WS-BACKLOG-AGE
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-STALL-TRANSITIONS.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Stall Transitions"

      *> Depth climbs with no consumer progress, passing the 30
      *> minute limit on the third sample, stays up, then drains:
      *> one S when the stall starts, one R when it clears
           MOVE '000100020003000400050005000500000000000000000000'
               TO WS-DEPTH-SERIES
           MOVE 30 TO WS-ENT-MAX-AGE(1)
           PERFORM RESET-ENTITY
           MOVE SPACES TO WS-RAISED
           PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
                   UNTIL WS-CASE-IDX > 9
               MOVE WS-SERIES-DEPTH(WS-CASE-IDX) TO WS-SAMPLE-DEPTH
               COMPUTE WS-SAMPLE-MINUTES = WS-CASE-IDX * 15
               PERFORM ADD-SAMPLE-TO-ENTITY
               PERFORM JUDGE-ENTITY-STALL
               IF WS-DEPTH-RISING = 'Y' OR WS-AGE-EXCEEDED = 'Y'
                   MOVE 'S' TO WS-FLAG
               ELSE
                   MOVE '-' TO WS-FLAG
               END-IF
               MOVE '.' TO WS-RAISED(WS-CASE-IDX:1)
               IF WS-FLAG = 'S' AND WS-ENT-LAST-FLAG(1) NOT = 'S'
                   MOVE 'S' TO WS-RAISED(WS-CASE-IDX:1)
               END-IF
               IF WS-FLAG = '-' AND WS-ENT-LAST-FLAG(1) = 'S'
                   MOVE 'R' TO WS-RAISED(WS-CASE-IDX:1)
               END-IF
               MOVE WS-FLAG TO WS-ENT-LAST-FLAG(1)
           END-PERFORM

           IF WS-RAISED = '..S....R.'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-RAISED
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       RESET-ENTITY.
           MOVE 0 TO WS-ENT-SAMPLES(1) WS-ENT-PROGRESS-AT(1)
           MOVE SPACE TO WS-ENT-LAST-FLAG(1).

      *> Mirrors AZURESBSTALL.cbl's ADD-SAMPLE-TO-ENTITY
       ADD-SAMPLE-TO-ENTITY.
           IF WS-ENT-SAMPLES(WS-ENT-IDX) = 0
               MOVE WS-SAMPLE-MINUTES TO WS-ENT-PROGRESS-AT(WS-ENT-IDX)
           ELSE
               IF WS-SAMPLE-DEPTH < WS-ENT-DEPTH(WS-ENT-IDX,
                                                 WS-ENT-SAMPLES
                                                 (WS-ENT-IDX))
                   MOVE WS-SAMPLE-MINUTES
                       TO WS-ENT-PROGRESS-AT(WS-ENT-IDX)
               END-IF
           END-IF
           IF WS-SAMPLE-DEPTH = 0
               MOVE WS-SAMPLE-MINUTES TO WS-ENT-PROGRESS-AT(WS-ENT-IDX)
           END-IF
           IF WS-ENT-SAMPLES(WS-ENT-IDX) >= 10
               PERFORM VARYING WS-DEPTH-IDX FROM 1 BY 1
                       UNTIL WS-DEPTH-IDX > 9
                   MOVE WS-ENT-DEPTH(WS-ENT-IDX, WS-DEPTH-IDX + 1)
                       TO WS-ENT-DEPTH(WS-ENT-IDX, WS-DEPTH-IDX)
               END-PERFORM
           ELSE
               ADD 1 TO WS-ENT-SAMPLES(WS-ENT-IDX)
           END-IF
           MOVE WS-SAMPLE-DEPTH TO WS-ENT-DEPTH(WS-ENT-IDX,
                                   WS-ENT-SAMPLES(WS-ENT-IDX)).

      *> Mirrors AZURESBSTALL.cbl's JUDGE-ENTITY-STALL
       JUDGE-ENTITY-STALL.
           MOVE 'N' TO WS-DEPTH-RISING WS-AGE-EXCEEDED
           IF WS-ENT-SAMPLES(WS-ENT-IDX) >= WS-RISE-SAMPLES
               COMPUTE WS-FIRST-DEPTH-IDX = WS-ENT-SAMPLES(WS-ENT-IDX)
                   - WS-RISE-SAMPLES + 1
               MOVE 'Y' TO WS-DEPTH-RISING
               PERFORM VARYING WS-DEPTH-IDX FROM WS-FIRST-DEPTH-IDX
                       BY 1
                       UNTIL WS-DEPTH-IDX >= WS-ENT-SAMPLES(WS-ENT-IDX)
                   IF WS-ENT-DEPTH(WS-ENT-IDX, WS-DEPTH-IDX + 1)
                           < WS-ENT-DEPTH(WS-ENT-IDX, WS-DEPTH-IDX)
                       MOVE 'N' TO WS-DEPTH-RISING
                   END-IF
               END-PERFORM
               IF WS-ENT-DEPTH(WS-ENT-IDX,
                               WS-ENT-SAMPLES(WS-ENT-IDX))
                       NOT > WS-ENT-DEPTH(WS-ENT-IDX,
                                          WS-FIRST-DEPTH-IDX)
                   MOVE 'N' TO WS-DEPTH-RISING
               END-IF
           END-IF

           MOVE 0 TO WS-BACKLOG-AGE
           IF WS-SAMPLE-DEPTH > 0
               COMPUTE WS-BACKLOG-AGE = WS-SAMPLE-MINUTES
                   - WS-ENT-PROGRESS-AT(WS-ENT-IDX)
           END-IF
           IF WS-ENT-MAX-AGE(WS-ENT-IDX) > 0
                   AND WS-BACKLOG-AGE >= WS-ENT-MAX-AGE(WS-ENT-IDX)
               MOVE 'Y' TO WS-AGE-EXCEEDED
           END-IF.

       DISPLAY-TEST-SUMMARY.
           DISPLAY " "
           DISPLAY "Test Summary"
           DISPLAY "============"
           DISPLAY "Total Tests: " TEST-COUNTER
           DISPLAY "Passed: " PASSED-TESTS
           DISPLAY "Failed: " FAILED-TESTS

           IF FAILED-TESTS = 0
               DISPLAY "All tests passed!"
           ELSE
               DISPLAY "Some tests failed. Please review."
           END-IF.

       END PROGRAM TESTSBSTALL.

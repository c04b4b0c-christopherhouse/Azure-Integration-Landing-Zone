       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTEHLAG.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Unit tests for the AZUREEHLAG consumer lag monitor - minutes
      *> behind taken from the lag history, and the projection of a
      *> group's lag against the hub's retention window

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  TEST-COUNTER                PIC 9(3) VALUE 0.
       01  PASSED-TESTS                PIC 9(3) VALUE 0.
       01  FAILED-TESTS                PIC 9(3) VALUE 0.
       01  WS-TEST-RESULT              PIC X(6).
       01  WS-NOW-MINUTES              PIC 9(11).
       01  WS-LAG-IDX                  PIC 9(3) VALUE 1.
       01  WS-LAG-TABLE.
           05  WS-LAG-ENTRY OCCURS 1 TIMES.
               10  WS-LAG-STATE        PIC X.
               10  WS-LAG-CKPT         PIC 9(18).
               10  WS-LAG-CKPT-AT      PIC 9(11).
               10  WS-LAG-CLEAR-AT     PIC 9(11).
               10  WS-LAG-EVENTS       PIC 9(18).
               10  WS-LAG-MINUTES      PIC 9(7).
       01  WS-ROW-MINUTES              PIC 9(11).
       01  WS-ROW-END                  PIC 9(18).
       01  WS-GRP-IDX                  PIC 9(2) VALUE 1.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 1 TIMES.
               10  WS-GRP-MEASURED     PIC 9(2).
               10  WS-GRP-EVENTS       PIC 9(18).
               10  WS-GRP-MINUTES      PIC 9(7).
               10  WS-GRP-PREV-AT      PIC 9(11).
               10  WS-GRP-PREV-EVENTS  PIC 9(18).
               10  WS-GRP-PREV-MINUTES PIC 9(7).
               10  WS-GRP-PREV-FLAG    PIC X.
               10  WS-GRP-FLAG         PIC X.
               10  WS-GRP-VERDICT      PIC X(80).
       01  WS-RETENTION-MINUTES        PIC 9(7).
       01  WS-ELAPSED                  PIC 9(11).
       01  WS-AGE-GROWTH               PIC S9(9).
       01  WS-CATCHUP-MINUTES          PIC 9(11).
       01  WS-PROJECTED-AGE            PIC 9(11).
       01  WS-BREACH-MINUTES           PIC 9(11).
       01  WS-SHOW-MINUTES             PIC Z(10)9.
       01  WS-CASE-IDX                 PIC 9(2).
       01  WS-FLAGS                    PIC X(8).
       01  WS-ROW-IDX                  PIC 9(2).
       01  WS-HISTORY-ENDS.
           05  WS-HISTORY-END OCCURS 4 TIMES PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Event Hubs Consumer Lag Unit Tests"
           DISPLAY "=================================="

           PERFORM TEST-LAG-MINUTES-FROM-HISTORY
           PERFORM TEST-LAG-MINUTES-FALLBACK
           PERFORM TEST-GROUP-TREND

           PERFORM DISPLAY-TEST-SUMMARY

           STOP RUN.

       TEST-LAG-MINUTES-FROM-HISTORY.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Lag Minutes From History"

      *> Checkpoint at 120, samples every 15 minutes ending 60 before
      *> now with the partition end at 100, 118, 130, 150: the end
      *> last sat at or behind the checkpoint in the second sample,
      *> so the group is 90 minutes behind
           MOVE 100000 TO WS-NOW-MINUTES
           INITIALIZE WS-LAG-ENTRY(1)
           MOVE 'Y' TO WS-LAG-STATE(1)
           MOVE 120 TO WS-LAG-CKPT(1)
           MOVE 40 TO WS-LAG-EVENTS(1)
           MOVE 99990 TO WS-LAG-CKPT-AT(1)
           MOVE '0100011801300150' TO WS-HISTORY-ENDS
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > 4
               COMPUTE WS-ROW-MINUTES = WS-NOW-MINUTES - 105
                   + (WS-ROW-IDX - 1) * 15
               MOVE WS-HISTORY-END(WS-ROW-IDX) TO WS-ROW-END
               PERFORM NOTE-CLEAR-SAMPLE
           END-PERFORM
           PERFORM RESOLVE-LAG-MINUTES

           IF WS-LAG-MINUTES(1) = 90
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-LAG-MINUTES(1)
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-LAG-MINUTES-FALLBACK.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Lag Minutes Fallback"

      *> No sample shows the partition behind the checkpoint: the
      *> checkpoint's age stands in; no lag means no minutes at all
           MOVE 100000 TO WS-NOW-MINUTES
           INITIALIZE WS-LAG-ENTRY(1)
           MOVE 'Y' TO WS-LAG-STATE(1)
           MOVE 120 TO WS-LAG-CKPT(1)
           MOVE 40 TO WS-LAG-EVENTS(1)
           MOVE 99975 TO WS-LAG-CKPT-AT(1)
           MOVE 99950 TO WS-ROW-MINUTES
           MOVE 140 TO WS-ROW-END
           PERFORM NOTE-CLEAR-SAMPLE
           PERFORM RESOLVE-LAG-MINUTES
           MOVE WS-LAG-MINUTES(1) TO WS-ELAPSED
           MOVE 0 TO WS-LAG-EVENTS(1)
           PERFORM RESOLVE-LAG-MINUTES

           IF WS-ELAPSED = 25 AND WS-LAG-MINUTES(1) = 0
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-ELAPSED " / " WS-LAG-MINUTES(1)
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-GROUP-TREND.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Group Trend"

      *> Retention one day (1440 min), previous sample 60 min ago:
      *>   1 caught up                        -
      *>   2 oldest unread past retention     C
      *>   3 first sample                     -
      *>   4 draining fast, age falling       -
      *>   5 draining slowly, age still rising past retention W
      *>   6 lag growing, age rising          W
      *>   7 lag growing, age holding         -
           MOVE 1440 TO WS-RETENTION-MINUTES
           MOVE 100000 TO WS-NOW-MINUTES
           MOVE SPACES TO WS-FLAGS
           PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
                   UNTIL WS-CASE-IDX > 7
               INITIALIZE WS-GROUP-ENTRY(1)
               MOVE 4 TO WS-GRP-MEASURED(1)
               MOVE 99940 TO WS-GRP-PREV-AT(1)
               EVALUATE WS-CASE-IDX
                   WHEN 1
                       MOVE 0 TO WS-GRP-EVENTS(1)
                   WHEN 2
                       MOVE 500 TO WS-GRP-EVENTS(1)
                       MOVE 1500 TO WS-GRP-MINUTES(1)
                   WHEN 3
                       MOVE 500 TO WS-GRP-EVENTS(1)
                       MOVE 30 TO WS-GRP-MINUTES(1)
                       MOVE 0 TO WS-GRP-PREV-AT(1)
                   WHEN 4
                       MOVE 500 TO WS-GRP-EVENTS(1)
                       MOVE 200 TO WS-GRP-MINUTES(1)
                       MOVE 1000 TO WS-GRP-PREV-EVENTS(1)
                       MOVE 240 TO WS-GRP-PREV-MINUTES(1)
                   WHEN 5
                       MOVE 900 TO WS-GRP-EVENTS(1)
                       MOVE 1000 TO WS-GRP-MINUTES(1)
                       MOVE 1000 TO WS-GRP-PREV-EVENTS(1)
                       MOVE 940 TO WS-GRP-PREV-MINUTES(1)
                   WHEN 6
                       MOVE 1200 TO WS-GRP-EVENTS(1)
                       MOVE 300 TO WS-GRP-MINUTES(1)
                       MOVE 1000 TO WS-GRP-PREV-EVENTS(1)
                       MOVE 240 TO WS-GRP-PREV-MINUTES(1)
                   WHEN 7
                       MOVE 1200 TO WS-GRP-EVENTS(1)
                       MOVE 240 TO WS-GRP-MINUTES(1)
                       MOVE 1000 TO WS-GRP-PREV-EVENTS(1)
                       MOVE 240 TO WS-GRP-PREV-MINUTES(1)
               END-EVALUATE
               PERFORM JUDGE-GROUP-TREND
               MOVE WS-GRP-FLAG(1) TO WS-FLAGS(WS-CASE-IDX:1)
           END-PERFORM

           IF WS-FLAGS = '-C--WW-'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-FLAGS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

      *> Mirrors the partition half of AZUREEHLAG.cbl's
      *> LOAD-ONE-HISTORY-LINE
       NOTE-CLEAR-SAMPLE.
           IF WS-LAG-STATE(WS-LAG-IDX) = 'Y'
                   AND WS-ROW-END <= WS-LAG-CKPT(WS-LAG-IDX)
                   AND WS-ROW-MINUTES > WS-LAG-CLEAR-AT(WS-LAG-IDX)
               MOVE WS-ROW-MINUTES TO WS-LAG-CLEAR-AT(WS-LAG-IDX)
           END-IF.

      *> Mirrors AZUREEHLAG.cbl's RESOLVE-LAG-MINUTES
       RESOLVE-LAG-MINUTES.
           MOVE 0 TO WS-LAG-MINUTES(WS-LAG-IDX)
           IF WS-LAG-EVENTS(WS-LAG-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-LAG-CLEAR-AT(WS-LAG-IDX) > 0
               COMPUTE WS-LAG-MINUTES(WS-LAG-IDX) =
                   WS-NOW-MINUTES - WS-LAG-CLEAR-AT(WS-LAG-IDX)
           ELSE
               IF WS-LAG-CKPT-AT(WS-LAG-IDX) > 0
                       AND WS-LAG-CKPT-AT(WS-LAG-IDX)
                           < WS-NOW-MINUTES
                   COMPUTE WS-LAG-MINUTES(WS-LAG-IDX) =
                       WS-NOW-MINUTES - WS-LAG-CKPT-AT(WS-LAG-IDX)
               END-IF
           END-IF.

      *> Mirrors AZUREEHLAG.cbl's JUDGE-GROUP-TREND
       JUDGE-GROUP-TREND.
           MOVE '-' TO WS-GRP-FLAG(WS-GRP-IDX)
           MOVE SPACES TO WS-GRP-VERDICT(WS-GRP-IDX)
           IF WS-GRP-MEASURED(WS-GRP-IDX) = 0
               MOVE 'no checkpoints could be read'
                   TO WS-GRP-VERDICT(WS-GRP-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-GRP-EVENTS(WS-GRP-IDX) = 0
               MOVE 'caught up' TO WS-GRP-VERDICT(WS-GRP-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-GRP-MINUTES(WS-GRP-IDX) >= WS-RETENTION-MINUTES
               MOVE 'C' TO WS-GRP-FLAG(WS-GRP-IDX)
               MOVE 'PAST RETENTION - unread events are being lost'
                   TO WS-GRP-VERDICT(WS-GRP-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-GRP-PREV-AT(WS-GRP-IDX) = 0
                   OR WS-GRP-PREV-AT(WS-GRP-IDX) >= WS-NOW-MINUTES
               MOVE 'first sample - no trend yet'
                   TO WS-GRP-VERDICT(WS-GRP-IDX)
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-ELAPSED = WS-NOW-MINUTES
               - WS-GRP-PREV-AT(WS-GRP-IDX)
           COMPUTE WS-AGE-GROWTH = WS-GRP-MINUTES(WS-GRP-IDX)
               - WS-GRP-PREV-MINUTES(WS-GRP-IDX)
           IF WS-GRP-EVENTS(WS-GRP-IDX)
                   < WS-GRP-PREV-EVENTS(WS-GRP-IDX)
               COMPUTE WS-CATCHUP-MINUTES =
                   WS-GRP-EVENTS(WS-GRP-IDX) * WS-ELAPSED
                   / (WS-GRP-PREV-EVENTS(WS-GRP-IDX)
                      - WS-GRP-EVENTS(WS-GRP-IDX))
               MOVE WS-GRP-MINUTES(WS-GRP-IDX) TO WS-PROJECTED-AGE
               IF WS-AGE-GROWTH > 0
                   COMPUTE WS-PROJECTED-AGE = WS-PROJECTED-AGE
                       + WS-AGE-GROWTH * WS-CATCHUP-MINUTES
                         / WS-ELAPSED
               END-IF
               MOVE WS-CATCHUP-MINUTES TO WS-SHOW-MINUTES
               IF WS-PROJECTED-AGE >= WS-RETENTION-MINUTES
                   MOVE 'W' TO WS-GRP-FLAG(WS-GRP-IDX)
                   STRING 'AT RISK - catching up, clear in about '
                          FUNCTION TRIM(WS-SHOW-MINUTES)
                          ' min, but past retention first'
                       DELIMITED BY SIZE
                       INTO WS-GRP-VERDICT(WS-GRP-IDX)
                   END-STRING
               ELSE
                   STRING 'catching up, clear in about '
                          FUNCTION TRIM(WS-SHOW-MINUTES) ' min'
                       DELIMITED BY SIZE
                       INTO WS-GRP-VERDICT(WS-GRP-IDX)
                   END-STRING
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-AGE-GROWTH > 0
               COMPUTE WS-BREACH-MINUTES =
                   (WS-RETENTION-MINUTES - WS-GRP-MINUTES(WS-GRP-IDX))
                   * WS-ELAPSED / WS-AGE-GROWTH
               MOVE WS-BREACH-MINUTES TO WS-SHOW-MINUTES
               MOVE 'W' TO WS-GRP-FLAG(WS-GRP-IDX)
               STRING 'AT RISK - not catching up, past retention in '
                      'about ' FUNCTION TRIM(WS-SHOW-MINUTES) ' min'
                   DELIMITED BY SIZE INTO WS-GRP-VERDICT(WS-GRP-IDX)
               END-STRING
           ELSE
               MOVE 'not catching up, oldest unread holding steady'
                   TO WS-GRP-VERDICT(WS-GRP-IDX)
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

       END PROGRAM TESTEHLAG.

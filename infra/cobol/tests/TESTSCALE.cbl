       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTSCALE.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Unit tests for scheduled scaling - AZURESCALE's reading of
      *> the business-hours windows and production guard, and the
      *> SCALEHOURS sum of scheduled downtime from SCALE records

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  TEST-COUNTER                PIC 9(3) VALUE 0.
       01  PASSED-TESTS                PIC 9(3) VALUE 0.
       01  FAILED-TESTS                PIC 9(3) VALUE 0.
       01  WS-TEST-RESULT              PIC X(6).

       01  WS-SCH-VALUE                PIC X(40).
       01  WS-UP-DOW                   PIC X(8).
       01  WS-UP-RANGE                 PIC X(16).
       01  WS-UP-FROM                  PIC X(8).
       01  WS-UP-TO                    PIC X(8).
       01  WS-UP-FROM-N                PIC 9(4).
       01  WS-UP-TO-N                  PIC 9(4).
       01  WS-UP-FROM-MIN              PIC 9(4).
       01  WS-UP-TO-MIN                PIC 9(4).
       01  WS-UP-MATCHED               PIC X.
       01  WS-CURRENT-HHMM             PIC 9(4).
       01  WS-NOW-MINUTES              PIC 9(4).
       01  WS-CURRENT-DOW-NAME         PIC X(3).
       01  WS-LEAD-MINUTES             PIC 9(3) VALUE 60.
       01  WS-MATCH-STRING             PIC X(6).

       01  WS-ENV-UPPER                PIC X(16).
       01  WS-PROD-STRING              PIC X(4).

       01  WS-HISTORY-LINE             PIC X(120).
       01  LS-ENV-NAME                 PIC X(16).
       01  LS-RESOURCE-LABEL           PIC X(32).
       01  WS-REC-TYPE                 PIC X(8).
       01  WS-REC-STAMP                PIC X(14).
       01  WS-REC-ENV                  PIC X(16).
       01  WS-REC-RESOURCE             PIC X(32).
       01  WS-REC-DIRECTION            PIC X(8).
       01  WS-REC-FROM                 PIC X(8).
       01  WS-REC-TO                   PIC X(8).
       01  WS-REC-OUTCOME              PIC X(8).
       01  WS-NOW-HOUR                 PIC 9(9).
       01  WS-WINDOW-START-HOUR        PIC 9(9).
       01  WS-STAMP-DATE8              PIC 9(8).
       01  WS-STAMP-HH                 PIC 9(2).
       01  WS-STAMP-HOUR               PIC 9(9).
       01  WS-DOWN-OPEN                PIC X.
       01  WS-DOWN-START-HOUR          PIC 9(9).
       01  WS-INTERVAL-END-HOUR        PIC 9(9).
       01  WS-TOTAL-HOURS              PIC 9(7).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Scheduled Scaling Unit Tests"
           DISPLAY "============================"

           PERFORM TEST-BUSINESS-HOURS-WINDOW
           PERFORM TEST-BRING-UP-LEAD-TIME
           PERFORM TEST-PRODUCTION-GUARD
           PERFORM TEST-SCHEDULED-DOWN-HOURS
           PERFORM TEST-DOWN-HOURS-WINDOW-CLIP

           PERFORM DISPLAY-TEST-SUMMARY

           STOP RUN.

       TEST-BUSINESS-HOURS-WINDOW.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Business Hours Window"

      *> Monday mid-morning and Monday evening against a Monday
      *> window, Saturday against it, Saturday against ALL; the
      *> closing minute itself already belongs to the night
           MOVE 0 TO WS-LEAD-MINUTES
           MOVE SPACES TO WS-MATCH-STRING
           MOVE 'MON,0700-1900' TO WS-SCH-VALUE
           MOVE 'MON' TO WS-CURRENT-DOW-NAME
           MOVE 1000 TO WS-CURRENT-HHMM
           PERFORM CHECK-ONE-WINDOW
           MOVE WS-UP-MATCHED TO WS-MATCH-STRING(1:1)
           MOVE 2030 TO WS-CURRENT-HHMM
           PERFORM CHECK-ONE-WINDOW
           MOVE WS-UP-MATCHED TO WS-MATCH-STRING(2:1)
           MOVE 'SAT' TO WS-CURRENT-DOW-NAME
           MOVE 1000 TO WS-CURRENT-HHMM
           PERFORM CHECK-ONE-WINDOW
           MOVE WS-UP-MATCHED TO WS-MATCH-STRING(3:1)
           MOVE 'ALL,0800-1800' TO WS-SCH-VALUE
           PERFORM CHECK-ONE-WINDOW
           MOVE WS-UP-MATCHED TO WS-MATCH-STRING(4:1)
           MOVE 1800 TO WS-CURRENT-HHMM
           PERFORM CHECK-ONE-WINDOW
           MOVE WS-UP-MATCHED TO WS-MATCH-STRING(5:1)

           IF WS-MATCH-STRING(1:5) = 'YNNYN'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-MATCH-STRING
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-BRING-UP-LEAD-TIME.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Bring-Up Lead Time"

      *> With an hour's lead a 07:00 window is UP from 06:00, so the
      *> 06:15 run restores the environment and the 05:45 run waits
           MOVE 60 TO WS-LEAD-MINUTES
           MOVE SPACES TO WS-MATCH-STRING
           MOVE 'TUE,0700-1900' TO WS-SCH-VALUE
           MOVE 'TUE' TO WS-CURRENT-DOW-NAME
           MOVE 0615 TO WS-CURRENT-HHMM
           PERFORM CHECK-ONE-WINDOW
           MOVE WS-UP-MATCHED TO WS-MATCH-STRING(1:1)
           MOVE 0545 TO WS-CURRENT-HHMM
           PERFORM CHECK-ONE-WINDOW
           MOVE WS-UP-MATCHED TO WS-MATCH-STRING(2:1)
           MOVE 0600 TO WS-CURRENT-HHMM
           PERFORM CHECK-ONE-WINDOW
           MOVE WS-UP-MATCHED TO WS-MATCH-STRING(3:1)

           IF WS-MATCH-STRING(1:3) = 'YNY'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-MATCH-STRING
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-PRODUCTION-GUARD.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Production Never Scaled"

           MOVE SPACES TO WS-PROD-STRING
           MOVE 'prod' TO WS-ENV-UPPER
           PERFORM CHECK-PRODUCTION-NAME
           IF WS-ENV-UPPER = 'PROD'
               MOVE 'Y' TO WS-PROD-STRING(1:1)
           END-IF
           MOVE 'Production' TO WS-ENV-UPPER
           PERFORM CHECK-PRODUCTION-NAME
           IF WS-ENV-UPPER = 'PROD'
               MOVE 'Y' TO WS-PROD-STRING(2:1)
           END-IF
           MOVE 'preprod' TO WS-ENV-UPPER
           PERFORM CHECK-PRODUCTION-NAME
           IF WS-ENV-UPPER = 'PROD'
               MOVE 'Y' TO WS-PROD-STRING(3:1)
           END-IF

           IF WS-PROD-STRING = 'YY  '
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: [" WS-PROD-STRING "]"
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-SCHEDULED-DOWN-HOURS.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Scheduled Downtime Hours"

      *> Down 19:00 to 07:00 (12h), a failed DOWN and another
      *> environment's records ignored, then down again at 19:00
      *> the next evening and still down at 22:00 now (3h)
           MOVE 'dev' TO LS-ENV-NAME
           MOVE 'apiManagement' TO LS-RESOURCE-LABEL
           MOVE 20261012 TO WS-STAMP-DATE8
           MOVE 22 TO WS-STAMP-HH
           PERFORM RESET-DOWN-TALLY

           MOVE SPACES TO WS-HISTORY-LINE
           STRING 'SCALE|20261011190000|dev|apiManagement'
                  '|DOWN|02|01|OK|202'
               DELIMITED BY SIZE INTO WS-HISTORY-LINE
           END-STRING
           PERFORM EVALUATE-HISTORY-RECORD
           MOVE SPACES TO WS-HISTORY-LINE
           STRING 'SCALE|20261011190000|test|apiManagement'
                  '|DOWN|02|01|OK|202'
               DELIMITED BY SIZE INTO WS-HISTORY-LINE
           END-STRING
           PERFORM EVALUATE-HISTORY-RECORD
           MOVE 'SCALE|20261012070000|dev|apiManagement|UP|01|02|OK|202'
               TO WS-HISTORY-LINE
           PERFORM EVALUATE-HISTORY-RECORD
           MOVE SPACES TO WS-HISTORY-LINE
           STRING 'SCALE|20261012120000|dev|apiManagement'
                  '|DOWN|02|01|FAILED|409'
               DELIMITED BY SIZE INTO WS-HISTORY-LINE
           END-STRING
           PERFORM EVALUATE-HISTORY-RECORD
           MOVE 'RUN|20261012120000|dev|DEPLOY|00' TO WS-HISTORY-LINE
           PERFORM EVALUATE-HISTORY-RECORD
           MOVE SPACES TO WS-HISTORY-LINE
           STRING 'SCALE|20261012190000|dev|apiManagement'
                  '|DOWN|02|01|OK|202'
               DELIMITED BY SIZE INTO WS-HISTORY-LINE
           END-STRING
           PERFORM EVALUATE-HISTORY-RECORD
           PERFORM CLOSE-DOWN-TALLY

           IF WS-TOTAL-HOURS = 15
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-TOTAL-HOURS " hours"
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-DOWN-HOURS-WINDOW-CLIP.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Downtime Clipped to Window"

      *> A weekend down from Friday 19:00, window opening Saturday
      *> 00:00 and the environment back up Monday 06:00 - only the
      *> 54 hours inside the window count
           MOVE 'dev' TO LS-ENV-NAME
           MOVE 'shirVms' TO LS-RESOURCE-LABEL
           MOVE 20261014 TO WS-STAMP-DATE8
           MOVE 12 TO WS-STAMP-HH
           PERFORM RESET-DOWN-TALLY
           MOVE 20261010 TO WS-STAMP-DATE8
           COMPUTE WS-WINDOW-START-HOUR =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE8) * 24

           MOVE 'SCALE|20261009190000|dev|shirVms|DOWN|02|00|OK|202'
               TO WS-HISTORY-LINE
           PERFORM EVALUATE-HISTORY-RECORD
           MOVE 'SCALE|20261012060000|dev|shirVms|UP|00|02|OK|202'
               TO WS-HISTORY-LINE
           PERFORM EVALUATE-HISTORY-RECORD
           PERFORM CLOSE-DOWN-TALLY

           IF WS-TOTAL-HOURS = 54
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-TOTAL-HOURS " hours"
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

      *> "Now" is the date and hour staged in WS-STAMP-DATE8/HH; the
      *> window reaches back far enough to take everything
       RESET-DOWN-TALLY.
           MOVE 0 TO WS-TOTAL-HOURS WS-WINDOW-START-HOUR
           MOVE 'N' TO WS-DOWN-OPEN
           COMPUTE WS-NOW-HOUR =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE8) * 24
               + WS-STAMP-HH.

       CLOSE-DOWN-TALLY.
           IF WS-DOWN-OPEN = 'Y'
               MOVE WS-NOW-HOUR TO WS-INTERVAL-END-HOUR
               PERFORM ADD-DOWN-INTERVAL
           END-IF.

       CHECK-ONE-WINDOW.
           MOVE 'N' TO WS-UP-MATCHED
           COMPUTE WS-NOW-MINUTES =
               FUNCTION INTEGER(WS-CURRENT-HHMM / 100) * 60
               + FUNCTION MOD(WS-CURRENT-HHMM, 100)
           PERFORM EVALUATE-UP-WINDOW.

      *> Mirrors AZURESCALE.cbl's EVALUATE-UP-WINDOW
       EVALUATE-UP-WINDOW.
           MOVE SPACES TO WS-UP-DOW WS-UP-RANGE
           UNSTRING WS-SCH-VALUE DELIMITED BY ','
               INTO WS-UP-DOW WS-UP-RANGE
           END-UNSTRING
           IF WS-UP-DOW NOT = 'ALL'
                   AND WS-UP-DOW(1:3) NOT = WS-CURRENT-DOW-NAME
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-UP-FROM WS-UP-TO
           UNSTRING WS-UP-RANGE DELIMITED BY '-'
               INTO WS-UP-FROM WS-UP-TO
           END-UNSTRING
           IF WS-UP-FROM = SPACES OR WS-UP-TO = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-UP-FROM) TO WS-UP-FROM-N
           MOVE FUNCTION NUMVAL(WS-UP-TO) TO WS-UP-TO-N
           COMPUTE WS-UP-FROM-MIN =
               FUNCTION INTEGER(WS-UP-FROM-N / 100) * 60
               + FUNCTION MOD(WS-UP-FROM-N, 100)
           COMPUTE WS-UP-TO-MIN =
               FUNCTION INTEGER(WS-UP-TO-N / 100) * 60
               + FUNCTION MOD(WS-UP-TO-N, 100)
           IF WS-NOW-MINUTES + WS-LEAD-MINUTES >= WS-UP-FROM-MIN
                   AND WS-NOW-MINUTES < WS-UP-TO-MIN
               MOVE 'Y' TO WS-UP-MATCHED
           END-IF.

      *> Mirrors AZURESCALE.cbl's CHECK-PRODUCTION-NAME
       CHECK-PRODUCTION-NAME.
           INSPECT WS-ENV-UPPER CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-ENV-UPPER = 'PRODUCTION'
               MOVE 'PROD' TO WS-ENV-UPPER
           END-IF.

      *> Mirrors SCALEHOURS.cbl's EVALUATE-HISTORY-RECORD
       EVALUATE-HISTORY-RECORD.
           IF WS-HISTORY-LINE(1:6) NOT = 'SCALE|'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REC-TYPE WS-REC-STAMP WS-REC-ENV
                          WS-REC-RESOURCE WS-REC-DIRECTION
                          WS-REC-FROM WS-REC-TO WS-REC-OUTCOME
           UNSTRING WS-HISTORY-LINE DELIMITED BY '|'
               INTO WS-REC-TYPE WS-REC-STAMP WS-REC-ENV
                    WS-REC-RESOURCE WS-REC-DIRECTION
                    WS-REC-FROM WS-REC-TO WS-REC-OUTCOME
           END-UNSTRING
           IF WS-REC-ENV NOT = LS-ENV-NAME
                   OR WS-REC-RESOURCE NOT = LS-RESOURCE-LABEL
                   OR WS-REC-OUTCOME NOT = 'OK'
                   OR WS-REC-STAMP(1:10) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REC-STAMP(1:8) TO WS-STAMP-DATE8
           MOVE WS-REC-STAMP(9:2) TO WS-STAMP-HH
           COMPUTE WS-STAMP-HOUR =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE8) * 24
               + WS-STAMP-HH

           EVALUATE WS-REC-DIRECTION
               WHEN 'DOWN'
                   IF WS-DOWN-OPEN = 'N'
                       MOVE 'Y' TO WS-DOWN-OPEN
                       MOVE WS-STAMP-HOUR TO WS-DOWN-START-HOUR
                   END-IF
               WHEN 'UP'
                   IF WS-DOWN-OPEN = 'Y'
                       MOVE WS-STAMP-HOUR TO WS-INTERVAL-END-HOUR
                       PERFORM ADD-DOWN-INTERVAL
                       MOVE 'N' TO WS-DOWN-OPEN
                   END-IF
           END-EVALUATE.

      *> Mirrors SCALEHOURS.cbl's ADD-DOWN-INTERVAL
       ADD-DOWN-INTERVAL.
           IF WS-DOWN-START-HOUR < WS-WINDOW-START-HOUR
               MOVE WS-WINDOW-START-HOUR TO WS-DOWN-START-HOUR
           END-IF
           IF WS-INTERVAL-END-HOUR > WS-DOWN-START-HOUR
               COMPUTE WS-TOTAL-HOURS = WS-TOTAL-HOURS
                   + WS-INTERVAL-END-HOUR - WS-DOWN-START-HOUR
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

       END PROGRAM TESTSCALE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTARRIVALS.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Unit tests for the AZUREARRIVALS partner file monitor - the
      *> name pattern match, the due-day rule and the outcome rules

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  TEST-COUNTER                PIC 9(3) VALUE 0.
       01  PASSED-TESTS                PIC 9(3) VALUE 0.
       01  FAILED-TESTS                PIC 9(3) VALUE 0.
       01  WS-TEST-RESULT              PIC X(6).
       01  WS-TODAY                    PIC X(8) VALUE '20261015'.
       01  WS-SCHED-PATTERN            PIC X(128).
       01  WS-EXPANDED-PATTERN         PIC X(128).
       01  WS-BLOB-NAME                PIC X(256).
       01  WS-PATTERN-LEN              PIC 9(3).
       01  WS-PREFIX-LEN               PIC 9(3).
       01  WS-SUFFIX-LEN               PIC 9(3).
       01  WS-NAME-LEN                 PIC 9(3).
       01  WS-TOKEN-POS                PIC 9(3).
       01  WS-STAR-COUNT               PIC 9(2).
       01  WS-PATTERN-MATCH            PIC X.
       01  WS-MATCH-LIST               PIC X(6).
       01  WS-CASE-IDX                 PIC 9(2).
       01  WS-WEEKDAY                  PIC 9.
       01  WS-DAY-NAMES                PIC X(21) VALUE
               'MONTUEWEDTHUFRISATSUN'.
       01  WS-DAY-NAME                 PIC X(3).
       01  WS-DAYS-UPPER               PIC X(40).
       01  WS-DAY-MATCH                PIC 9(2).
       01  WS-DUE-LIST                 PIC X(7).
       01  WS-FIRST-CREATED            PIC X(12).
       01  WS-SCHED-CUTOFF             PIC X(4).
       01  WS-NOW-HHMM                 PIC X(4).
       01  WS-OUTCOME                  PIC X(10).
       01  WS-OUTCOME-LIST             PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Partner File Arrival Unit Tests"
           DISPLAY "==============================="

           PERFORM TEST-PATTERN-MATCHING
           PERFORM TEST-DUE-DAYS
           PERFORM TEST-OUTCOME-RULES

           PERFORM DISPLAY-TEST-SUMMARY

           STOP RUN.

       TEST-PATTERN-MATCHING.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Name Pattern Match"

           MOVE SPACES TO WS-MATCH-LIST
           PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
                   UNTIL WS-CASE-IDX > 6
               EVALUATE WS-CASE-IDX
                   WHEN 1
                       MOVE 'ORDERS_YYYYMMDD*.csv' TO WS-SCHED-PATTERN
                       MOVE 'ORDERS_20261015_0600.csv' TO WS-BLOB-NAME
                   WHEN 2
                       MOVE 'ORDERS_YYYYMMDD*.csv' TO WS-SCHED-PATTERN
                       MOVE 'ORDERS_20261014_0600.csv' TO WS-BLOB-NAME
                   WHEN 3
                       MOVE '*.edi' TO WS-SCHED-PATTERN
                       MOVE 'inbound/850_1.edi' TO WS-BLOB-NAME
                   WHEN 4
                       MOVE 'prices.xml' TO WS-SCHED-PATTERN
                       MOVE 'prices.xml' TO WS-BLOB-NAME
                   WHEN 5
                       MOVE 'prices.xml' TO WS-SCHED-PATTERN
                       MOVE 'prices.xml.tmp' TO WS-BLOB-NAME
                   WHEN 6
                       MOVE 'AB*BA' TO WS-SCHED-PATTERN
                       MOVE 'ABA' TO WS-BLOB-NAME
               END-EVALUATE
               PERFORM EXPAND-DATE-TOKEN
               PERFORM MATCH-BLOB-PATTERN
               MOVE WS-PATTERN-MATCH TO WS-MATCH-LIST(WS-CASE-IDX:1)
           END-PERFORM

           IF WS-MATCH-LIST = 'YNYYNN'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-MATCH-LIST
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-DUE-DAYS.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Due Days"

      *> MON,WED,FRI across a whole week
           MOVE SPACES TO WS-DUE-LIST
           PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
                   UNTIL WS-CASE-IDX > 7
               MOVE WS-CASE-IDX TO WS-WEEKDAY
               MOVE WS-DAY-NAMES((WS-WEEKDAY - 1) * 3 + 1:3)
                   TO WS-DAY-NAME
               MOVE 'mon,wed,fri' TO WS-DAYS-UPPER
               PERFORM CHECK-DUE-TODAY
               IF WS-DAY-MATCH > 0
                   MOVE 'Y' TO WS-DUE-LIST(WS-CASE-IDX:1)
               ELSE
                   MOVE 'N' TO WS-DUE-LIST(WS-CASE-IDX:1)
               END-IF
           END-PERFORM

           IF WS-DUE-LIST = 'YNYNYNN'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-DUE-LIST
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-OUTCOME-RULES.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Outcome Rules"

      *> Cut-off 0900: arrived 0845, arrived 0930, nothing by 1000,
      *> nothing yet at 0830 (still pending - no outcome)
           MOVE '0900' TO WS-SCHED-CUTOFF
           MOVE SPACES TO WS-OUTCOME-LIST
           MOVE '202610150845' TO WS-FIRST-CREATED
           MOVE '1000' TO WS-NOW-HHMM
           PERFORM JUDGE-OUTCOME
           STRING FUNCTION TRIM(WS-OUTCOME) ','
               DELIMITED BY SIZE INTO WS-OUTCOME-LIST
           END-STRING
           MOVE '202610150930' TO WS-FIRST-CREATED
           PERFORM JUDGE-OUTCOME
           STRING FUNCTION TRIM(WS-OUTCOME-LIST)
                  FUNCTION TRIM(WS-OUTCOME) ','
               DELIMITED BY SIZE INTO WS-OUTCOME-LIST
           END-STRING
           MOVE SPACES TO WS-FIRST-CREATED
           PERFORM JUDGE-OUTCOME
           STRING FUNCTION TRIM(WS-OUTCOME-LIST)
                  FUNCTION TRIM(WS-OUTCOME) ','
               DELIMITED BY SIZE INTO WS-OUTCOME-LIST
           END-STRING
           MOVE '0830' TO WS-NOW-HHMM
           PERFORM JUDGE-OUTCOME
           IF WS-OUTCOME = SPACES
               STRING FUNCTION TRIM(WS-OUTCOME-LIST) 'PENDING'
                   DELIMITED BY SIZE INTO WS-OUTCOME-LIST
               END-STRING
           END-IF

           IF WS-OUTCOME-LIST = 'ON-TIME,LATE,MISSING,PENDING'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-OUTCOME-LIST
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

      *> Mirrors AZUREARRIVALS.cbl's EXPAND-DATE-TOKEN
       EXPAND-DATE-TOKEN.
           MOVE WS-SCHED-PATTERN TO WS-EXPANDED-PATTERN
           MOVE 0 TO WS-TOKEN-POS
           INSPECT WS-EXPANDED-PATTERN TALLYING WS-TOKEN-POS
               FOR CHARACTERS BEFORE INITIAL 'YYYYMMDD'
           IF WS-TOKEN-POS < 121
               MOVE WS-TODAY
                   TO WS-EXPANDED-PATTERN(WS-TOKEN-POS + 1:8)
           END-IF.

      *> Mirrors AZUREARRIVALS.cbl's MATCH-BLOB-PATTERN
       MATCH-BLOB-PATTERN.
           MOVE 'N' TO WS-PATTERN-MATCH
           PERFORM VARYING WS-PATTERN-LEN FROM 128 BY -1
                   UNTIL WS-PATTERN-LEN = 0
                      OR WS-EXPANDED-PATTERN(WS-PATTERN-LEN:1)
                          NOT = SPACE
               CONTINUE
           END-PERFORM
           PERFORM VARYING WS-NAME-LEN FROM 256 BY -1
                   UNTIL WS-NAME-LEN = 0
                      OR WS-BLOB-NAME(WS-NAME-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           IF WS-PATTERN-LEN = 0 OR WS-NAME-LEN = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-STAR-COUNT
           INSPECT WS-EXPANDED-PATTERN(1:WS-PATTERN-LEN)
               TALLYING WS-STAR-COUNT FOR ALL '*'
           IF WS-STAR-COUNT = 0
               IF WS-BLOB-NAME = WS-EXPANDED-PATTERN
                   MOVE 'Y' TO WS-PATTERN-MATCH
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PREFIX-LEN
           INSPECT WS-EXPANDED-PATTERN(1:WS-PATTERN-LEN)
               TALLYING WS-PREFIX-LEN FOR CHARACTERS BEFORE INITIAL '*'
           COMPUTE WS-SUFFIX-LEN = WS-PATTERN-LEN - WS-PREFIX-LEN - 1
           IF WS-NAME-LEN < WS-PREFIX-LEN + WS-SUFFIX-LEN
               EXIT PARAGRAPH
           END-IF
           IF WS-PREFIX-LEN > 0
               IF WS-BLOB-NAME(1:WS-PREFIX-LEN)
                       NOT = WS-EXPANDED-PATTERN(1:WS-PREFIX-LEN)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-SUFFIX-LEN > 0
               IF WS-BLOB-NAME
                       (WS-NAME-LEN - WS-SUFFIX-LEN + 1:WS-SUFFIX-LEN)
                   NOT = WS-EXPANDED-PATTERN
                       (WS-PREFIX-LEN + 2:WS-SUFFIX-LEN)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'Y' TO WS-PATTERN-MATCH.

      *> Mirrors AZUREARRIVALS.cbl's CHECK-DUE-TODAY
       CHECK-DUE-TODAY.
           INSPECT WS-DAYS-UPPER CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE 0 TO WS-DAY-MATCH
           EVALUATE TRUE
               WHEN WS-DAYS-UPPER = 'DAILY'
                   MOVE 1 TO WS-DAY-MATCH
               WHEN WS-DAYS-UPPER = 'WEEKDAYS'
                   IF WS-WEEKDAY < 6
                       MOVE 1 TO WS-DAY-MATCH
                   END-IF
               WHEN OTHER
                   INSPECT WS-DAYS-UPPER TALLYING WS-DAY-MATCH
                       FOR ALL WS-DAY-NAME
           END-EVALUATE.

      *> Mirrors the outcome rules in JUDGE-EXPECTED-ARRIVAL
       JUDGE-OUTCOME.
           MOVE SPACES TO WS-OUTCOME
           IF WS-FIRST-CREATED NOT = SPACES
               IF WS-FIRST-CREATED(9:4) > WS-SCHED-CUTOFF
                   MOVE 'LATE' TO WS-OUTCOME
               ELSE
                   MOVE 'ON-TIME' TO WS-OUTCOME
               END-IF
           ELSE
               IF WS-NOW-HHMM > WS-SCHED-CUTOFF
                   MOVE 'MISSING' TO WS-OUTCOME
               END-IF
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

       END PROGRAM TESTARRIVALS.

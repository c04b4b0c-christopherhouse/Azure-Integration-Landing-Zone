       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTEVIDENCE.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Unit tests for the audit evidence pack: reading the quarter
      *> and its collection windows, the environment list, and the
      *> missing-artefact list

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  TEST-COUNTER                PIC 9(3) VALUE 0.
       01  PASSED-TESTS                PIC 9(3) VALUE 0.
       01  FAILED-TESTS                PIC 9(3) VALUE 0.
       01  WS-TEST-RESULT              PIC X(6).

      *> AZUREEVIDENCE working storage
       01  WS-NUM-TEXT                 PIC X(8).
       01  WS-QUARTER-TEXT             PIC X(8).
       01  WS-QTR-YEAR                 PIC 9(4).
       01  WS-QTR-NUMBER               PIC 9(1).
       01  WS-QTR-LABEL                PIC X(7).
       01  WS-QTR-START                PIC 9(8).
       01  WS-QTR-END                  PIC 9(8).
       01  WS-WINDOW-END               PIC 9(8).
       01  WS-WINDOW-NEXT              PIC 9(8).
       01  WS-START-ISO                PIC X(10).
       01  WS-NEXT-ISO                 PIC X(10).
       01  WS-GRACE-DAYS               PIC 9(3) VALUE 31.
       01  WS-MONTH-NUM                PIC 9(2).
       01  WS-MONTH-TEXT               PIC X(7).
       01  WS-WORK-DATE                PIC 9(8).
       01  WS-CURRENT-DATE8            PIC 9(8).
       01  ENV-LIST-RECORD             PIC X(32).
       01  WS-ENV-COUNT                PIC 9(2) VALUE 0.
       01  WS-ENV-TABLE.
           05  WS-ENV-NAME OCCURS 20 TIMES PIC X(32).
       01  WS-ENV-LIST-TEXT            PIC X(200).
       01  WS-ENV-LIST-PTR             PIC 9(3).
       01  WS-CUR-KIND                 PIC X(12).
       01  WS-CUR-ENV                  PIC X(32).
       01  WS-MISSING-DETAIL           PIC X(160).
       01  WS-MISSING-COUNT            PIC 9(3) VALUE 0.
       01  WS-MISSING-TABLE.
           05  WS-MISSING-ENTRY OCCURS 100 TIMES.
               10  WS-MS-KIND          PIC X(12).
               10  WS-MS-ENV           PIC X(32).
               10  WS-MS-DETAIL        PIC X(160).
       01  WS-MISSING-UNLISTED         PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Audit Evidence Pack Unit Tests"
           DISPLAY "=============================="

           PERFORM TEST-QUARTER-READ
           PERFORM TEST-QUARTER-WITHOUT-DASH
           PERFORM TEST-FOURTH-QUARTER-ENDS-YEAR
           PERFORM TEST-DEFAULT-LAST-CLOSED-QUARTER
           PERFORM TEST-DEFAULT-FROM-FIRST-QUARTER
           PERFORM TEST-QUARTER-REJECTED
           PERFORM TEST-ENVIRONMENT-LIST
           PERFORM TEST-MISSING-LIST-OVERFLOW

           PERFORM DISPLAY-TEST-SUMMARY

           STOP RUN.

       TEST-QUARTER-READ.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": yyyy-Qn gives the quarter and windows"

           MOVE 20261015 TO WS-CURRENT-DATE8
           MOVE '2026-Q3' TO WS-QUARTER-TEXT
           PERFORM RESOLVE-QUARTER

           IF WS-QTR-LABEL = '2026-Q3' AND WS-QTR-START = 20260701
                   AND WS-QTR-END = 20260930
                   AND WS-WINDOW-END = 20261031
                   AND WS-START-ISO = '2026-07-01'
                   AND WS-NEXT-ISO = '2026-11-01'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-QUARTER-WITHOUT-DASH.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": yyyyqn is read the same way"

           MOVE 20261015 TO WS-CURRENT-DATE8
           MOVE '2026q1' TO WS-QUARTER-TEXT
           PERFORM RESOLVE-QUARTER

           IF WS-QTR-LABEL = '2026-Q1' AND WS-QTR-START = 20260101
                   AND WS-QTR-END = 20260331
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-FOURTH-QUARTER-ENDS-YEAR.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": The fourth quarter ends on 31 December"

           MOVE 20261015 TO WS-CURRENT-DATE8
           MOVE '2025-Q4' TO WS-QUARTER-TEXT
           PERFORM RESOLVE-QUARTER

           IF WS-QTR-START = 20251001 AND WS-QTR-END = 20251231
                   AND WS-WINDOW-END = 20260131
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-DEFAULT-LAST-CLOSED-QUARTER.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": No quarter means the last closed one"

           MOVE 20261015 TO WS-CURRENT-DATE8
           MOVE SPACES TO WS-QUARTER-TEXT
           PERFORM RESOLVE-QUARTER

           IF WS-QTR-LABEL = '2026-Q3'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-DEFAULT-FROM-FIRST-QUARTER.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": In Q1 the default is the prior Q4"

           MOVE 20260214 TO WS-CURRENT-DATE8
           MOVE SPACES TO WS-QUARTER-TEXT
           PERFORM RESOLVE-QUARTER

           IF WS-QTR-LABEL = '2025-Q4'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-QUARTER-REJECTED.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": A quarter that is not 1-4 is refused"

           MOVE 20261015 TO WS-CURRENT-DATE8
           MOVE '2026-Q5' TO WS-QUARTER-TEXT
           PERFORM RESOLVE-QUARTER

           IF WS-QTR-START = 0
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-ENVIRONMENT-LIST.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": Blank lines are skipped, names joined"

           MOVE 0 TO WS-ENV-COUNT
           MOVE 'dev' TO ENV-LIST-RECORD
           PERFORM NOTE-LISTED-ENVIRONMENT
           MOVE SPACES TO ENV-LIST-RECORD
           PERFORM NOTE-LISTED-ENVIRONMENT
           MOVE '  prod' TO ENV-LIST-RECORD
           PERFORM NOTE-LISTED-ENVIRONMENT

           IF WS-ENV-COUNT = 2 AND WS-ENV-NAME(2) = 'prod'
                   AND WS-ENV-LIST-TEXT = 'dev,prod'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-MISSING-LIST-OVERFLOW.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": Gaps beyond 100 are counted, not lost"

           MOVE 0 TO WS-MISSING-COUNT WS-MISSING-UNLISTED
           MOVE 'ESCROW' TO WS-CUR-KIND
           MOVE 'dev' TO WS-CUR-ENV
           MOVE 'no escrow export in the quarter' TO WS-MISSING-DETAIL
           PERFORM NOTE-MISSING 102 TIMES

           IF WS-MISSING-COUNT = 100 AND WS-MISSING-UNLISTED = 2
                   AND WS-MS-ENV(100) = 'dev'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

      *> Mirrors AZUREEVIDENCE.cbl's RESOLVE-QUARTER
       RESOLVE-QUARTER.
           MOVE 0 TO WS-QTR-START
           IF WS-QUARTER-TEXT = SPACES
               MOVE WS-CURRENT-DATE8(1:4) TO WS-QTR-YEAR
               MOVE WS-CURRENT-DATE8(5:2) TO WS-MONTH-NUM
               COMPUTE WS-QTR-NUMBER = (WS-MONTH-NUM - 1) / 3 + 1
               IF WS-QTR-NUMBER = 1
                   MOVE 4 TO WS-QTR-NUMBER
                   SUBTRACT 1 FROM WS-QTR-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-QTR-NUMBER
               END-IF
           ELSE
               INSPECT WS-QUARTER-TEXT CONVERTING 'q' TO 'Q'
               IF WS-QUARTER-TEXT(1:4) IS NOT NUMERIC
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-QUARTER-TEXT(1:4) TO WS-QTR-YEAR
               EVALUATE TRUE
                   WHEN WS-QUARTER-TEXT(5:2) = '-Q'
                       MOVE WS-QUARTER-TEXT(7:1) TO WS-NUM-TEXT
                   WHEN WS-QUARTER-TEXT(5:1) = 'Q'
                       MOVE WS-QUARTER-TEXT(6:1) TO WS-NUM-TEXT
                   WHEN OTHER
                       EXIT PARAGRAPH
               END-EVALUATE
               IF WS-NUM-TEXT(1:1) < '1' OR WS-NUM-TEXT(1:1) > '4'
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-NUM-TEXT(1:1) TO WS-QTR-NUMBER
           END-IF

           MOVE SPACES TO WS-QTR-LABEL
           STRING WS-QTR-YEAR '-Q' WS-QTR-NUMBER
               DELIMITED BY SIZE INTO WS-QTR-LABEL
           END-STRING
           COMPUTE WS-MONTH-NUM = (WS-QTR-NUMBER - 1) * 3 + 1
           COMPUTE WS-QTR-START = WS-QTR-YEAR * 10000
               + WS-MONTH-NUM * 100 + 1
           IF WS-QTR-NUMBER = 4
               COMPUTE WS-WORK-DATE = (WS-QTR-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-WORK-DATE = WS-QTR-START + 300
           END-IF
           COMPUTE WS-QTR-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1)
           COMPUTE WS-WINDOW-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-QTR-END) + WS-GRACE-DAYS)
           COMPUTE WS-WINDOW-NEXT = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-WINDOW-END) + 1)
           MOVE WS-QTR-START TO WS-WORK-DATE
           PERFORM FORMAT-ISO-DATE
           MOVE WS-MONTH-TEXT TO WS-START-ISO(1:7)
           MOVE WS-NUM-TEXT(1:3) TO WS-START-ISO(8:3)
           MOVE WS-WINDOW-NEXT TO WS-WORK-DATE
           PERFORM FORMAT-ISO-DATE
           MOVE WS-MONTH-TEXT TO WS-NEXT-ISO(1:7)
           MOVE WS-NUM-TEXT(1:3) TO WS-NEXT-ISO(8:3).

      *> Mirrors AZUREEVIDENCE.cbl's FORMAT-ISO-DATE
       FORMAT-ISO-DATE.
           MOVE SPACES TO WS-MONTH-TEXT WS-NUM-TEXT
           STRING WS-WORK-DATE(1:4) '-' WS-WORK-DATE(5:2)
               DELIMITED BY SIZE INTO WS-MONTH-TEXT
           END-STRING
           STRING '-' WS-WORK-DATE(7:2)
               DELIMITED BY SIZE INTO WS-NUM-TEXT
           END-STRING.

      *> Mirrors AZUREEVIDENCE.cbl's NOTE-LISTED-ENVIRONMENT
       NOTE-LISTED-ENVIRONMENT.
           IF FUNCTION TRIM(ENV-LIST-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-ENV-COUNT >= 20
               DISPLAY "  More than 20 environments listed - "
                       FUNCTION TRIM(ENV-LIST-RECORD) " left out"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ENV-COUNT
           MOVE FUNCTION TRIM(ENV-LIST-RECORD)
               TO WS-ENV-NAME(WS-ENV-COUNT)
           IF WS-ENV-COUNT = 1
               MOVE 1 TO WS-ENV-LIST-PTR
               MOVE SPACES TO WS-ENV-LIST-TEXT
           ELSE
               STRING ',' DELIMITED BY SIZE INTO WS-ENV-LIST-TEXT
                   WITH POINTER WS-ENV-LIST-PTR
               END-STRING
           END-IF
           STRING FUNCTION TRIM(ENV-LIST-RECORD)
               DELIMITED BY SIZE INTO WS-ENV-LIST-TEXT
               WITH POINTER WS-ENV-LIST-PTR
           END-STRING.

      *> Mirrors AZUREEVIDENCE.cbl's NOTE-MISSING
       NOTE-MISSING.
           IF WS-MISSING-COUNT >= 100
               ADD 1 TO WS-MISSING-UNLISTED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MISSING-COUNT
           MOVE WS-CUR-KIND TO WS-MS-KIND(WS-MISSING-COUNT)
           MOVE WS-CUR-ENV TO WS-MS-ENV(WS-MISSING-COUNT)
           MOVE WS-MISSING-DETAIL TO WS-MS-DETAIL(WS-MISSING-COUNT).

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

       END PROGRAM TESTEVIDENCE.

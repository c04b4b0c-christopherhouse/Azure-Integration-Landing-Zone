       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTOPSMART.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Unit tests for AZUREOPSMART - the incremental load window,
      *> stamp handling, the month-to-date cost restatement and the
      *> resource dimension with its SLA targets

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY AZURECONFIG.

       01  TEST-COUNTER                PIC 9(3) VALUE 0.
       01  PASSED-TESTS                PIC 9(3) VALUE 0.
       01  FAILED-TESTS                PIC 9(3) VALUE 0.
       01  WS-TEST-RESULT              PIC X(6).
       01  WS-WINDOW-RESULTS           PIC X(4).
       01  WS-START-SECS               PIC 9(12).

       01  CB-HISTORY-RECORD           PIC X(120).
       01  WS-THROUGH-DATE             PIC 9(8).
       01  WS-AFTER-DATE               PIC 9(8) VALUE 0.
       01  WS-RECORD-DATE              PIC 9(8).
       01  WS-PASSED-FLAG              PIC X.
       01  WS-F1                       PIC X(48).
       01  WS-F2                       PIC X(48).
       01  WS-F3                       PIC X(48).
       01  WS-F4                       PIC X(48).
       01  WS-F5                       PIC X(48).
       01  WS-STAMP-TEXT               PIC X(14).
       01  WS-STAMP-DATE               PIC 9(8).
       01  WS-STAMP-SECS               PIC 9(12).
       01  WS-ISO-STAMP                PIC X(19).

       01  WS-ENV-COUNT                PIC 9(2) VALUE 0.
       01  WS-ENV-TABLE.
           05  WS-ENV-ENTRY OCCURS 30 TIMES.
               10  WS-ENV-NAME         PIC X(16).
       01  WS-ENV-IDX                  PIC 9(2).
       01  WS-ENV-FOUND                PIC 9(2).
       01  WS-FIND-ENV                 PIC X(16).

       01  WS-RES-COUNT                PIC 9(3) VALUE 0.
       01  WS-RES-TABLE.
           05  WS-RES-ENTRY OCCURS 500 TIMES.
               10  WS-RES-ENV          PIC X(16).
               10  WS-RES-NAME         PIC X(48).
               10  WS-RES-KIND         PIC X(8).
       01  WS-RES-IDX                  PIC 9(3).
       01  WS-RES-FOUND                PIC 9(3).
       01  WS-FIND-RES                 PIC X(48).
       01  WS-FIND-KIND                PIC X(8).

       01  WS-COST-COUNT               PIC 9(3) VALUE 0.
       01  WS-COST-TABLE.
           05  WS-COST-ENTRY OCCURS 500 TIMES.
               10  WS-COST-MONTH       PIC X(6).
               10  WS-COST-ENV         PIC X(16).
               10  WS-COST-CENTER      PIC X(32).
               10  WS-COST-AMOUNT      PIC 9(9)V99.
               10  WS-COST-AS-OF       PIC 9(8).
       01  WS-COST-IDX                 PIC 9(3).
       01  WS-COST-FOUND               PIC 9(3).

       01  WS-TARGET-PCT               PIC 9(3)V99.
       01  WS-SLA-IDX                  PIC 9(2).
       01  WS-MATCH-COUNT              PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Operations Data Mart Unit Tests"
           DISPLAY "==============================="

           PERFORM TEST-LOAD-WINDOW
           PERFORM TEST-STAMP-HANDLING
           PERFORM TEST-COST-RESTATEMENT
           PERFORM TEST-RESOURCE-DIMENSION

           PERFORM DISPLAY-TEST-SUMMARY

           STOP RUN.

       TEST-LOAD-WINDOW.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Incremental Load Window"

      *> Loaded through the 12th, loading through the 14th: the 12th
      *> is already in, the 13th and 14th are due, the 15th waits
           MOVE 20261012 TO WS-AFTER-DATE
           MOVE 20261014 TO WS-THROUGH-DATE
           MOVE 20261012 TO WS-RECORD-DATE
           PERFORM CHECK-LOAD-WINDOW
           MOVE WS-PASSED-FLAG TO WS-WINDOW-RESULTS(1:1)
           MOVE 20261013 TO WS-RECORD-DATE
           PERFORM CHECK-LOAD-WINDOW
           MOVE WS-PASSED-FLAG TO WS-WINDOW-RESULTS(2:1)
           MOVE 20261014 TO WS-RECORD-DATE
           PERFORM CHECK-LOAD-WINDOW
           MOVE WS-PASSED-FLAG TO WS-WINDOW-RESULTS(3:1)
           MOVE 20261015 TO WS-RECORD-DATE
           PERFORM CHECK-LOAD-WINDOW
           MOVE WS-PASSED-FLAG TO WS-WINDOW-RESULTS(4:1)

           IF WS-WINDOW-RESULTS = 'NYYN'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-WINDOW-RESULTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-STAMP-HANDLING.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Stamp Handling"

      *> ISO form for the facts, and a run across midnight still
      *> gives its true duration
           MOVE '20261014235000' TO WS-STAMP-TEXT
           PERFORM FORMAT-ISO-STAMP
           PERFORM CONVERT-STAMP
           MOVE WS-STAMP-SECS TO WS-START-SECS
           MOVE '20261015001015' TO WS-STAMP-TEXT
           PERFORM CONVERT-STAMP

           IF WS-ISO-STAMP = '2026-10-14T23:50:00'
                   AND WS-STAMP-SECS - WS-START-SECS = 1215
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-ISO-STAMP " " WS-STAMP-SECS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-COST-RESTATEMENT.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Month-To-Date Cost"

      *> Two figures for October in the load: the later one stands.
      *> A figure dated after the load is left for the next one.
           MOVE 0 TO WS-AFTER-DATE WS-COST-COUNT
           MOVE 20261014 TO WS-THROUGH-DATE
           MOVE 'CB|20261012|dev|CC-4410|000000120.50'
               TO CB-HISTORY-RECORD
           PERFORM EXTRACT-COST-RECORD
           MOVE 'CB|20261013|dev|CC-4410|000000130.75'
               TO CB-HISTORY-RECORD
           PERFORM EXTRACT-COST-RECORD
           MOVE 'CB|20260930|dev|CC-4410|000000990.00'
               TO CB-HISTORY-RECORD
           PERFORM EXTRACT-COST-RECORD
           MOVE 'CB|20261015|dev|CC-4410|000000140.00'
               TO CB-HISTORY-RECORD
           PERFORM EXTRACT-COST-RECORD

           IF WS-COST-COUNT = 2
                   AND WS-COST-MONTH(1) = '202610'
                   AND WS-COST-AMOUNT(1) = 130.75
                   AND WS-COST-AS-OF(1) = 20261013
                   AND WS-COST-MONTH(2) = '202609'
                   AND WS-COST-AMOUNT(2) = 990.00
                   AND WS-ENV-COUNT = 1
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-COST-COUNT " " WS-COST-AMOUNT(1)
                       " " WS-COST-AS-OF(1)
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-RESOURCE-DIMENSION.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Resource Dimension"

      *> A resource counts once per environment and kind; a probe
      *> takes the configured target its label starts with
           MOVE 0 TO WS-RES-COUNT WS-ENV-COUNT
           MOVE 'dev' TO WS-F3
           MOVE 'APIM gateway' TO WS-FIND-RES
           MOVE 'PROBE' TO WS-FIND-KIND
           PERFORM NOTE-RESOURCE
           PERFORM NOTE-RESOURCE
           MOVE 'APIM' TO WS-FIND-RES
           MOVE 'CAPACITY' TO WS-FIND-KIND
           PERFORM NOTE-RESOURCE
           MOVE 'prod' TO WS-F3
           MOVE 'APIM gateway' TO WS-FIND-RES
           MOVE 'PROBE' TO WS-FIND-KIND
           PERFORM NOTE-RESOURCE

           MOVE SPACES TO AZURE-CONFIG
           MOVE 1 TO SLA-TARGET-COUNT
           MOVE 'APIM' TO SLA-RESOURCE-LABEL(1)
           MOVE 99.95 TO SLA-TARGET-PCT(1)
           MOVE 1 TO WS-RES-IDX
           PERFORM RESOLVE-SLA-TARGET

           IF WS-RES-COUNT = 3 AND WS-ENV-COUNT = 2
                   AND WS-RES-KIND(2) = 'CAPACITY'
                   AND WS-RES-ENV(3) = 'prod'
                   AND WS-TARGET-PCT = 99.95
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-RES-COUNT " " WS-ENV-COUNT " "
                       WS-TARGET-PCT
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

      *> Mirrors AZUREOPSMART.cbl's CHECK-LOAD-WINDOW
       CHECK-LOAD-WINDOW.
           MOVE 'N' TO WS-PASSED-FLAG
           IF WS-RECORD-DATE > WS-AFTER-DATE
                   AND WS-RECORD-DATE <= WS-THROUGH-DATE
               MOVE 'Y' TO WS-PASSED-FLAG
           END-IF.

      *> Mirrors AZUREOPSMART.cbl's CONVERT-STAMP
       CONVERT-STAMP.
           MOVE 0 TO WS-STAMP-SECS
           IF WS-STAMP-TEXT IS NOT NUMERIC
                   OR WS-STAMP-TEXT(1:8) < '16010101'
                   OR WS-STAMP-TEXT(5:2) < '01'
                   OR WS-STAMP-TEXT(5:2) > '12'
                   OR WS-STAMP-TEXT(7:2) < '01'
                   OR WS-STAMP-TEXT(7:2) > '31'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STAMP-TEXT(1:8) TO WS-STAMP-DATE
           COMPUTE WS-STAMP-SECS =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 86400
               + FUNCTION NUMVAL(WS-STAMP-TEXT(9:2)) * 3600
               + FUNCTION NUMVAL(WS-STAMP-TEXT(11:2)) * 60
               + FUNCTION NUMVAL(WS-STAMP-TEXT(13:2)).

      *> Mirrors AZUREOPSMART.cbl's FORMAT-ISO-STAMP
       FORMAT-ISO-STAMP.
           MOVE SPACES TO WS-ISO-STAMP
           IF WS-STAMP-TEXT IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           STRING WS-STAMP-TEXT(1:4) '-' WS-STAMP-TEXT(5:2) '-'
                  WS-STAMP-TEXT(7:2) 'T' WS-STAMP-TEXT(9:2) ':'
                  WS-STAMP-TEXT(11:2) ':' WS-STAMP-TEXT(13:2)
               DELIMITED BY SIZE INTO WS-ISO-STAMP
           END-STRING.


      *> Mirrors AZUREOPSMART.cbl's EXTRACT-COST-RECORD
       EXTRACT-COST-RECORD.
           MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
           UNSTRING CB-HISTORY-RECORD DELIMITED BY '|'
               INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
           END-UNSTRING
           MOVE WS-F3 TO WS-FIND-ENV
           PERFORM NOTE-ENVIRONMENT
           IF WS-F2(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-F2(1:8) TO WS-RECORD-DATE
           PERFORM CHECK-LOAD-WINDOW
           IF WS-PASSED-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-COST-FOUND
           PERFORM VARYING WS-COST-IDX FROM 1 BY 1
                   UNTIL WS-COST-IDX > WS-COST-COUNT
                      OR WS-COST-FOUND > 0
               IF WS-COST-MONTH(WS-COST-IDX) = WS-F2(1:6)
                       AND WS-COST-ENV(WS-COST-IDX) = WS-F3
                       AND WS-COST-CENTER(WS-COST-IDX) = WS-F4
                   MOVE WS-COST-IDX TO WS-COST-FOUND
               END-IF
           END-PERFORM
           IF WS-COST-FOUND = 0
               IF WS-COST-COUNT >= 500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-COST-COUNT
               MOVE WS-COST-COUNT TO WS-COST-FOUND
               MOVE WS-F2(1:6) TO WS-COST-MONTH(WS-COST-FOUND)
               MOVE WS-F3 TO WS-COST-ENV(WS-COST-FOUND)
               MOVE WS-F4 TO WS-COST-CENTER(WS-COST-FOUND)
           END-IF
           MOVE FUNCTION NUMVAL(WS-F5) TO WS-COST-AMOUNT(WS-COST-FOUND)
           MOVE WS-RECORD-DATE TO WS-COST-AS-OF(WS-COST-FOUND).

      *> Mirrors AZUREOPSMART.cbl's NOTE-ENVIRONMENT
       NOTE-ENVIRONMENT.
           IF WS-FIND-ENV = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ENV-FOUND
           PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
                   UNTIL WS-ENV-IDX > WS-ENV-COUNT
                      OR WS-ENV-FOUND > 0
               IF WS-ENV-NAME(WS-ENV-IDX) = WS-FIND-ENV
                   MOVE WS-ENV-IDX TO WS-ENV-FOUND
               END-IF
           END-PERFORM
           IF WS-ENV-FOUND = 0 AND WS-ENV-COUNT < 30
               ADD 1 TO WS-ENV-COUNT
               MOVE WS-FIND-ENV TO WS-ENV-NAME(WS-ENV-COUNT)
           END-IF.

      *> Mirrors AZUREOPSMART.cbl's NOTE-RESOURCE
       NOTE-RESOURCE.
           MOVE WS-F3 TO WS-FIND-ENV
           PERFORM NOTE-ENVIRONMENT
           IF WS-FIND-RES = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RES-FOUND
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                   UNTIL WS-RES-IDX > WS-RES-COUNT
                      OR WS-RES-FOUND > 0
               IF WS-RES-ENV(WS-RES-IDX) = WS-FIND-ENV
                       AND WS-RES-NAME(WS-RES-IDX) = WS-FIND-RES
                       AND WS-RES-KIND(WS-RES-IDX) = WS-FIND-KIND
                   MOVE WS-RES-IDX TO WS-RES-FOUND
               END-IF
           END-PERFORM
           IF WS-RES-FOUND = 0 AND WS-RES-COUNT < 500
               ADD 1 TO WS-RES-COUNT
               MOVE WS-FIND-ENV TO WS-RES-ENV(WS-RES-COUNT)
               MOVE WS-FIND-RES TO WS-RES-NAME(WS-RES-COUNT)
               MOVE WS-FIND-KIND TO WS-RES-KIND(WS-RES-COUNT)
           END-IF.

      *> Mirrors AZUREOPSMART.cbl's RESOLVE-SLA-TARGET
       RESOLVE-SLA-TARGET.
           MOVE 99.90 TO WS-TARGET-PCT
           PERFORM VARYING WS-SLA-IDX FROM 1 BY 1
                   UNTIL WS-SLA-IDX > SLA-TARGET-COUNT
               IF SLA-RESOURCE-LABEL(WS-SLA-IDX) NOT = SPACES
                   MOVE 0 TO WS-MATCH-COUNT
                   INSPECT WS-RES-NAME(WS-RES-IDX)
                       TALLYING WS-MATCH-COUNT FOR ALL
                       SLA-RESOURCE-LABEL(WS-SLA-IDX)
                           (1:FUNCTION LENGTH(FUNCTION TRIM(
                           SLA-RESOURCE-LABEL(WS-SLA-IDX))))
                   IF WS-MATCH-COUNT > 0
                       MOVE SLA-TARGET-PCT(WS-SLA-IDX)
                           TO WS-TARGET-PCT
                       MOVE SLA-TARGET-COUNT TO WS-SLA-IDX
                   END-IF
               END-IF
           END-PERFORM.

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

       END PROGRAM TESTOPSMART.

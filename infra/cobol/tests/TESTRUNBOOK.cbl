       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTRUNBOOK.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Unit tests for automated remediation - AZURESNOWBRIDGE's
      *> matching of alert rules against the remediation table, the
      *> daily allowance and the alert GUID it ledgers, and RUNBOOK's
      *> Service Bus capacity step

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  TEST-COUNTER                PIC 9(3) VALUE 0.
       01  PASSED-TESTS                PIC 9(3) VALUE 0.
       01  FAILED-TESTS                PIC 9(3) VALUE 0.
       01  WS-TEST-RESULT              PIC X(6).

       01  ENV-NAME                    PIC X(16).
       01  WS-ALERT-RULE               PIC X(80).
       01  WS-ALERT-ID                 PIC X(200).
       01  RUNBOOK-TABLE-RECORD        PIC X(256).
       01  WS-RB-PATTERN               PIC X(80).
       01  WS-RB-ACTION                PIC X(24).
       01  WS-RB-ENV                   PIC X(16).
       01  WS-RB-ALLOWANCE-TEXT        PIC X(8).
       01  WS-RB-PATTERN-LEN           PIC 9(3).
       01  WS-RB-MATCH                 PIC X.
       01  WS-RUNBOOK-ACTION           PIC X(24).
       01  WS-RUNBOOK-ALLOWANCE        PIC 9(3).
       01  WS-RUNBOOK-ENV-ROW          PIC X.

       01  WS-TEMP-BEFORE              PIC X(8192).
       01  WS-ALERT-GUID               PIC X(40).
       01  WS-GUID-REVERSED            PIC X(200).

       01  WS-REMEDY-USED              PIC 9(5).
       01  WS-REMEDY-OUTCOME           PIC X(9).
       01  WS-CURRENT-UNITS            PIC 9(2).
       01  WS-TARGET-UNITS             PIC 9(2).
       01  WS-MATCH-STRING             PIC X(8).
       01  WS-STEP-STRING              PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Remediation Runbook Unit Tests"
           DISPLAY "=============================="

           PERFORM TEST-EXACT-RULE-MATCH
           PERFORM TEST-PREFIX-RULE-MATCH
           PERFORM TEST-ENVIRONMENT-ROW-PRECEDENCE
           PERFORM TEST-DAILY-ALLOWANCE
           PERFORM TEST-ALERT-GUID-EXTRACTION
           PERFORM TEST-SERVICEBUS-CAPACITY-STEP

           PERFORM DISPLAY-TEST-SUMMARY

           STOP RUN.

       TEST-EXACT-RULE-MATCH.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Exact Rule Match"

      *> A comment and a near-miss rule are passed over; the exact
      *> rule name takes the action and its allowance
           MOVE 'dev' TO ENV-NAME
           MOVE 'alert-shir-offline-dev' TO WS-ALERT-RULE
           PERFORM START-TABLE-SCAN
           MOVE '# alert-shir-offline-dev|RESTART-FUNCAPP|ALL|9'
               TO RUNBOOK-TABLE-RECORD
           PERFORM MATCH-RUNBOOK-ROW
           MOVE 'alert-shir-offline|RESTART-FUNCAPP|ALL|9'
               TO RUNBOOK-TABLE-RECORD
           PERFORM MATCH-RUNBOOK-ROW
           MOVE 'alert-shir-offline-dev|RESTART-SHIR-VMS|ALL|2'
               TO RUNBOOK-TABLE-RECORD
           PERFORM MATCH-RUNBOOK-ROW

           IF WS-RUNBOOK-ACTION = 'RESTART-SHIR-VMS'
                   AND WS-RUNBOOK-ALLOWANCE = 2
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-RUNBOOK-ACTION " "
                       WS-RUNBOOK-ALLOWANCE
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-PREFIX-RULE-MATCH.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Prefix Rule Match"

      *> alert-func-health-* catches every Function App's rule but
      *> not a rule that merely starts alike; a lone * catches all
           MOVE 'dev' TO ENV-NAME
           MOVE SPACES TO WS-MATCH-STRING
           MOVE 'alert-func-health-func-ilz-dev' TO WS-ALERT-RULE
           PERFORM START-TABLE-SCAN
           MOVE 'alert-func-health-*|RESTART-FUNCAPP|ALL|3'
               TO RUNBOOK-TABLE-RECORD
           PERFORM MATCH-RUNBOOK-ROW
           IF WS-RUNBOOK-ACTION = 'RESTART-FUNCAPP'
               MOVE 'Y' TO WS-MATCH-STRING(1:1)
           END-IF
           MOVE 'alert-func-healthcheck' TO WS-ALERT-RULE
           PERFORM START-TABLE-SCAN
           PERFORM MATCH-RUNBOOK-ROW
           IF WS-RUNBOOK-ACTION = SPACES
               MOVE 'N' TO WS-MATCH-STRING(2:1)
           END-IF
           MOVE '*|RESTART-LOGICAPP|ALL|1' TO RUNBOOK-TABLE-RECORD
           PERFORM MATCH-RUNBOOK-ROW
           IF WS-RUNBOOK-ACTION = 'RESTART-LOGICAPP'
               MOVE 'Y' TO WS-MATCH-STRING(3:1)
           END-IF

           IF WS-MATCH-STRING(1:3) = 'YNY'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-MATCH-STRING
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-ENVIRONMENT-ROW-PRECEDENCE.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Environment Row Precedence"

      *> The same table read for prod and for test: prod's own row
      *> (allowance 0) beats the ALL row above it, test falls back
      *> to ALL, and a row for another environment is ignored
           MOVE 'prod' TO ENV-NAME
           MOVE 'alert-sb-throttled-sb-ilz' TO WS-ALERT-RULE
           PERFORM SCAN-PRECEDENCE-TABLE
           MOVE 'N' TO WS-STEP-STRING
           IF WS-RUNBOOK-ACTION = 'ADD-SB-CAPACITY'
                   AND WS-RUNBOOK-ALLOWANCE = 0
               MOVE 'Y' TO WS-STEP-STRING(1:1)
           END-IF
           MOVE 'test' TO ENV-NAME
           PERFORM SCAN-PRECEDENCE-TABLE
           IF WS-RUNBOOK-ACTION = 'ADD-SB-CAPACITY'
                   AND WS-RUNBOOK-ALLOWANCE = 4
               MOVE 'Y' TO WS-STEP-STRING(2:1)
           END-IF

           IF WS-STEP-STRING(1:2) = 'YY'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-STEP-STRING
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       SCAN-PRECEDENCE-TABLE.
           PERFORM START-TABLE-SCAN
           MOVE 'alert-sb-throttled-*|ADD-SB-CAPACITY|ALL|4'
               TO RUNBOOK-TABLE-RECORD
           PERFORM MATCH-RUNBOOK-ROW
           MOVE 'alert-sb-throttled-*|ADD-SB-CAPACITY|dev|9'
               TO RUNBOOK-TABLE-RECORD
           PERFORM MATCH-RUNBOOK-ROW
           MOVE 'alert-sb-throttled-*|ADD-SB-CAPACITY|prod|0'
               TO RUNBOOK-TABLE-RECORD
           PERFORM MATCH-RUNBOOK-ROW
           MOVE 'alert-sb-*|RESTART-FUNCAPP|ALL|1'
               TO RUNBOOK-TABLE-RECORD
           PERFORM MATCH-RUNBOOK-ROW.

       TEST-DAILY-ALLOWANCE.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Daily Allowance"

      *> A blank allowance means once a day; one earlier run today
      *> spends it, two allowed leaves room, 0 never runs
           MOVE 'dev' TO ENV-NAME
           MOVE 'alert-func-health-x' TO WS-ALERT-RULE
           MOVE SPACES TO WS-MATCH-STRING
           PERFORM START-TABLE-SCAN
           MOVE 'alert-func-health-*|RESTART-FUNCAPP|dev|'
               TO RUNBOOK-TABLE-RECORD
           PERFORM MATCH-RUNBOOK-ROW
           MOVE 0 TO WS-REMEDY-USED
           PERFORM CHECK-DAILY-ALLOWANCE
           MOVE WS-REMEDY-OUTCOME(1:1) TO WS-MATCH-STRING(1:1)
           MOVE 1 TO WS-REMEDY-USED
           PERFORM CHECK-DAILY-ALLOWANCE
           MOVE WS-REMEDY-OUTCOME(1:1) TO WS-MATCH-STRING(2:1)
           MOVE 2 TO WS-RUNBOOK-ALLOWANCE
           PERFORM CHECK-DAILY-ALLOWANCE
           MOVE WS-REMEDY-OUTCOME(1:1) TO WS-MATCH-STRING(3:1)
           MOVE 0 TO WS-RUNBOOK-ALLOWANCE WS-REMEDY-USED
           PERFORM CHECK-DAILY-ALLOWANCE
           MOVE WS-REMEDY-OUTCOME(1:1) TO WS-MATCH-STRING(4:1)

           IF WS-MATCH-STRING(1:4) = 'RERE'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-MATCH-STRING
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

      *> Mirrors AZURESNOWBRIDGE.cbl's allowance test in
      *> APPLY-REMEDIATION-RUNBOOK (R: the runbook runs)
       CHECK-DAILY-ALLOWANCE.
           IF WS-REMEDY-USED >= WS-RUNBOOK-ALLOWANCE
               MOVE 'EXHAUSTED' TO WS-REMEDY-OUTCOME
           ELSE
               MOVE 'RUN' TO WS-REMEDY-OUTCOME
           END-IF.

       TEST-ALERT-GUID-EXTRACTION.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Alert GUID Extraction"

           MOVE SPACES TO WS-ALERT-ID
           STRING '/subscriptions/1111/providers/'
                  'Microsoft.AlertsManagement/alerts/'
                  'b7f3a0c2-5d1e-4f6a-9c8b-2e4d6f8a0b1c'
               DELIMITED BY SIZE INTO WS-ALERT-ID
           END-STRING
           PERFORM EXTRACT-ALERT-GUID

           IF WS-ALERT-GUID = 'b7f3a0c2-5d1e-4f6a-9c8b-2e4d6f8a0b1c'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-ALERT-GUID
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-SERVICEBUS-CAPACITY-STEP.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Service Bus Capacity Step"

      *> 0 (unset) and 1 go to 2, then 4, 8, 16; 16 has no step
           MOVE SPACES TO WS-STEP-STRING
           MOVE 0 TO WS-CURRENT-UNITS
           PERFORM NEXT-CAPACITY-STEP
           MOVE WS-TARGET-UNITS TO WS-STEP-STRING(1:2)
           MOVE 1 TO WS-CURRENT-UNITS
           PERFORM NEXT-CAPACITY-STEP
           MOVE WS-TARGET-UNITS TO WS-STEP-STRING(3:2)
           MOVE 2 TO WS-CURRENT-UNITS
           PERFORM NEXT-CAPACITY-STEP
           MOVE WS-TARGET-UNITS TO WS-STEP-STRING(5:2)
           MOVE 4 TO WS-CURRENT-UNITS
           PERFORM NEXT-CAPACITY-STEP
           MOVE WS-TARGET-UNITS TO WS-STEP-STRING(7:2)
           MOVE 8 TO WS-CURRENT-UNITS
           PERFORM NEXT-CAPACITY-STEP
           MOVE WS-TARGET-UNITS TO WS-STEP-STRING(9:2)
           MOVE 16 TO WS-CURRENT-UNITS
           PERFORM NEXT-CAPACITY-STEP
           MOVE WS-TARGET-UNITS TO WS-STEP-STRING(11:2)

           IF WS-STEP-STRING = '020204081600'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-STEP-STRING
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

      *> Mirrors RUNBOOK.cbl's step evaluation in
      *> ADD-SERVICEBUS-CAPACITY
       NEXT-CAPACITY-STEP.
           EVALUATE TRUE
               WHEN WS-CURRENT-UNITS < 2
                   MOVE 2 TO WS-TARGET-UNITS
               WHEN WS-CURRENT-UNITS < 4
                   MOVE 4 TO WS-TARGET-UNITS
               WHEN WS-CURRENT-UNITS < 8
                   MOVE 8 TO WS-TARGET-UNITS
               WHEN WS-CURRENT-UNITS < 16
                   MOVE 16 TO WS-TARGET-UNITS
               WHEN OTHER
                   MOVE 0 TO WS-TARGET-UNITS
           END-EVALUATE.

      *> Mirrors the set-up at the top of AZURESNOWBRIDGE.cbl's
      *> FIND-REMEDIATION-RUNBOOK
       START-TABLE-SCAN.
           MOVE SPACES TO WS-RUNBOOK-ACTION
           MOVE 0 TO WS-RUNBOOK-ALLOWANCE
           MOVE 'N' TO WS-RUNBOOK-ENV-ROW.

      *> Mirrors AZURESNOWBRIDGE.cbl's MATCH-RUNBOOK-ROW
       MATCH-RUNBOOK-ROW.
           IF RUNBOOK-TABLE-RECORD = SPACES
                   OR RUNBOOK-TABLE-RECORD(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RB-PATTERN WS-RB-ACTION WS-RB-ENV
                          WS-RB-ALLOWANCE-TEXT
           UNSTRING RUNBOOK-TABLE-RECORD DELIMITED BY '|'
               INTO WS-RB-PATTERN WS-RB-ACTION WS-RB-ENV
                    WS-RB-ALLOWANCE-TEXT
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-RB-PATTERN) TO WS-RB-PATTERN
           MOVE FUNCTION TRIM(WS-RB-ACTION) TO WS-RB-ACTION
           MOVE FUNCTION TRIM(WS-RB-ENV) TO WS-RB-ENV
           IF WS-RB-PATTERN = SPACES OR WS-RB-ACTION = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-RB-ENV NOT = 'ALL' AND WS-RB-ENV NOT = ENV-NAME
               EXIT PARAGRAPH
           END-IF
           IF WS-RUNBOOK-ENV-ROW = 'Y'
                   OR (WS-RB-ENV = 'ALL'
                       AND WS-RUNBOOK-ACTION NOT = SPACES)
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-RB-MATCH
           COMPUTE WS-RB-PATTERN-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-RB-PATTERN))
           IF WS-RB-PATTERN(WS-RB-PATTERN-LEN:1) = '*'
               IF WS-RB-PATTERN-LEN = 1
                   MOVE 'Y' TO WS-RB-MATCH
               ELSE
                   SUBTRACT 1 FROM WS-RB-PATTERN-LEN
                   IF WS-ALERT-RULE(1:WS-RB-PATTERN-LEN) =
                           WS-RB-PATTERN(1:WS-RB-PATTERN-LEN)
                       MOVE 'Y' TO WS-RB-MATCH
                   END-IF
               END-IF
           ELSE
               IF WS-ALERT-RULE = WS-RB-PATTERN
                   MOVE 'Y' TO WS-RB-MATCH
               END-IF
           END-IF
           IF WS-RB-MATCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RB-ACTION TO WS-RUNBOOK-ACTION
           IF WS-RB-ALLOWANCE-TEXT = SPACES
               MOVE 1 TO WS-RUNBOOK-ALLOWANCE
           ELSE
               MOVE FUNCTION NUMVAL(WS-RB-ALLOWANCE-TEXT)
                   TO WS-RUNBOOK-ALLOWANCE
           END-IF
           IF WS-RB-ENV NOT = 'ALL'
               MOVE 'Y' TO WS-RUNBOOK-ENV-ROW
           END-IF.

      *> Mirrors AZURESNOWBRIDGE.cbl's EXTRACT-ALERT-GUID
       EXTRACT-ALERT-GUID.
           MOVE SPACES TO WS-ALERT-GUID WS-GUID-REVERSED
           MOVE FUNCTION REVERSE(FUNCTION TRIM(WS-ALERT-ID))
               TO WS-TEMP-BEFORE
           UNSTRING WS-TEMP-BEFORE DELIMITED BY '/'
               INTO WS-GUID-REVERSED
           END-UNSTRING
           MOVE FUNCTION REVERSE(FUNCTION TRIM(WS-GUID-REVERSED))
               TO WS-ALERT-GUID.

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

       END PROGRAM TESTRUNBOOK.

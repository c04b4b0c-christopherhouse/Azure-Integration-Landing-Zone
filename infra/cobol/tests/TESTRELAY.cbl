       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTRELAY.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Unit tests for Azure Relay deployment module and the
      *> RELAYBIND site binding

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY AZURECONFIG.
       COPY HTTPCLIENT.

       01  TEST-COUNTER                PIC 9(3) VALUE 0.
       01  PASSED-TESTS                PIC 9(3) VALUE 0.
       01  FAILED-TESTS                PIC 9(3) VALUE 0.
       01  WS-TEST-RESULT              PIC X(6).
       01  WS-RELAY-NAME               PIC X(64).
       01  WS-EXPECTED-NAME            PIC X(64).
       01  WS-HC-IDX                   PIC 9(2).
       01  WS-HC-ENDPOINT              PIC X(80).
       01  WS-HC-PORT-DISPLAY          PIC Z(4)9.
       01  WS-SITE-KIND                PIC X(8).
       01  WS-BOUND-LIST               PIC X(5).
       01  WS-SECRET-NAME              PIC X(80).
       01  WS-RULE-NAME                PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Azure Relay Unit Tests"
           DISPLAY "======================"

           PERFORM SET-UP-HYBRID-CONNECTIONS
           PERFORM TEST-RELAY-NAME-GENERATION
           PERFORM TEST-ENDPOINT-METADATA
           PERFORM TEST-LOGICAPP-BINDINGS
           PERFORM TEST-FUNCAPP-BINDINGS
           PERFORM TEST-SECRET-NAMING

           PERFORM DISPLAY-TEST-SUMMARY

           STOP RUN.

       SET-UP-HYBRID-CONNECTIONS.
           MOVE 'dev' TO ENV-NAME
           MOVE 'lz-tf' TO SUFFIX
           MOVE 'Y' TO RELAY-DEPLOY-FLAG
           MOVE 3 TO RELAY-HC-COUNT
           MOVE 'hc-erp' TO RELAY-HC-NAME(1)
           MOVE 'erp01.corp.local' TO RELAY-HC-HOST(1)
           MOVE 443 TO RELAY-HC-PORT(1)
           MOVE SPACES TO RELAY-HC-SITES(1)
           MOVE 'hc-wms' TO RELAY-HC-NAME(2)
           MOVE 'wms.corp.local' TO RELAY-HC-HOST(2)
           MOVE 8443 TO RELAY-HC-PORT(2)
           MOVE 'LOGICAPP' TO RELAY-HC-SITES(2)
           MOVE 'hc-mes' TO RELAY-HC-NAME(3)
           MOVE 'mes.corp.local' TO RELAY-HC-HOST(3)
           MOVE 1433 TO RELAY-HC-PORT(3)
           MOVE 'FUNCAPP' TO RELAY-HC-SITES(3).

       TEST-RELAY-NAME-GENERATION.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Relay Namespace Name"

      *> Simulate name generation logic - new types compose trimmed
           MOVE SPACES TO WS-RELAY-NAME
           STRING 'relay-' FUNCTION TRIM(ENV-NAME)
                  '-' FUNCTION TRIM(SUFFIX)
               DELIMITED BY SIZE INTO WS-RELAY-NAME
           END-STRING

           MOVE 'relay-dev-lz-tf' TO WS-EXPECTED-NAME

           IF WS-RELAY-NAME = WS-EXPECTED-NAME
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Expected: " WS-EXPECTED-NAME
               DISPLAY "  Got: " WS-RELAY-NAME
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-ENDPOINT-METADATA.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": On-Prem Endpoint host:port"

      *> Simulate RELAY.cbl's CREATE-HYBRID-CONNECTION endpoint
           MOVE 2 TO WS-HC-IDX
           MOVE RELAY-HC-PORT(WS-HC-IDX) TO WS-HC-PORT-DISPLAY
           MOVE SPACES TO WS-HC-ENDPOINT
           STRING FUNCTION TRIM(RELAY-HC-HOST(WS-HC-IDX))
                  ':' FUNCTION TRIM(WS-HC-PORT-DISPLAY)
               DELIMITED BY SIZE INTO WS-HC-ENDPOINT
           END-STRING

           IF WS-HC-ENDPOINT = 'wms.corp.local:8443'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-HC-ENDPOINT
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-LOGICAPP-BINDINGS.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Logic App Bindings"

           MOVE 'LOGICAPP' TO WS-SITE-KIND
           PERFORM SIMULATE-SITE-SELECTION

           IF WS-BOUND-LIST = 'YYN'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-BOUND-LIST
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-FUNCAPP-BINDINGS.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Function App Bindings"

           MOVE 'FUNCAPP' TO WS-SITE-KIND
           PERFORM SIMULATE-SITE-SELECTION

           IF WS-BOUND-LIST = 'YNY'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-BOUND-LIST
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-SECRET-NAMING.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Listen Secret Name"

      *> Simulate KVPUBLISH.cbl's PUBLISH-RELAY-SECRET naming
           MOVE 1 TO WS-HC-IDX
           MOVE 'listen' TO WS-RULE-NAME
           MOVE SPACES TO WS-SECRET-NAME
           STRING FUNCTION TRIM(WS-RELAY-NAME) '-'
                  FUNCTION TRIM(RELAY-HC-NAME(WS-HC-IDX)) '-'
                  FUNCTION TRIM(WS-RULE-NAME) '-connstring'
               DELIMITED BY SIZE INTO WS-SECRET-NAME
           END-STRING

           IF WS-SECRET-NAME =
                   'relay-dev-lz-tf-hc-erp-listen-connstring'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-SECRET-NAME
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

      *> Mirrors RELAYBIND.cbl's SITES filter - one Y/N per entry
       SIMULATE-SITE-SELECTION.
           MOVE SPACES TO WS-BOUND-LIST
           PERFORM VARYING WS-HC-IDX FROM 1 BY 1
                   UNTIL WS-HC-IDX > RELAY-HC-COUNT
               IF RELAY-HC-SITES(WS-HC-IDX) = SPACES
                       OR RELAY-HC-SITES(WS-HC-IDX) = WS-SITE-KIND
                   MOVE 'Y' TO WS-BOUND-LIST(WS-HC-IDX:1)
               ELSE
                   MOVE 'N' TO WS-BOUND-LIST(WS-HC-IDX:1)
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

       END PROGRAM TESTRELAY.

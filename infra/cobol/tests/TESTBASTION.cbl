       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTBASTION.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Unit tests for Azure Bastion deployment module

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY AZURECONFIG.
       COPY HTTPCLIENT.

       01  TEST-COUNTER                PIC 9(3) VALUE 0.
       01  PASSED-TESTS                PIC 9(3) VALUE 0.
       01  FAILED-TESTS                PIC 9(3) VALUE 0.
       01  WS-TEST-RESULT              PIC X(6).
       01  WS-BASTION-NAME             PIC X(64).
       01  WS-BASTION-PIP-NAME         PIC X(64).
       01  WS-EXPECTED-NAME            PIC X(64).
       01  WS-BASTION-SKU              PIC X(16).
       01  WS-BASTION-SCALE-UNITS      PIC 9(2).
       01  WS-SKU-FRAGMENT             PIC X(96).
       01  WS-SUBNET-JSON              PIC X(900).
       01  WS-EXPECTED-JSON            PIC X(900).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Azure Bastion Unit Tests"
           DISPLAY "========================"

           PERFORM TEST-BASTION-NAME-GENERATION
           PERFORM TEST-SKU-DEFAULTING
           PERFORM TEST-STANDARD-SCALE-UNITS
           PERFORM TEST-VNET-SUBNET-ENTRY

           PERFORM DISPLAY-TEST-SUMMARY

           STOP RUN.

       TEST-BASTION-NAME-GENERATION.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Bastion Name Generation"

      *> Set up test data
           MOVE 'dev' TO ENV-NAME
           MOVE 'lz-tf' TO SUFFIX

      *> Simulate name generation logic - new types compose trimmed
           MOVE SPACES TO WS-BASTION-NAME
           STRING 'bas-' FUNCTION TRIM(ENV-NAME)
                  '-' FUNCTION TRIM(SUFFIX)
               DELIMITED BY SIZE INTO WS-BASTION-NAME
           END-STRING
           MOVE SPACES TO WS-BASTION-PIP-NAME
           STRING 'pip-' FUNCTION TRIM(WS-BASTION-NAME)
               DELIMITED BY SIZE INTO WS-BASTION-PIP-NAME
           END-STRING

           MOVE 'bas-dev-lz-tf' TO WS-EXPECTED-NAME

           IF WS-BASTION-NAME = WS-EXPECTED-NAME
                   AND WS-BASTION-PIP-NAME = 'pip-bas-dev-lz-tf'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Expected: " WS-EXPECTED-NAME
               DISPLAY "  Got: " WS-BASTION-NAME
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-SKU-DEFAULTING.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": SKU Defaults to Basic"

      *> Set up test data - nothing configured
           MOVE SPACES TO BASTION-SKU
           MOVE 0 TO BASTION-SCALE-UNITS

           PERFORM SIMULATE-SKU-RESOLUTION

           IF WS-BASTION-SKU = 'Basic' AND WS-SKU-FRAGMENT = SPACES
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-BASTION-SKU
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-STANDARD-SCALE-UNITS.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Standard Scale Units"

      *> Set up test data - Standard with scale units left at zero
           MOVE 'Standard' TO BASTION-SKU
           MOVE 0 TO BASTION-SCALE-UNITS

           PERFORM SIMULATE-SKU-RESOLUTION

           IF WS-BASTION-SCALE-UNITS = 2
                   AND WS-SKU-FRAGMENT =
                   '  "scaleUnits": 02,  "enableTunneling": true,'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " FUNCTION TRIM(WS-SKU-FRAGMENT)
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-VNET-SUBNET-ENTRY.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": VNet Carries Bastion Subnet"

      *> Set up test data
           MOVE 'Y' TO BASTION-DEPLOY-FLAG
           MOVE '10.0.9.0/26' TO BASTION-SUBNET-PREFIX

      *> Simulate VIRTUALNET's BUILD-SUBNETS-JSON bastion entry
           MOVE SPACES TO WS-SUBNET-JSON
           IF BASTION-DEPLOY-FLAG = 'Y'
                   AND BASTION-SUBNET-PREFIX NOT = SPACES
               STRING '{"name":"AzureBastionSubnet",'
                      '"properties":{"addressPrefix":"'
                      FUNCTION TRIM(BASTION-SUBNET-PREFIX)
                      '"}}'
                   DELIMITED BY SIZE INTO WS-SUBNET-JSON
               END-STRING
           END-IF

           MOVE SPACES TO WS-EXPECTED-JSON
           STRING '{"name":"AzureBastionSubnet","properties":'
                  '{"addressPrefix":"10.0.9.0/26"}}'
               DELIMITED BY SIZE INTO WS-EXPECTED-JSON
           END-STRING

           IF WS-SUBNET-JSON = WS-EXPECTED-JSON
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " FUNCTION TRIM(WS-SUBNET-JSON)
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

      *> Mirrors BASTION.cbl's INITIALIZE-DEPLOYMENT and
      *> GENERATE-BASTION-JSON-PAYLOAD SKU handling
       SIMULATE-SKU-RESOLUTION.
           IF BASTION-SKU = SPACES
               MOVE 'Basic' TO WS-BASTION-SKU
           ELSE
               MOVE BASTION-SKU TO WS-BASTION-SKU
           END-IF
           IF BASTION-SCALE-UNITS < 2
               MOVE 2 TO WS-BASTION-SCALE-UNITS
           ELSE
               MOVE BASTION-SCALE-UNITS TO WS-BASTION-SCALE-UNITS
           END-IF
           MOVE SPACES TO WS-SKU-FRAGMENT
           IF WS-BASTION-SKU = 'Standard'
               STRING '  "scaleUnits": ' WS-BASTION-SCALE-UNITS ','
                      '  "enableTunneling": true,'
                   DELIMITED BY SIZE INTO WS-SKU-FRAGMENT
               END-STRING
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

       END PROGRAM TESTBASTION.

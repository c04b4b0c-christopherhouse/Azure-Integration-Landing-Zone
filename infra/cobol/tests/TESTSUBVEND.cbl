       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTSUBVEND.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Unit tests for subscription vending: the alias and file
      *> names derived for each role, and the settings refused
      *> before anything is created

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  TEST-COUNTER                PIC 9(3) VALUE 0.
       01  PASSED-TESTS                PIC 9(3) VALUE 0.
       01  FAILED-TESTS                PIC 9(3) VALUE 0.
       01  WS-TEST-RESULT              PIC X(6).
       01  WS-FILE-CHECKED             PIC X VALUE 'N'.

      *> AZURESUBVEND working storage
       01  WS-RETURN-CODE              PIC 9(2).
       01  WS-VEND-ENV                 PIC X(32).
       01  WS-VEND-ROLE                PIC X(8).
       01  WS-VEND-BILLING-SCOPE       PIC X(256).
       01  WS-VEND-MGMT-GROUP          PIC X(64).
       01  WS-VEND-WORKLOAD            PIC X(12).
       01  WS-VEND-BUDGET-TEXT         PIC X(8).
       01  WS-ENV-CONFIG-FILENAME      PIC X(128).
       01  WS-ALIAS-NAME               PIC X(48).
       01  WS-DISPLAY-NAME             PIC X(64).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Subscription Vending Unit Tests"
           DISPLAY "==============================="

           PERFORM TEST-PRIMARY-NAMES
           PERFORM TEST-DATA-ALIAS-NAME
           PERFORM TEST-DR-ALIAS-NAME
           PERFORM TEST-COMPLETE-SETTINGS
           PERFORM TEST-MISSING-BILLING-SCOPE
           PERFORM TEST-UNKNOWN-WORKLOAD
           PERFORM TEST-UNKNOWN-ROLE
           PERFORM TEST-BAD-BUDGET

           PERFORM DISPLAY-TEST-SUMMARY

           STOP RUN.

       TEST-PRIMARY-NAMES.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": PRIMARY names the alias after the env"

           MOVE 'uat' TO WS-VEND-ENV
           MOVE 'PRIMARY' TO WS-VEND-ROLE
           PERFORM BUILD-VEND-NAMES

           IF WS-ALIAS-NAME = 'lz-uat'
                   AND WS-DISPLAY-NAME = 'Landing zone lz-uat'
                   AND WS-ENV-CONFIG-FILENAME
                       = 'config/azure-config-uat.conf'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-DATA-ALIAS-NAME.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": A DATA subscription has its own alias"

           MOVE 'uat' TO WS-VEND-ENV
           MOVE 'DATA' TO WS-VEND-ROLE
           PERFORM BUILD-VEND-NAMES

           IF WS-ALIAS-NAME = 'lz-uat-data'
                   AND WS-ENV-CONFIG-FILENAME
                       = 'config/azure-config-uat.conf'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-DR-ALIAS-NAME.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": A DR subscription has its own alias"

           MOVE 'uat' TO WS-VEND-ENV
           MOVE 'DR' TO WS-VEND-ROLE
           PERFORM BUILD-VEND-NAMES

           IF WS-ALIAS-NAME = 'lz-uat-dr'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-COMPLETE-SETTINGS.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": Complete settings go on to the file check"

           MOVE 'N' TO WS-FILE-CHECKED
           MOVE 'uat' TO WS-VEND-ENV
           MOVE 'PRIMARY' TO WS-VEND-ROLE
           MOVE '/providers/Microsoft.Billing/billingAccounts/1'
               TO WS-VEND-BILLING-SCOPE
           MOVE 'mg-landing-zones' TO WS-VEND-MGMT-GROUP
           MOVE 'Production' TO WS-VEND-WORKLOAD
           MOVE SPACES TO WS-VEND-BUDGET-TEXT
           PERFORM CHECK-VEND-SETTINGS

           IF WS-RETURN-CODE = 0 AND WS-FILE-CHECKED = 'Y'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-MISSING-BILLING-SCOPE.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": No billing scope is refused"

           MOVE 'N' TO WS-FILE-CHECKED
           MOVE 'uat' TO WS-VEND-ENV
           MOVE 'PRIMARY' TO WS-VEND-ROLE
           MOVE '/providers/Microsoft.Billing/billingAccounts/1'
               TO WS-VEND-BILLING-SCOPE
           MOVE 'mg-landing-zones' TO WS-VEND-MGMT-GROUP
           MOVE 'Production' TO WS-VEND-WORKLOAD
           MOVE SPACES TO WS-VEND-BUDGET-TEXT
           MOVE SPACES TO WS-VEND-BILLING-SCOPE
           PERFORM CHECK-VEND-SETTINGS

           IF WS-RETURN-CODE = 3 AND WS-FILE-CHECKED = 'N'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-UNKNOWN-WORKLOAD.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": Only Production or DevTest workloads"

           MOVE 'N' TO WS-FILE-CHECKED
           MOVE 'uat' TO WS-VEND-ENV
           MOVE 'PRIMARY' TO WS-VEND-ROLE
           MOVE '/providers/Microsoft.Billing/billingAccounts/1'
               TO WS-VEND-BILLING-SCOPE
           MOVE 'mg-landing-zones' TO WS-VEND-MGMT-GROUP
           MOVE 'Production' TO WS-VEND-WORKLOAD
           MOVE SPACES TO WS-VEND-BUDGET-TEXT
           MOVE 'Sandbox' TO WS-VEND-WORKLOAD
           PERFORM CHECK-VEND-SETTINGS

           IF WS-RETURN-CODE = 3
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-UNKNOWN-ROLE.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": Only PRIMARY, DATA or DR roles"

           MOVE 'N' TO WS-FILE-CHECKED
           MOVE 'uat' TO WS-VEND-ENV
           MOVE 'PRIMARY' TO WS-VEND-ROLE
           MOVE '/providers/Microsoft.Billing/billingAccounts/1'
               TO WS-VEND-BILLING-SCOPE
           MOVE 'mg-landing-zones' TO WS-VEND-MGMT-GROUP
           MOVE 'Production' TO WS-VEND-WORKLOAD
           MOVE SPACES TO WS-VEND-BUDGET-TEXT
           MOVE 'SHARED' TO WS-VEND-ROLE
           PERFORM CHECK-VEND-SETTINGS

           IF WS-RETURN-CODE = 3
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-BAD-BUDGET.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": A budget override must be a whole amount"

           MOVE 'N' TO WS-FILE-CHECKED
           MOVE 'uat' TO WS-VEND-ENV
           MOVE 'PRIMARY' TO WS-VEND-ROLE
           MOVE '/providers/Microsoft.Billing/billingAccounts/1'
               TO WS-VEND-BILLING-SCOPE
           MOVE 'mg-landing-zones' TO WS-VEND-MGMT-GROUP
           MOVE 'Production' TO WS-VEND-WORKLOAD
           MOVE SPACES TO WS-VEND-BUDGET-TEXT
           MOVE '12.5' TO WS-VEND-BUDGET-TEXT
           PERFORM CHECK-VEND-SETTINGS

           IF WS-RETURN-CODE = 3
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

      *> Mirrors AZURESUBVEND.cbl's BUILD-VEND-NAMES
       BUILD-VEND-NAMES.
           MOVE SPACES TO WS-ENV-CONFIG-FILENAME WS-ALIAS-NAME
                          WS-DISPLAY-NAME
           STRING 'config/azure-config-' FUNCTION TRIM(WS-VEND-ENV)
                  '.conf'
               DELIMITED BY SIZE INTO WS-ENV-CONFIG-FILENAME
           END-STRING
           IF WS-VEND-ROLE = 'PRIMARY'
               STRING 'lz-' FUNCTION TRIM(WS-VEND-ENV)
                   DELIMITED BY SIZE INTO WS-ALIAS-NAME
               END-STRING
           ELSE
               STRING 'lz-' FUNCTION TRIM(WS-VEND-ENV) '-'
                      FUNCTION LOWER-CASE(FUNCTION TRIM(WS-VEND-ROLE))
                   DELIMITED BY SIZE INTO WS-ALIAS-NAME
               END-STRING
           END-IF
           STRING 'Landing zone ' FUNCTION TRIM(WS-ALIAS-NAME)
               DELIMITED BY SIZE INTO WS-DISPLAY-NAME
           END-STRING.

      *> Mirrors AZURESUBVEND.cbl's CHECK-VEND-SETTINGS
       CHECK-VEND-SETTINGS.
           MOVE 0 TO WS-RETURN-CODE
           IF WS-VEND-ENV = SPACES
               DISPLAY "AZURE_VEND_ENV must name the environment"
               MOVE 3 TO WS-RETURN-CODE
           END-IF
           IF WS-VEND-BILLING-SCOPE = SPACES
               DISPLAY "AZURE_VEND_BILLING_SCOPE must give the "
                       "billing account scope to create under"
               MOVE 3 TO WS-RETURN-CODE
           END-IF
           IF WS-VEND-MGMT-GROUP = SPACES
               DISPLAY "AZURE_VEND_MGMT_GROUP must name the "
                       "management group"
               MOVE 3 TO WS-RETURN-CODE
           END-IF
           IF WS-VEND-WORKLOAD NOT = 'Production'
                   AND WS-VEND-WORKLOAD NOT = 'DevTest'
               DISPLAY "AZURE_VEND_WORKLOAD must be Production or "
                       "DevTest"
               MOVE 3 TO WS-RETURN-CODE
           END-IF
           IF WS-VEND-ROLE NOT = 'PRIMARY' AND WS-VEND-ROLE NOT = 'DATA'
                   AND WS-VEND-ROLE NOT = 'DR'
               DISPLAY "AZURE_VEND_ROLE must be PRIMARY, DATA or DR"
               MOVE 3 TO WS-RETURN-CODE
           END-IF
           IF WS-VEND-BUDGET-TEXT NOT = SPACES
                   AND FUNCTION TRIM(WS-VEND-BUDGET-TEXT)
                       IS NOT NUMERIC
               DISPLAY "AZURE_VEND_BUDGET must be a whole amount"
               MOVE 3 TO WS-RETURN-CODE
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM CHECK-ENV-CONFIG-FILE
           END-IF.

      *> Stands in for AZURESUBVEND.cbl's CHECK-ENV-CONFIG-FILE,
      *> which looks for the environment file on disk
       CHECK-ENV-CONFIG-FILE.
           MOVE 'Y' TO WS-FILE-CHECKED.

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

       END PROGRAM TESTSUBVEND.

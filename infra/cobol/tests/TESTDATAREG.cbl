       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTDATAREG.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Unit tests for the data classification register: the data
      *> policy each classified store is judged against

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  TEST-COUNTER                PIC 9(3) VALUE 0.
       01  PASSED-TESTS                PIC 9(3) VALUE 0.
       01  FAILED-TESTS                PIC 9(3) VALUE 0.
       01  WS-TEST-RESULT              PIC X(6).

      *> AZUREDATAREG working storage
       01  WS-PRIMARY-LOC              PIC X(32).
       01  WS-STORE.
           05  WS-ST-KIND              PIC X(10).
           05  WS-ST-PARENT            PIC X(64).
           05  WS-ST-NAME              PIC X(63).
           05  WS-ST-CLASS             PIC X(12).
           05  WS-ST-CMK               PIC X(64).
           05  WS-ST-REPL              PIC X(80).
           05  WS-ST-REPL-LOC          PIC X(32).
           05  WS-ST-RETENTION         PIC X(80).
           05  WS-ST-SFTP              PIC X(1).
           05  WS-ST-EXPOSURE          PIC X(48).
           05  WS-ST-FLAG-COUNT        PIC 9(1).
           05  WS-ST-PII-BREACH        PIC X(1).
           05  WS-ST-FLAGS OCCURS 4 TIMES.
               10  WS-ST-FLAG          PIC X(48).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Data Classification Register Unit Tests"
           DISPLAY "======================================="

           PERFORM TEST-PII-ON-SFTP-ACCOUNT
           PERFORM TEST-PII-REPLICATED-OUT-OF-REGION
           PERFORM TEST-PII-REPLICATED-IN-REGION
           PERFORM TEST-PII-WITHOUT-CMK
           PERFORM TEST-CONFIDENTIAL-NOT-RESTRICTED
           PERFORM TEST-UNKNOWN-CLASSIFICATION
           PERFORM TEST-PII-EVERY-BREACH

           PERFORM DISPLAY-TEST-SUMMARY

           STOP RUN.

       TEST-PII-ON-SFTP-ACCOUNT.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": PII on an SFTP account is a breach"

           MOVE 'uksouth' TO WS-PRIMARY-LOC
           MOVE 'PII' TO WS-ST-CLASS
           MOVE 'Y' TO WS-ST-SFTP
           MOVE SPACES TO WS-ST-REPL-LOC
           MOVE 'sakey' TO WS-ST-CMK
           PERFORM JUDGE-STORE-POLICY

           IF WS-ST-FLAG-COUNT = 1 AND WS-ST-PII-BREACH = 'Y'
                   AND WS-ST-FLAG(1) = 'PII on an SFTP-enabled account'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-PII-REPLICATED-OUT-OF-REGION.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": PII replicated to the DR region"

           MOVE 'uksouth' TO WS-PRIMARY-LOC
           MOVE 'PII' TO WS-ST-CLASS
           MOVE 'N' TO WS-ST-SFTP
           MOVE 'ukwest' TO WS-ST-REPL-LOC
           MOVE 'sakey' TO WS-ST-CMK
           PERFORM JUDGE-STORE-POLICY

           IF WS-ST-FLAG-COUNT = 1
                   AND WS-ST-FLAG(1) =
                       'PII replicated out of region to ukwest'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-PII-REPLICATED-IN-REGION.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": PII replicated within region is allowed"

           MOVE 'uksouth' TO WS-PRIMARY-LOC
           MOVE 'PII' TO WS-ST-CLASS
           MOVE 'N' TO WS-ST-SFTP
           MOVE 'uksouth' TO WS-ST-REPL-LOC
           MOVE 'sakey' TO WS-ST-CMK
           PERFORM JUDGE-STORE-POLICY

           IF WS-ST-FLAG-COUNT = 0 AND WS-ST-PII-BREACH = 'N'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-PII-WITHOUT-CMK.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": PII needs a customer-managed key"

           MOVE 'uksouth' TO WS-PRIMARY-LOC
           MOVE 'PII' TO WS-ST-CLASS
           MOVE 'N' TO WS-ST-SFTP
           MOVE SPACES TO WS-ST-REPL-LOC
           MOVE SPACES TO WS-ST-CMK
           PERFORM JUDGE-STORE-POLICY

           IF WS-ST-FLAG-COUNT = 1
                   AND WS-ST-FLAG(1) =
                       'PII without a customer-managed key'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-CONFIDENTIAL-NOT-RESTRICTED.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": Confidential data has no such limits"

           MOVE 'uksouth' TO WS-PRIMARY-LOC
           MOVE 'CONFIDENTIAL' TO WS-ST-CLASS
           MOVE 'Y' TO WS-ST-SFTP
           MOVE 'paired region' TO WS-ST-REPL-LOC
           MOVE SPACES TO WS-ST-CMK
           PERFORM JUDGE-STORE-POLICY

           IF WS-ST-FLAG-COUNT = 0 AND WS-ST-PII-BREACH = 'N'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-UNKNOWN-CLASSIFICATION.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": A classification outside the four"

           MOVE 'uksouth' TO WS-PRIMARY-LOC
           MOVE 'SECRET' TO WS-ST-CLASS
           MOVE 'Y' TO WS-ST-SFTP
           MOVE 'ukwest' TO WS-ST-REPL-LOC
           MOVE SPACES TO WS-ST-CMK
           PERFORM JUDGE-STORE-POLICY

           IF WS-ST-FLAG-COUNT = 1 AND WS-ST-PII-BREACH = 'N'
                   AND WS-ST-FLAG(1) = 'Classification not recognised'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-PII-EVERY-BREACH.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": PII breaking every rule is flagged thrice"

           MOVE 'uksouth' TO WS-PRIMARY-LOC
           MOVE 'PII' TO WS-ST-CLASS
           MOVE 'Y' TO WS-ST-SFTP
           MOVE 'paired region' TO WS-ST-REPL-LOC
           MOVE SPACES TO WS-ST-CMK
           PERFORM JUDGE-STORE-POLICY

           IF WS-ST-FLAG-COUNT = 3 AND WS-ST-PII-BREACH = 'Y'
                   AND WS-ST-FLAG(2) =
                       'PII replicated out of region to paired region'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

      *> Mirrors AZUREDATAREG.cbl's JUDGE-STORE-POLICY
       JUDGE-STORE-POLICY.
           MOVE 0 TO WS-ST-FLAG-COUNT
           MOVE 'N' TO WS-ST-PII-BREACH
           MOVE SPACES TO WS-ST-FLAGS(1) WS-ST-FLAGS(2)
                          WS-ST-FLAGS(3) WS-ST-FLAGS(4)
           IF WS-ST-CLASS NOT = 'PUBLIC'
                   AND WS-ST-CLASS NOT = 'INTERNAL'
                   AND WS-ST-CLASS NOT = 'CONFIDENTIAL'
                   AND WS-ST-CLASS NOT = 'PII'
               ADD 1 TO WS-ST-FLAG-COUNT
               MOVE 'Classification not recognised'
                   TO WS-ST-FLAG(WS-ST-FLAG-COUNT)
               EXIT PARAGRAPH
           END-IF
           IF WS-ST-CLASS NOT = 'PII'
               EXIT PARAGRAPH
           END-IF
           IF WS-ST-SFTP = 'Y'
               ADD 1 TO WS-ST-FLAG-COUNT
               MOVE 'PII on an SFTP-enabled account'
                   TO WS-ST-FLAG(WS-ST-FLAG-COUNT)
           END-IF
           IF WS-ST-REPL-LOC NOT = SPACES
                   AND WS-ST-REPL-LOC NOT = WS-PRIMARY-LOC
               ADD 1 TO WS-ST-FLAG-COUNT
               MOVE SPACES TO WS-ST-FLAG(WS-ST-FLAG-COUNT)
               STRING 'PII replicated out of region to '
                      FUNCTION TRIM(WS-ST-REPL-LOC)
                   DELIMITED BY SIZE INTO WS-ST-FLAG(WS-ST-FLAG-COUNT)
               END-STRING
           END-IF
           IF WS-ST-CMK = SPACES
               ADD 1 TO WS-ST-FLAG-COUNT
               MOVE 'PII without a customer-managed key'
                   TO WS-ST-FLAG(WS-ST-FLAG-COUNT)
           END-IF
           IF WS-ST-FLAG-COUNT > 0
               MOVE 'Y' TO WS-ST-PII-BREACH
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

       END PROGRAM TESTDATAREG.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTSQLDB.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Unit tests for Azure SQL Database deployment module

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY AZURECONFIG.
       COPY HTTPCLIENT.

       01  TEST-COUNTER                PIC 9(3) VALUE 0.
       01  PASSED-TESTS                PIC 9(3) VALUE 0.
       01  FAILED-TESTS                PIC 9(3) VALUE 0.
       01  WS-TEST-RESULT              PIC X(6).
       01  WS-SQL-SERVER-NAME          PIC X(64).
       01  WS-EXPECTED-NAME            PIC X(64).
       01  WS-SQL-ADMIN-SID            PIC X(36).
       01  WS-SQL-ADMIN-TYPE           PIC X(16).
       01  WS-DB-SKU                   PIC X(16).
       01  WS-DB-MAX-BYTES             PIC 9(14).
       01  WS-LS-SQL-IDX               PIC 9(2).
       01  WS-LS-SQL-DB                PIC X(32).
       01  WS-LS-TARGET                PIC X(32).
       01  WS-CONN-STRING              PIC X(512).
       01  WS-EXPECTED-CONN            PIC X(512).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "SQL Database Unit Tests"
           DISPLAY "======================="

           PERFORM TEST-SQL-SERVER-NAME-GENERATION
           PERFORM TEST-ADMIN-DEFAULTING
           PERFORM TEST-DATABASE-SIZING
           PERFORM TEST-LINKED-SERVICE-RESOLUTION

           PERFORM DISPLAY-TEST-SUMMARY

           STOP RUN.

       TEST-SQL-SERVER-NAME-GENERATION.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": SQL Server Name Generation"

      *> Set up test data
           MOVE 'dev' TO ENV-NAME
           MOVE 'lz-tf' TO SUFFIX

      *> Simulate name generation logic - new types compose trimmed
           MOVE SPACES TO WS-SQL-SERVER-NAME
           STRING 'sql-' FUNCTION TRIM(ENV-NAME)
                  '-' FUNCTION TRIM(SUFFIX)
               DELIMITED BY SIZE INTO WS-SQL-SERVER-NAME
           END-STRING

           MOVE 'sql-dev-lz-tf' TO WS-EXPECTED-NAME

           IF WS-SQL-SERVER-NAME = WS-EXPECTED-NAME
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Expected: " WS-EXPECTED-NAME
               DISPLAY "  Got: " WS-SQL-SERVER-NAME
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-ADMIN-DEFAULTING.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Entra Admin Defaulting"

      *> Set up test data - no admin configured
           MOVE '11111111-2222-3333-4444-555555555555' TO CLIENT-ID
           MOVE SPACES TO SQLDB-ADMIN-OBJECT-ID
           MOVE SPACES TO SQLDB-ADMIN-TYPE

      *> Simulate SQLDB.cbl's fallback to the deployment principal
           IF SQLDB-ADMIN-OBJECT-ID = SPACES
               MOVE CLIENT-ID TO WS-SQL-ADMIN-SID
               MOVE 'Application' TO WS-SQL-ADMIN-TYPE
           ELSE
               MOVE SQLDB-ADMIN-OBJECT-ID TO WS-SQL-ADMIN-SID
               MOVE 'Group' TO WS-SQL-ADMIN-TYPE
           END-IF

           IF WS-SQL-ADMIN-SID = CLIENT-ID
               AND WS-SQL-ADMIN-TYPE = 'Application'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-DATABASE-SIZING.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Database SKU and Size"

      *> Set up test data - no SKU, capped at 250 GB
           MOVE 1 TO SQLDB-DB-COUNT
           MOVE 'staging' TO SQLDB-DB-NAME(1)
           MOVE SPACES TO SQLDB-DB-SKU(1)
           MOVE 250 TO SQLDB-DB-MAX-GB(1)

           IF SQLDB-DB-SKU(1) = SPACES
               MOVE 'S0' TO WS-DB-SKU
           ELSE
               MOVE SQLDB-DB-SKU(1) TO WS-DB-SKU
           END-IF
           COMPUTE WS-DB-MAX-BYTES = SQLDB-DB-MAX-GB(1) * 1073741824

           IF WS-DB-SKU = 'S0' AND WS-DB-MAX-BYTES = 268435456000
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-DB-SKU " " WS-DB-MAX-BYTES
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-LINKED-SERVICE-RESOLUTION.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": SQLDB Linked Service"

      *> The database DATAFACTORY's DERIVE-LS-SQL-NAME looks up
           MOVE 'staging' TO WS-LS-TARGET
           MOVE SPACES TO WS-LS-SQL-DB
           PERFORM VARYING WS-LS-SQL-IDX FROM 1 BY 1
                   UNTIL WS-LS-SQL-IDX > SQLDB-DB-COUNT
               IF SQLDB-DB-NAME(WS-LS-SQL-IDX) = WS-LS-TARGET
                   MOVE SQLDB-DB-NAME(WS-LS-SQL-IDX) TO WS-LS-SQL-DB
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-CONN-STRING
           STRING 'Data Source=tcp:'
                  FUNCTION TRIM(WS-SQL-SERVER-NAME)
                  '.database.windows.net,1433;'
                  'Initial Catalog=' FUNCTION TRIM(WS-LS-SQL-DB)
                  ';Encrypt=True;Connection Timeout=30'
               DELIMITED BY SIZE INTO WS-CONN-STRING
           END-STRING

           MOVE SPACES TO WS-EXPECTED-CONN
           STRING 'Data Source=tcp:sql-dev-lz-tf.database.windows.net,'
                  '1433;Initial Catalog=staging;Encrypt=True;'
                  'Connection Timeout=30'
               DELIMITED BY SIZE INTO WS-EXPECTED-CONN
           END-STRING

           IF WS-CONN-STRING = WS-EXPECTED-CONN
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " FUNCTION TRIM(WS-CONN-STRING)
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

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

       END PROGRAM TESTSQLDB.

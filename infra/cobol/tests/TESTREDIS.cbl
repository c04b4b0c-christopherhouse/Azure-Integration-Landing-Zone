       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTREDIS.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Unit tests for Azure Cache for Redis deployment module

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY AZURECONFIG.
       COPY HTTPCLIENT.

       01  TEST-COUNTER                PIC 9(3) VALUE 0.
       01  PASSED-TESTS                PIC 9(3) VALUE 0.
       01  FAILED-TESTS                PIC 9(3) VALUE 0.
       01  WS-TEST-RESULT              PIC X(6).
       01  WS-REDIS-NAME               PIC X(64).
       01  WS-EXPECTED-NAME            PIC X(64).
       01  WS-REDIS-SKU                PIC X(16).
       01  WS-REDIS-FAMILY             PIC X(1).
       01  WS-REDIS-CAPACITY           PIC 9(1).
       01  WS-REDIS-KEY                PIC X(128).
       01  WS-CONN-STRING              PIC X(512).
       01  WS-EXPECTED-CONN            PIC X(512).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Redis Cache Unit Tests"
           DISPLAY "======================"

           PERFORM TEST-REDIS-NAME-GENERATION
           PERFORM TEST-SKU-DEFAULTING
           PERFORM TEST-PREMIUM-FAMILY
           PERFORM TEST-CONNECTION-STRING

           PERFORM DISPLAY-TEST-SUMMARY

           STOP RUN.

       TEST-REDIS-NAME-GENERATION.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Redis Name Generation"

      *> Set up test data
           MOVE 'dev' TO ENV-NAME
           MOVE 'lz-tf' TO SUFFIX

      *> Simulate name generation logic - new types compose trimmed
           MOVE SPACES TO WS-REDIS-NAME
           STRING 'redis-' FUNCTION TRIM(ENV-NAME)
                  '-' FUNCTION TRIM(SUFFIX)
               DELIMITED BY SIZE INTO WS-REDIS-NAME
           END-STRING

           MOVE 'redis-dev-lz-tf' TO WS-EXPECTED-NAME

           IF WS-REDIS-NAME = WS-EXPECTED-NAME
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Expected: " WS-EXPECTED-NAME
               DISPLAY "  Got: " WS-REDIS-NAME
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-SKU-DEFAULTING.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": SKU Defaulting"

      *> Set up test data - nothing sized in the config
           MOVE SPACES TO REDIS-SKU-NAME
           MOVE SPACES TO REDIS-SKU-FAMILY
           MOVE ZERO TO REDIS-CAPACITY

           PERFORM SIMULATE-SKU-RESOLUTION

           IF WS-REDIS-SKU = 'Standard'
               AND WS-REDIS-FAMILY = 'C'
               AND WS-REDIS-CAPACITY = 1
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-PREMIUM-FAMILY.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Premium Family Follows Tier"

      *> Set up test data - Premium with no family given
           MOVE 'Premium' TO REDIS-SKU-NAME
           MOVE SPACES TO REDIS-SKU-FAMILY
           MOVE 2 TO REDIS-CAPACITY

           PERFORM SIMULATE-SKU-RESOLUTION

           IF WS-REDIS-FAMILY = 'P' AND WS-REDIS-CAPACITY = 2
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-CONNECTION-STRING.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Connection String Format"

      *> The form REDISCONN and KVPUBLISH compose - TLS port only
           MOVE 'redis-dev-lz-tf' TO WS-REDIS-NAME
           MOVE 'abc123=' TO WS-REDIS-KEY
           MOVE SPACES TO WS-CONN-STRING
           STRING FUNCTION TRIM(WS-REDIS-NAME)
                  '.redis.cache.windows.net:6380,password='
                  FUNCTION TRIM(WS-REDIS-KEY)
                  ',ssl=True,abortConnect=False'
               DELIMITED BY SIZE INTO WS-CONN-STRING
           END-STRING

           MOVE SPACES TO WS-EXPECTED-CONN
           STRING 'redis-dev-lz-tf.redis.cache.windows.net:6380,'
                  'password=abc123=,ssl=True,abortConnect=False'
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

      *> Mirrors REDIS.cbl's INITIALIZE-DEPLOYMENT sizing rules
       SIMULATE-SKU-RESOLUTION.
           IF REDIS-SKU-NAME = SPACES
               MOVE 'Standard' TO WS-REDIS-SKU
           ELSE
               MOVE REDIS-SKU-NAME TO WS-REDIS-SKU
           END-IF
           IF REDIS-SKU-FAMILY = SPACES
               IF WS-REDIS-SKU = 'Premium'
                   MOVE 'P' TO WS-REDIS-FAMILY
               ELSE
                   MOVE 'C' TO WS-REDIS-FAMILY
               END-IF
           ELSE
               MOVE REDIS-SKU-FAMILY TO WS-REDIS-FAMILY
           END-IF
           IF REDIS-CAPACITY = 0
               MOVE 1 TO WS-REDIS-CAPACITY
           ELSE
               MOVE REDIS-CAPACITY TO WS-REDIS-CAPACITY
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

       END PROGRAM TESTREDIS.

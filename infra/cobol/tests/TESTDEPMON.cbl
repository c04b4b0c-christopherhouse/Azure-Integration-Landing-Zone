       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTDEPMON.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Unit tests for the external dependency monitor - which
      *> config values AZUREDEPMON takes up as endpoints, the host
      *> and port it parses out of them, how a probe is classified,
      *> and AZUREDEPRPT's availability arithmetic

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY AZURECONFIG.

       01  TEST-COUNTER                PIC 9(3) VALUE 0.
       01  PASSED-TESTS                PIC 9(3) VALUE 0.
       01  FAILED-TESTS                PIC 9(3) VALUE 0.
       01  WS-TEST-RESULT              PIC X(6).

       01  WS-DEP-COUNT                PIC 9(2) VALUE 0.
       01  WS-DEP-TABLE.
           05  WS-DEP-ENTRY OCCURS 30 TIMES.
               10  WS-DEP-LABEL        PIC X(48).
               10  WS-DEP-URL          PIC X(256).
               10  WS-DEP-HOST         PIC X(64).
               10  WS-DEP-PORT         PIC 9(5).
               10  WS-DEP-TLS          PIC X.
       01  WS-DEP-IDX                  PIC 9(2).
       01  WS-DEP-SLOT                 PIC 9(2).

       01  WS-CAND-LABEL               PIC X(48).
       01  WS-CAND-URL                 PIC X(256).
       01  WS-SCHEME-TEXT              PIC X(8).
       01  WS-URL-REST                 PIC X(256).
       01  WS-URL-AUTHORITY            PIC X(128).
       01  WS-URL-USERINFO             PIC X(128).
       01  WS-URL-HOSTPORT             PIC X(128).
       01  WS-URL-HOST                 PIC X(64).
       01  WS-URL-PORT-TEXT            PIC X(8).
       01  WS-AT-COUNT                 PIC 9(3).

       01  WS-HTTP-CODE                PIC 9(3).
       01  WS-CURL-EXIT                PIC 9(3).
       01  WS-RESPONSE-MS              PIC 9(7).
       01  WS-SLOW-MS                  PIC 9(6) VALUE 2000.
       01  WS-PROBE-RESULT             PIC X(4).
       01  WS-CLASSES                  PIC X(30).

       01  WS-TALLY-AVAIL              PIC 9(6).
       01  WS-TALLY-TOTAL              PIC 9(6).
       01  WS-ACHIEVED-PCT             PIC 9(3)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "External Dependency Monitor Unit Tests"
           DISPLAY "======================================"

           PERFORM TEST-ENDPOINT-SELECTION
           PERFORM TEST-HOST-AND-PORT
           PERFORM TEST-PROBE-CLASSIFICATION
           PERFORM TEST-AVAILABILITY-PCT

           PERFORM DISPLAY-TEST-SUMMARY

           STOP RUN.

      *> E-mail targets are skipped and a URL named by two config
      *> entries is probed once, under the first label
       TEST-ENDPOINT-SELECTION.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Endpoint Selection"

           MOVE 0 TO WS-DEP-COUNT
           MOVE 'Notify webhook' TO WS-CAND-LABEL
           MOVE 'https://hooks.example.com/services/T1/B2/xyz'
               TO WS-CAND-URL
           PERFORM ADD-DEPENDENCY
           MOVE 'Notify route 01 DEPLOYFAIL' TO WS-CAND-LABEL
           MOVE 'ops@example.com' TO WS-CAND-URL
           PERFORM ADD-DEPENDENCY
           MOVE 'Notify route 02 DRIFT' TO WS-CAND-LABEL
           MOVE 'https://hooks.example.com/services/T1/B2/xyz'
               TO WS-CAND-URL
           PERFORM ADD-DEPENDENCY
           MOVE 'ServiceNow instance' TO WS-CAND-LABEL
           MOVE 'HTTPS://Acme.Service-Now.com' TO WS-CAND-URL
           PERFORM ADD-DEPENDENCY
           MOVE 'Alert webhook' TO WS-CAND-LABEL
           MOVE SPACES TO WS-CAND-URL
           PERFORM ADD-DEPENDENCY

           IF WS-DEP-COUNT = 2
                   AND WS-DEP-LABEL(1) = 'Notify webhook'
                   AND WS-DEP-HOST(1) = 'hooks.example.com'
                   AND WS-DEP-LABEL(2) = 'ServiceNow instance'
                   AND WS-DEP-HOST(2) = 'acme.service-now.com'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got " WS-DEP-COUNT " endpoint(s)"
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-HOST-AND-PORT.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Host And Port Parsing"

           MOVE 0 TO WS-DEP-COUNT
           MOVE 'APIM backend orders-api' TO WS-CAND-LABEL
           MOVE 'https://orders.partner.com:8443/api/v1?code=abc'
               TO WS-CAND-URL
           PERFORM ADD-DEPENDENCY
           MOVE 'APIM backend stock-api' TO WS-CAND-LABEL
           MOVE 'http://svc@stock.partner.com/feed' TO WS-CAND-URL
           PERFORM ADD-DEPENDENCY
           MOVE 'EG webhook blob-created' TO WS-CAND-LABEL
           MOVE 'https://edi.partner.com?sig=x' TO WS-CAND-URL
           PERFORM ADD-DEPENDENCY

           IF WS-DEP-COUNT = 3
                   AND WS-DEP-HOST(1) = 'orders.partner.com'
                   AND WS-DEP-PORT(1) = 8443
                   AND WS-DEP-TLS(1) = 'Y'
                   AND WS-DEP-HOST(2) = 'stock.partner.com'
                   AND WS-DEP-PORT(2) = 80
                   AND WS-DEP-TLS(2) = 'N'
                   AND WS-DEP-HOST(3) = 'edi.partner.com'
                   AND WS-DEP-PORT(3) = 443
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got " FUNCTION TRIM(WS-DEP-HOST(1)) ":"
                       WS-DEP-PORT(1) " "
                       FUNCTION TRIM(WS-DEP-HOST(2)) ":"
                       WS-DEP-PORT(2) " "
                       FUNCTION TRIM(WS-DEP-HOST(3)) ":"
                       WS-DEP-PORT(3)
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

      *> 401 answered fast is UP, 200 slowly is SLOW, 503 and no
      *> answer are DOWN, curl 60 is CERT
       TEST-PROBE-CLASSIFICATION.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Probe Classification"

           MOVE SPACES TO WS-CLASSES
           MOVE 401 TO WS-HTTP-CODE
           MOVE 0 TO WS-CURL-EXIT
           MOVE 180 TO WS-RESPONSE-MS
           PERFORM CLASSIFY-PROBE-RESULT
           MOVE WS-PROBE-RESULT TO WS-CLASSES(1:5)
           MOVE 200 TO WS-HTTP-CODE
           MOVE 3500 TO WS-RESPONSE-MS
           PERFORM CLASSIFY-PROBE-RESULT
           MOVE WS-PROBE-RESULT TO WS-CLASSES(6:5)
           MOVE 503 TO WS-HTTP-CODE
           MOVE 90 TO WS-RESPONSE-MS
           PERFORM CLASSIFY-PROBE-RESULT
           MOVE WS-PROBE-RESULT TO WS-CLASSES(11:5)
           MOVE 0 TO WS-HTTP-CODE
           MOVE 28 TO WS-CURL-EXIT
           MOVE 30000 TO WS-RESPONSE-MS
           PERFORM CLASSIFY-PROBE-RESULT
           MOVE WS-PROBE-RESULT TO WS-CLASSES(16:5)
           MOVE 60 TO WS-CURL-EXIT
           MOVE 40 TO WS-RESPONSE-MS
           PERFORM CLASSIFY-PROBE-RESULT
           MOVE WS-PROBE-RESULT TO WS-CLASSES(21:5)

           IF WS-CLASSES = 'UP   SLOW DOWN DOWN CERT'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-CLASSES
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

      *> SLOW probes still count as available
       TEST-AVAILABILITY-PCT.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Availability Percentage"

           MOVE 2878 TO WS-TALLY-AVAIL
           MOVE 2880 TO WS-TALLY-TOTAL
           COMPUTE WS-ACHIEVED-PCT ROUNDED =
               WS-TALLY-AVAIL * 100.00 / WS-TALLY-TOTAL

           IF WS-ACHIEVED-PCT = 99.93
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-ACHIEVED-PCT
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

      *> Mirrors AZUREDEPMON ADD-DEPENDENCY
       ADD-DEPENDENCY.
           MOVE FUNCTION LOWER-CASE(WS-CAND-URL(1:8))
               TO WS-SCHEME-TEXT
           IF WS-SCHEME-TEXT NOT = 'https://'
                   AND WS-SCHEME-TEXT(1:7) NOT = 'http://'
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-DEP-SLOT
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
               IF WS-DEP-URL(WS-DEP-IDX) = WS-CAND-URL
                   MOVE WS-DEP-IDX TO WS-DEP-SLOT
                   MOVE WS-DEP-COUNT TO WS-DEP-IDX
               END-IF
           END-PERFORM
           IF WS-DEP-SLOT > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-DEP-COUNT >= 30
               EXIT PARAGRAPH
           END-IF

           PERFORM PARSE-DEPENDENCY-HOST
           IF WS-URL-HOST = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DEP-COUNT
           MOVE WS-CAND-LABEL TO WS-DEP-LABEL(WS-DEP-COUNT)
           MOVE WS-CAND-URL TO WS-DEP-URL(WS-DEP-COUNT)
           MOVE WS-URL-HOST TO WS-DEP-HOST(WS-DEP-COUNT)
           IF WS-SCHEME-TEXT = 'https://'
               MOVE 'Y' TO WS-DEP-TLS(WS-DEP-COUNT)
               MOVE 443 TO WS-DEP-PORT(WS-DEP-COUNT)
           ELSE
               MOVE 'N' TO WS-DEP-TLS(WS-DEP-COUNT)
               MOVE 80 TO WS-DEP-PORT(WS-DEP-COUNT)
           END-IF
           IF WS-URL-PORT-TEXT NOT = SPACES
                   AND FUNCTION TRIM(WS-URL-PORT-TEXT) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-URL-PORT-TEXT)
                   TO WS-DEP-PORT(WS-DEP-COUNT)
           END-IF.

      *> Mirrors AZUREDEPMON PARSE-DEPENDENCY-HOST
       PARSE-DEPENDENCY-HOST.
           MOVE SPACES TO WS-URL-REST WS-URL-AUTHORITY
                          WS-URL-USERINFO WS-URL-HOSTPORT
                          WS-URL-HOST WS-URL-PORT-TEXT
           IF WS-SCHEME-TEXT = 'https://'
               MOVE WS-CAND-URL(9:) TO WS-URL-REST
           ELSE
               MOVE WS-CAND-URL(8:) TO WS-URL-REST
           END-IF
           UNSTRING WS-URL-REST DELIMITED BY '/' OR '?' OR '#'
               INTO WS-URL-AUTHORITY
           END-UNSTRING

           MOVE 0 TO WS-AT-COUNT
           INSPECT WS-URL-AUTHORITY TALLYING WS-AT-COUNT FOR ALL '@'
           IF WS-AT-COUNT > 0
               UNSTRING WS-URL-AUTHORITY DELIMITED BY '@'
                   INTO WS-URL-USERINFO WS-URL-HOSTPORT
               END-UNSTRING
           ELSE
               MOVE WS-URL-AUTHORITY TO WS-URL-HOSTPORT
           END-IF
           UNSTRING WS-URL-HOSTPORT DELIMITED BY ':'
               INTO WS-URL-HOST WS-URL-PORT-TEXT
           END-UNSTRING
           MOVE FUNCTION LOWER-CASE(WS-URL-HOST) TO WS-URL-HOST.

      *> Mirrors AZUREDEPMON CLASSIFY-PROBE-RESULT
       CLASSIFY-PROBE-RESULT.
           EVALUATE TRUE
               WHEN WS-CURL-EXIT = 35 OR WS-CURL-EXIT = 51
                       OR WS-CURL-EXIT = 60
                   MOVE 'CERT' TO WS-PROBE-RESULT
               WHEN WS-HTTP-CODE = 0
                   MOVE 'DOWN' TO WS-PROBE-RESULT
               WHEN WS-HTTP-CODE >= 500
                   MOVE 'DOWN' TO WS-PROBE-RESULT
               WHEN WS-RESPONSE-MS > WS-SLOW-MS
                   MOVE 'SLOW' TO WS-PROBE-RESULT
               WHEN OTHER
                   MOVE 'UP' TO WS-PROBE-RESULT
           END-EVALUATE.

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

       END PROGRAM TESTDEPMON.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTSFTPALLOW.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Unit tests for SFTP partner access - the IP allowlist
      *> network rules STORAGE applies, the AZURESFTPALLOW expiry
      *> review, and the local-user body for key-based partners

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY AZURECONFIG.
       COPY HTTPCLIENT.

       01  TEST-COUNTER                PIC 9(3) VALUE 0.
       01  PASSED-TESTS                PIC 9(3) VALUE 0.
       01  FAILED-TESTS                PIC 9(3) VALUE 0.
       01  WS-TEST-RESULT              PIC X(6).
       01  WS-COUNTER                  PIC 9(2).
       01  WS-SFTP-ALLOW-IDX           PIC 9(2).
       01  WS-SFTP-RULE-COUNT          PIC 9(2).
       01  WS-SFTP-RULE-PTR            PIC 9(4).
       01  WS-SFTP-IP-RULES            PIC X(1024).
       01  WS-SFTP-TODAY               PIC 9(8).
       01  WS-EXPECTED-RULES           PIC X(1024).
       01  WS-NETWORK-ACLS             PIC X(1200).
       01  WS-MATCH-COUNT              PIC 9(2).
       01  WS-WARN-DAYS                PIC 9(3).
       01  WS-DAYS-LEFT                PIC S9(7).
       01  WS-STATUS-LIST              PIC X(10).
       01  WS-SFTP-KEY-LINE            PIC X(2048).
       01  WS-SFTP-KEY-TYPE            PIC X(32).
       01  WS-SFTP-KEY-BODY            PIC X(1600).
       01  WS-SFTP-JSON                PIC X(2560).
       01  WS-SFTP-JSON-PTR            PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "SFTP Allowlist Unit Tests"
           DISPLAY "========================="

           PERFORM SET-UP-ALLOWLIST
           PERFORM TEST-EXPIRED-RANGE-DROPPED
           PERFORM TEST-DEFAULT-DENY
           PERFORM TEST-EMPTY-ALLOWLIST
           PERFORM TEST-REVIEW-CLASSIFICATION
           PERFORM TEST-KEY-LINE-PARSE
           PERFORM TEST-KEY-USER-BODY
           PERFORM TEST-PASSWORD-USER-BODY

           PERFORM DISPLAY-TEST-SUMMARY

           STOP RUN.

       SET-UP-ALLOWLIST.
           MOVE 20261015 TO WS-SFTP-TODAY
           MOVE 1 TO WS-COUNTER
           MOVE 'Y' TO SA-SFTP-ENABLED(1)
           MOVE 3 TO SA-SFTP-ALLOW-COUNT(1)
           MOVE '203.0.113.0/24' TO SA-SFTP-ALLOW-CIDR(1, 1)
           MOVE 'Contoso Logistics' TO SA-SFTP-ALLOW-PARTNER(1, 1)
           MOVE 20270630 TO SA-SFTP-ALLOW-EXPIRY(1, 1)
           MOVE '198.51.100.7' TO SA-SFTP-ALLOW-CIDR(1, 2)
           MOVE 'Fabrikam' TO SA-SFTP-ALLOW-PARTNER(1, 2)
           MOVE 20261001 TO SA-SFTP-ALLOW-EXPIRY(1, 2)
           MOVE '192.0.2.0/28' TO SA-SFTP-ALLOW-CIDR(1, 3)
           MOVE 'Northwind' TO SA-SFTP-ALLOW-PARTNER(1, 3)
           MOVE 20261101 TO SA-SFTP-ALLOW-EXPIRY(1, 3).

       TEST-EXPIRED-RANGE-DROPPED.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Expired Range Dropped"

           PERFORM SIMULATE-BUILD-IP-RULES

           MOVE SPACES TO WS-EXPECTED-RULES
           STRING '{"value":"203.0.113.0/24","action":"Allow"},'
                  '{"value":"192.0.2.0/28","action":"Allow"}'
               DELIMITED BY SIZE INTO WS-EXPECTED-RULES
           END-STRING

           IF WS-SFTP-IP-RULES = WS-EXPECTED-RULES
                   AND WS-SFTP-RULE-COUNT = 2
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " FUNCTION TRIM(WS-SFTP-IP-RULES)
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-DEFAULT-DENY.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Default-Deny Firewall"

      *> Mirrors the networkAcls block of STORAGE's SFTP payload
           MOVE SPACES TO WS-NETWORK-ACLS
           STRING '"networkAcls":{"bypass":"AzureServices",'
                  '"defaultAction":"Deny","ipRules":['
                  FUNCTION TRIM(WS-SFTP-IP-RULES)
                  ']}'
               DELIMITED BY SIZE INTO WS-NETWORK-ACLS
           END-STRING

           MOVE 0 TO WS-MATCH-COUNT
           INSPECT WS-NETWORK-ACLS TALLYING WS-MATCH-COUNT
               FOR ALL '"defaultAction":"Deny"'
           IF WS-MATCH-COUNT = 1
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " FUNCTION TRIM(WS-NETWORK-ACLS)
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-EMPTY-ALLOWLIST.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": No Entries Denies All"

           MOVE 2 TO WS-COUNTER
           MOVE 'Y' TO SA-SFTP-ENABLED(2)
           MOVE 0 TO SA-SFTP-ALLOW-COUNT(2)
           PERFORM SIMULATE-BUILD-IP-RULES

           IF WS-SFTP-IP-RULES = SPACES AND WS-SFTP-RULE-COUNT = 0
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " FUNCTION TRIM(WS-SFTP-IP-RULES)
           END-IF
           MOVE 1 TO WS-COUNTER

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-REVIEW-CLASSIFICATION.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Review Classification"

      *> Mirrors AZURESFTPALLOW's REVIEW-ONE-ENTRY with the default
      *> 30-day window: E expired, W inside the window, O fine
           MOVE 30 TO WS-WARN-DAYS
           MOVE SPACES TO WS-STATUS-LIST
           PERFORM VARYING WS-SFTP-ALLOW-IDX FROM 1 BY 1
                   UNTIL WS-SFTP-ALLOW-IDX > SA-SFTP-ALLOW-COUNT(1)
               COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(
                       SA-SFTP-ALLOW-EXPIRY(1, WS-SFTP-ALLOW-IDX))
                   - FUNCTION INTEGER-OF-DATE(WS-SFTP-TODAY)
               IF WS-DAYS-LEFT < 0
                   MOVE 'E' TO WS-STATUS-LIST(WS-SFTP-ALLOW-IDX:1)
               ELSE
                   IF WS-DAYS-LEFT < WS-WARN-DAYS
                       MOVE 'W' TO WS-STATUS-LIST(WS-SFTP-ALLOW-IDX:1)
                   ELSE
                       MOVE 'O' TO WS-STATUS-LIST(WS-SFTP-ALLOW-IDX:1)
                   END-IF
               END-IF
           END-PERFORM

           IF WS-STATUS-LIST = 'OEW'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-STATUS-LIST
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-KEY-LINE-PARSE.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Public Key Line Parse"

      *> The trailing comment is dropped, as LOAD-SFTP-PUBLIC-KEY does
           MOVE 'ssh-ed25519 AAAAC3NzaC1lZDI1NTE5AAAAIFakeKey ops@acme'
               TO WS-SFTP-KEY-LINE
           MOVE SPACES TO WS-SFTP-KEY-TYPE WS-SFTP-KEY-BODY
           UNSTRING WS-SFTP-KEY-LINE DELIMITED BY ALL SPACE
               INTO WS-SFTP-KEY-TYPE WS-SFTP-KEY-BODY
           END-UNSTRING

           IF WS-SFTP-KEY-TYPE = 'ssh-ed25519'
                   AND WS-SFTP-KEY-BODY =
                       'AAAAC3NzaC1lZDI1NTE5AAAAIFakeKey'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " FUNCTION TRIM(WS-SFTP-KEY-TYPE)
                       " / " FUNCTION TRIM(WS-SFTP-KEY-BODY)
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-KEY-USER-BODY.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Key User Has No Password"

           MOVE 'acme' TO SA-SFTP-USER-NAME(1, 1)
           MOVE 'acme-in' TO SA-SFTP-HOME-CONTAINER(1, 1)
           MOVE 'rcwl' TO SA-SFTP-PERMISSIONS(1, 1)
           MOVE 'keys/acme.pub' TO SA-SFTP-KEY-FILE(1, 1)
           PERFORM SIMULATE-LOCAL-USER-BODY

           MOVE 0 TO WS-MATCH-COUNT
           INSPECT WS-SFTP-JSON TALLYING WS-MATCH-COUNT
               FOR ALL '"hasSshPassword":false,"hasSshKey":true'
                   ALL '"key":"ssh-ed25519 AAAAC3NzaC1lZDI1NTE5'
           IF WS-MATCH-COUNT = 2
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " FUNCTION TRIM(WS-SFTP-JSON)
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-PASSWORD-USER-BODY.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Password User Unchanged"

           MOVE SPACES TO SA-SFTP-KEY-FILE(1, 1)
           PERFORM SIMULATE-LOCAL-USER-BODY

           MOVE SPACES TO WS-EXPECTED-RULES
           STRING '{"properties":{"permissionScopes":[{'
                  '"permissions":"rcwl","service":"blob",'
                  '"resourceName":"acme-in"}],'
                  '"homeDirectory":"acme-in","hasSshPassword":true}}'
               DELIMITED BY SIZE INTO WS-EXPECTED-RULES
           END-STRING

           IF WS-SFTP-JSON = WS-EXPECTED-RULES
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " FUNCTION TRIM(WS-SFTP-JSON)
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

      *> Mirrors STORAGE.cbl's CREATE-SFTP-LOCAL-USER body
       SIMULATE-LOCAL-USER-BODY.
           MOVE SPACES TO WS-SFTP-JSON
           MOVE 1 TO WS-SFTP-JSON-PTR
           STRING '{"properties":{'
               '"permissionScopes":[{'
               '"permissions":"'
               FUNCTION TRIM(SA-SFTP-PERMISSIONS(1, 1))
               '","service":"blob","resourceName":"'
               FUNCTION TRIM(SA-SFTP-HOME-CONTAINER(1, 1))
               '"}],'
               '"homeDirectory":"'
               FUNCTION TRIM(SA-SFTP-HOME-CONTAINER(1, 1))
               DELIMITED BY SIZE INTO WS-SFTP-JSON
               WITH POINTER WS-SFTP-JSON-PTR
           END-STRING
           IF SA-SFTP-KEY-FILE(1, 1) = SPACES
               STRING '","hasSshPassword":true}}'
                   DELIMITED BY SIZE INTO WS-SFTP-JSON
                   WITH POINTER WS-SFTP-JSON-PTR
               END-STRING
           ELSE
               STRING '","hasSshPassword":false,"hasSshKey":true,'
                   '"sshAuthorizedKeys":[{"description":"'
                   FUNCTION TRIM(SA-SFTP-USER-NAME(1, 1))
                   '","key":"'
                   FUNCTION TRIM(WS-SFTP-KEY-TYPE) ' '
                   FUNCTION TRIM(WS-SFTP-KEY-BODY)
                   '"}]}}'
                   DELIMITED BY SIZE INTO WS-SFTP-JSON
                   WITH POINTER WS-SFTP-JSON-PTR
               END-STRING
           END-IF.

      *> Mirrors STORAGE.cbl's BUILD-SFTP-IP-RULES/ADD-SFTP-IP-RULE
       SIMULATE-BUILD-IP-RULES.
           MOVE SPACES TO WS-SFTP-IP-RULES
           MOVE 1 TO WS-SFTP-RULE-PTR
           MOVE 0 TO WS-SFTP-RULE-COUNT
           PERFORM VARYING WS-SFTP-ALLOW-IDX FROM 1 BY 1
                   UNTIL WS-SFTP-ALLOW-IDX >
                         SA-SFTP-ALLOW-COUNT(WS-COUNTER)
                      OR WS-SFTP-ALLOW-IDX > 10
               IF SA-SFTP-ALLOW-CIDR(WS-COUNTER, WS-SFTP-ALLOW-IDX)
                       NOT = SPACES
                   AND SA-SFTP-ALLOW-EXPIRY(WS-COUNTER,
                           WS-SFTP-ALLOW-IDX) NOT < WS-SFTP-TODAY
                   IF WS-SFTP-RULE-COUNT > 0
                       STRING ','
                           DELIMITED BY SIZE INTO WS-SFTP-IP-RULES
                           WITH POINTER WS-SFTP-RULE-PTR
                       END-STRING
                   END-IF
                   STRING '{"value":"'
                          FUNCTION TRIM(SA-SFTP-ALLOW-CIDR(WS-COUNTER,
                                               WS-SFTP-ALLOW-IDX))
                          '","action":"Allow"}'
                       DELIMITED BY SIZE INTO WS-SFTP-IP-RULES
                       WITH POINTER WS-SFTP-RULE-PTR
                   END-STRING
                   ADD 1 TO WS-SFTP-RULE-COUNT
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

       END PROGRAM TESTSFTPALLOW.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTPARTNER.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Unit tests for AZUREPARTNER - the partner code rule, the
      *> component list, the home-container routing filter and the
      *> partner register record layout

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY AZURECONFIG.
       COPY HTTPCLIENT.

       01  TEST-COUNTER                PIC 9(3) VALUE 0.
       01  PASSED-TESTS                PIC 9(3) VALUE 0.
       01  FAILED-TESTS                PIC 9(3) VALUE 0.
       01  WS-TEST-RESULT              PIC X(6).
       01  WS-PARTNER-NAME             PIC X(32).
       01  WS-NAME-CHECK               PIC X(32).
       01  WS-NAME-RESULTS             PIC X(4).
       01  WS-CASE-IDX                 PIC 9(2).
       01  WS-WANT-SFTP                PIC X.
       01  WS-WANT-IA                  PIC X.
       01  WS-WANT-APIM                PIC X.
       01  WS-WANT-EG                  PIC X.
       01  WS-COMPONENTS               PIC X(24).
       01  WS-COMPONENTS-PTR           PIC 9(3).
       01  WS-SFTP-HOME                PIC X(63).
       01  WS-PARTNER-JSON             PIC X(4096).
       01  WS-PARTNER-JSON-PTR         PIC 9(4).
       01  WS-EXPECTED-JSON            PIC X(4096).
       01  WS-REG-LINE                 PIC X(200).
       01  WS-REG-PREFIX               PIC X(3).
       01  WS-REG-IN-ENV               PIC X(16).
       01  WS-REG-IN-PARTNER           PIC X(32).
       01  WS-REG-IN-STATUS            PIC X(10).
       01  WS-REG-IN-ONBOARDED         PIC X(8).
       01  WS-REG-IN-OFFBOARDED        PIC X(8).
       01  WS-REG-IN-COMPONENTS        PIC X(24).
       01  WS-REG-OFFBOARDED           PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Partner Onboarding Unit Tests"
           DISPLAY "============================="

           PERFORM TEST-PARTNER-NAME-RULE
           PERFORM TEST-COMPONENT-LIST
           PERFORM TEST-ROUTING-FILTER
           PERFORM TEST-REGISTER-ROUND-TRIP

           PERFORM DISPLAY-TEST-SUMMARY

           STOP RUN.

       TEST-PARTNER-NAME-RULE.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Partner Code Rule"

      *> Mirrors VALIDATE-PARTNER-DEFINITION's character check
           MOVE SPACES TO WS-NAME-RESULTS
           PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
                   UNTIL WS-CASE-IDX > 4
               EVALUATE WS-CASE-IDX
                   WHEN 1 MOVE 'contoso-edi2' TO WS-PARTNER-NAME
                   WHEN 2 MOVE 'Contoso' TO WS-PARTNER-NAME
                   WHEN 3 MOVE 'contoso_edi' TO WS-PARTNER-NAME
                   WHEN 4 MOVE 'fab''rikam' TO WS-PARTNER-NAME
               END-EVALUATE
               MOVE WS-PARTNER-NAME TO WS-NAME-CHECK
               INSPECT WS-NAME-CHECK CONVERTING
                   'abcdefghijklmnopqrstuvwxyz0123456789-' TO
                   '                                     '
               IF WS-NAME-CHECK = SPACES
                   MOVE 'Y' TO WS-NAME-RESULTS(WS-CASE-IDX:1)
               ELSE
                   MOVE 'N' TO WS-NAME-RESULTS(WS-CASE-IDX:1)
               END-IF
           END-PERFORM

           IF WS-NAME-RESULTS = 'YNNN'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-NAME-RESULTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-COMPONENT-LIST.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Component List"

      *> Mirrors BUILD-COMPONENT-LIST for an SFTP + APIM partner
           MOVE 'Y' TO WS-WANT-SFTP
           MOVE 'N' TO WS-WANT-IA
           MOVE 'Y' TO WS-WANT-APIM
           MOVE 'N' TO WS-WANT-EG
           MOVE SPACES TO WS-COMPONENTS
           MOVE 1 TO WS-COMPONENTS-PTR
           IF WS-WANT-SFTP = 'Y'
               STRING 'SFTP+' DELIMITED BY SIZE INTO WS-COMPONENTS
                   WITH POINTER WS-COMPONENTS-PTR
               END-STRING
           END-IF
           IF WS-WANT-IA = 'Y'
               STRING 'IA+' DELIMITED BY SIZE INTO WS-COMPONENTS
                   WITH POINTER WS-COMPONENTS-PTR
               END-STRING
           END-IF
           IF WS-WANT-APIM = 'Y'
               STRING 'APIM+' DELIMITED BY SIZE INTO WS-COMPONENTS
                   WITH POINTER WS-COMPONENTS-PTR
               END-STRING
           END-IF
           IF WS-WANT-EG = 'Y'
               STRING 'EG+' DELIMITED BY SIZE INTO WS-COMPONENTS
                   WITH POINTER WS-COMPONENTS-PTR
               END-STRING
           END-IF
           IF WS-COMPONENTS-PTR > 1
               SUBTRACT 1 FROM WS-COMPONENTS-PTR
               MOVE SPACE TO WS-COMPONENTS(WS-COMPONENTS-PTR:1)
           ELSE
               MOVE 'NONE' TO WS-COMPONENTS
           END-IF

           IF WS-COMPONENTS = 'SFTP+APIM'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-COMPONENTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-ROUTING-FILTER.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Home Container Filter"

      *> Mirrors the filter tail of ONBOARD-EVENT-ROUTING
           MOVE 'contoso' TO WS-SFTP-HOME
           MOVE SPACES TO WS-PARTNER-JSON
           MOVE 1 TO WS-PARTNER-JSON-PTR
           STRING ',"filter":{"includedEventTypes":'
               '["Microsoft.Storage.BlobCreated"]'
               DELIMITED BY SIZE INTO WS-PARTNER-JSON
               WITH POINTER WS-PARTNER-JSON-PTR
           END-STRING
           STRING ',"subjectBeginsWith":'
               '"/blobServices/default/containers/'
               FUNCTION TRIM(WS-SFTP-HOME) '/"'
               DELIMITED BY SIZE INTO WS-PARTNER-JSON
               WITH POINTER WS-PARTNER-JSON-PTR
           END-STRING
           STRING '},"eventDeliverySchema":"EventGridSchema"}}'
               DELIMITED BY SIZE INTO WS-PARTNER-JSON
               WITH POINTER WS-PARTNER-JSON-PTR
           END-STRING

           MOVE SPACES TO WS-EXPECTED-JSON
           STRING ',"filter":{"includedEventTypes":'
               '["Microsoft.Storage.BlobCreated"],'
               '"subjectBeginsWith":'
               '"/blobServices/default/containers/contoso/"},'
               '"eventDeliverySchema":"EventGridSchema"}}'
               DELIMITED BY SIZE INTO WS-EXPECTED-JSON
           END-STRING

           IF WS-PARTNER-JSON = WS-EXPECTED-JSON
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " FUNCTION TRIM(WS-PARTNER-JSON)
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-REGISTER-ROUND-TRIP.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Register Record"

      *> An active partner has no offboarding date - the empty field
      *> must survive the write/read cycle without shifting the rest
           MOVE SPACES TO WS-REG-OFFBOARDED
           MOVE SPACES TO WS-REG-LINE
           STRING 'PR|' 'prod'
                  '|' 'contoso'
                  '|' 'ACTIVE'
                  '|' '20261015'
                  '|' WS-REG-OFFBOARDED
                  '|' 'SFTP+IA+EG'
               DELIMITED BY SIZE INTO WS-REG-LINE
           END-STRING

           MOVE SPACES TO WS-REG-PREFIX WS-REG-IN-ENV WS-REG-IN-PARTNER
                          WS-REG-IN-STATUS WS-REG-IN-ONBOARDED
                          WS-REG-IN-OFFBOARDED WS-REG-IN-COMPONENTS
           UNSTRING WS-REG-LINE DELIMITED BY '|'
               INTO WS-REG-PREFIX WS-REG-IN-ENV WS-REG-IN-PARTNER
                    WS-REG-IN-STATUS WS-REG-IN-ONBOARDED
                    WS-REG-IN-OFFBOARDED WS-REG-IN-COMPONENTS
           END-UNSTRING

           IF WS-REG-PREFIX = 'PR' AND WS-REG-IN-ENV = 'prod'
                   AND WS-REG-IN-PARTNER = 'contoso'
                   AND WS-REG-IN-STATUS = 'ACTIVE'
                   AND WS-REG-IN-ONBOARDED = '20261015'
                   AND WS-REG-IN-OFFBOARDED = SPACES
                   AND WS-REG-IN-COMPONENTS = 'SFTP+IA+EG'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " FUNCTION TRIM(WS-REG-LINE)
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

       END PROGRAM TESTPARTNER.

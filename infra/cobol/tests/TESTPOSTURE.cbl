       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTPOSTURE.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Unit tests for AZUREPOSTURE - reading baseline rows, the
      *> built-in baseline, row conditions and the expected-value
      *> comparison

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  TEST-COUNTER                PIC 9(3) VALUE 0.
       01  PASSED-TESTS                PIC 9(3) VALUE 0.
       01  FAILED-TESTS                PIC 9(3) VALUE 0.
       01  WS-TEST-RESULT              PIC X(6).
       01  WS-MATCH-STRING             PIC X(8).

       01  WS-ENV-NAME-WORK            PIC X(16).
       01  WS-BL-COUNT                 PIC 9(3) VALUE 0.
       01  WS-BL-TABLE.
           05  WS-BL-ROW OCCURS 100.
               10  WS-BL-TYPE          PIC X(64).
               10  WS-BL-TYPE-LOWER    PIC X(64).
               10  WS-BL-PATH          PIC X(32).
               10  WS-BL-PROPERTY      PIC X(40).
               10  WS-BL-EXPECTED      PIC X(40).
               10  WS-BL-LABEL         PIC X(40).
               10  WS-BL-COND-PROP     PIC X(40).
               10  WS-BL-COND-OP       PIC X(2).
               10  WS-BL-COND-VALUE    PIC X(40).
               10  WS-BL-API-VERSION   PIC X(20).
       01  WS-BL-IDX                   PIC 9(3).
       01  WS-BL-LINE                  PIC X(256).
       01  WS-BL-CONDITION             PIC X(80).

       01  WS-PROP-NAME                PIC X(40).
       01  WS-PROP-VALUE               PIC X(64).
       01  WS-PROP-LOWER               PIC X(64).
       01  WS-COND-LOWER               PIC X(40).
       01  WS-ROW-APPLIES              PIC X.
       01  WS-CHECK-PASSED             PIC X.
       01  WS-EXPECT-LIST              PIC X(48).
       01  WS-PROP-PROBE               PIC X(72).
       01  WS-PROBE-LEN                PIC 9(3).
       01  WS-PROBE-HITS               PIC 9(3).

      *> Live properties of the resource under test
       01  WS-FAKE-SFTP                PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Security Posture Unit Tests"
           DISPLAY "==========================="

           PERFORM TEST-BASELINE-ROW
           PERFORM TEST-BUILT-IN-BASELINE
           PERFORM TEST-ROW-CONDITIONS
           PERFORM TEST-EXPECTED-VALUES

           PERFORM DISPLAY-TEST-SUMMARY

           STOP RUN.

       TEST-BASELINE-ROW.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Baseline Row"

      *> Comments are skipped; a full row keeps its sub-path,
      *> accepted values and condition; a row without a label is
      *> labelled with its property
           MOVE 0 TO WS-BL-COUNT
           MOVE '# type|path|property|expected|label|cond'
               TO WS-BL-LINE
           PERFORM LOAD-ONE-BASELINE
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.Web/sites|/config/web|ftpsState|'
                  'Disabled,FtpsOnly|FTP state|env!=dev'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE
           MOVE 'Microsoft.Cache/redis||enableNonSslPort|false'
               TO WS-BL-LINE
           PERFORM LOAD-ONE-BASELINE

           MOVE SPACES TO WS-MATCH-STRING
           IF WS-BL-COUNT = 2
               MOVE 'Y' TO WS-MATCH-STRING(1:1)
           END-IF
           IF WS-BL-TYPE-LOWER(1) = 'microsoft.web/sites'
                   AND WS-BL-PATH(1) = '/config/web'
                   AND WS-BL-EXPECTED(1) = 'Disabled,FtpsOnly'
               MOVE 'Y' TO WS-MATCH-STRING(2:1)
           END-IF
           IF WS-BL-COND-PROP(1) = 'env' AND WS-BL-COND-OP(1) = '!='
                   AND WS-BL-COND-VALUE(1) = 'dev'
               MOVE 'Y' TO WS-MATCH-STRING(3:1)
           END-IF
           IF WS-BL-PATH(2) = SPACES
                   AND WS-BL-LABEL(2) = 'enableNonSslPort'
                   AND WS-BL-COND-PROP(2) = SPACES
               MOVE 'Y' TO WS-MATCH-STRING(4:1)
           END-IF

           IF WS-MATCH-STRING(1:4) = 'YYYY'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-MATCH-STRING
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-BUILT-IN-BASELINE.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Built-in Baseline"

      *> The storage public-access check and the SFTP firewall check
      *> carry opposite conditions on the same property
           MOVE 0 TO WS-BL-COUNT
           PERFORM SET-DEFAULT-BASELINE
           MOVE SPACES TO WS-MATCH-STRING
           IF WS-BL-COUNT = 22
               MOVE 'Y' TO WS-MATCH-STRING(1:1)
           END-IF
           IF WS-BL-PROPERTY(4) = 'publicNetworkAccess'
                   AND WS-BL-COND-PROP(4) = 'isSftpEnabled'
                   AND WS-BL-COND-OP(4) = '!='
                   AND WS-BL-COND-VALUE(4) = 'true'
               MOVE 'Y' TO WS-MATCH-STRING(2:1)
           END-IF
           IF WS-BL-PROPERTY(5) = 'defaultAction'
                   AND WS-BL-COND-PROP(5) = 'isSftpEnabled'
                   AND WS-BL-COND-OP(5) = '= '
               MOVE 'Y' TO WS-MATCH-STRING(3:1)
           END-IF

           IF WS-MATCH-STRING(1:3) = 'YYY'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-MATCH-STRING " rows " WS-BL-COUNT
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-ROW-CONDITIONS.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Row Conditions"

      *> Built-in rows 4 (isSftpEnabled!=true) and 5 (=true) against
      *> an ordinary and an SFTP account, then an env!=dev row
           MOVE 0 TO WS-BL-COUNT
           PERFORM SET-DEFAULT-BASELINE
           MOVE SPACES TO WS-MATCH-STRING
           MOVE 'false' TO WS-FAKE-SFTP
           MOVE 4 TO WS-BL-IDX
           PERFORM CHECK-ROW-CONDITION
           MOVE WS-ROW-APPLIES TO WS-MATCH-STRING(1:1)
           MOVE 5 TO WS-BL-IDX
           PERFORM CHECK-ROW-CONDITION
           MOVE WS-ROW-APPLIES TO WS-MATCH-STRING(2:1)
           MOVE 'True' TO WS-FAKE-SFTP
           MOVE 4 TO WS-BL-IDX
           PERFORM CHECK-ROW-CONDITION
           MOVE WS-ROW-APPLIES TO WS-MATCH-STRING(3:1)
           MOVE 5 TO WS-BL-IDX
           PERFORM CHECK-ROW-CONDITION
           MOVE WS-ROW-APPLIES TO WS-MATCH-STRING(4:1)

           MOVE 0 TO WS-BL-COUNT
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.KeyVault/vaults||enablePurgeProtection|'
                  'true|Purge protection|env!=dev'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE
           MOVE 1 TO WS-BL-IDX
           MOVE 'DEV' TO WS-ENV-NAME-WORK
           PERFORM CHECK-ROW-CONDITION
           MOVE WS-ROW-APPLIES TO WS-MATCH-STRING(5:1)
           MOVE 'prod' TO WS-ENV-NAME-WORK
           PERFORM CHECK-ROW-CONDITION
           MOVE WS-ROW-APPLIES TO WS-MATCH-STRING(6:1)

           IF WS-MATCH-STRING(1:6) = 'YNNYNY'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-MATCH-STRING
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-EXPECTED-VALUES.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Expected Values"

      *> Either accepted value passes whatever its case; a partial
      *> match, another value or an absent property fails
           MOVE 0 TO WS-BL-COUNT
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.Web/sites|/config/web|minTlsVersion|'
                  '1.2,1.3'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE
           MOVE 1 TO WS-BL-IDX
           MOVE SPACES TO WS-MATCH-STRING
           MOVE '1.3' TO WS-PROP-VALUE
           PERFORM COMPARE-EXPECTED
           MOVE WS-CHECK-PASSED TO WS-MATCH-STRING(1:1)
           MOVE '1.0' TO WS-PROP-VALUE
           PERFORM COMPARE-EXPECTED
           MOVE WS-CHECK-PASSED TO WS-MATCH-STRING(2:1)
           MOVE '1' TO WS-PROP-VALUE
           PERFORM COMPARE-EXPECTED
           MOVE WS-CHECK-PASSED TO WS-MATCH-STRING(3:1)
           MOVE '(not set)' TO WS-PROP-VALUE
           PERFORM COMPARE-EXPECTED
           MOVE WS-CHECK-PASSED TO WS-MATCH-STRING(4:1)
           MOVE 0 TO WS-BL-COUNT
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.KeyVault/vaults||publicNetworkAccess|'
                  'Disabled'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE
           MOVE 'disabled' TO WS-PROP-VALUE
           PERFORM COMPARE-EXPECTED
           MOVE WS-CHECK-PASSED TO WS-MATCH-STRING(5:1)

           IF WS-MATCH-STRING(1:5) = 'YNNNY'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-MATCH-STRING
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

      *> Mirrors AZUREPOSTURE.cbl's LOAD-ONE-BASELINE
       LOAD-ONE-BASELINE.
           IF WS-BL-LINE(1:1) = '#' OR WS-BL-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-BL-COUNT >= 100
               DISPLAY "  Baseline has more than 100 checks - rest"
                       " ignored"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BL-COUNT
           MOVE WS-BL-COUNT TO WS-BL-IDX
           MOVE SPACES TO WS-BL-ROW(WS-BL-IDX) WS-BL-CONDITION
           UNSTRING WS-BL-LINE DELIMITED BY '|'
               INTO WS-BL-TYPE(WS-BL-IDX)
                    WS-BL-PATH(WS-BL-IDX)
                    WS-BL-PROPERTY(WS-BL-IDX)
                    WS-BL-EXPECTED(WS-BL-IDX)
                    WS-BL-LABEL(WS-BL-IDX)
                    WS-BL-CONDITION
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-BL-TYPE(WS-BL-IDX))
               TO WS-BL-TYPE(WS-BL-IDX)
           MOVE FUNCTION TRIM(WS-BL-PATH(WS-BL-IDX))
               TO WS-BL-PATH(WS-BL-IDX)
           MOVE FUNCTION TRIM(WS-BL-PROPERTY(WS-BL-IDX))
               TO WS-BL-PROPERTY(WS-BL-IDX)
           MOVE FUNCTION TRIM(WS-BL-EXPECTED(WS-BL-IDX))
               TO WS-BL-EXPECTED(WS-BL-IDX)
           MOVE WS-BL-TYPE(WS-BL-IDX) TO WS-BL-TYPE-LOWER(WS-BL-IDX)
           INSPECT WS-BL-TYPE-LOWER(WS-BL-IDX) CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           IF WS-BL-LABEL(WS-BL-IDX) = SPACES
               MOVE WS-BL-PROPERTY(WS-BL-IDX) TO WS-BL-LABEL(WS-BL-IDX)
           END-IF
           IF WS-BL-CONDITION NOT = SPACES
               UNSTRING WS-BL-CONDITION DELIMITED BY '!=' OR '='
                   INTO WS-BL-COND-PROP(WS-BL-IDX)
                        DELIMITER IN WS-BL-COND-OP(WS-BL-IDX)
                        WS-BL-COND-VALUE(WS-BL-IDX)
               END-UNSTRING
               MOVE FUNCTION TRIM(WS-BL-COND-PROP(WS-BL-IDX))
                   TO WS-BL-COND-PROP(WS-BL-IDX)
               MOVE FUNCTION TRIM(WS-BL-COND-VALUE(WS-BL-IDX))
                   TO WS-BL-COND-VALUE(WS-BL-IDX)
               INSPECT WS-BL-COND-VALUE(WS-BL-IDX) CONVERTING
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
                   'abcdefghijklmnopqrstuvwxyz'
           END-IF.

      *> Mirrors AZUREPOSTURE.cbl's SET-DEFAULT-BASELINE
       SET-DEFAULT-BASELINE.
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.Storage/storageAccounts|'
                  '|minimumTlsVersion|'
                  'TLS1_2|TLS floor'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.Storage/storageAccounts|'
                  '|supportsHttpsTrafficOnly|'
                  'true|HTTPS only'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.Storage/storageAccounts|'
                  '|allowBlobPublicAccess|'
                  'false|Anonymous blob access'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.Storage/storageAccounts|'
                  '|publicNetworkAccess|'
                  'Disabled|Public network access|isSftpEnabled!=true'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.Storage/storageAccounts|'
                  '|defaultAction|'
                  'Deny|SFTP firewall default action|isSftpEnabled=true'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.KeyVault/vaults|'
                  '|enablePurgeProtection|'
                  'true|Purge protection'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.KeyVault/vaults|'
                  '|enableRbacAuthorization|'
                  'true|RBAC authorization'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.KeyVault/vaults|'
                  '|publicNetworkAccess|'
                  'Disabled|Public network access'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.ServiceBus/namespaces|'
                  '|minimumTlsVersion|'
                  '1.2|TLS floor'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.ServiceBus/namespaces|'
                  '|disableLocalAuth|'
                  'true|SAS local auth disabled'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.EventHub/namespaces|'
                  '|minimumTlsVersion|'
                  '1.2|TLS floor'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.EventHub/namespaces|'
                  '|disableLocalAuth|'
                  'true|SAS local auth disabled'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.Sql/servers|'
                  '|minimalTlsVersion|'
                  '1.2|TLS floor'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.Sql/servers|'
                  '|publicNetworkAccess|'
                  'Disabled|Public network access'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.Cache/redis|'
                  '|minimumTlsVersion|'
                  '1.2|TLS floor'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.Cache/redis|'
                  '|enableNonSslPort|'
                  'false|Non-TLS port closed'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.Cache/redis|'
                  '|publicNetworkAccess|'
                  'Disabled|Public network access'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.ApiManagement/service|'
                  '|publicNetworkAccess|'
                  'Disabled|Public network access'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.Web/sites|'
                  '|httpsOnly|'
                  'true|HTTPS only'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.Web/sites|'
                  '/config/web|minTlsVersion|'
                  '1.2,1.3|TLS floor'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.Web/sites|'
                  '/config/web|ftpsState|'
                  'Disabled,FtpsOnly|FTP state'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.EventGrid/topics|'
                  '|minimumTlsVersionAllowed|'
                  '1.2|TLS floor'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE.

      *> Mirrors AZUREPOSTURE.cbl's CHECK-ROW-CONDITION
       CHECK-ROW-CONDITION.
           MOVE 'Y' TO WS-ROW-APPLIES
           IF WS-BL-COND-PROP(WS-BL-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-BL-COND-PROP(WS-BL-IDX) = 'env'
               MOVE WS-ENV-NAME-WORK TO WS-PROP-LOWER
           ELSE
               MOVE WS-BL-COND-PROP(WS-BL-IDX) TO WS-PROP-NAME
               PERFORM READ-RESOURCE-PROPERTY
               MOVE WS-PROP-VALUE TO WS-PROP-LOWER
           END-IF
           INSPECT WS-PROP-LOWER CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           MOVE WS-BL-COND-VALUE(WS-BL-IDX) TO WS-COND-LOWER
           IF WS-BL-COND-OP(WS-BL-IDX) = '!='
               IF WS-PROP-LOWER = WS-COND-LOWER
                   MOVE 'N' TO WS-ROW-APPLIES
               END-IF
           ELSE
               IF WS-PROP-LOWER NOT = WS-COND-LOWER
                   MOVE 'N' TO WS-ROW-APPLIES
               END-IF
           END-IF.

      *> Mirrors AZUREPOSTURE.cbl's COMPARE-EXPECTED
       COMPARE-EXPECTED.
           MOVE 'N' TO WS-CHECK-PASSED
           IF WS-PROP-VALUE = '(not set)'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-EXPECT-LIST WS-PROP-PROBE
           STRING ',' FUNCTION TRIM(WS-BL-EXPECTED(WS-BL-IDX)) ','
               DELIMITED BY SIZE INTO WS-EXPECT-LIST
           END-STRING
           STRING ',' FUNCTION TRIM(WS-PROP-VALUE) ','
               DELIMITED BY SIZE INTO WS-PROP-PROBE
           END-STRING
           INSPECT WS-EXPECT-LIST CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           INSPECT WS-PROP-PROBE CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PROP-PROBE))
               TO WS-PROBE-LEN
           MOVE 0 TO WS-PROBE-HITS
           INSPECT WS-EXPECT-LIST TALLYING WS-PROBE-HITS
               FOR ALL WS-PROP-PROBE(1:WS-PROBE-LEN)
           IF WS-PROBE-HITS > 0
               MOVE 'Y' TO WS-CHECK-PASSED
           END-IF.

      *> Stands in for AZUREPOSTURE.cbl's READ-RESOURCE-PROPERTY,
      *> which reads the value from the live resource body
       READ-RESOURCE-PROPERTY.
           MOVE '(not set)' TO WS-PROP-VALUE
           IF WS-PROP-NAME = 'isSftpEnabled'
               MOVE WS-FAKE-SFTP TO WS-PROP-VALUE
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

       END PROGRAM TESTPOSTURE.

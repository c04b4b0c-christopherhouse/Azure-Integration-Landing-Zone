       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTCMDBSYNC.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Unit tests for AZURECMDBSYNC - reading the inventory report,
      *> finding resources for relationships, the CMDB map line
      *> layout and the choice of CIs to retire

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  TEST-COUNTER                PIC 9(3) VALUE 0.
       01  PASSED-TESTS                PIC 9(3) VALUE 0.
       01  FAILED-TESTS                PIC 9(3) VALUE 0.
       01  WS-TEST-RESULT              PIC X(6).

       01  WS-TEMP-BEFORE              PIC X(512).
       01  WS-TEMP-AFTER               PIC X(512).
       01  WS-INVENTORY-COMPLETE       PIC X VALUE 'N'.
       01  WS-INV-LINE                 PIC X(200).
       01  WS-INV-COUNT                PIC 9(3) VALUE 0.
       01  WS-INV-TABLE.
           05  WS-INV-ENTRY OCCURS 200 TIMES.
               10  WS-INV-NAME         PIC X(80).
               10  WS-INV-TYPE         PIC X(80).
               10  WS-INV-ID           PIC X(200).
               10  WS-INV-LOCATION     PIC X(32).
               10  WS-INV-COST-CENTER  PIC X(32).
               10  WS-INV-OWNER        PIC X(64).
               10  WS-INV-SYS-ID       PIC X(32).
       01  WS-INV-IDX                  PIC 9(3).
       01  WS-FOUND-IDX                PIC 9(3).
       01  WS-SCAN-IDX                 PIC 9(3).
       01  WS-FIND-NAME                PIC X(80).
       01  WS-FIND-TYPE                PIC X(80).
       01  WS-NAME-LOWER               PIC X(80).
       01  WS-TYPE-LOWER               PIC X(80).
       01  WS-TAGS-TEXT                PIC X(200).

       01  WS-MAP-COUNT                PIC 9(3) VALUE 0.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 600 TIMES.
               10  WS-MAP-KIND         PIC X(4).
               10  WS-MAP-ENV          PIC X(16).
               10  WS-MAP-ID           PIC X(200).
               10  WS-MAP-CHILD        PIC X(200).
               10  WS-MAP-TYPE         PIC X(32).
               10  WS-MAP-SYS-ID       PIC X(32).
               10  WS-MAP-STATE        PIC X(8).
       01  WS-MAP-IDX                  PIC 9(3).
       01  WS-MAP-FOUND                PIC 9(3).
       01  WS-MAP-LINE                 PIC X(512).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CMDB Sync Unit Tests"
           DISPLAY "===================="

           PERFORM TEST-INVENTORY-PARSE
           PERFORM TEST-FIND-INVENTORY-ENTRY
           PERFORM TEST-MAP-LINE-ROUND-TRIP
           PERFORM TEST-RETIRE-SELECTION

           PERFORM DISPLAY-TEST-SUMMARY

           STOP RUN.

       TEST-INVENTORY-PARSE.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Inventory Report Parse"

           PERFORM LOAD-SAMPLE-INVENTORY

           IF WS-INV-COUNT = 3 AND WS-INVENTORY-COMPLETE = 'Y'
                   AND WS-INV-NAME(1) = 'kv-dev-01'
                   AND WS-INV-TYPE(1) = 'Microsoft.KeyVault/vaults'
                   AND WS-INV-ID(1)(1:24) = '/subscriptions/s1/resour'
                   AND WS-INV-ID(1)(57:8) = 'keyvault'
                   AND WS-INV-LOCATION(1) = 'westeurope'
                   AND WS-INV-COST-CENTER(1) = 'CC-4410'
                   AND WS-INV-OWNER(1) = 'integration-team'
                   AND WS-INV-NAME(3) = 'pe-kv-dev-01'
                   AND WS-INV-COST-CENTER(3) = SPACES
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-INV-COUNT " "
                       WS-INVENTORY-COMPLETE " "
                       FUNCTION TRIM(WS-INV-ID(1))
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-FIND-INVENTORY-ENTRY.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Find Resource By Name/Type"

      *> Type alone finds the vault; name and type must both match;
      *> names compare case-insensitively
           PERFORM LOAD-SAMPLE-INVENTORY
           MOVE 'PASS' TO WS-TEST-RESULT
           MOVE SPACES TO WS-FIND-NAME
           MOVE 'microsoft.keyvault/vaults' TO WS-FIND-TYPE
           PERFORM FIND-INVENTORY-ENTRY
           IF WS-FOUND-IDX NOT = 1
               MOVE 'FAIL' TO WS-TEST-RESULT
           END-IF
           MOVE 'apim-dev-01' TO WS-FIND-NAME
           MOVE 'microsoft.apimanagement/service' TO WS-FIND-TYPE
           PERFORM FIND-INVENTORY-ENTRY
           IF WS-FOUND-IDX NOT = 2
               MOVE 'FAIL' TO WS-TEST-RESULT
           END-IF
           MOVE 'apim-dev-01' TO WS-FIND-NAME
           MOVE 'microsoft.web/sites' TO WS-FIND-TYPE
           PERFORM FIND-INVENTORY-ENTRY
           IF WS-FOUND-IDX NOT = 0
               MOVE 'FAIL' TO WS-TEST-RESULT
           END-IF

           IF WS-TEST-RESULT = 'PASS'
               ADD 1 TO PASSED-TESTS
           ELSE
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-FOUND-IDX
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-MAP-LINE-ROUND-TRIP.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": CMDB Map Line Layout"

           MOVE 1 TO WS-MAP-IDX
           INITIALIZE WS-MAP-TABLE
           MOVE 'REL|dev|/subscriptions/s1/a|/subscriptions/s1/b|Depen'
               TO WS-MAP-LINE
           MOVE 'ds on::Used by|9f3e' TO WS-MAP-LINE(54:)
           PERFORM SPLIT-MAP-LINE
           MOVE 'PASS' TO WS-TEST-RESULT
           IF WS-MAP-KIND(1) NOT = 'REL'
                   OR WS-MAP-CHILD(1) NOT = '/subscriptions/s1/b'
                   OR WS-MAP-TYPE(1) NOT = 'Depends on::Used by'
                   OR WS-MAP-SYS-ID(1) NOT = '9f3e'
               MOVE 'FAIL' TO WS-TEST-RESULT
           END-IF
           MOVE 'CI|dev|/subscriptions/s1/a|77ab|ACTIVE' TO WS-MAP-LINE
           PERFORM SPLIT-MAP-LINE
           MOVE SPACES TO WS-MAP-LINE
           PERFORM BUILD-MAP-LINE
           IF WS-MAP-STATE(1) NOT = 'ACTIVE'
                   OR WS-MAP-LINE
                       NOT = 'CI|dev|/subscriptions/s1/a|77ab|ACTIVE'
               MOVE 'FAIL' TO WS-TEST-RESULT
           END-IF

           IF WS-TEST-RESULT = 'PASS'
               ADD 1 TO PASSED-TESTS
           ELSE
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " FUNCTION TRIM(WS-MAP-LINE)
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-RETIRE-SELECTION.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": CIs Of Destroyed Resources"

      *> A mapped resource still in the inventory stays; one the
      *> inventory no longer lists is found missing
           PERFORM LOAD-SAMPLE-INVENTORY
           INITIALIZE WS-MAP-TABLE
           MOVE WS-INV-ID(2) TO WS-MAP-ID(1)
           MOVE '/subscriptions/s1/resourcegroups/rg/providers/x/gone'
               TO WS-MAP-ID(2)
           MOVE 'PASS' TO WS-TEST-RESULT
           MOVE 1 TO WS-MAP-FOUND
           PERFORM CHECK-CI-STILL-LIVE
           IF WS-FOUND-IDX NOT = 2
               MOVE 'FAIL' TO WS-TEST-RESULT
           END-IF
           MOVE 2 TO WS-MAP-FOUND
           PERFORM CHECK-CI-STILL-LIVE
           IF WS-FOUND-IDX NOT = 0
               MOVE 'FAIL' TO WS-TEST-RESULT
           END-IF

           IF WS-TEST-RESULT = 'PASS'
               ADD 1 TO PASSED-TESTS
           ELSE
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-FOUND-IDX
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       LOAD-SAMPLE-INVENTORY.
           MOVE 0 TO WS-INV-COUNT
           INITIALIZE WS-INV-TABLE
           MOVE 'N' TO WS-INVENTORY-COMPLETE
           MOVE '  MANAGED  kv-dev-01  (Microsoft.KeyVault/vaults)'
               TO WS-INV-LINE
           PERFORM APPLY-INVENTORY-LINE
           MOVE '    id: /subscriptions/s1/resourceGroups/rg/providers'
               TO WS-INV-LINE
           MOVE '/Microsoft.KeyVault/vaults/kv-dev-01'
               TO WS-INV-LINE(54:)
           PERFORM APPLY-INVENTORY-LINE
           MOVE '    location: westeurope' TO WS-INV-LINE
           PERFORM APPLY-INVENTORY-LINE
           MOVE '    sku: standard' TO WS-INV-LINE
           PERFORM APPLY-INVENTORY-LINE
           MOVE '    tags: "costCenter":"CC-4410","owner":"integrat'
               TO WS-INV-LINE
           MOVE 'ion-team"' TO WS-INV-LINE(51:)
           PERFORM APPLY-INVENTORY-LINE
           MOVE '  MANAGED  APIM-dev-01  (Microsoft.ApiManagement/servi'
               TO WS-INV-LINE
           MOVE 'ce)' TO WS-INV-LINE(55:)
           PERFORM APPLY-INVENTORY-LINE
           MOVE '    id: /subscriptions/s1/apim' TO WS-INV-LINE
           PERFORM APPLY-INVENTORY-LINE
           MOVE '  ORPHAN   pe-kv-dev-01  (Microsoft.Network/privateEnd'
               TO WS-INV-LINE
           MOVE 'points) - not represented in AZURECONFIG'
               TO WS-INV-LINE(55:)
           PERFORM APPLY-INVENTORY-LINE
           MOVE SPACES TO WS-INV-LINE
           PERFORM APPLY-INVENTORY-LINE
           MOVE 'Summary: 003 resources, 001 orphan(s) not in AZURECONF'
               TO WS-INV-LINE
           PERFORM APPLY-INVENTORY-LINE.

      *> Mirrors AZURECMDBSYNC.cbl's APPLY-INVENTORY-LINE
       APPLY-INVENTORY-LINE.
           EVALUATE TRUE
               WHEN WS-INV-LINE(1:11) = '  MANAGED  '
                       OR WS-INV-LINE(1:11) = '  ORPHAN   '
                   IF WS-INV-COUNT < 200
                       ADD 1 TO WS-INV-COUNT
                       MOVE SPACES TO WS-TEMP-AFTER
                       UNSTRING WS-INV-LINE(12:) DELIMITED BY '  ('
                           INTO WS-INV-NAME(WS-INV-COUNT)
                                WS-TEMP-AFTER
                       END-UNSTRING
                       UNSTRING WS-TEMP-AFTER DELIMITED BY ')'
                           INTO WS-INV-TYPE(WS-INV-COUNT)
                       END-UNSTRING
                   END-IF
               WHEN WS-INV-COUNT = 0
                   CONTINUE
               WHEN WS-INV-LINE(1:8) = '    id: '
                   MOVE WS-INV-LINE(9:) TO WS-INV-ID(WS-INV-COUNT)
                   INSPECT WS-INV-ID(WS-INV-COUNT) CONVERTING
                       'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
                       'abcdefghijklmnopqrstuvwxyz'
               WHEN WS-INV-LINE(1:14) = '    location: '
                   MOVE WS-INV-LINE(15:)
                       TO WS-INV-LOCATION(WS-INV-COUNT)
               WHEN WS-INV-LINE(1:10) = '    tags: '
                   MOVE WS-INV-LINE(11:) TO WS-TAGS-TEXT
                   PERFORM PICK-TAG-VALUES
               WHEN WS-INV-LINE(1:9) = 'Summary: '
                   MOVE 'Y' TO WS-INVENTORY-COMPLETE
           END-EVALUATE.

      *> Mirrors AZURECMDBSYNC.cbl's PICK-TAG-VALUES
       PICK-TAG-VALUES.
           MOVE SPACES TO WS-TEMP-AFTER
           UNSTRING WS-TAGS-TEXT DELIMITED BY '"costCenter":"'
               INTO WS-TEMP-BEFORE WS-TEMP-AFTER
           END-UNSTRING
           UNSTRING WS-TEMP-AFTER DELIMITED BY '"'
               INTO WS-INV-COST-CENTER(WS-INV-COUNT)
           END-UNSTRING
           MOVE SPACES TO WS-TEMP-AFTER
           UNSTRING WS-TAGS-TEXT DELIMITED BY '"owner":"'
               INTO WS-TEMP-BEFORE WS-TEMP-AFTER
           END-UNSTRING
           UNSTRING WS-TEMP-AFTER DELIMITED BY '"'
               INTO WS-INV-OWNER(WS-INV-COUNT)
           END-UNSTRING.

      *> Mirrors AZURECMDBSYNC.cbl's FIND-INVENTORY-ENTRY
       FIND-INVENTORY-ENTRY.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-INV-COUNT
                      OR WS-FOUND-IDX > 0
               MOVE WS-INV-NAME(WS-SCAN-IDX) TO WS-NAME-LOWER
               INSPECT WS-NAME-LOWER CONVERTING
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
                   'abcdefghijklmnopqrstuvwxyz'
               MOVE WS-INV-TYPE(WS-SCAN-IDX) TO WS-TYPE-LOWER
               INSPECT WS-TYPE-LOWER CONVERTING
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
                   'abcdefghijklmnopqrstuvwxyz'
               IF (WS-FIND-NAME = SPACES
                       OR WS-FIND-NAME = WS-NAME-LOWER)
                   AND (WS-FIND-TYPE = SPACES
                       OR WS-FIND-TYPE = WS-TYPE-LOWER)
                   MOVE WS-SCAN-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

      *> Mirrors AZURECMDBSYNC.cbl's SPLIT-MAP-LINE
       SPLIT-MAP-LINE.
           IF WS-MAP-LINE(1:4) = 'REL|'
               UNSTRING WS-MAP-LINE DELIMITED BY '|'
                   INTO WS-MAP-KIND(WS-MAP-IDX) WS-MAP-ENV(WS-MAP-IDX)
                        WS-MAP-ID(WS-MAP-IDX) WS-MAP-CHILD(WS-MAP-IDX)
                        WS-MAP-TYPE(WS-MAP-IDX)
                        WS-MAP-SYS-ID(WS-MAP-IDX)
               END-UNSTRING
           ELSE
               UNSTRING WS-MAP-LINE DELIMITED BY '|'
                   INTO WS-MAP-KIND(WS-MAP-IDX) WS-MAP-ENV(WS-MAP-IDX)
                        WS-MAP-ID(WS-MAP-IDX)
                        WS-MAP-SYS-ID(WS-MAP-IDX)
                        WS-MAP-STATE(WS-MAP-IDX)
               END-UNSTRING
           END-IF.

      *> Mirrors AZURECMDBSYNC.cbl's BUILD-MAP-LINE
       BUILD-MAP-LINE.
           MOVE SPACES TO WS-MAP-LINE
           IF WS-MAP-KIND(WS-MAP-IDX) = 'REL'
               STRING 'REL|' FUNCTION TRIM(WS-MAP-ENV(WS-MAP-IDX))
                      '|' FUNCTION TRIM(WS-MAP-ID(WS-MAP-IDX))
                      '|' FUNCTION TRIM(WS-MAP-CHILD(WS-MAP-IDX))
                      '|' FUNCTION TRIM(WS-MAP-TYPE(WS-MAP-IDX))
                      '|' FUNCTION TRIM(WS-MAP-SYS-ID(WS-MAP-IDX))
                   DELIMITED BY SIZE INTO WS-MAP-LINE
               END-STRING
           ELSE
               STRING 'CI|' FUNCTION TRIM(WS-MAP-ENV(WS-MAP-IDX))
                      '|' FUNCTION TRIM(WS-MAP-ID(WS-MAP-IDX))
                      '|' FUNCTION TRIM(WS-MAP-SYS-ID(WS-MAP-IDX))
                      '|' FUNCTION TRIM(WS-MAP-STATE(WS-MAP-IDX))
                   DELIMITED BY SIZE INTO WS-MAP-LINE
               END-STRING
           END-IF.

      *> Mirrors AZURECMDBSYNC.cbl's CHECK-CI-STILL-LIVE
       CHECK-CI-STILL-LIVE.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                   UNTIL WS-INV-IDX > WS-INV-COUNT
                      OR WS-FOUND-IDX > 0
               IF WS-INV-ID(WS-INV-IDX) = WS-MAP-ID(WS-MAP-FOUND)
                   MOVE WS-INV-IDX TO WS-FOUND-IDX
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

       END PROGRAM TESTCMDBSYNC.

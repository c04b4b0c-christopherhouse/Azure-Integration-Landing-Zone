       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTADVISOR.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Unit tests for AZUREADVISOR - reading a recommendation line,
      *> naming the owning module, the suppression register (active,
      *> past review, wildcards) and the already-reported ledger

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  TEST-COUNTER                PIC 9(3) VALUE 0.
       01  PASSED-TESTS                PIC 9(3) VALUE 0.
       01  FAILED-TESTS                PIC 9(3) VALUE 0.
       01  WS-TEST-RESULT              PIC X(6).
       01  WS-MATCH-STRING             PIC X(8).

       01  WS-CURRENT-DATE8            PIC 9(8) VALUE 20261015.
       01  WS-ENV-NAME-WORK            PIC X(16).
       01  WS-ENV-UPPER                PIC X(16).
       01  WS-EXPIRED-COUNT            PIC 9(3) VALUE 0.
       01  WS-SUP-COUNT                PIC 9(3) VALUE 0.
       01  WS-SUP-TABLE.
           05  WS-SUP-ENTRY OCCURS 200.
               10  WS-SUP-ENV          PIC X(16).
               10  WS-SUP-TYPE         PIC X(40).
               10  WS-SUP-RESOURCE     PIC X(80).
               10  WS-SUP-REVIEW       PIC X(8).
               10  WS-SUP-REASON       PIC X(80).
               10  WS-SUP-EXPIRED      PIC X.
               10  WS-SUP-HITS         PIC 9(4).
       01  WS-SUP-IDX                  PIC 9(3).
       01  WS-SUP-LINE                 PIC X(256).
       01  WS-SUPPRESSED-BY            PIC 9(3).

       01  WS-ITEM-LINE                PIC X(8192).
       01  WS-TOKEN-KEY                PIC X(24).
       01  WS-TOKEN-DELIM              PIC X(32).
       01  WS-TOKEN-DELIM-LEN          PIC 9(3).
       01  WS-TOKEN-BEFORE             PIC X(8192).
       01  WS-TOKEN-AFTER              PIC X(8192).
       01  WS-TOKEN-VALUE              PIC X(512).

       01  WS-ADV-CATEGORY             PIC X(24).
       01  WS-ADV-IMPACT               PIC X(12).
       01  WS-ADV-TYPE                 PIC X(80).
       01  WS-ADV-TYPE-LOWER           PIC X(80).
       01  WS-ADV-RESOURCE             PIC X(80).
       01  WS-ADV-RESOURCE-LOWER       PIC X(80).
       01  WS-ADV-RESOURCE-ID          PIC X(512).
       01  WS-ADV-TYPE-ID              PIC X(40).
       01  WS-ADV-MODULE               PIC X(24).
       01  WS-ADV-CONFIG-KEYS          PIC X(64).
       01  WS-LEDGER-LINE              PIC X(512).
       01  WS-ADV-CMD                  PIC X(2048).
       01  WS-EXPECTED                 PIC X(256).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Advisor Review Unit Tests"
           DISPLAY "========================="

           PERFORM TEST-RECOMMENDATION-TOKENS
           PERFORM TEST-OWNING-MODULE
           PERFORM TEST-SUPPRESSION-REGISTER
           PERFORM TEST-ALREADY-REPORTED-KEY

           PERFORM DISPLAY-TEST-SUMMARY

           STOP RUN.

       TEST-RECOMMENDATION-TOKENS.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Recommendation Tokens"

      *> impact must not pick up impactedField, and problem comes
      *> from inside the nested shortDescription object
           MOVE SPACES TO WS-ITEM-LINE
           STRING '{"id":"x","properties":{"category":"Cost",'
                  '"impact":"High","impactedField":'
                  '"Microsoft.Compute/virtualMachines",'
                  '"impactedValue":"shir-vm1",'
                  '"recommendationTypeId":"e10b1381",'
                  '"shortDescription":{"problem":"Right-size VM"},'
                  '"resourceMetadata":{"resourceId":"/sub/rg/vm"}}}'
               DELIMITED BY SIZE INTO WS-ITEM-LINE
           END-STRING
           MOVE SPACES TO WS-MATCH-STRING
           MOVE 'impact' TO WS-TOKEN-KEY
           PERFORM GET-ITEM-TOKEN
           IF WS-TOKEN-VALUE = 'High'
               MOVE 'Y' TO WS-MATCH-STRING(1:1)
           END-IF
           MOVE 'problem' TO WS-TOKEN-KEY
           PERFORM GET-ITEM-TOKEN
           IF WS-TOKEN-VALUE = 'Right-size VM'
               MOVE 'Y' TO WS-MATCH-STRING(2:1)
           END-IF
           MOVE 'resourceId' TO WS-TOKEN-KEY
           PERFORM GET-ITEM-TOKEN
           IF WS-TOKEN-VALUE = '/sub/rg/vm'
               MOVE 'Y' TO WS-MATCH-STRING(3:1)
           END-IF
           MOVE 'solution' TO WS-TOKEN-KEY
           PERFORM GET-ITEM-TOKEN
           IF WS-TOKEN-VALUE = SPACES
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

       TEST-OWNING-MODULE.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Owning Module"

           MOVE SPACES TO WS-MATCH-STRING
           MOVE 'microsoft.compute/virtualmachines' TO WS-ADV-TYPE-LOWER
           PERFORM MAP-OWNING-MODULE
           MOVE 'DF_SHIR_VM_SIZE, DF_SHIR_VM_COUNT' TO WS-EXPECTED
           IF WS-ADV-MODULE = 'DATAFACTORY (SHIR)'
                   AND WS-ADV-CONFIG-KEYS = WS-EXPECTED
               MOVE 'Y' TO WS-MATCH-STRING(1:1)
           END-IF
           MOVE 'microsoft.apimanagement/service' TO WS-ADV-TYPE-LOWER
           PERFORM MAP-OWNING-MODULE
           IF WS-ADV-MODULE = 'APIM'
               MOVE 'Y' TO WS-MATCH-STRING(2:1)
           END-IF
           MOVE 'microsoft.storage/storageaccounts' TO WS-ADV-TYPE-LOWER
           PERFORM MAP-OWNING-MODULE
           IF WS-ADV-MODULE = 'STORAGE'
               MOVE 'Y' TO WS-MATCH-STRING(3:1)
           END-IF
           MOVE 'microsoft.foo/bars' TO WS-ADV-TYPE-LOWER
           PERFORM MAP-OWNING-MODULE
           IF WS-ADV-MODULE = 'UNMAPPED'
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

       TEST-SUPPRESSION-REGISTER.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Suppression Register"

      *> Entry 1 is active for one resource in dev; entry 2 is a
      *> wildcard that lapsed last month; entry 3 has no usable
      *> review date. Comments and blank lines are not entries.
           MOVE 0 TO WS-SUP-COUNT WS-EXPIRED-COUNT
           MOVE '# env|type|resource|review|reason' TO WS-SUP-LINE
           PERFORM LOAD-ONE-SUPPRESSION
           MOVE 'dev|E10B1381|SHIR-VM1|20270101|Sized for month end'
               TO WS-SUP-LINE
           PERFORM LOAD-ONE-SUPPRESSION
           MOVE SPACES TO WS-SUP-LINE
           PERFORM LOAD-ONE-SUPPRESSION
           MOVE '*|1a2b-3c|*|20260930|Single zone accepted'
               TO WS-SUP-LINE
           PERFORM LOAD-ONE-SUPPRESSION
           MOVE 'prod|*|kv1|soon|Pending review' TO WS-SUP-LINE
           PERFORM LOAD-ONE-SUPPRESSION

           MOVE SPACES TO WS-MATCH-STRING
           MOVE 'DEV' TO WS-ENV-UPPER
           MOVE 'e10b1381' TO WS-ADV-TYPE-ID
           MOVE 'shir-vm1' TO WS-ADV-RESOURCE-LOWER
           PERFORM CHECK-SUPPRESSION
           IF WS-SUPPRESSED-BY = 1
               MOVE 'Y' TO WS-MATCH-STRING(1:1)
           END-IF
           MOVE 'TEST' TO WS-ENV-UPPER
           PERFORM CHECK-SUPPRESSION
           IF WS-SUPPRESSED-BY = 0
               MOVE 'Y' TO WS-MATCH-STRING(2:1)
           END-IF
           MOVE 'PROD' TO WS-ENV-UPPER
           MOVE '1a2b-3c' TO WS-ADV-TYPE-ID
           MOVE 'apim1' TO WS-ADV-RESOURCE-LOWER
           PERFORM CHECK-SUPPRESSION
           IF WS-SUPPRESSED-BY = 0 AND WS-SUP-HITS(2) = 1
               MOVE 'Y' TO WS-MATCH-STRING(3:1)
           END-IF
           MOVE 'kv1' TO WS-ADV-RESOURCE-LOWER
           PERFORM CHECK-SUPPRESSION
           IF WS-SUPPRESSED-BY = 0 AND WS-SUP-HITS(3) = 1
               MOVE 'Y' TO WS-MATCH-STRING(4:1)
           END-IF
           IF WS-SUP-COUNT = 3 AND WS-EXPIRED-COUNT = 2
               MOVE 'Y' TO WS-MATCH-STRING(5:1)
           END-IF

           IF WS-MATCH-STRING(1:5) = 'YYYYY'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-MATCH-STRING
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-ALREADY-REPORTED-KEY.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Already-Reported Key"

      *> The ledger line written for a new item must contain the
      *> exact key the next month's lookup searches for
           MOVE 'dev' TO WS-ENV-NAME-WORK
           MOVE 'e10b1381' TO WS-ADV-TYPE-ID
           MOVE SPACES TO WS-ADV-RESOURCE-ID
           STRING '/subscriptions/s/resourcegroups/rg/providers/'
                  'microsoft.compute/virtualmachines/shir-vm1'
               DELIMITED BY SIZE INTO WS-ADV-RESOURCE-ID
           END-STRING
           MOVE 'Cost' TO WS-ADV-CATEGORY
           MOVE 'DATAFACTORY (SHIR)' TO WS-ADV-MODULE
           PERFORM BUILD-LEDGER-LINE
           PERFORM BUILD-REPORTED-LOOKUP
           MOVE SPACES TO WS-EXPECTED
           STRING '|dev|e10b1381|' FUNCTION TRIM(WS-ADV-RESOURCE-ID)
                  '|'
               DELIMITED BY SIZE INTO WS-EXPECTED
           END-STRING
           MOVE 0 TO WS-SUP-IDX
           INSPECT WS-LEDGER-LINE TALLYING WS-SUP-IDX
               FOR ALL WS-EXPECTED(1:FUNCTION LENGTH(
                   FUNCTION TRIM(WS-EXPECTED)))
           MOVE 0 TO WS-SUPPRESSED-BY
           INSPECT WS-ADV-CMD TALLYING WS-SUPPRESSED-BY
               FOR ALL WS-EXPECTED(1:FUNCTION LENGTH(
                   FUNCTION TRIM(WS-EXPECTED)))

           IF WS-SUP-IDX = 1 AND WS-SUPPRESSED-BY = 1
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Ledger: " FUNCTION TRIM(WS-LEDGER-LINE)
               DISPLAY "  Lookup: " FUNCTION TRIM(WS-ADV-CMD)
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

      *> Mirrors AZUREADVISOR.cbl's GET-ITEM-TOKEN
       GET-ITEM-TOKEN.
           MOVE SPACES TO WS-TOKEN-DELIM WS-TOKEN-VALUE
                          WS-TOKEN-BEFORE WS-TOKEN-AFTER
           STRING '"' FUNCTION TRIM(WS-TOKEN-KEY) '":"'
               DELIMITED BY SIZE INTO WS-TOKEN-DELIM
           END-STRING
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TOKEN-DELIM))
               TO WS-TOKEN-DELIM-LEN
           UNSTRING WS-ITEM-LINE
               DELIMITED BY WS-TOKEN-DELIM(1:WS-TOKEN-DELIM-LEN)
               INTO WS-TOKEN-BEFORE WS-TOKEN-AFTER
           END-UNSTRING
           IF WS-TOKEN-AFTER = SPACES
               EXIT PARAGRAPH
           END-IF
           UNSTRING WS-TOKEN-AFTER DELIMITED BY '"'
               INTO WS-TOKEN-VALUE
           END-UNSTRING.

      *> Mirrors AZUREADVISOR.cbl's MAP-OWNING-MODULE
       MAP-OWNING-MODULE.
           MOVE SPACES TO WS-ADV-MODULE WS-ADV-CONFIG-KEYS
           EVALUATE WS-ADV-TYPE-LOWER
               WHEN 'microsoft.compute/virtualmachines'
               WHEN 'microsoft.compute/disks'
                   MOVE 'DATAFACTORY (SHIR)' TO WS-ADV-MODULE
                   MOVE 'DF_SHIR_VM_SIZE, DF_SHIR_VM_COUNT'
                       TO WS-ADV-CONFIG-KEYS
               WHEN 'microsoft.datafactory/factories'
                   MOVE 'DATAFACTORY' TO WS-ADV-MODULE
                   MOVE 'DF_*' TO WS-ADV-CONFIG-KEYS
               WHEN 'microsoft.apimanagement/service'
                   MOVE 'APIM' TO WS-ADV-MODULE
                   MOVE 'APIM_SKU_NAME, APIM_SKU_CAPACITY'
                       TO WS-ADV-CONFIG-KEYS
               WHEN 'microsoft.storage/storageaccounts'
                   MOVE 'STORAGE' TO WS-ADV-MODULE
                   MOVE 'STORAGE_n_SKU, STORAGE_n_KIND, STORAGE_n_TIER'
                       TO WS-ADV-CONFIG-KEYS
               WHEN 'microsoft.keyvault/vaults'
                   MOVE 'KEYVAULT' TO WS-ADV-MODULE
                   MOVE 'KV_PURGE_PROTECTION, KV_SOFT_DELETE_DAYS'
                       TO WS-ADV-CONFIG-KEYS
               WHEN 'microsoft.servicebus/namespaces'
                   MOVE 'SERVICEBUS' TO WS-ADV-MODULE
                   MOVE 'SB_CAPACITY_UNITS' TO WS-ADV-CONFIG-KEYS
               WHEN 'microsoft.eventhub/namespaces'
                   MOVE 'EVENTHUBS' TO WS-ADV-MODULE
                   MOVE 'EH_CAPACITY_UNITS' TO WS-ADV-CONFIG-KEYS
               WHEN 'microsoft.web/sites'
               WHEN 'microsoft.web/serverfarms'
                   MOVE 'FUNCTIONAPP / LOGICAPP' TO WS-ADV-MODULE
                   MOVE 'FUNC_PLAN_SKU, LOGICAPP_PLAN_SKU'
                       TO WS-ADV-CONFIG-KEYS
               WHEN 'microsoft.logic/workflows'
                   MOVE 'LOGICAPP' TO WS-ADV-MODULE
                   MOVE 'LOGICAPP_*' TO WS-ADV-CONFIG-KEYS
               WHEN 'microsoft.logic/integrationaccounts'
                   MOVE 'INTACCOUNT' TO WS-ADV-MODULE
                   MOVE 'IA_SKU' TO WS-ADV-CONFIG-KEYS
               WHEN 'microsoft.sql/servers'
               WHEN 'microsoft.sql/servers/databases'
                   MOVE 'SQLDB' TO WS-ADV-MODULE
                   MOVE 'SQLDB_DB_n_SKU, SQLDB_DB_n_MAXGB'
                       TO WS-ADV-CONFIG-KEYS
               WHEN 'microsoft.cache/redis'
                   MOVE 'REDIS' TO WS-ADV-MODULE
                   MOVE 'REDIS_SKU_NAME, REDIS_CAPACITY'
                       TO WS-ADV-CONFIG-KEYS
               WHEN 'microsoft.network/applicationgateways'
                   MOVE 'APPGATEWAY' TO WS-ADV-MODULE
                   MOVE 'AGW_CAPACITY' TO WS-ADV-CONFIG-KEYS
               WHEN 'microsoft.network/bastionhosts'
                   MOVE 'BASTION' TO WS-ADV-MODULE
                   MOVE 'BASTION_SKU, BASTION_SCALE_UNITS'
                       TO WS-ADV-CONFIG-KEYS
               WHEN 'microsoft.network/virtualnetworks'
               WHEN 'microsoft.network/networksecuritygroups'
                   MOVE 'VNET' TO WS-ADV-MODULE
                   MOVE 'VNET_ADDRESS_SPACE, SUBNET_n_*, NSG_n_*'
                       TO WS-ADV-CONFIG-KEYS
               WHEN 'microsoft.network/natgateways'
               WHEN 'microsoft.network/publicipaddresses'
                   MOVE 'VNET (NAT)' TO WS-ADV-MODULE
                   MOVE 'NAT_DEPLOY, NAT_IP_TYPE' TO WS-ADV-CONFIG-KEYS
               WHEN 'microsoft.network/privatednszones'
                   MOVE 'PRIVATEDNS' TO WS-ADV-MODULE
                   MOVE 'HUB_VNET_RESOURCE_ID' TO WS-ADV-CONFIG-KEYS
               WHEN 'microsoft.network/dnsresolvers'
                   MOVE 'DNSRESOLVER' TO WS-ADV-MODULE
                   MOVE 'DNSRES_*' TO WS-ADV-CONFIG-KEYS
               WHEN 'microsoft.network/frontdoors'
               WHEN 'microsoft.cdn/profiles'
                   MOVE 'FRONTDOOR' TO WS-ADV-MODULE
                   MOVE 'FD_*' TO WS-ADV-CONFIG-KEYS
               WHEN 'microsoft.operationalinsights/workspaces'
                   MOVE 'LOGANALYTICS' TO WS-ADV-MODULE
                   MOVE 'LA_RETENTION_DAYS, LA_DAILY_QUOTA_GB'
                       TO WS-ADV-CONFIG-KEYS
               WHEN 'microsoft.insights/components'
                   MOVE 'APPINSIGHTS' TO WS-ADV-MODULE
                   MOVE 'APPI_RETENTION_DAYS, APPI_SAMPLING_PCT'
                       TO WS-ADV-CONFIG-KEYS
               WHEN 'microsoft.relay/namespaces'
                   MOVE 'RELAY' TO WS-ADV-MODULE
                   MOVE 'RELAY_*' TO WS-ADV-CONFIG-KEYS
               WHEN 'microsoft.eventgrid/topics'
               WHEN 'microsoft.eventgrid/systemtopics'
                   MOVE 'EVENTGRID' TO WS-ADV-MODULE
                   MOVE 'EG_*' TO WS-ADV-CONFIG-KEYS
               WHEN 'microsoft.managedidentity/userassignedidentities'
                   MOVE 'IDENTITY' TO WS-ADV-MODULE
                   MOVE 'IDENTITY_*' TO WS-ADV-CONFIG-KEYS
               WHEN OTHER
                   MOVE 'UNMAPPED' TO WS-ADV-MODULE
                   MOVE '-' TO WS-ADV-CONFIG-KEYS
           END-EVALUATE.

      *> Mirrors AZUREADVISOR.cbl's LOAD-ONE-SUPPRESSION
       LOAD-ONE-SUPPRESSION.
           IF WS-SUP-LINE(1:1) = '#' OR WS-SUP-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-SUP-COUNT >= 200
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SUP-COUNT
           MOVE WS-SUP-COUNT TO WS-SUP-IDX
           MOVE SPACES TO WS-SUP-ENTRY(WS-SUP-IDX)
           UNSTRING WS-SUP-LINE DELIMITED BY '|'
               INTO WS-SUP-ENV(WS-SUP-IDX)
                    WS-SUP-TYPE(WS-SUP-IDX)
                    WS-SUP-RESOURCE(WS-SUP-IDX)
                    WS-SUP-REVIEW(WS-SUP-IDX)
                    WS-SUP-REASON(WS-SUP-IDX)
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-SUP-ENV(WS-SUP-IDX))
               TO WS-SUP-ENV(WS-SUP-IDX)
           MOVE FUNCTION TRIM(WS-SUP-TYPE(WS-SUP-IDX))
               TO WS-SUP-TYPE(WS-SUP-IDX)
           MOVE FUNCTION TRIM(WS-SUP-RESOURCE(WS-SUP-IDX))
               TO WS-SUP-RESOURCE(WS-SUP-IDX)
           MOVE FUNCTION TRIM(WS-SUP-REVIEW(WS-SUP-IDX))
               TO WS-SUP-REVIEW(WS-SUP-IDX)
           INSPECT WS-SUP-ENV(WS-SUP-IDX) CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-SUP-TYPE(WS-SUP-IDX) CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           INSPECT WS-SUP-RESOURCE(WS-SUP-IDX) CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           MOVE 0 TO WS-SUP-HITS(WS-SUP-IDX)
           MOVE 'N' TO WS-SUP-EXPIRED(WS-SUP-IDX)
           IF WS-SUP-REVIEW(WS-SUP-IDX) IS NOT NUMERIC
               MOVE 'Y' TO WS-SUP-EXPIRED(WS-SUP-IDX)
           ELSE
               IF WS-SUP-REVIEW(WS-SUP-IDX) < WS-CURRENT-DATE8
                   MOVE 'Y' TO WS-SUP-EXPIRED(WS-SUP-IDX)
               END-IF
           END-IF
           IF WS-SUP-EXPIRED(WS-SUP-IDX) = 'Y'
               ADD 1 TO WS-EXPIRED-COUNT
           END-IF.

      *> Mirrors AZUREADVISOR.cbl's CHECK-SUPPRESSION
       CHECK-SUPPRESSION.
           MOVE 0 TO WS-SUPPRESSED-BY
           PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                   UNTIL WS-SUP-IDX > WS-SUP-COUNT
               IF (WS-SUP-ENV(WS-SUP-IDX) = '*'
                       OR WS-SUP-ENV(WS-SUP-IDX) = WS-ENV-UPPER)
                   AND (WS-SUP-TYPE(WS-SUP-IDX) = '*'
                       OR WS-SUP-TYPE(WS-SUP-IDX) = WS-ADV-TYPE-ID)
                   AND (WS-SUP-RESOURCE(WS-SUP-IDX) = '*'
                       OR WS-SUP-RESOURCE(WS-SUP-IDX)
                           = WS-ADV-RESOURCE-LOWER)
                   ADD 1 TO WS-SUP-HITS(WS-SUP-IDX)
                   IF WS-SUP-EXPIRED(WS-SUP-IDX) NOT = 'Y'
                           AND WS-SUPPRESSED-BY = 0
                       MOVE WS-SUP-IDX TO WS-SUPPRESSED-BY
                   END-IF
               END-IF
           END-PERFORM.

      *> Mirrors AZUREADVISOR.cbl's BUILD-REPORTED-LOOKUP
       BUILD-REPORTED-LOOKUP.
           MOVE SPACES TO WS-ADV-CMD
           STRING 'grep -c -F ' "'|" FUNCTION TRIM(WS-ENV-NAME-WORK)
                  '|' FUNCTION TRIM(WS-ADV-TYPE-ID)
                  '|' FUNCTION TRIM(WS-ADV-RESOURCE-ID)
                  "|'" ' advisor-seen.dat > advisor_field.txt'
                  ' 2>/dev/null; true'
               DELIMITED BY SIZE INTO WS-ADV-CMD
           END-STRING.

      *> Mirrors AZUREADVISOR.cbl's BUILD-LEDGER-LINE
       BUILD-LEDGER-LINE.
           MOVE SPACES TO WS-LEDGER-LINE
           STRING 'ADV|' WS-CURRENT-DATE8
                  '|' FUNCTION TRIM(WS-ENV-NAME-WORK)
                  '|' FUNCTION TRIM(WS-ADV-TYPE-ID)
                  '|' FUNCTION TRIM(WS-ADV-RESOURCE-ID)
                  '|' FUNCTION TRIM(WS-ADV-CATEGORY)
                  '|' FUNCTION TRIM(WS-ADV-MODULE)
               DELIMITED BY SIZE INTO WS-LEDGER-LINE
           END-STRING.

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

       END PROGRAM TESTADVISOR.

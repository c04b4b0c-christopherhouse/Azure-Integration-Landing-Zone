       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTDEFENDER.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Unit tests for Defender for Cloud plan enablement - which
      *> plans DEFENDER puts on in each environment and the pricing
      *> it sends - and for AZURESECSCORE's score reading, monthly
      *> trend and per-resource recommendation listing

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY AZURECONFIG.
       COPY HTTPCLIENT.

       01  TEST-COUNTER                PIC 9(3) VALUE 0.
       01  PASSED-TESTS                PIC 9(3) VALUE 0.
       01  FAILED-TESTS                PIC 9(3) VALUE 0.
       01  WS-TEST-RESULT              PIC X(6).
       01  WS-MATCH-STRING             PIC X(8).
       01  WS-EXPECTED                 PIC X(256).

       01  WS-ENV-UPPER                PIC X(16).
       01  WS-IS-PRODUCTION            PIC X.
       01  WS-PLAN-IDX                 PIC 9(2).
       01  WS-PLAN-APPLIES             PIC X.
       01  WS-SUBPLAN-FRAGMENT         PIC X(64).
       01  WS-JSON.
           05  JSON-PAYLOAD            PIC X(4096).
           05  JSON-LENGTH             PIC 9(6).

       01  FIELD-RECORD                PIC X(1024).
       01  WS-FIELD-IDX                PIC 9(2).
       01  WS-SCORE-KEY                PIC X(24).
       01  WS-SCORE-VALUE              PIC X(24).
       01  WS-SCORE-CURRENT            PIC 9(3)V99.
       01  WS-SCORE-MAX                PIC 9(3).
       01  WS-SCORE-PCT                PIC 9(3)V9.

       01  WS-ENV-NAME-WORK            PIC X(16).
       01  WS-THIS-MONTH               PIC X(6) VALUE '202610'.
       01  SCORE-LEDGER-RECORD         PIC X(128).
       01  WS-PREV-FOUND               PIC X.
       01  WS-PREV-MONTH               PIC X(6).
       01  WS-PREV-CURRENT             PIC 9(3)V99.
       01  WS-PREV-MAX                 PIC 9(3).
       01  WS-PREV-PCT                 PIC 9(3)V9.
       01  WS-PREV-OPEN                PIC 9(5).
       01  WS-PCT-CHANGE               PIC S9(3)V9.
       01  WS-LDG-TAG                  PIC X(8).
       01  WS-LDG-MONTH                PIC X(6).
       01  WS-LDG-ENV                  PIC X(16).
       01  WS-LDG-CURRENT              PIC X(12).
       01  WS-LDG-MAX                  PIC X(8).
       01  WS-LDG-PCT                  PIC X(8).
       01  WS-LDG-OPEN                 PIC X(8).
       01  WS-PCT-DISPLAY              PIC ZZ9.9.
       01  WS-CHANGE-DISPLAY           PIC ZZ9.9.
       01  WS-TREND-TEXT               PIC X(64).
       01  WS-ENVS-FELL                PIC 9(3) VALUE 0.

       01  WS-REC-LINE                 PIC X(1024).
       01  WS-REC-RESOURCE-ID          PIC X(512).
       01  WS-REC-NAME                 PIC X(256).
       01  WS-LAST-RESOURCE-ID         PIC X(512).
       01  WS-REC-RESOURCE             PIC X(160).
       01  WS-REC-BEFORE               PIC X(512).
       01  WS-OPEN-RECS                PIC 9(5).
       01  WS-OPEN-RESOURCES           PIC 9(4).
       01  WS-FIRST-RESOURCE           PIC X(160).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Defender for Cloud Unit Tests"
           DISPLAY "============================="

           PERFORM SET-UP-PLANS
           PERFORM TEST-PRODUCTION-GATING
           PERFORM TEST-PRICING-PAYLOAD
           PERFORM TEST-SCORE-FIELDS
           PERFORM TEST-MONTHLY-TREND
           PERFORM TEST-RECOMMENDATION-LISTING

           PERFORM DISPLAY-TEST-SUMMARY

           STOP RUN.

       SET-UP-PLANS.
           MOVE SPACES TO AZURE-CONFIG
           MOVE 'Y' TO DEFENDER-DEPLOY-FLAG
           MOVE 3 TO DEFENDER-PLAN-COUNT
           MOVE 'KeyVaults' TO DEFENDER-PLAN-NAME(1)
           MOVE 'N' TO DEFENDER-PLAN-PROD-ONLY(1)
           MOVE 'Api' TO DEFENDER-PLAN-NAME(2)
           MOVE 'P1' TO DEFENDER-PLAN-SUBPLAN(2)
           MOVE 'Y' TO DEFENDER-PLAN-PROD-ONLY(2)
           MOVE 'StorageAccounts' TO DEFENDER-PLAN-NAME(3)
           MOVE 'DefenderForStorageV2' TO DEFENDER-PLAN-SUBPLAN(3).

       TEST-PRODUCTION-GATING.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Production Gating"

      *> Below production the production-only Api plan is skipped;
      *> in production (any case) every plan goes on
           MOVE SPACES TO WS-MATCH-STRING
           MOVE 'dev' TO ENV-NAME
           PERFORM RESOLVE-PRODUCTION
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                   UNTIL WS-PLAN-IDX > DEFENDER-PLAN-COUNT
               PERFORM CHECK-PLAN-APPLIES
               MOVE WS-PLAN-APPLIES TO WS-MATCH-STRING(WS-PLAN-IDX:1)
           END-PERFORM
           MOVE 'Production' TO ENV-NAME
           PERFORM RESOLVE-PRODUCTION
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                   UNTIL WS-PLAN-IDX > DEFENDER-PLAN-COUNT
               PERFORM CHECK-PLAN-APPLIES
               MOVE WS-PLAN-APPLIES
                   TO WS-MATCH-STRING(WS-PLAN-IDX + 3:1)
           END-PERFORM

           IF WS-MATCH-STRING(1:6) = 'YNYYYY'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-MATCH-STRING
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-PRICING-PAYLOAD.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Pricing Payload"

      *> The sub-plan is only sent when one is configured
           MOVE SPACES TO WS-MATCH-STRING
           MOVE 2 TO WS-PLAN-IDX
           PERFORM GENERATE-PRICING-JSON-PAYLOAD
           MOVE SPACES TO WS-EXPECTED
           STRING '{"properties": {  "pricingTier": "Standard", '
                  '"subPlan": "P1"}}'
               DELIMITED BY SIZE INTO WS-EXPECTED
           END-STRING
           IF JSON-PAYLOAD = WS-EXPECTED
               MOVE 'Y' TO WS-MATCH-STRING(1:1)
           ELSE
               DISPLAY "  Got: " FUNCTION TRIM(JSON-PAYLOAD)
           END-IF
           MOVE 1 TO WS-PLAN-IDX
           PERFORM GENERATE-PRICING-JSON-PAYLOAD
           IF JSON-PAYLOAD =
                   '{"properties": {  "pricingTier": "Standard"}}'
               MOVE 'Y' TO WS-MATCH-STRING(2:1)
           ELSE
               DISPLAY "  Got: " FUNCTION TRIM(JSON-PAYLOAD)
           END-IF

           IF WS-MATCH-STRING(1:2) = 'YY'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-SCORE-FIELDS.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Secure Score Fields"

      *> The score object split one pair to a line, as the fetch
      *> leaves it; the leading "score": line carries no value
           MOVE 0 TO WS-FIELD-IDX WS-SCORE-CURRENT WS-SCORE-MAX
                     WS-SCORE-PCT
           MOVE '"score":' TO FIELD-RECORD
           PERFORM APPLY-SCORE-FIELD
           MOVE '"max":58' TO FIELD-RECORD
           PERFORM APPLY-SCORE-FIELD
           MOVE '"current":31.5' TO FIELD-RECORD
           PERFORM APPLY-SCORE-FIELD
           MOVE '"percentage":0.5431' TO FIELD-RECORD
           PERFORM APPLY-SCORE-FIELD

           IF WS-FIELD-IDX = 3 AND WS-SCORE-CURRENT = 31.5
                   AND WS-SCORE-MAX = 58 AND WS-SCORE-PCT = 54.3
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-FIELD-IDX " " WS-SCORE-CURRENT
                       " " WS-SCORE-MAX " " WS-SCORE-PCT
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-MONTHLY-TREND.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Monthly Trend"

      *> The latest earlier month is the baseline; another
      *> environment's record and this month's rerun are not
           MOVE 'prod' TO WS-ENV-NAME-WORK
           MOVE 'N' TO WS-PREV-FOUND
           MOVE SPACES TO WS-PREV-MONTH
           MOVE 'SCORE|202608|prod|30.00|58|51.7|12'
               TO SCORE-LEDGER-RECORD
           PERFORM APPLY-LEDGER-RECORD
           MOVE 'SCORE|202609|prod|33.10|58|57.1|9'
               TO SCORE-LEDGER-RECORD
           PERFORM APPLY-LEDGER-RECORD
           MOVE 'SCORE|202609|dev|10.00|58|17.2|40'
               TO SCORE-LEDGER-RECORD
           PERFORM APPLY-LEDGER-RECORD
           MOVE 'SCORE|202610|prod|20.00|58|34.5|20'
               TO SCORE-LEDGER-RECORD
           PERFORM APPLY-LEDGER-RECORD
           MOVE 54.3 TO WS-SCORE-PCT
           PERFORM BUILD-TREND-TEXT

           IF WS-PREV-MONTH = '202609' AND WS-PREV-OPEN = 9
                   AND WS-TREND-TEXT =
                       'DOWN 2.8 points from 57.1% in 2026-09'
                   AND WS-ENVS-FELL = 1
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-PREV-MONTH " " WS-PREV-OPEN " "
                       FUNCTION TRIM(WS-TREND-TEXT)
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-RECOMMENDATION-LISTING.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Recommendation Listing"

      *> Sorted lines: two on the Key Vault, one on the group
           MOVE 0 TO WS-OPEN-RECS WS-OPEN-RESOURCES
           MOVE SPACES TO WS-LAST-RESOURCE-ID WS-FIRST-RESOURCE
           MOVE SPACES TO WS-REC-LINE
           STRING '/subscriptions/x/resourceGroups/rg-app/providers/'
                  'Microsoft.KeyVault/vaults/kv1|Key Vault should '
                  'use private link'
               DELIMITED BY SIZE INTO WS-REC-LINE
           END-STRING
           PERFORM REPORT-ONE-RECOMMENDATION
           MOVE WS-REC-RESOURCE TO WS-FIRST-RESOURCE
           MOVE SPACES TO WS-REC-LINE
           STRING '/subscriptions/x/resourceGroups/rg-app/providers/'
                  'Microsoft.KeyVault/vaults/kv1|Key Vault should '
                  'have purge protection enabled'
               DELIMITED BY SIZE INTO WS-REC-LINE
           END-STRING
           PERFORM REPORT-ONE-RECOMMENDATION
           MOVE '/subscriptions/x/resourceGroups/rg-app|Tag policy'
               TO WS-REC-LINE
           PERFORM REPORT-ONE-RECOMMENDATION

           IF WS-OPEN-RECS = 3 AND WS-OPEN-RESOURCES = 2
                   AND WS-FIRST-RESOURCE =
                       'Microsoft.KeyVault/vaults/kv1'
                   AND WS-REC-RESOURCE = '(resource group)'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-OPEN-RECS " " WS-OPEN-RESOURCES
                       " " FUNCTION TRIM(WS-FIRST-RESOURCE)
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

      *> Mirrors DEFENDER.cbl's INITIALIZE-DEPLOYMENT production test
       RESOLVE-PRODUCTION.
           MOVE ENV-NAME TO WS-ENV-UPPER
           INSPECT WS-ENV-UPPER CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-ENV-UPPER = 'PROD' OR WS-ENV-UPPER = 'PRODUCTION'
               MOVE 'Y' TO WS-IS-PRODUCTION
           ELSE
               MOVE 'N' TO WS-IS-PRODUCTION
           END-IF.

      *> Mirrors DEFENDER.cbl's ENABLE-DEFENDER-PLAN skip checks
       CHECK-PLAN-APPLIES.
           MOVE 'Y' TO WS-PLAN-APPLIES
           IF DEFENDER-PLAN-NAME(WS-PLAN-IDX) = SPACES
               MOVE 'N' TO WS-PLAN-APPLIES
           END-IF
           IF DEFENDER-PLAN-PROD-ONLY(WS-PLAN-IDX) = 'Y'
                   AND WS-IS-PRODUCTION NOT = 'Y'
               MOVE 'N' TO WS-PLAN-APPLIES
           END-IF.

      *> Mirrors DEFENDER.cbl's GENERATE-PRICING-JSON-PAYLOAD
       GENERATE-PRICING-JSON-PAYLOAD.
           MOVE SPACES TO WS-SUBPLAN-FRAGMENT
           IF DEFENDER-PLAN-SUBPLAN(WS-PLAN-IDX) NOT = SPACES
               STRING ', "subPlan": "'
                      FUNCTION TRIM(DEFENDER-PLAN-SUBPLAN(WS-PLAN-IDX))
                      '"'
                   DELIMITED BY SIZE INTO WS-SUBPLAN-FRAGMENT
               END-STRING
           END-IF

           MOVE SPACES TO JSON-PAYLOAD
           STRING '{'
               '"properties": {'
               '  "pricingTier": "Standard"'
               FUNCTION TRIM(WS-SUBPLAN-FRAGMENT)
               '}'
               '}'
               DELIMITED BY SIZE INTO JSON-PAYLOAD
           END-STRING
           COMPUTE JSON-LENGTH = FUNCTION LENGTH(JSON-PAYLOAD).

      *> Mirrors AZURESECSCORE.cbl's APPLY-SCORE-FIELD
       APPLY-SCORE-FIELD.
           MOVE SPACES TO WS-SCORE-KEY WS-SCORE-VALUE
           UNSTRING FIELD-RECORD DELIMITED BY ':'
               INTO WS-SCORE-KEY WS-SCORE-VALUE
           END-UNSTRING
           IF WS-SCORE-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-SCORE-KEY
               WHEN '"current"'
                   MOVE FUNCTION NUMVAL(WS-SCORE-VALUE)
                       TO WS-SCORE-CURRENT
                   ADD 1 TO WS-FIELD-IDX
               WHEN '"max"'
                   MOVE FUNCTION NUMVAL(WS-SCORE-VALUE)
                       TO WS-SCORE-MAX
                   ADD 1 TO WS-FIELD-IDX
               WHEN '"percentage"'
                   COMPUTE WS-SCORE-PCT ROUNDED =
                       FUNCTION NUMVAL(WS-SCORE-VALUE) * 100
                   ADD 1 TO WS-FIELD-IDX
           END-EVALUATE.

      *> Mirrors AZURESECSCORE.cbl's APPLY-LEDGER-RECORD
       APPLY-LEDGER-RECORD.
           MOVE SPACES TO WS-LDG-TAG WS-LDG-MONTH WS-LDG-ENV
                          WS-LDG-CURRENT WS-LDG-MAX WS-LDG-PCT
                          WS-LDG-OPEN
           UNSTRING SCORE-LEDGER-RECORD DELIMITED BY '|'
               INTO WS-LDG-TAG WS-LDG-MONTH WS-LDG-ENV
                    WS-LDG-CURRENT WS-LDG-MAX WS-LDG-PCT
                    WS-LDG-OPEN
           END-UNSTRING
           IF WS-LDG-TAG NOT = 'SCORE'
                   OR WS-LDG-ENV NOT = WS-ENV-NAME-WORK
                   OR WS-LDG-MONTH NOT < WS-THIS-MONTH
                   OR WS-LDG-MONTH < WS-PREV-MONTH
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-PREV-FOUND
           MOVE WS-LDG-MONTH TO WS-PREV-MONTH
           MOVE FUNCTION NUMVAL(WS-LDG-CURRENT) TO WS-PREV-CURRENT
           MOVE FUNCTION NUMVAL(WS-LDG-MAX) TO WS-PREV-MAX
           MOVE FUNCTION NUMVAL(WS-LDG-PCT) TO WS-PREV-PCT
           MOVE FUNCTION NUMVAL(WS-LDG-OPEN) TO WS-PREV-OPEN.

      *> Mirrors AZURESECSCORE.cbl's BUILD-TREND-TEXT
       BUILD-TREND-TEXT.
           MOVE SPACES TO WS-TREND-TEXT
           IF WS-PREV-FOUND NOT = 'Y'
               MOVE 'first month recorded' TO WS-TREND-TEXT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PCT-CHANGE = WS-SCORE-PCT - WS-PREV-PCT
           MOVE WS-PREV-PCT TO WS-PCT-DISPLAY
           EVALUATE TRUE
               WHEN WS-PCT-CHANGE > 0
                   MOVE WS-PCT-CHANGE TO WS-CHANGE-DISPLAY
                   STRING 'up ' FUNCTION TRIM(WS-CHANGE-DISPLAY)
                          ' points from '
                          FUNCTION TRIM(WS-PCT-DISPLAY) '% in '
                          WS-PREV-MONTH(1:4) '-' WS-PREV-MONTH(5:2)
                       DELIMITED BY SIZE INTO WS-TREND-TEXT
                   END-STRING
               WHEN WS-PCT-CHANGE < 0
                   COMPUTE WS-CHANGE-DISPLAY = 0 - WS-PCT-CHANGE
                   STRING 'DOWN ' FUNCTION TRIM(WS-CHANGE-DISPLAY)
                          ' points from '
                          FUNCTION TRIM(WS-PCT-DISPLAY) '% in '
                          WS-PREV-MONTH(1:4) '-' WS-PREV-MONTH(5:2)
                       DELIMITED BY SIZE INTO WS-TREND-TEXT
                   END-STRING
                   ADD 1 TO WS-ENVS-FELL
               WHEN OTHER
                   STRING 'unchanged from '
                          WS-PREV-MONTH(1:4) '-' WS-PREV-MONTH(5:2)
                       DELIMITED BY SIZE INTO WS-TREND-TEXT
                   END-STRING
           END-EVALUATE.

      *> Mirrors AZURESECSCORE.cbl's REPORT-ONE-RECOMMENDATION
      *> counting, without the report writes
       REPORT-ONE-RECOMMENDATION.
           MOVE SPACES TO WS-REC-RESOURCE-ID WS-REC-NAME
           UNSTRING WS-REC-LINE DELIMITED BY '|'
               INTO WS-REC-RESOURCE-ID WS-REC-NAME
           END-UNSTRING
           IF WS-REC-RESOURCE-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OPEN-RECS
           IF WS-REC-RESOURCE-ID NOT = WS-LAST-RESOURCE-ID
               ADD 1 TO WS-OPEN-RESOURCES
               MOVE WS-REC-RESOURCE-ID TO WS-LAST-RESOURCE-ID
               PERFORM SHORTEN-RESOURCE-ID
           END-IF.

      *> Mirrors AZURESECSCORE.cbl's SHORTEN-RESOURCE-ID
       SHORTEN-RESOURCE-ID.
           MOVE SPACES TO WS-REC-RESOURCE WS-REC-BEFORE
           UNSTRING WS-REC-RESOURCE-ID DELIMITED BY '/providers/'
               INTO WS-REC-BEFORE WS-REC-RESOURCE
           END-UNSTRING
           IF WS-REC-RESOURCE = SPACES
               MOVE '(resource group)' TO WS-REC-RESOURCE
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

       END PROGRAM TESTDEFENDER.

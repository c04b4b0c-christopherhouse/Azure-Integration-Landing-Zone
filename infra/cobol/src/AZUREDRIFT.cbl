       01  WS-FLAT-SKU-NAME            PIC X(16).
       01  WS-FLAT-SOFT-DELETE         PIC X(12).
       01  WS-FLAT-CAPACITY            PIC X(12).
       01  WS-FLAT-RETENTION           PIC X(12).
       01  WS-FIELD-LINE               PIC X(128).
       01  WS-FIELDS-COMMAND           PIC X(1024).
       01  WS-CHECK-LOCATION           PIC X(32).
       01  WS-CHECK-SKU-NAME           PIC X(16).
       01  WS-CHECK-NUMERIC-RAW        PIC X(8).
       01  WS-CHECK-NUMERIC-VALUE      PIC 9(4).
       01  WS-EXPECTED-RETENTION       PIC 9(4).
       01  WS-EXPECTED-CAPACITY        PIC 9(4).
       01  WS-PROPERTY-DRIFT-FLAG      PIC X VALUE 'N'.
       01  WS-PROPERTY-DRIFT-DESC      PIC X(40).
       01  WS-TEMP-BEFORE              PIC X(4096).
       01  WS-RESOURCE-COUNT           PIC 9(3) VALUE 0.
       01  WS-DRIFT-COUNT              PIC 9(3) VALUE 0.
       01  WS-NSG-IDX                  PIC 9(2).
       01  WS-ID-IDX                   PIC 9(2).

       01  WS-RETRY-COUNT              PIC 9(2).
       01  WS-RETRY-MAX                PIC 9(2) VALUE 3.
                   PERFORM CHECK-DATA-FACTORY-DRIFT
               END-IF

               IF APPI-DEPLOY-FLAG = 'Y'
                   PERFORM CHECK-APP-INSIGHTS-DRIFT
               END-IF

               IF REDIS-DEPLOY-FLAG = 'Y'
                   PERFORM CHECK-REDIS-DRIFT
               END-IF

               IF SQLDB-DEPLOY-FLAG = 'Y'
                   PERFORM CHECK-SQL-SERVER-DRIFT
               END-IF

               IF BASTION-DEPLOY-FLAG = 'Y'
                   PERFORM CHECK-BASTION-DRIFT
               END-IF

               IF RELAY-DEPLOY-FLAG = 'Y'
                   PERFORM CHECK-RELAY-DRIFT
               END-IF

               IF IDENTITY-DEPLOY-FLAG = 'Y'
                   PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                           UNTIL WS-ID-IDX > IDENTITY-COUNT
                              OR WS-ID-IDX > 5
                       IF IDENTITY-NAME(WS-ID-IDX) NOT = SPACES
                           PERFORM CHECK-IDENTITY-DRIFT
                       END-IF
                   END-PERFORM
               END-IF

               PERFORM REPORT-SUMMARY
           ELSE
               DISPLAY "Azure authentication failed, cannot check "
           END-STRING
           PERFORM EVALUATE-RESOURCE-DRIFT.

       CHECK-APP-INSIGHTS-DRIFT.
           MOVE 'Application Insights' TO WS-CHECK-RESOURCE-TYPE
           MOVE 'APPI' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-CHECK-RESOURCE-NAME
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/' RG-NAME
                  '/providers/Microsoft.Insights/components/'
                  WS-CHECK-RESOURCE-NAME
                  '?api-version=2020-02-02'
               DELIMITED BY SIZE INTO WS-CHECK-URL
           END-STRING
           PERFORM EVALUATE-RESOURCE-DRIFT.

       CHECK-REDIS-DRIFT.
           MOVE 'Redis Cache' TO WS-CHECK-RESOURCE-TYPE
           MOVE 'REDIS' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-CHECK-RESOURCE-NAME
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/' RG-NAME
                  '/providers/Microsoft.Cache/redis/'
                  WS-CHECK-RESOURCE-NAME
                  '?api-version=2023-08-01'
               DELIMITED BY SIZE INTO WS-CHECK-URL
           END-STRING
           PERFORM EVALUATE-RESOURCE-DRIFT.

       CHECK-SQL-SERVER-DRIFT.
           MOVE 'SQL Server' TO WS-CHECK-RESOURCE-TYPE
           MOVE 'SQL' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-CHECK-RESOURCE-NAME
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/' RG-NAME
                  '/providers/Microsoft.Sql/servers/'
                  WS-CHECK-RESOURCE-NAME
                  '?api-version=2021-11-01'
               DELIMITED BY SIZE INTO WS-CHECK-URL
           END-STRING
           PERFORM EVALUATE-RESOURCE-DRIFT.

       CHECK-BASTION-DRIFT.
           MOVE 'Bastion Host' TO WS-CHECK-RESOURCE-TYPE
           MOVE 'BAS' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-CHECK-RESOURCE-NAME
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/' RG-NAME
                  '/providers/Microsoft.Network/bastionHosts/'
                  WS-CHECK-RESOURCE-NAME
                  '?api-version=2023-11-01'
               DELIMITED BY SIZE INTO WS-CHECK-URL
           END-STRING
           PERFORM EVALUATE-RESOURCE-DRIFT.

       CHECK-RELAY-DRIFT.
           MOVE 'Relay Namespace' TO WS-CHECK-RESOURCE-TYPE
           MOVE 'RELAY' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-CHECK-RESOURCE-NAME
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/' RG-NAME
                  '/providers/Microsoft.Relay/namespaces/'
                  WS-CHECK-RESOURCE-NAME
                  '?api-version=2021-11-01'
               DELIMITED BY SIZE INTO WS-CHECK-URL
           END-STRING
           PERFORM EVALUATE-RESOURCE-DRIFT.

      *> A deleted identity takes its role grants with it, so a
      *> missing one is drift even though no service reports it
       CHECK-IDENTITY-DRIFT.
           MOVE 'Managed Identity' TO WS-CHECK-RESOURCE-TYPE
           MOVE SPACES TO WS-NAME-REQ
           STRING 'ID|' IDENTITY-NAME(WS-ID-IDX)
               DELIMITED BY SIZE INTO WS-NAME-REQ
           END-STRING
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-CHECK-RESOURCE-NAME
           MOVE SPACES TO WS-CHECK-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/' RG-NAME
                  '/providers/Microsoft.ManagedIdentity/'
                  'userAssignedIdentities/'
                  WS-CHECK-RESOURCE-NAME
                  '?api-version=2023-01-31'
               DELIMITED BY SIZE INTO WS-CHECK-URL
           END-STRING
           PERFORM EVALUATE-RESOURCE-DRIFT.

       EVALUATE-RESOURCE-DRIFT.
           ADD 1 TO WS-RESOURCE-COUNT
           DISPLAY "Checking " WS-CHECK-RESOURCE-TYPE ": "
                  "' drift_flat.tmp | head -1 | sed 's/^/SDD|/'; "
                  "grep -o '" '"capacity":[0-9]*'
                  "' drift_flat.tmp | head -1 | sed 's/^/CAP|/'; "
                  "grep -o '" '"RetentionInDays":[0-9]*'
                  "' drift_flat.tmp | head -1 | sed 's/^/RET|/'; "
                  "} > drift_fields.txt"
               DELIMITED BY SIZE INTO WS-FIELDS-COMMAND
           END-STRING

           MOVE SPACES TO WS-FLAT-LOCATION WS-FLAT-SKU-NAME
                          WS-FLAT-SOFT-DELETE WS-FLAT-CAPACITY
                          WS-FLAT-RETENTION
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT DRIFT-FIELDS-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   UNSTRING WS-TEMP-AFTER DELIMITED BY ':'
                       INTO WS-TEMP-BEFORE WS-FLAT-CAPACITY
                   END-UNSTRING
               WHEN 'RET'
                   MOVE SPACES TO WS-TEMP-BEFORE
                   UNSTRING WS-TEMP-AFTER DELIMITED BY ':'
                       INTO WS-TEMP-BEFORE WS-FLAT-RETENTION
                   END-UNSTRING
           END-EVALUATE.

       EXTRACT-CHECK-LOCATION.
                       MOVE 'SKU capacity mismatch'
                           TO WS-PROPERTY-DRIFT-DESC
                   END-IF
      *> APPINSIGHTS deploys 90 days when the config leaves it blank
               WHEN 'Application Insights'
                   PERFORM EXTRACT-CHECK-RETENTION-DAYS
                   IF APPI-RETENTION-DAYS = 0
                       MOVE 90 TO WS-EXPECTED-RETENTION
                   ELSE
                       MOVE APPI-RETENTION-DAYS
                           TO WS-EXPECTED-RETENTION
                   END-IF
                   IF WS-CHECK-NUMERIC-VALUE NOT = WS-EXPECTED-RETENTION
                       MOVE 'Y' TO WS-PROPERTY-DRIFT-FLAG
                       MOVE 'retention mismatch'
                           TO WS-PROPERTY-DRIFT-DESC
                   END-IF
      *> REDIS deploys size 1 when the config leaves it blank; a cache
      *> scaled in the portal no longer matches what was planned for
               WHEN 'Redis Cache'
                   PERFORM EXTRACT-CHECK-APIM-CAPACITY
                   IF REDIS-CAPACITY = 0
                       MOVE 1 TO WS-EXPECTED-CAPACITY
                   ELSE
                       MOVE REDIS-CAPACITY TO WS-EXPECTED-CAPACITY
                   END-IF
                   IF WS-CHECK-NUMERIC-VALUE NOT = WS-EXPECTED-CAPACITY
                       MOVE 'Y' TO WS-PROPERTY-DRIFT-FLAG
                       MOVE 'cache size mismatch'
                           TO WS-PROPERTY-DRIFT-DESC
                   END-IF
           END-EVALUATE.

       EXTRACT-CHECK-SKU-NAME.
                   TO WS-CHECK-NUMERIC-VALUE
           END-IF.

       EXTRACT-CHECK-RETENTION-DAYS.
           MOVE 0 TO WS-CHECK-NUMERIC-VALUE
           IF FUNCTION TRIM(WS-FLAT-RETENTION) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-FLAT-RETENTION)
                   TO WS-CHECK-NUMERIC-VALUE
           END-IF.

       REPORT-SUMMARY.
           DISPLAY "Drift check complete: " WS-DRIFT-COUNT
                   " of " WS-RESOURCE-COUNT " resources drifted"

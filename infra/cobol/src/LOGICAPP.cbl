      *> (identity-based, so no key ever lands in an app setting),
      *> diagnostics to the Log Analytics workspace - so workflows
      *> participate in checkpointing, what-if, cost estimate and
      *> destroy like everything else. When Application Insights is
      *> deployed its connection string goes into the site settings,
      *> so workflow runs join the W3C trace started at the gateway.
      *> Hybrid connections from the RELAY module are bound to the
      *> site through RELAYBIND, so on-prem hosts the VNet cannot
      *> reach are called by their own host:port.
      *> Workflow definitions never go straight into the production
      *> site: they are published into the LOGICAPP_SLOT_NAME slot
      *> (default staging), the slot is restarted and warmed at
      *> LOGICAPP_HEALTH_PATH, and SLOTSWAP swaps it in only once it
      *> answers - production is never restarted by a release. The
      *> previous definitions stay in the slot, so AZURESWAPBACK is
      *> the rollback.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTH-HEADER-FILE ASSIGN TO "logicapp_auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LAPP-FIELD-FILE ASSIGN TO "logicapp_field.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIELD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-HEADER-FILE.
       01  AUTH-HEADER-RECORD              PIC X(1056).

       FD  LAPP-FIELD-FILE.
       01  LAPP-FIELD-RECORD               PIC X(256).

       WORKING-STORAGE SECTION.
      *> Request handed to the shared AZURENAME renderer
       01  WS-NAME-REQ                 PIC X(48).
       COPY HTTPCLIENT.

       01  WS-EOF-FLAG                     PIC X VALUE 'N'.
       01  WS-FIELD-STATUS                 PIC XX.
       01  WS-ARM-BASE-URL                 PIC X(40)
               VALUE 'https://management.azure.com'.
       01  WS-WEB-API-VERSION              PIC X(10) VALUE '2022-09-01'.
       01  WS-WF-IDX                       PIC 9(2).
       01  WS-WF-URL                       PIC X(512).
       01  WS-WF-COMMAND                   PIC X(1024).

      *> Staging slot release: VNet integration, definitions and the
      *> restart go to WS-DEPLOY-TARGET - <site>/slots/<slot> once
      *> the slot is in place - and the definitions to that
      *> target's Kudu host
       01  WS-SLOT-NAME                    PIC X(32).
       01  WS-DEPLOY-TARGET                PIC X(112).
       01  WS-KUDU-HOST                    PIC X(128).
       01  WS-SWAP-ACTION                  PIC X(8) VALUE 'RELEASE'.
       01  WS-SWAP-RC                      PIC 9(2).

      *> Application Insights wiring: the connection string comes
      *> back from APPICONN and rides in the site-create appSettings
       01  WS-APPI-CONN-STRING             PIC X(512).
       01  WS-APPI-RC                      PIC 9(2).
       01  WS-APPI-SITE-ENTRY              PIC X(640).

      *> Relay hybrid connection binding, done by RELAYBIND
       01  WS-RELAY-SITE-KIND              PIC X(8) VALUE 'LOGICAPP'.
       01  WS-RELAY-RC                     PIC 9(2).

      *> Shared user-assigned identities listed for this app by
      *> IDENTITY_n_CONSUMERS, rendered by IDENTREF; the system
      *> identity stays alongside for the storage grants it holds
       01  WS-UAI-CONSUMER                 PIC X(16) VALUE 'LOGICAPP'.
       01  WS-UAI-MAP                      PIC X(1024).
       01  WS-UAI-KV-REF-ID                PIC X(256).
       01  WS-IDENTITY-ENTRY               PIC X(1100).
       01  WS-KV-REF-ENTRY                 PIC X(320).

       01  WS-RETRY-COUNT                  PIC 9(2).
       01  WS-ARMWAIT-RC               PIC 9(2).
       01  WS-RETRY-MAX                    PIC 9(2) VALUE 3.
           IF LS-RETURN-CODE = 0
               PERFORM CONFIGURE-VNET-INTEGRATION
           END-IF
           IF LS-RETURN-CODE = 0 AND RELAY-DEPLOY-FLAG = 'Y'
                   AND RELAY-HC-COUNT > 0
               PERFORM BIND-HYBRID-CONNECTIONS
           END-IF
           IF LS-RETURN-CODE = 0
               PERFORM CONFIGURE-DIAGNOSTIC-SETTINGS
           END-IF
               MOVE LAPP-SUBNET-NAME TO WS-LAPP-SUBNET
           END-IF

           IF LAPP-SLOT-NAME = SPACES
               MOVE 'staging' TO WS-SLOT-NAME
           ELSE
               MOVE LAPP-SLOT-NAME TO WS-SLOT-NAME
           END-IF
           MOVE WS-LAPP-NAME TO WS-DEPLOY-TARGET
           MOVE SPACES TO WS-KUDU-HOST
           STRING FUNCTION TRIM(WS-LAPP-NAME)
                  '.scm.azurewebsites.net'
               DELIMITED BY SIZE INTO WS-KUDU-HOST
           END-STRING

           PERFORM DERIVE-BACKEND-STORAGE-NAME

           MOVE SPACES TO WS-APPI-CONN-STRING WS-APPI-SITE-ENTRY
           IF APPI-DEPLOY-FLAG = 'Y' AND LS-DRYRUN-FLAG NOT = 'Y'
               PERFORM RESOLVE-APPI-CONNECTION
           END-IF

           PERFORM RESOLVE-SITE-IDENTITY

           DISPLAY "  Logic App: " WS-LAPP-NAME.

      *> Key Vault references resolve with the first attached
      *> identity that holds a vault role, so a rebuilt site reads
      *> its secrets without waiting for a fresh grant
       RESOLVE-SITE-IDENTITY.
           CALL 'IDENTREF' USING AZURE-CONFIG WS-UAI-CONSUMER
                                 WS-UAI-MAP WS-UAI-KV-REF-ID
           MOVE SPACES TO WS-IDENTITY-ENTRY WS-KV-REF-ENTRY
           IF WS-UAI-MAP = SPACES
               MOVE '"identity": {"type": "SystemAssigned"},'
                   TO WS-IDENTITY-ENTRY
               EXIT PARAGRAPH
           END-IF
           STRING '"identity": {"type": "SystemAssigned, '
                  'UserAssigned", '
                  FUNCTION TRIM(WS-UAI-MAP) '},'
               DELIMITED BY SIZE INTO WS-IDENTITY-ENTRY
           END-STRING
           IF WS-UAI-KV-REF-ID NOT = SPACES
               STRING '  "keyVaultReferenceIdentity": "'
                      FUNCTION TRIM(WS-UAI-KV-REF-ID) '",'
                   DELIMITED BY SIZE INTO WS-KV-REF-ENTRY
               END-STRING
           END-IF.

      *> A missing component costs the app its tracing, not its
      *> deployment - the site still goes out, with a warning
       RESOLVE-APPI-CONNECTION.
           CALL 'APPICONN' USING AZURE-CONFIG AZURE-AUTH-TOKEN
                                 WS-APPI-CONN-STRING WS-APPI-RC
           IF WS-APPI-RC NOT = 0
               DISPLAY "  WARNING: Application Insights connection "
                       "string unavailable - site deployed without "
                       "tracing"
               MOVE SPACES TO WS-APPI-CONN-STRING
               EXIT PARAGRAPH
           END-IF
           STRING '{"name": "APPLICATIONINSIGHTS_CONNECTION_STRING",'
                  ' "value": "' FUNCTION TRIM(WS-APPI-CONN-STRING)
                  '"},'
               DELIMITED BY SIZE INTO WS-APPI-SITE-ENTRY
           END-STRING.

      *> Mirrors STORAGE.cbl's name generation and truncation for the
      *> account whose prefix LOGICAPP_STORAGE_PREFIX names
       DERIVE-BACKEND-STORAGE-NAME.
           STRING '{'
               '"location": "' RG-LOCATION '",'
               '"kind": "functionapp,workflowapp",'
               FUNCTION TRIM(WS-IDENTITY-ENTRY)
               '"properties": {'
               '  "serverFarmId": "/subscriptions/'
                   SUBSCRIPTION-ID
                   '/providers/Microsoft.Web/serverfarms/'
                   FUNCTION TRIM(WS-PLAN-NAME) '",'
               '  "httpsOnly": true,'
               FUNCTION TRIM(WS-KV-REF-ENTRY)
               '  "siteConfig": {'
               '    "appSettings": ['
               '      {"name": "FUNCTIONS_EXTENSION_VERSION",'
               '       "value": "dotnet"},'
               '      {"name": "APP_KIND",'
               '       "value": "workflowApp"},'
               FUNCTION TRIM(WS-APPI-SITE-ENTRY)
               '      {"name": "AzureWebJobsStorage__accountName",'
               '       "value": "' FUNCTION TRIM(WS-SA-NAME) '"}'
               '    ],'
                  '/resourceGroups/'
                  RG-NAME
                  '/providers/Microsoft.Web/sites/'
                  FUNCTION TRIM(WS-DEPLOY-TARGET)
                  '/networkConfig/virtualNetwork'
                  '?api-version='
                  WS-WEB-API-VERSION
               MOVE 8 TO LS-RETURN-CODE
           END-IF.

      *> A missing binding fails the step rather than warning - the
      *> workloads that rely on it cannot reach their on-prem host
      *> any other way
       BIND-HYBRID-CONNECTIONS.
           CALL 'RELAYBIND' USING AZURE-CONFIG AZURE-AUTH-TOKEN
                                  WS-LAPP-NAME WS-RELAY-SITE-KIND
                                  WS-RELAY-RC
           IF WS-RELAY-RC NOT = 0
               MOVE 8 TO LS-RETURN-CODE
           END-IF.

       CONFIGURE-DIAGNOSTIC-SETTINGS.
           DISPLAY "Configuring diagnostic settings for "
                   FUNCTION TRIM(WS-LAPP-NAME) "..."
               MOVE 8 TO LS-RETURN-CODE
           END-IF.

      *> Publish every configured workflow definition into the
      *> staging slot, restart the slot so the runtime loads them,
      *> then warm it and swap it in - a fresh environment comes up
      *> with its workflows live instead of waiting on a hand
      *> upload, and an existing one never restarts production
       DEPLOY-WORKFLOW-DEFINITIONS.
           PERFORM CREATE-STAGING-SLOT
           IF LS-RETURN-CODE = 0
               PERFORM CONFIGURE-VNET-INTEGRATION
           END-IF
           IF LS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Publishing workflow definitions..."

           STRING 'Bearer ' ACCESS-TOKEN

           IF LS-RETURN-CODE = 0
               PERFORM RESTART-LOGIC-APP-SITE
           END-IF
           IF LS-RETURN-CODE = 0
               PERFORM RELEASE-STAGING-SLOT
           END-IF.

      *> The staging slot is (re)created from the site's own
      *> document, so it runs on the same plan with the same
      *> identity, settings and storage backend as production
       CREATE-STAGING-SLOT.
           DISPLAY "Preparing " FUNCTION TRIM(WS-SLOT-NAME)
                   " slot..."
           MOVE SPACES TO WS-DEPLOY-TARGET
           STRING FUNCTION TRIM(WS-LAPP-NAME)
                  '/slots/' FUNCTION TRIM(WS-SLOT-NAME)
               DELIMITED BY SIZE INTO WS-DEPLOY-TARGET
           END-STRING

           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/'
                  RG-NAME
                  '/providers/Microsoft.Web/sites/'
                  FUNCTION TRIM(WS-DEPLOY-TARGET)
                  '?api-version='
                  WS-WEB-API-VERSION
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING

           PERFORM GENERATE-SITE-JSON-PAYLOAD
           MOVE JSON-PAYLOAD TO HTTP-BODY
           MOVE JSON-LENGTH TO CONTENT-LENGTH
           PERFORM EXECUTE-LAPP-PUT

           IF HTTP-STATUS-CODE NOT = 200 AND HTTP-STATUS-CODE NOT = 201
               DISPLAY "  Failed to create slot. Status: "
                       HTTP-STATUS-CODE
               MOVE 8 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  Slot ready: " FUNCTION TRIM(WS-DEPLOY-TARGET)

      *> App Service shortens slot host names when site and slot
      *> names run long, so the slot's Kudu host is taken from the
      *> slot's own host list
           CALL "C$SYSTEM" USING
               "grep -o '" '"[^"]*\.scm\.[^"]*"' "' "
               "logicapp_response.json | head -1 | tr -d '" '"'
               "' > logicapp_field.txt"
           END-CALL
           MOVE SPACES TO LAPP-FIELD-RECORD
           OPEN INPUT LAPP-FIELD-FILE
           IF WS-FIELD-STATUS = '00'
               READ LAPP-FIELD-FILE
                   AT END MOVE SPACES TO LAPP-FIELD-RECORD
               END-READ
               CLOSE LAPP-FIELD-FILE
           END-IF
           MOVE SPACES TO WS-KUDU-HOST
           IF LAPP-FIELD-RECORD = SPACES
               STRING FUNCTION TRIM(WS-LAPP-NAME) '-'
                      FUNCTION TRIM(WS-SLOT-NAME)
                      '.scm.azurewebsites.net'
                   DELIMITED BY SIZE INTO WS-KUDU-HOST
               END-STRING
           ELSE
               MOVE LAPP-FIELD-RECORD TO WS-KUDU-HOST
           END-IF

           PERFORM WAIT-FOR-PROVISIONING.

      *> SLOTSWAP warms the slot and swaps it in; a slot that never
      *> warms fails the deployment with production untouched
       RELEASE-STAGING-SLOT.
           CALL 'SLOTSWAP' USING AZURE-CONFIG AZURE-AUTH-TOKEN
                                 WS-LAPP-NAME WS-SLOT-NAME
                                 LAPP-HEALTH-PATH WS-SWAP-ACTION
                                 WS-SWAP-RC
           IF WS-SWAP-RC NOT = 0
               MOVE 8 TO LS-RETURN-CODE
           END-IF.

       PUBLISH-SINGLE-WORKFLOW.
           END-IF

           MOVE SPACES TO WS-WF-URL
           STRING 'https://' FUNCTION TRIM(WS-KUDU-HOST)
                  '/api/vfs/site/wwwroot/'
                  FUNCTION TRIM(LAPP-WORKFLOW-NAME(WS-WF-IDX))
                  '/workflow.json'
               DELIMITED BY SIZE INTO WS-WF-URL
               MOVE 8 TO LS-RETURN-CODE
           END-IF.

      *> The workflow runtime only reloads definitions on a restart;
      *> it is the staging slot that restarts, never production
       RESTART-LOGIC-APP-SITE.
           MOVE SPACES TO WS-WF-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/resourceGroups/'
                  RG-NAME
                  '/providers/Microsoft.Web/sites/'
                  FUNCTION TRIM(WS-DEPLOY-TARGET)
                  '/restart?api-version='
                  WS-WEB-API-VERSION
               DELIMITED BY SIZE INTO WS-WF-URL
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'POST' WS-WF-URL
                                      'logicapp_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o logicapp_response.json -w '%{http_code}' "
                   "-D logicapp_rate_headers.txt "
                   "-X POST -H @logicapp_auth.txt "
                   "-H 'Content-Length: 0' '"
                   WS-WF-URL "' > logicapp_status.txt"
               END-CALL

               PERFORM READ-LAPP-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'POST' WS-WF-URL
                                      'logicapp_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           IF HTTP-STATUS-CODE = 200 OR HTTP-STATUS-CODE = 204
               DISPLAY "  Slot restarted - workflows loaded"
           ELSE
               DISPLAY "  Failed to restart site. Status: "
                       HTTP-STATUS-CODE
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' HTTP-URL
                                      'logicapp_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o logicapp_response.json  "
               END-CALL

               PERFORM READ-LAPP-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' HTTP-URL
                                      'logicapp_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM


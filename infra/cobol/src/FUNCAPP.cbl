      *> and the FUNC_STORAGE_PREFIX storage account (identity-based,
      *> no key in settings), and diagnostics to the Log Analytics
      *> workspace - visible in what-if and the cost estimate like
      *> every other module. When Application Insights is deployed
      *> its connection string goes into the site settings, so the
      *> app's traces join the W3C trace started at the APIM gateway.
      *> Hybrid connections from the RELAY module are bound to the
      *> site through RELAYBIND, so on-prem hosts the VNet cannot
      *> reach are called by their own host:port.
      *> A function package never goes straight into the production
      *> site: it is deployed into the FUNC_SLOT_NAME slot (default
      *> staging), warmed at FUNC_HEALTH_PATH and swapped in by
      *> SLOTSWAP only once it answers. The previous build stays in
      *> the slot, so AZURESWAPBACK is the rollback.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTH-HEADER-FILE ASSIGN TO "funcapp_auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FUNC-FIELD-FILE ASSIGN TO "funcapp_field.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIELD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-HEADER-FILE.
       01  AUTH-HEADER-RECORD              PIC X(1056).

       FD  FUNC-FIELD-FILE.
       01  FUNC-FIELD-RECORD               PIC X(256).

       WORKING-STORAGE SECTION.
      *> Request handed to the shared AZURENAME renderer
       01  WS-NAME-REQ                 PIC X(48).
       COPY HTTPCLIENT.

       01  WS-EOF-FLAG                     PIC X VALUE 'N'.
       01  WS-FIELD-STATUS                 PIC XX.
       01  WS-ARM-BASE-URL                 PIC X(40)
               VALUE 'https://management.azure.com'.
       01  WS-WEB-API-VERSION              PIC X(10) VALUE '2022-09-01'.
       01  WS-JSON.
           05  JSON-PAYLOAD                PIC X(8192).
           05  JSON-LENGTH                 PIC 9(6).
       01  WS-JSON-PTR                     PIC 9(4).

      *> Post-create content deployment: the zip package lands via the
      *> site's Kudu zipdeploy endpoint, and the configured app
       01  WS-PKG-URL                      PIC X(512).
       01  WS-PKG-COMMAND                  PIC X(1024).

      *> Staging slot release: settings, VNet integration and the
      *> package go to WS-DEPLOY-TARGET - the site itself, or
      *> <site>/slots/<slot> once the slot is in place - and the
      *> package to that target's Kudu host
       01  WS-SLOT-NAME                    PIC X(32).
       01  WS-DEPLOY-TARGET                PIC X(112).
       01  WS-KUDU-HOST                    PIC X(128).
       01  WS-SWAP-ACTION                  PIC X(8) VALUE 'RELEASE'.
       01  WS-SWAP-RC                      PIC 9(2).

      *> Application Insights wiring: the connection string comes
      *> back from APPICONN and is rendered once as a site-create
      *> appSettings entry and once as an appsettings property, so
      *> both documents carry it (the appsettings PUT replaces the
      *> whole set and would otherwise drop it)
       01  WS-APPI-CONN-STRING             PIC X(512).
       01  WS-APPI-RC                      PIC 9(2).
       01  WS-APPI-SITE-ENTRY              PIC X(640).
       01  WS-APPI-SETTING-ENTRY           PIC X(640).

      *> Relay hybrid connection binding, done by RELAYBIND
       01  WS-RELAY-SITE-KIND              PIC X(8) VALUE 'FUNCAPP'.
       01  WS-RELAY-RC                     PIC 9(2).

      *> Shared user-assigned identities listed for this app by
      *> IDENTITY_n_CONSUMERS, rendered by IDENTREF; the system
      *> identity stays alongside for the storage grants it holds
       01  WS-UAI-CONSUMER                 PIC X(16) VALUE 'FUNCAPP'.
       01  WS-UAI-MAP                      PIC X(1024).
       01  WS-UAI-KV-REF-ID                PIC X(256).
       01  WS-IDENTITY-ENTRY               PIC X(1100).
       01  WS-KV-REF-ENTRY                 PIC X(320).

       01  WS-JSON-TAG-COST-CENTER         PIC X(32).
       01  WS-JSON-TAG-OWNER               PIC X(64).
       01  WS-RETRY-COUNT                  PIC 9(2).
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
               PERFORM APPLY-APP-SETTINGS
           END-IF
           IF LS-RETURN-CODE = 0 AND FUNC-PACKAGE-FILE NOT = SPACES
               PERFORM STAGE-FUNCTION-PACKAGE
           END-IF

           GOBACK.
               MOVE FUNC-RUNTIME TO WS-FUNC-RUNTIME
           END-IF

           IF FUNC-SLOT-NAME = SPACES
               MOVE 'staging' TO WS-SLOT-NAME
           ELSE
               MOVE FUNC-SLOT-NAME TO WS-SLOT-NAME
           END-IF
           MOVE WS-FUNC-NAME TO WS-DEPLOY-TARGET
           MOVE SPACES TO WS-KUDU-HOST
           STRING FUNCTION TRIM(WS-FUNC-NAME)
                  '.scm.azurewebsites.net'
               DELIMITED BY SIZE INTO WS-KUDU-HOST
           END-STRING

           MOVE 'KV' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-KV-NAME

           PERFORM DERIVE-BACKEND-STORAGE-NAME

           MOVE SPACES TO WS-APPI-CONN-STRING WS-APPI-SITE-ENTRY
                          WS-APPI-SETTING-ENTRY
           IF APPI-DEPLOY-FLAG = 'Y' AND LS-DRYRUN-FLAG NOT = 'Y'
               PERFORM RESOLVE-APPI-CONNECTION
           END-IF

           PERFORM RESOLVE-SITE-IDENTITY

           DISPLAY "  Function App: " WS-FUNC-NAME.

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
           END-STRING
           STRING ',"APPLICATIONINSIGHTS_CONNECTION_STRING": "'
                  FUNCTION TRIM(WS-APPI-CONN-STRING) '"'
               DELIMITED BY SIZE INTO WS-APPI-SETTING-ENTRY
           END-STRING.

      *> Mirrors STORAGE.cbl's name generation and truncation for the
      *> account whose prefix FUNC_STORAGE_PREFIX names
       DERIVE-BACKEND-STORAGE-NAME.
           STRING '{'
               '"location": "' RG-LOCATION '",'
               '"kind": "functionapp",'
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
               '       "value": "' FUNCTION TRIM(WS-FUNC-RUNTIME) '"},'
               '      {"name": "AzureWebJobsStorage__accountName",'
               '       "value": "' FUNCTION TRIM(WS-SA-NAME) '"},'
               FUNCTION TRIM(WS-APPI-SITE-ENTRY)
               '      {"name": "KEYVAULT_URI",'
               '       "value": "https://'
                   FUNCTION TRIM(WS-KV-NAME)
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
                                  WS-FUNC-NAME WS-RELAY-SITE-KIND
                                  WS-RELAY-RC
           IF WS-RELAY-RC NOT = 0
               MOVE 8 TO LS-RETURN-CODE
           END-IF.

       CONFIGURE-DIAGNOSTIC-SETTINGS.
           DISPLAY "Configuring diagnostic settings for "
                   FUNCTION TRIM(WS-FUNC-NAME) "..."
                  '/resourceGroups/'
                  RG-NAME
                  '/providers/Microsoft.Web/sites/'
                  FUNCTION TRIM(WS-DEPLOY-TARGET)
                  '/config/appsettings'
                  '?api-version='
                  WS-WEB-API-VERSION
           END-STRING

           MOVE SPACES TO JSON-PAYLOAD
           MOVE 1 TO WS-JSON-PTR
           STRING '{'
               '"properties": {'
               '"FUNCTIONS_EXTENSION_VERSION": "~4",'
                   FUNCTION TRIM(WS-SA-NAME) '",'
               '"KEYVAULT_URI": "https://'
                   FUNCTION TRIM(WS-KV-NAME) '.vault.azure.net/"'
               FUNCTION TRIM(WS-APPI-SETTING-ENTRY)
               DELIMITED BY SIZE INTO JSON-PAYLOAD
               WITH POINTER WS-JSON-PTR
           END-STRING

           PERFORM VARYING WS-SETTING-IDX FROM 1 BY 1
               PERFORM APPEND-SINGLE-APP-SETTING
           END-PERFORM

           STRING '}}'
               DELIMITED BY SIZE INTO JSON-PAYLOAD
               WITH POINTER WS-JSON-PTR
           END-STRING
           COMPUTE JSON-LENGTH = FUNCTION LENGTH(JSON-PAYLOAD)
           PERFORM CHECK-PAYLOAD-CAPACITY
               EXIT PARAGRAPH
           END-IF
           IF FUNC-SETTING-KV(WS-SETTING-IDX) = 'Y'
               STRING ',"'
                      FUNCTION TRIM(FUNC-SETTING-NAME(WS-SETTING-IDX))
                      '": "@Microsoft.KeyVault(SecretUri=https://'
                      FUNCTION TRIM(WS-KV-NAME)
                          FUNC-SETTING-VALUE(WS-SETTING-IDX))
                      '/)"'
                   DELIMITED BY SIZE INTO JSON-PAYLOAD
                   WITH POINTER WS-JSON-PTR
               END-STRING
           ELSE
               STRING ',"'
                      FUNCTION TRIM(FUNC-SETTING-NAME(WS-SETTING-IDX))
                      '": "'
                      FUNCTION TRIM(
                          FUNC-SETTING-VALUE(WS-SETTING-IDX))
                      '"'
                   DELIMITED BY SIZE INTO JSON-PAYLOAD
                   WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF.

      *> The staging slot is (re)created from the site's own
      *> document, so it runs on the same plan with the same
      *> identity, settings and VNet integration as production, and
      *> the package, then the swap, go through it. Configured
      *> settings are applied to the slot as well, so they travel
      *> into production with the build.
       STAGE-FUNCTION-PACKAGE.
           PERFORM CREATE-STAGING-SLOT
           IF LS-RETURN-CODE = 0
               PERFORM CONFIGURE-VNET-INTEGRATION
           END-IF
           IF LS-RETURN-CODE = 0 AND FUNC-SETTING-COUNT > 0
               PERFORM APPLY-APP-SETTINGS
           END-IF
           IF LS-RETURN-CODE = 0
               PERFORM DEPLOY-FUNCTION-PACKAGE
           END-IF
           IF LS-RETURN-CODE = 0
               PERFORM RELEASE-STAGING-SLOT
           END-IF.

       CREATE-STAGING-SLOT.
           DISPLAY "Preparing " FUNCTION TRIM(WS-SLOT-NAME)
                   " slot..."
           MOVE SPACES TO WS-DEPLOY-TARGET
           STRING FUNCTION TRIM(WS-FUNC-NAME)
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
           PERFORM EXECUTE-FUNC-PUT

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
               "funcapp_response.json | head -1 | tr -d '" '"'
               "' > funcapp_field.txt"
           END-CALL
           MOVE SPACES TO FUNC-FIELD-RECORD
           OPEN INPUT FUNC-FIELD-FILE
           IF WS-FIELD-STATUS = '00'
               READ FUNC-FIELD-FILE
                   AT END MOVE SPACES TO FUNC-FIELD-RECORD
               END-READ
               CLOSE FUNC-FIELD-FILE
           END-IF
           MOVE SPACES TO WS-KUDU-HOST
           IF FUNC-FIELD-RECORD = SPACES
               STRING FUNCTION TRIM(WS-FUNC-NAME) '-'
                      FUNCTION TRIM(WS-SLOT-NAME)
                      '.scm.azurewebsites.net'
                   DELIMITED BY SIZE INTO WS-KUDU-HOST
               END-STRING
           ELSE
               MOVE FUNC-FIELD-RECORD TO WS-KUDU-HOST
           END-IF

           PERFORM WAIT-FOR-PROVISIONING.

      *> SLOTSWAP warms the slot and swaps it in; a slot that never
      *> warms fails the deployment with production untouched
       RELEASE-STAGING-SLOT.
           CALL 'SLOTSWAP' USING AZURE-CONFIG AZURE-AUTH-TOKEN
                                 WS-FUNC-NAME WS-SLOT-NAME
                                 FUNC-HEALTH-PATH WS-SWAP-ACTION
                                 WS-SWAP-RC
           IF WS-SWAP-RC NOT = 0
               MOVE 8 TO LS-RETURN-CODE
           END-IF.

      *> The zip package goes up through the Kudu zipdeploy endpoint
      *> of the staging slot straight from its file, so the
      *> environment comes up with working functions instead of a
      *> bare site
       DEPLOY-FUNCTION-PACKAGE.
           DISPLAY "Deploying function package "
                   FUNCTION TRIM(FUNC-PACKAGE-FILE) "..."
           PERFORM WRITE-AUTH-HEADER-FILE

           MOVE SPACES TO WS-PKG-URL
           STRING 'https://' FUNCTION TRIM(WS-KUDU-HOST)
                  '/api/zipdeploy'
               DELIMITED BY SIZE INTO WS-PKG-URL
           END-STRING

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' HTTP-URL
                                      'funcapp_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o funcapp_response.json  "
               END-CALL

               PERFORM READ-FUNC-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' HTTP-URL
                                      'funcapp_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM


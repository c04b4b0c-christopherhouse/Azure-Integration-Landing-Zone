       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELAY.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Azure Relay deployment module. Several Logic App workflows
      *> and functions have to call on-prem systems the VNet cannot
      *> reach, and had been pushing those calls through the SHIR -
      *> a data-movement runtime, not a relay. This module creates a
      *> Relay namespace and one hybrid connection per RELAY_HC_n
      *> entry, each carrying the on-prem host:port it fronts in its
      *> user metadata and a 'send' and a 'listen' authorization
      *> rule. KVPUBLISH writes both rules' connection strings to
      *> the vault, LOGICAPP and FUNCAPP bind the connections to
      *> their sites through RELAYBIND, and an on-prem listener can
      *> be stood up against the known connection name. Diagnostics
      *> go to the Log Analytics workspace like every other module.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELAY-STATUS-FILE ASSIGN TO "relay_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTH-HEADER-FILE ASSIGN TO "relay_auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RELAY-STATUS-FILE.
       01  RELAY-STATUS-RECORD             PIC X(8).

       FD  AUTH-HEADER-FILE.
       01  AUTH-HEADER-RECORD              PIC X(1056).

       WORKING-STORAGE SECTION.
      *> Request handed to the shared AZURENAME renderer
       01  WS-NAME-REQ                 PIC X(48).
      *> Overall time limit handed to every curl (-m) so a network
      *> blackhole fails the call instead of hanging the run;
      *> CURL_TIMEOUT_SECS overrides the default where configured
       01  WS-CURL-MAX-TIME            PIC 9(4) VALUE 0300.
       01  WS-AV-TYPE                  PIC X(48).
       COPY AZURECONFIG.
       COPY HTTPCLIENT.

       01  WS-EOF-FLAG                     PIC X VALUE 'N'.
       01  WS-ARM-BASE-URL                 PIC X(40)
               VALUE 'https://management.azure.com'.
       01  WS-RELAY-API-VERSION            PIC X(10) VALUE '2021-11-01'.
       01  WS-DIAG-API-VERSION             PIC X(10) VALUE '2021-05-01'.

       01  WS-RELAY-NAMESPACE.
           05  WS-RELAY-NAME               PIC X(64).
           05  WS-RELAY-URL                PIC X(512).
           05  WS-RELAY-ID                 PIC X(256).
       01  WS-HC-IDX                       PIC 9(2).
       01  WS-HC-ID                        PIC X(384).
       01  WS-HC-ENDPOINT                  PIC X(80).
       01  WS-HC-PORT-DISPLAY              PIC Z(4)9.
       01  WS-RULE-NAME                    PIC X(8).
       01  WS-RULE-RIGHT                   PIC X(8).
       01  WS-DIAG-NAME                    PIC X(64).

       01  WS-JSON.
           05  JSON-PAYLOAD                PIC X(4096).
           05  JSON-LENGTH                 PIC 9(6).

       01  WS-JSON-TAG-COST-CENTER         PIC X(32).
       01  WS-JSON-TAG-OWNER               PIC X(64).
       01  WS-RETRY-COUNT                  PIC 9(2).
       01  WS-ARMWAIT-RC                   PIC 9(2).
       01  WS-RETRY-MAX                    PIC 9(2) VALUE 3.
       01  WS-RETRY-DONE                   PIC X.
       01  WS-BACKOFF-SECS                 PIC 9(2).

       LINKAGE SECTION.
       01  LS-AZURE-CONFIG                 PIC X ANY LENGTH.
       01  LS-AZURE-AUTH-TOKEN             PIC X ANY LENGTH.
       01  LS-RETURN-CODE                  PIC 9(2).

      *> When LS-DRYRUN-FLAG is 'Y' (set by AZUREDEPLOY's what-if
      *> preview), the namespace's URL and JSON are generated and
      *> returned without calling the ARM API
       01  LS-DRYRUN-FLAG                  PIC X(1).
       01  LS-DRYRUN-URL                   PIC X(512).
       01  LS-DRYRUN-JSON                  PIC X(8192).

       PROCEDURE DIVISION USING LS-AZURE-CONFIG,
                                LS-AZURE-AUTH-TOKEN,
                                LS-RETURN-CODE,
                                LS-DRYRUN-FLAG,
                                LS-DRYRUN-URL,
                                LS-DRYRUN-JSON.
       MAIN-PROCEDURE.
      *> The primary api-version resolves through the shared
      *> catalog - one file to edit when Microsoft retires a
      *> version - and the version used is recorded for the
      *> deprecation report
           MOVE 'Microsoft.Relay/namespaces'
               TO WS-AV-TYPE
           CALL 'APIVERSIONS' USING WS-AV-TYPE WS-RELAY-API-VERSION

           PERFORM INITIALIZE-DEPLOYMENT
           PERFORM CREATE-RELAY-NAMESPACE

           IF LS-DRYRUN-FLAG NOT = 'Y'
               PERFORM VARYING WS-HC-IDX FROM 1 BY 1
                       UNTIL WS-HC-IDX > RELAY-HC-COUNT
                          OR LS-RETURN-CODE NOT = 0
                   PERFORM CREATE-HYBRID-CONNECTION
               END-PERFORM
               IF LS-RETURN-CODE = 0
                   PERFORM CONFIGURE-DIAGNOSTIC-SETTINGS
               END-IF
           END-IF

           GOBACK.

       INITIALIZE-DEPLOYMENT.
           MOVE 0 TO LS-RETURN-CODE
           MOVE LS-AZURE-CONFIG TO AZURE-CONFIG
           MOVE LS-AZURE-AUTH-TOKEN TO AZURE-AUTH-TOKEN
           PERFORM DETERMINE-CLOUD-ENDPOINT

      *> Tag every resource with its cost center and owner
           IF TAG-COST-CENTER = SPACES
               MOVE 'unassigned' TO WS-JSON-TAG-COST-CENTER
           ELSE
               MOVE TAG-COST-CENTER TO WS-JSON-TAG-COST-CENTER
           END-IF
           IF TAG-OWNER = SPACES
               MOVE 'unassigned' TO WS-JSON-TAG-OWNER
           ELSE
               MOVE TAG-OWNER TO WS-JSON-TAG-OWNER
           END-IF

           DISPLAY "Initializing Azure Relay deployment..."

           MOVE 'RELAY' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-RELAY-NAME

           MOVE SPACES TO WS-RELAY-ID
           STRING '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/'
                  FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.Relay/namespaces/'
                  FUNCTION TRIM(WS-RELAY-NAME)
               DELIMITED BY SIZE INTO WS-RELAY-ID
           END-STRING

           DISPLAY "  Relay namespace: " FUNCTION TRIM(WS-RELAY-NAME)
                   " (" RELAY-HC-COUNT " hybrid connections)".

      *> defaults to the public cloud when CLOUD-ENVIRONMENT is blank
       DETERMINE-CLOUD-ENDPOINT.
           IF CURL-TIMEOUT-SECS > 0
               MOVE CURL-TIMEOUT-SECS TO WS-CURL-MAX-TIME
           END-IF
           EVALUATE CLOUD-ENVIRONMENT
               WHEN 'USGOVERNMENT'
                   MOVE 'https://management.usgovcloudapi.net'
                       TO WS-ARM-BASE-URL
               WHEN 'CHINA'
                   MOVE 'https://management.chinacloudapi.cn'
                       TO WS-ARM-BASE-URL
               WHEN OTHER
                   MOVE 'https://management.azure.com'
                       TO WS-ARM-BASE-URL
           END-EVALUATE.

       CREATE-RELAY-NAMESPACE.
           DISPLAY "Creating Relay namespace..."

           MOVE SPACES TO WS-RELAY-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  FUNCTION TRIM(WS-RELAY-ID)
                  '?api-version='
                  WS-RELAY-API-VERSION
               DELIMITED BY SIZE INTO WS-RELAY-URL
           END-STRING
           MOVE WS-RELAY-URL TO HTTP-URL

           MOVE SPACES TO JSON-PAYLOAD
           STRING '{'
               '"location": "' RG-LOCATION '",'
               '"sku": {"name": "Standard", "tier": "Standard"},'
               '"tags": {'
               '  "environment": "' ENV-NAME '",'
               '  "costCenter": "' WS-JSON-TAG-COST-CENTER '",'
               '  "owner": "' WS-JSON-TAG-OWNER '"'
               '}'
               '}'
               DELIMITED BY SIZE INTO JSON-PAYLOAD
           END-STRING
           COMPUTE JSON-LENGTH = FUNCTION LENGTH(JSON-PAYLOAD)
           PERFORM CHECK-PAYLOAD-CAPACITY

           IF LS-DRYRUN-FLAG = 'Y'
               MOVE HTTP-URL TO LS-DRYRUN-URL
               MOVE JSON-PAYLOAD TO LS-DRYRUN-JSON
               MOVE 0 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF LS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE JSON-PAYLOAD TO HTTP-BODY
           MOVE JSON-LENGTH TO CONTENT-LENGTH
           PERFORM EXECUTE-RELAY-PUT

           IF HTTP-STATUS-CODE = 200 OR HTTP-STATUS-CODE = 201
               DISPLAY "  Relay namespace created: "
                       FUNCTION TRIM(WS-RELAY-NAME)
               PERFORM WAIT-FOR-PROVISIONING
           ELSE
               DISPLAY "  Failed to create Relay namespace. "
                       "Status: " HTTP-STATUS-CODE
               MOVE 8 TO LS-RETURN-CODE
           END-IF.

      *> The on-prem endpoint rides in the connection's user metadata
      *> in the [{"key":"endpoint","value":"host:port"}] form App
      *> Service reads, so the portal shows where each one lands;
      *> client authorization stays on so only key holders connect
       CREATE-HYBRID-CONNECTION.
           DISPLAY "Creating hybrid connection "
                   FUNCTION TRIM(RELAY-HC-NAME(WS-HC-IDX)) "..."

           MOVE SPACES TO WS-HC-ID
           STRING FUNCTION TRIM(WS-RELAY-ID)
                  '/hybridConnections/'
                  FUNCTION TRIM(RELAY-HC-NAME(WS-HC-IDX))
               DELIMITED BY SIZE INTO WS-HC-ID
           END-STRING

           MOVE RELAY-HC-PORT(WS-HC-IDX) TO WS-HC-PORT-DISPLAY
           MOVE SPACES TO WS-HC-ENDPOINT
           STRING FUNCTION TRIM(RELAY-HC-HOST(WS-HC-IDX))
                  ':' FUNCTION TRIM(WS-HC-PORT-DISPLAY)
               DELIMITED BY SIZE INTO WS-HC-ENDPOINT
           END-STRING

           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  FUNCTION TRIM(WS-HC-ID)
                  '?api-version='
                  WS-RELAY-API-VERSION
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING

           MOVE SPACES TO JSON-PAYLOAD
           STRING '{'
               '"properties": {'
               '  "requiresClientAuthorization": true,'
               '  "userMetadata": "[{\"key\":\"endpoint\",'
               '\"value\":\"' FUNCTION TRIM(WS-HC-ENDPOINT) '\"}]"'
               '}'
               '}'
               DELIMITED BY SIZE INTO JSON-PAYLOAD
           END-STRING
           COMPUTE JSON-LENGTH = FUNCTION LENGTH(JSON-PAYLOAD)
           PERFORM CHECK-PAYLOAD-CAPACITY
           IF LS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE JSON-PAYLOAD TO HTTP-BODY
           MOVE JSON-LENGTH TO CONTENT-LENGTH
           PERFORM EXECUTE-RELAY-PUT

           IF HTTP-STATUS-CODE NOT = 200 AND HTTP-STATUS-CODE NOT = 201
               DISPLAY "  Failed to create hybrid connection "
                       FUNCTION TRIM(RELAY-HC-NAME(WS-HC-IDX))
                       ". Status: " HTTP-STATUS-CODE
               MOVE 8 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  Hybrid connection created: "
                   FUNCTION TRIM(RELAY-HC-NAME(WS-HC-IDX))
                   " -> " FUNCTION TRIM(WS-HC-ENDPOINT)

      *> Separate send and listen rules, so the sites' key cannot
      *> stand up a listener and the on-prem listener's key cannot
      *> be used to send
           MOVE 'send' TO WS-RULE-NAME
           MOVE 'Send' TO WS-RULE-RIGHT
           PERFORM CREATE-AUTHORIZATION-RULE
           IF LS-RETURN-CODE = 0
               MOVE 'listen' TO WS-RULE-NAME
               MOVE 'Listen' TO WS-RULE-RIGHT
               PERFORM CREATE-AUTHORIZATION-RULE
           END-IF.

       CREATE-AUTHORIZATION-RULE.
           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  FUNCTION TRIM(WS-HC-ID)
                  '/authorizationRules/'
                  FUNCTION TRIM(WS-RULE-NAME)
                  '?api-version='
                  WS-RELAY-API-VERSION
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING

           MOVE SPACES TO JSON-PAYLOAD
           STRING '{'
               '"properties": {'
               '  "rights": ["' FUNCTION TRIM(WS-RULE-RIGHT) '"]'
               '}'
               '}'
               DELIMITED BY SIZE INTO JSON-PAYLOAD
           END-STRING
           COMPUTE JSON-LENGTH = FUNCTION LENGTH(JSON-PAYLOAD)
           MOVE JSON-PAYLOAD TO HTTP-BODY
           MOVE JSON-LENGTH TO CONTENT-LENGTH
           PERFORM EXECUTE-RELAY-PUT

           IF HTTP-STATUS-CODE = 200 OR HTTP-STATUS-CODE = 201
               DISPLAY "    Authorization rule: "
                       FUNCTION TRIM(WS-RULE-NAME)
           ELSE
               DISPLAY "    Failed to create authorization rule "
                       FUNCTION TRIM(WS-RULE-NAME)
                       ". Status: " HTTP-STATUS-CODE
               MOVE 8 TO LS-RETURN-CODE
           END-IF.

       CONFIGURE-DIAGNOSTIC-SETTINGS.
           DISPLAY "Configuring diagnostic settings for "
                   FUNCTION TRIM(WS-RELAY-NAME) "..."

           MOVE SPACES TO WS-DIAG-NAME
           STRING 'diag-' FUNCTION TRIM(WS-RELAY-NAME)
               DELIMITED BY SIZE INTO WS-DIAG-NAME
           END-STRING

           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  FUNCTION TRIM(WS-RELAY-ID)
                  '/providers/microsoft.insights/diagnosticSettings/'
                  FUNCTION TRIM(WS-DIAG-NAME)
                  '?api-version='
                  WS-DIAG-API-VERSION
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING

           MOVE SPACES TO JSON-PAYLOAD
           STRING '{'
               '"properties": {'
               '  "workspaceId": "/subscriptions/' SUBSCRIPTION-ID
                   '/resourceGroups/' RG-NAME
                   '/providers/Microsoft.OperationalInsights/'
                   'workspaces/' FUNCTION TRIM(LA-WORKSPACE-NAME) '",'
               '  "logs": [{"categoryGroup": "allLogs",'
               ' "enabled": true}],'
               '  "metrics": [{"category": "AllMetrics",'
               ' "enabled": true}]'
               '}'
               '}'
               DELIMITED BY SIZE INTO JSON-PAYLOAD
           END-STRING
           COMPUTE JSON-LENGTH = FUNCTION LENGTH(JSON-PAYLOAD)
           PERFORM CHECK-PAYLOAD-CAPACITY
           IF LS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE JSON-PAYLOAD TO HTTP-BODY
           MOVE JSON-LENGTH TO CONTENT-LENGTH
           PERFORM EXECUTE-RELAY-PUT

           IF HTTP-STATUS-CODE = 200 OR HTTP-STATUS-CODE = 201
               DISPLAY "  Diagnostic settings configured: "
                       FUNCTION TRIM(WS-DIAG-NAME)
           ELSE
               DISPLAY "  Failed to configure diagnostic settings. "
                       "Status: " HTTP-STATUS-CODE
               MOVE 8 TO LS-RETURN-CODE
           END-IF.

      *> Shared PUT with the retry/backoff treatment every module
      *> gives its ARM calls
       EXECUTE-RELAY-PUT.
           MOVE 'PUT' TO HTTP-METHOD
           MOVE 'application/json' TO CONTENT-TYPE
           STRING 'Bearer ' ACCESS-TOKEN
               DELIMITED BY SIZE INTO AUTHORIZATION
           END-STRING
           PERFORM WRITE-AUTH-HEADER-FILE

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' HTTP-URL
                                      'relay_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o relay_response.json "
                   "-D relay_headers.txt "
                   "-w '%{http_code}' -X PUT "
                   "-H @relay_auth.txt -H 'Content-Type: "
                   "application/json' -d '"
                   HTTP-BODY
                   "' '" HTTP-URL "' > relay_status.txt"
               END-CALL

               PERFORM READ-RELAY-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' HTTP-URL
                                      'relay_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

      *> Every ARM change lands one chained record in the audit
      *> trail, correlation ID included
           CALL 'AUDITLOG' USING HTTP-METHOD HTTP-URL HTTP-BODY
                                 HTTP-STATUS-CODE CLIENT-ID
                                 'relay_headers.txt'.

       READ-RELAY-STATUS.
           MOVE 0 TO HTTP-STATUS-CODE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RELAY-STATUS-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ RELAY-STATUS-FILE INTO RELAY-STATUS-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE FUNCTION NUMVAL(RELAY-STATUS-RECORD)
                           TO HTTP-STATUS-CODE
               END-READ
           END-PERFORM
           CLOSE RELAY-STATUS-FILE.

      *> Azure throttles ARM calls (429) and occasionally returns a
      *> transient 5xx; back off and retry those rather than failing
      *> the whole deployment on a blip. Anything else is a real
      *> failure and is left for the caller to report.
       EVALUATE-RETRY-STATUS.
           IF HTTP-STATUS-CODE = 408 OR HTTP-STATUS-CODE = 429
                   OR HTTP-STATUS-CODE = 500 OR HTTP-STATUS-CODE = 502
                   OR HTTP-STATUS-CODE = 503 OR HTTP-STATUS-CODE = 504
               ADD 1 TO WS-RETRY-COUNT
               IF WS-RETRY-COUNT >= WS-RETRY-MAX
                   MOVE 'Y' TO WS-RETRY-DONE
               ELSE
                   COMPUTE WS-BACKOFF-SECS = 2 ** WS-RETRY-COUNT
                   DISPLAY "  Transient error (status "
                           HTTP-STATUS-CODE "), retrying in "
                           WS-BACKOFF-SECS " seconds..."
                   CALL "C$SYSTEM" USING "sleep " WS-BACKOFF-SECS
                   END-CALL
               END-IF
           ELSE
               MOVE 'Y' TO WS-RETRY-DONE
           END-IF.

      *> Write the bearer token to a file curl reads with -H @file
      *> instead of passing it on the command line, where it would
      *> be visible to anyone on the box running ps
       WRITE-AUTH-HEADER-FILE.
           MOVE SPACES TO AUTH-HEADER-RECORD
           STRING 'Authorization: ' AUTHORIZATION
               DELIMITED BY SIZE INTO AUTH-HEADER-RECORD
           END-STRING
           OPEN OUTPUT AUTH-HEADER-FILE
           WRITE AUTH-HEADER-RECORD
           CLOSE AUTH-HEADER-FILE.

      *> A 200/201 on the PUT only means ARM accepted the request;
      *> hybrid connections can only be added once the namespace is
      *> active, so ARMWAIT polls until provisioningState settles
       WAIT-FOR-PROVISIONING.
           CALL 'ARMWAIT' USING BY REFERENCE WS-RELAY-URL
                                BY CONTENT 'relay_auth.txt'
                                BY REFERENCE POLL-INTERVAL-SECS
                                             POLL-MAX-SECS
                                             WS-ARMWAIT-RC
           IF WS-ARMWAIT-RC NOT = 0
               MOVE 8 TO LS-RETURN-CODE
           END-IF.

      *> STRING stops copying silently when the build buffer fills;
      *> a payload that reached the end of the buffer would go out
      *> truncated, so it is refused loudly instead
       CHECK-PAYLOAD-CAPACITY.
           IF JSON-PAYLOAD(4089:8) NOT = SPACES
               DISPLAY "  Request payload exceeds the 4096-byte "
                       "build buffer - refusing to send a "
                       "truncated document"
               MOVE 8 TO LS-RETURN-CODE
           END-IF.

       END PROGRAM RELAY.

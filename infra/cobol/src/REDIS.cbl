       IDENTIFICATION DIVISION.
       PROGRAM-ID. REDIS.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Azure Cache for Redis deployment module. The APIM-API-INFO
      *> backends are slow partner systems, and APIM's built-in cache
      *> lives in each gateway unit - every change of
      *> APIM-SKU-CAPACITY throws it away. This module creates one
      *> cache reachable only through a private endpoint (TLS only, no
      *> public network access), sized from REDIS-INFO, with its
      *> diagnostics in the workspace. APIMGMT registers it as the
      *> gateway's external cache and KVPUBLISH publishes its access
      *> key to the vault, so the response-caching policies survive
      *> scale events.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REDIS-STATUS-FILE ASSIGN TO "redis_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTH-HEADER-FILE ASSIGN TO "redis_auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REDIS-STATUS-FILE.
       01  REDIS-STATUS-RECORD             PIC X(8).

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
       01  WS-REDIS-API-VERSION            PIC X(10) VALUE '2023-08-01'.
       01  WS-NETWORK-API-VERSION          PIC X(10) VALUE '2022-05-01'.
       01  WS-DIAG-API-VERSION             PIC X(10) VALUE '2021-05-01'.

       01  WS-REDIS-CACHE.
           05  WS-REDIS-NAME               PIC X(64).
           05  WS-REDIS-URL                PIC X(512).
           05  WS-REDIS-ID                 PIC X(256).
           05  WS-REDIS-SKU                PIC X(16).
           05  WS-REDIS-FAMILY             PIC X(1).
           05  WS-REDIS-CAPACITY           PIC 9(1).
       01  WS-PE-NAME                      PIC X(64).
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
      *> preview), the cache's URL and JSON are generated and
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
           MOVE 'Microsoft.Cache/redis'
               TO WS-AV-TYPE
           CALL 'APIVERSIONS' USING WS-AV-TYPE WS-REDIS-API-VERSION

           PERFORM INITIALIZE-DEPLOYMENT
           PERFORM CREATE-REDIS-CACHE

      *> The endpoint and diagnostics both hang off a cache that a
      *> dry run never created, so they are skipped while previewing
           IF LS-DRYRUN-FLAG NOT = 'Y'
               IF LS-RETURN-CODE = 0
                   PERFORM CONFIGURE-REDIS-PRIVATE-ENDPOINT
               END-IF
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

           DISPLAY "Initializing Azure Cache for Redis deployment..."

           MOVE 'REDIS' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-REDIS-NAME

      *> Standard C1 unless sized otherwise - Standard is the
      *> smallest tier with a replica, which a gateway cache shared
      *> by every unit needs. Premium sizes are P-family; the family
      *> follows the tier when it is not given.
           IF REDIS-SKU-NAME = SPACES
               MOVE 'Standard' TO WS-REDIS-SKU
           ELSE
               MOVE REDIS-SKU-NAME TO WS-REDIS-SKU
           END-IF
           IF REDIS-SKU-FAMILY = SPACES
               IF WS-REDIS-SKU = 'Premium'
                   MOVE 'P' TO WS-REDIS-FAMILY
               ELSE
                   MOVE 'C' TO WS-REDIS-FAMILY
               END-IF
           ELSE
               MOVE REDIS-SKU-FAMILY TO WS-REDIS-FAMILY
           END-IF
           IF REDIS-CAPACITY = 0
               MOVE 1 TO WS-REDIS-CAPACITY
           ELSE
               MOVE REDIS-CAPACITY TO WS-REDIS-CAPACITY
           END-IF

           MOVE SPACES TO WS-REDIS-ID
           STRING '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/'
                  RG-NAME
                  '/providers/Microsoft.Cache/redis/'
                  FUNCTION TRIM(WS-REDIS-NAME)
               DELIMITED BY SIZE INTO WS-REDIS-ID
           END-STRING

           DISPLAY "  Redis cache: " FUNCTION TRIM(WS-REDIS-NAME)
                   " (" FUNCTION TRIM(WS-REDIS-SKU) " "
                   WS-REDIS-FAMILY WS-REDIS-CAPACITY ")".

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

       CREATE-REDIS-CACHE.
           DISPLAY "Creating Azure Cache for Redis..."

           MOVE SPACES TO WS-REDIS-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  FUNCTION TRIM(WS-REDIS-ID)
                  '?api-version='
                  WS-REDIS-API-VERSION
               DELIMITED BY SIZE INTO WS-REDIS-URL
           END-STRING
           MOVE WS-REDIS-URL TO HTTP-URL

           PERFORM GENERATE-CACHE-JSON-PAYLOAD

           IF LS-DRYRUN-FLAG = 'Y'
               MOVE HTTP-URL TO LS-DRYRUN-URL
               MOVE JSON-PAYLOAD TO LS-DRYRUN-JSON
               MOVE 0 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE JSON-PAYLOAD TO HTTP-BODY
           MOVE JSON-LENGTH TO CONTENT-LENGTH
           PERFORM EXECUTE-REDIS-PUT

           IF HTTP-STATUS-CODE = 200 OR HTTP-STATUS-CODE = 201
               DISPLAY "  Redis cache created: "
                       FUNCTION TRIM(WS-REDIS-NAME)
               PERFORM WAIT-FOR-PROVISIONING
           ELSE
               DISPLAY "  Failed to create Redis cache. "
                       "Status: " HTTP-STATUS-CODE
               MOVE 8 TO LS-RETURN-CODE
           END-IF.

      *> Private-endpoint only: public network access is off, the
      *> non-TLS port stays closed and nothing older than TLS 1.2 is
      *> accepted, so the only way in is from inside the VNet
       GENERATE-CACHE-JSON-PAYLOAD.
           MOVE SPACES TO JSON-PAYLOAD
           STRING '{'
               '"location": "' RG-LOCATION '",'
               '"properties": {'
               '  "sku": {'
               '    "name": "' FUNCTION TRIM(WS-REDIS-SKU) '",'
               '    "family": "' WS-REDIS-FAMILY '",'
               '    "capacity": ' WS-REDIS-CAPACITY
               '  },'
               '  "enableNonSslPort": false,'
               '  "minimumTlsVersion": "1.2",'
               '  "publicNetworkAccess": "Disabled",'
               '  "redisConfiguration": {'
               '    "maxmemory-policy": "volatile-lru"'
               '  }'
               '},'
               '"tags": {'
               '  "environment": "' ENV-NAME '",'
               '  "costCenter": "' WS-JSON-TAG-COST-CENTER '",'
               '  "owner": "' WS-JSON-TAG-OWNER '"'
               '}'
               '}'
               DELIMITED BY SIZE INTO JSON-PAYLOAD
           END-STRING
           COMPUTE JSON-LENGTH = FUNCTION LENGTH(JSON-PAYLOAD)
           PERFORM CHECK-PAYLOAD-CAPACITY.

      *> The endpoint sits on the same private-endpoints subnet as the
      *> vault's and storage's; PRIVATEDNS attaches its zone group
       CONFIGURE-REDIS-PRIVATE-ENDPOINT.
           DISPLAY "Configuring Private Endpoint for Redis cache..."

           MOVE SPACES TO WS-PE-NAME
           STRING 'pe-' FUNCTION TRIM(WS-REDIS-NAME)
               DELIMITED BY SIZE INTO WS-PE-NAME
           END-STRING

           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/'
                  RG-NAME
                  '/providers/Microsoft.Network/privateEndpoints/'
                  FUNCTION TRIM(WS-PE-NAME)
                  '?api-version='
                  WS-NETWORK-API-VERSION
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING

           MOVE SPACES TO JSON-PAYLOAD
           STRING '{'
               '"location": "' RG-LOCATION '",'
               '"properties": {'
               '  "subnet": {'
               '    "id": "/subscriptions/' SUBSCRIPTION-ID
                   '/resourceGroups/' RG-NAME
                   '/providers/Microsoft.Network/virtualNetworks/'
                   FUNCTION TRIM(VNET-NAME)
                   '/subnets/private-endpoints"'
               '  },'
               '  "privateLinkServiceConnections": [{'
               '    "name": "' FUNCTION TRIM(WS-PE-NAME) '",'
               '    "properties": {'
               '      "privateLinkServiceId": "'
                   FUNCTION TRIM(WS-REDIS-ID) '",'
               '      "groupIds": ["redisCache"]'
               '    }'
               '  }]'
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
           PERFORM EXECUTE-REDIS-PUT

           IF HTTP-STATUS-CODE = 200 OR HTTP-STATUS-CODE = 201
               DISPLAY "  Private Endpoint created: "
                       FUNCTION TRIM(WS-PE-NAME)
           ELSE
               DISPLAY "  Failed to create Private Endpoint. "
                       "Status: " HTTP-STATUS-CODE
               MOVE 8 TO LS-RETURN-CODE
           END-IF.

       CONFIGURE-DIAGNOSTIC-SETTINGS.
           DISPLAY "Configuring diagnostic settings for "
                   FUNCTION TRIM(WS-REDIS-NAME) "..."

           MOVE SPACES TO WS-DIAG-NAME
           STRING 'diag-' FUNCTION TRIM(WS-REDIS-NAME)
               DELIMITED BY SIZE INTO WS-DIAG-NAME
           END-STRING

           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  FUNCTION TRIM(WS-REDIS-ID)
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
           PERFORM EXECUTE-REDIS-PUT

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
       EXECUTE-REDIS-PUT.
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
                                      'redis_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o redis_response.json "
                   "-D redis_headers.txt "
                   "-w '%{http_code}' -X PUT "
                   "-H @redis_auth.txt -H 'Content-Type: "
                   "application/json' -d '"
                   HTTP-BODY
                   "' '" HTTP-URL "' > redis_status.txt"
               END-CALL

               PERFORM READ-REDIS-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' HTTP-URL
                                      'redis_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

      *> Every ARM change lands one chained record in the audit
      *> trail, correlation ID included
           CALL 'AUDITLOG' USING HTTP-METHOD HTTP-URL HTTP-BODY
                                 HTTP-STATUS-CODE CLIENT-ID
                                 'redis_headers.txt'.

       READ-REDIS-STATUS.
           MOVE 0 TO HTTP-STATUS-CODE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT REDIS-STATUS-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ REDIS-STATUS-FILE INTO REDIS-STATUS-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE FUNCTION NUMVAL(REDIS-STATUS-RECORD)
                           TO HTTP-STATUS-CODE
               END-READ
           END-PERFORM
           CLOSE REDIS-STATUS-FILE.

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

      *> A 200/201 on the PUT only means ARM accepted the request; a
      *> cache takes many minutes to come up and the private endpoint
      *> cannot bind to it until it has, so ARMWAIT polls the cache
      *> until provisioningState settles
       WAIT-FOR-PROVISIONING.
           CALL 'ARMWAIT' USING BY REFERENCE WS-REDIS-URL
                                BY CONTENT 'redis_auth.txt'
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

       END PROGRAM REDIS.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SQLDB.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Azure SQL Database deployment module. Half the Data Factory
      *> pipelines load staging tables, so the environment gets one
      *> logical server and the databases SQLDB-DB-INFO lists. The
      *> server takes Entra ID sign-ins only - no SQL logins, no
      *> admin password to rotate - with SQLDB-ADMIN-LOGIN as its
      *> admin (the deployment service principal when none is
      *> configured, so DATAFACTORY can grant its factory access in
      *> the same run). Public network access is off and the only
      *> way in is the private endpoint PRIVATEDNS registers in
      *> privatelink.database; every database sends its diagnostics
      *> to the workspace.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SQLDB-STATUS-FILE ASSIGN TO "sqldb_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTH-HEADER-FILE ASSIGN TO "sqldb_auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SQLDB-STATUS-FILE.
       01  SQLDB-STATUS-RECORD             PIC X(8).

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
       01  WS-SQL-API-VERSION              PIC X(10) VALUE '2021-11-01'.
       01  WS-NETWORK-API-VERSION          PIC X(10) VALUE '2022-05-01'.
       01  WS-DIAG-API-VERSION             PIC X(10) VALUE '2021-05-01'.

       01  WS-SQL-SERVER.
           05  WS-SQL-SERVER-NAME          PIC X(64).
           05  WS-SQL-SERVER-URL           PIC X(512).
           05  WS-SQL-SERVER-ID            PIC X(256).
           05  WS-SQL-ADMIN-LOGIN          PIC X(64).
           05  WS-SQL-ADMIN-SID            PIC X(36).
           05  WS-SQL-ADMIN-TYPE           PIC X(16).
       01  WS-WAIT-URL                     PIC X(512).

       01  WS-SQL-DATABASE.
           05  WS-DB-INDEX                 PIC 9(2).
           05  WS-DB-NAME                  PIC X(32).
           05  WS-DB-SKU                   PIC X(16).
           05  WS-DB-MAX-BYTES             PIC 9(14).
           05  WS-DB-SIZE-FRAGMENT         PIC X(48).
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

      *> Roles the shared user-assigned identities hold on this
      *> server, granted through IDENTGRANT once it exists
       01  WS-IDGRANT-KIND                 PIC X(8) VALUE 'SQL'.
       01  WS-IDGRANT-RC                   PIC 9(2).

       LINKAGE SECTION.
       01  LS-AZURE-CONFIG                 PIC X ANY LENGTH.
       01  LS-AZURE-AUTH-TOKEN             PIC X ANY LENGTH.
       01  LS-RETURN-CODE                  PIC 9(2).

      *> When LS-DRYRUN-FLAG is 'Y' (set by AZUREDEPLOY's what-if
      *> preview), the server's URL and JSON are generated and
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
           MOVE 'Microsoft.Sql/servers'
               TO WS-AV-TYPE
           CALL 'APIVERSIONS' USING WS-AV-TYPE WS-SQL-API-VERSION

           PERFORM INITIALIZE-DEPLOYMENT
           PERFORM CREATE-SQL-SERVER

      *> The databases, endpoint and diagnostics all hang off a
      *> server that a dry run never created, so they are skipped
      *> while previewing
           IF LS-DRYRUN-FLAG NOT = 'Y'
               PERFORM VARYING WS-DB-INDEX FROM 1 BY 1
                       UNTIL WS-DB-INDEX > SQLDB-DB-COUNT
                           OR LS-RETURN-CODE NOT = 0
                   PERFORM CREATE-SQL-DATABASE
               END-PERFORM
               IF LS-RETURN-CODE = 0
                   PERFORM CONFIGURE-SQL-PRIVATE-ENDPOINT
               END-IF
               PERFORM VARYING WS-DB-INDEX FROM 1 BY 1
                       UNTIL WS-DB-INDEX > SQLDB-DB-COUNT
                           OR LS-RETURN-CODE NOT = 0
                   PERFORM CONFIGURE-DIAGNOSTIC-SETTINGS
               END-PERFORM
               IF LS-RETURN-CODE = 0 AND IDENTITY-DEPLOY-FLAG = 'Y'
                   PERFORM GRANT-SHARED-IDENTITY-ROLES
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

           DISPLAY "Initializing Azure SQL Database deployment..."

           MOVE 'SQL' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-SQL-SERVER-NAME

      *> Without a configured admin the deployment service principal
      *> administers the server - an application's sid is its client
      *> ID - which is what lets DATAFACTORY create the factory's
      *> database user straight after. A configured admin (normally
      *> an Entra group) must then include that principal.
           IF SQLDB-ADMIN-OBJECT-ID = SPACES
               MOVE CLIENT-ID TO WS-SQL-ADMIN-LOGIN
               MOVE CLIENT-ID TO WS-SQL-ADMIN-SID
               MOVE 'Application' TO WS-SQL-ADMIN-TYPE
           ELSE
               MOVE SQLDB-ADMIN-LOGIN TO WS-SQL-ADMIN-LOGIN
               MOVE SQLDB-ADMIN-OBJECT-ID TO WS-SQL-ADMIN-SID
               IF SQLDB-ADMIN-TYPE = SPACES
                   MOVE 'Group' TO WS-SQL-ADMIN-TYPE
               ELSE
                   MOVE SQLDB-ADMIN-TYPE TO WS-SQL-ADMIN-TYPE
               END-IF
           END-IF

           MOVE SPACES TO WS-SQL-SERVER-ID
           STRING '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/'
                  RG-NAME
                  '/providers/Microsoft.Sql/servers/'
                  FUNCTION TRIM(WS-SQL-SERVER-NAME)
               DELIMITED BY SIZE INTO WS-SQL-SERVER-ID
           END-STRING

           DISPLAY "  SQL server: " FUNCTION TRIM(WS-SQL-SERVER-NAME)
           DISPLAY "  Entra admin: " FUNCTION TRIM(WS-SQL-ADMIN-LOGIN)
                   " (" FUNCTION TRIM(WS-SQL-ADMIN-TYPE) ")"
           DISPLAY "  Databases: " SQLDB-DB-COUNT.

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

       CREATE-SQL-SERVER.
           DISPLAY "Creating Azure SQL logical server..."

           MOVE SPACES TO WS-SQL-SERVER-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  FUNCTION TRIM(WS-SQL-SERVER-ID)
                  '?api-version='
                  WS-SQL-API-VERSION
               DELIMITED BY SIZE INTO WS-SQL-SERVER-URL
           END-STRING
           MOVE WS-SQL-SERVER-URL TO HTTP-URL

           PERFORM GENERATE-SERVER-JSON-PAYLOAD

           IF LS-DRYRUN-FLAG = 'Y'
               MOVE HTTP-URL TO LS-DRYRUN-URL
               MOVE JSON-PAYLOAD TO LS-DRYRUN-JSON
               MOVE 0 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE JSON-PAYLOAD TO HTTP-BODY
           MOVE JSON-LENGTH TO CONTENT-LENGTH
           PERFORM EXECUTE-SQLDB-PUT

           IF HTTP-STATUS-CODE = 200 OR HTTP-STATUS-CODE = 201
                   OR HTTP-STATUS-CODE = 202
               DISPLAY "  SQL server created: "
                       FUNCTION TRIM(WS-SQL-SERVER-NAME)
               MOVE WS-SQL-SERVER-URL TO WS-WAIT-URL
               PERFORM WAIT-FOR-PROVISIONING
           ELSE
               DISPLAY "  Failed to create SQL server. "
                       "Status: " HTTP-STATUS-CODE
               MOVE 8 TO LS-RETURN-CODE
           END-IF.

      *> Entra-only: azureADOnlyAuthentication leaves no SQL login on
      *> the server at all, so no administratorLogin/Password is
      *> sent. TLS 1.2 minimum, public network access off.
       GENERATE-SERVER-JSON-PAYLOAD.
           MOVE SPACES TO JSON-PAYLOAD
           STRING '{'
               '"location": "' RG-LOCATION '",'
               '"identity": {"type": "SystemAssigned"},'
               '"properties": {'
               '  "minimalTlsVersion": "1.2",'
               '  "publicNetworkAccess": "Disabled",'
               '  "administrators": {'
               '    "administratorType": "ActiveDirectory",'
               '    "principalType": "'
                   FUNCTION TRIM(WS-SQL-ADMIN-TYPE) '",'
               '    "login": "' FUNCTION TRIM(WS-SQL-ADMIN-LOGIN) '",'
               '    "sid": "' FUNCTION TRIM(WS-SQL-ADMIN-SID) '",'
               '    "tenantId": "' FUNCTION TRIM(TENANT-ID) '",'
               '    "azureADOnlyAuthentication": true'
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

      *> One database per SQLDB-DB-INFO slot: S0 unless a SKU is given
      *> (DTU names like S1 or vCore names like GP_S_Gen5_2 both go
      *> straight through), and the service's default size unless
      *> SQLDB-DB-MAX-GB caps it
       CREATE-SQL-DATABASE.
           IF SQLDB-DB-NAME(WS-DB-INDEX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SQLDB-DB-NAME(WS-DB-INDEX) TO WS-DB-NAME
           IF SQLDB-DB-SKU(WS-DB-INDEX) = SPACES
               MOVE 'S0' TO WS-DB-SKU
           ELSE
               MOVE SQLDB-DB-SKU(WS-DB-INDEX) TO WS-DB-SKU
           END-IF

           MOVE SPACES TO WS-DB-SIZE-FRAGMENT
           IF SQLDB-DB-MAX-GB(WS-DB-INDEX) > 0
               COMPUTE WS-DB-MAX-BYTES =
                   SQLDB-DB-MAX-GB(WS-DB-INDEX) * 1073741824
               STRING '"maxSizeBytes": ' WS-DB-MAX-BYTES ','
                   DELIMITED BY SIZE INTO WS-DB-SIZE-FRAGMENT
               END-STRING
           END-IF

           DISPLAY "Creating SQL database " FUNCTION TRIM(WS-DB-NAME)
                   " (" FUNCTION TRIM(WS-DB-SKU) ")..."

           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  FUNCTION TRIM(WS-SQL-SERVER-ID)
                  '/databases/'
                  FUNCTION TRIM(WS-DB-NAME)
                  '?api-version='
                  WS-SQL-API-VERSION
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING

           MOVE SPACES TO JSON-PAYLOAD
           STRING '{'
               '"location": "' RG-LOCATION '",'
               '"sku": {"name": "' FUNCTION TRIM(WS-DB-SKU) '"},'
               '"properties": {'
               FUNCTION TRIM(WS-DB-SIZE-FRAGMENT)
               '  "collation": "SQL_Latin1_General_CP1_CI_AS"'
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
           PERFORM CHECK-PAYLOAD-CAPACITY
           IF LS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE JSON-PAYLOAD TO HTTP-BODY
           MOVE JSON-LENGTH TO CONTENT-LENGTH
           PERFORM EXECUTE-SQLDB-PUT

           IF HTTP-STATUS-CODE = 200 OR HTTP-STATUS-CODE = 201
                   OR HTTP-STATUS-CODE = 202
               DISPLAY "  SQL database created: "
                       FUNCTION TRIM(WS-DB-NAME)
               MOVE HTTP-URL TO WS-WAIT-URL
               PERFORM WAIT-FOR-PROVISIONING
           ELSE
               DISPLAY "  Failed to create SQL database "
                       FUNCTION TRIM(WS-DB-NAME)
                       ". Status: " HTTP-STATUS-CODE
               MOVE 8 TO LS-RETURN-CODE
           END-IF.

      *> The endpoint sits on the same private-endpoints subnet as the
      *> vault's and storage's; PRIVATEDNS attaches its zone group
       CONFIGURE-SQL-PRIVATE-ENDPOINT.
           DISPLAY "Configuring Private Endpoint for SQL server..."

           MOVE SPACES TO WS-PE-NAME
           STRING 'pe-' FUNCTION TRIM(WS-SQL-SERVER-NAME)
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
                   FUNCTION TRIM(WS-SQL-SERVER-ID) '",'
               '      "groupIds": ["sqlServer"]'
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
           PERFORM EXECUTE-SQLDB-PUT

           IF HTTP-STATUS-CODE = 200 OR HTTP-STATUS-CODE = 201
               DISPLAY "  Private Endpoint created: "
                       FUNCTION TRIM(WS-PE-NAME)
           ELSE
               DISPLAY "  Failed to create Private Endpoint. "
                       "Status: " HTTP-STATUS-CODE
               MOVE 8 TO LS-RETURN-CODE
           END-IF.

      *> A logical server has no log categories of its own - query
      *> insights, errors, timeouts and blocks are emitted per
      *> database, so each database gets its own setting
       CONFIGURE-DIAGNOSTIC-SETTINGS.
           IF SQLDB-DB-NAME(WS-DB-INDEX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SQLDB-DB-NAME(WS-DB-INDEX) TO WS-DB-NAME
           DISPLAY "Configuring diagnostic settings for "
                   FUNCTION TRIM(WS-DB-NAME) "..."

           MOVE SPACES TO WS-DIAG-NAME
           STRING 'diag-' FUNCTION TRIM(WS-DB-NAME)
               DELIMITED BY SIZE INTO WS-DIAG-NAME
           END-STRING

           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  FUNCTION TRIM(WS-SQL-SERVER-ID)
                  '/databases/'
                  FUNCTION TRIM(WS-DB-NAME)
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
               '  "metrics": [{"category": "Basic",'
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
           PERFORM EXECUTE-SQLDB-PUT

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
       EXECUTE-SQLDB-PUT.
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
                                      'sqldb_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o sqldb_response.json "
                   "-D sqldb_headers.txt "
                   "-w '%{http_code}' -X PUT "
                   "-H @sqldb_auth.txt -H 'Content-Type: "
                   "application/json' -d '"
                   HTTP-BODY
                   "' '" HTTP-URL "' > sqldb_status.txt"
               END-CALL

               PERFORM READ-SQLDB-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' HTTP-URL
                                      'sqldb_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

      *> Every ARM change lands one chained record in the audit
      *> trail, correlation ID included
           CALL 'AUDITLOG' USING HTTP-METHOD HTTP-URL HTTP-BODY
                                 HTTP-STATUS-CODE CLIENT-ID
                                 'sqldb_headers.txt'.

       READ-SQLDB-STATUS.
           MOVE 0 TO HTTP-STATUS-CODE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SQLDB-STATUS-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SQLDB-STATUS-FILE INTO SQLDB-STATUS-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE FUNCTION NUMVAL(SQLDB-STATUS-RECORD)
                           TO HTTP-STATUS-CODE
               END-READ
           END-PERFORM
           CLOSE SQLDB-STATUS-FILE.

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

      *> A 200/201/202 on the PUT only means ARM accepted the
      *> request; ARMWAIT polls the server or database in
      *> WS-WAIT-URL until provisioningState settles, so databases
      *> are never created under a half-built server and diagnostics
      *> never bind to a database still being created
       WAIT-FOR-PROVISIONING.
           CALL 'ARMWAIT' USING BY REFERENCE WS-WAIT-URL
                                BY CONTENT 'sqldb_auth.txt'
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

      *> An identity created before this server could not be granted
      *> its roles on it then; they are completed here, and are left
      *> alone by a rebuild of the consuming service
       GRANT-SHARED-IDENTITY-ROLES.
           CALL 'IDENTGRANT' USING AZURE-CONFIG AZURE-AUTH-TOKEN
                                   WS-IDGRANT-KIND WS-IDGRANT-RC
           IF WS-IDGRANT-RC NOT = 0
               MOVE WS-IDGRANT-RC TO LS-RETURN-CODE
           END-IF.

       END PROGRAM SQLDB.

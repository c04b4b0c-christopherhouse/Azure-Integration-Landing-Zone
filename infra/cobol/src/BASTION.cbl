       IDENTIFICATION DIVISION.
       PROGRAM-ID. BASTION.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Azure Bastion deployment module. The Self-Hosted IR VMs
      *> PROVISION-SINGLE-SHIR-HOST builds have no public address,
      *> and when an IR node went offline the only way onto it was to
      *> bolt a public IP on by hand - which security flagged every
      *> time. This module carves the AzureBastionSubnet out of the
      *> landing zone VNet (BASTION_SUBNET_PREFIX, /26 or larger),
      *> gives the host the Standard static public IP Bastion itself
      *> requires, and creates the Bastion host with its diagnostics
      *> in the workspace. Operators then reach the SHIR VMs over
      *> the portal - or, on the Standard SKU, the native client
      *> tunnel - with DF-SHIR-ADMIN-USER, and nothing on the VMs
      *> is ever exposed.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BASTION-STATUS-FILE ASSIGN TO "bastion_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTH-HEADER-FILE ASSIGN TO "bastion_auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BASTION-STATUS-FILE.
       01  BASTION-STATUS-RECORD           PIC X(8).

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
       01  WS-BASTION-API-VERSION          PIC X(10) VALUE '2023-11-01'.
       01  WS-NETWORK-API-VERSION          PIC X(10) VALUE '2023-11-01'.
       01  WS-DIAG-API-VERSION             PIC X(10) VALUE '2021-05-01'.

       01  WS-BASTION-HOST.
           05  WS-BASTION-NAME             PIC X(64).
           05  WS-BASTION-URL              PIC X(512).
           05  WS-BASTION-ID               PIC X(256).
           05  WS-BASTION-SKU              PIC X(16).
           05  WS-BASTION-SCALE-UNITS      PIC 9(2).
       01  WS-BASTION-PIP-NAME             PIC X(64).
       01  WS-BASTION-PIP-ID               PIC X(256).
       01  WS-BASTION-SUBNET-ID            PIC X(256).
       01  WS-WAIT-URL                     PIC X(512).
       01  WS-SKU-FRAGMENT                 PIC X(96).
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
      *> preview), the Bastion host's URL and JSON are generated and
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
           MOVE 'Microsoft.Network/bastionHosts'
               TO WS-AV-TYPE
           CALL 'APIVERSIONS' USING WS-AV-TYPE WS-BASTION-API-VERSION

           PERFORM INITIALIZE-DEPLOYMENT
           IF LS-RETURN-CODE NOT = 0
               GOBACK
           END-IF

      *> The subnet and public IP the host binds to are real
      *> resources a preview must not create
           IF LS-DRYRUN-FLAG NOT = 'Y'
               PERFORM CREATE-BASTION-SUBNET
               IF LS-RETURN-CODE = 0
                   PERFORM CREATE-BASTION-PUBLIC-IP
               END-IF
               IF LS-RETURN-CODE NOT = 0
                   GOBACK
               END-IF
           END-IF

           PERFORM CREATE-BASTION-HOST

           IF LS-DRYRUN-FLAG NOT = 'Y'
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

           DISPLAY "Initializing Azure Bastion deployment..."

           IF BASTION-SUBNET-PREFIX = SPACES
               DISPLAY "  BASTION_SUBNET_PREFIX is not set - Bastion "
                       "needs its own /26 or larger subnet"
               MOVE 8 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 'BAS' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-BASTION-NAME
           MOVE 'BASIP' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-BASTION-PIP-NAME

      *> Basic unless told otherwise - it covers portal sessions to
      *> the SHIR hosts. Standard adds scale units and the native
      *> client tunnel; scale units start at two, Azure's minimum.
           IF BASTION-SKU = SPACES
               MOVE 'Basic' TO WS-BASTION-SKU
           ELSE
               MOVE BASTION-SKU TO WS-BASTION-SKU
           END-IF
           IF BASTION-SCALE-UNITS < 2
               MOVE 2 TO WS-BASTION-SCALE-UNITS
           ELSE
               MOVE BASTION-SCALE-UNITS TO WS-BASTION-SCALE-UNITS
           END-IF

           MOVE SPACES TO WS-BASTION-ID
           STRING '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/'
                  FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.Network/bastionHosts/'
                  FUNCTION TRIM(WS-BASTION-NAME)
               DELIMITED BY SIZE INTO WS-BASTION-ID
           END-STRING
           MOVE SPACES TO WS-BASTION-PIP-ID
           STRING '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/'
                  FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.Network/publicIPAddresses/'
                  FUNCTION TRIM(WS-BASTION-PIP-NAME)
               DELIMITED BY SIZE INTO WS-BASTION-PIP-ID
           END-STRING
      *> Azure insists on this exact subnet name
           MOVE SPACES TO WS-BASTION-SUBNET-ID
           STRING '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/'
                  FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.Network/virtualNetworks/'
                  FUNCTION TRIM(VNET-NAME)
                  '/subnets/AzureBastionSubnet'
               DELIMITED BY SIZE INTO WS-BASTION-SUBNET-ID
           END-STRING

           DISPLAY "  Bastion host: " FUNCTION TRIM(WS-BASTION-NAME)
                   " (" FUNCTION TRIM(WS-BASTION-SKU) ")".

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

      *> VIRTUALNET carries the same subnet in its own subnet list so
      *> a later VNet PUT never tries to drop it from under the host;
      *> this PUT makes the module self-sufficient on a VNet that
      *> was deployed before BASTION_DEPLOY was switched on
       CREATE-BASTION-SUBNET.
           DISPLAY "Creating AzureBastionSubnet ("
                   FUNCTION TRIM(BASTION-SUBNET-PREFIX) ")..."

           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  FUNCTION TRIM(WS-BASTION-SUBNET-ID)
                  '?api-version='
                  WS-NETWORK-API-VERSION
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           MOVE HTTP-URL TO WS-WAIT-URL

           MOVE SPACES TO JSON-PAYLOAD
           STRING '{'
               '"properties": {'
               '  "addressPrefix": "'
                   FUNCTION TRIM(BASTION-SUBNET-PREFIX) '"'
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
           PERFORM EXECUTE-BASTION-PUT

           IF HTTP-STATUS-CODE = 200 OR HTTP-STATUS-CODE = 201
               DISPLAY "  AzureBastionSubnet ready"
               PERFORM WAIT-FOR-PROVISIONING
           ELSE
               DISPLAY "  Failed to create AzureBastionSubnet. "
                       "Status: " HTTP-STATUS-CODE
               MOVE 8 TO LS-RETURN-CODE
           END-IF.

      *> Bastion only accepts a Standard, statically allocated IP
       CREATE-BASTION-PUBLIC-IP.
           DISPLAY "Creating public IP for the Bastion host..."

           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  FUNCTION TRIM(WS-BASTION-PIP-ID)
                  '?api-version='
                  WS-NETWORK-API-VERSION
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           MOVE HTTP-URL TO WS-WAIT-URL

           MOVE SPACES TO JSON-PAYLOAD
           STRING '{'
               '"location": "' RG-LOCATION '",'
               '"sku": {"name": "Standard"},'
               '"properties": {'
               '  "publicIPAllocationMethod": "Static"'
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
           PERFORM EXECUTE-BASTION-PUT

           IF HTTP-STATUS-CODE = 200 OR HTTP-STATUS-CODE = 201
               DISPLAY "  Public IP created: "
                       FUNCTION TRIM(WS-BASTION-PIP-NAME)
               PERFORM WAIT-FOR-PROVISIONING
           ELSE
               DISPLAY "  Failed to create public IP. Status: "
                       HTTP-STATUS-CODE
               MOVE 8 TO LS-RETURN-CODE
           END-IF.

       CREATE-BASTION-HOST.
           DISPLAY "Creating Bastion host..."

           MOVE SPACES TO WS-BASTION-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  FUNCTION TRIM(WS-BASTION-ID)
                  '?api-version='
                  WS-BASTION-API-VERSION
               DELIMITED BY SIZE INTO WS-BASTION-URL
           END-STRING
           MOVE WS-BASTION-URL TO HTTP-URL

           PERFORM GENERATE-BASTION-JSON-PAYLOAD

           IF LS-DRYRUN-FLAG = 'Y'
               MOVE HTTP-URL TO LS-DRYRUN-URL
               MOVE JSON-PAYLOAD TO LS-DRYRUN-JSON
               MOVE 0 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE JSON-PAYLOAD TO HTTP-BODY
           MOVE JSON-LENGTH TO CONTENT-LENGTH
           PERFORM EXECUTE-BASTION-PUT

           IF HTTP-STATUS-CODE = 200 OR HTTP-STATUS-CODE = 201
               DISPLAY "  Bastion host created: "
                       FUNCTION TRIM(WS-BASTION-NAME)
               MOVE WS-BASTION-URL TO WS-WAIT-URL
               PERFORM WAIT-FOR-PROVISIONING
           ELSE
               DISPLAY "  Failed to create Bastion host. "
                       "Status: " HTTP-STATUS-CODE
               MOVE 8 TO LS-RETURN-CODE
           END-IF.

      *> Scale units and the native-client tunnel are Standard-only
      *> properties; the Basic host is sent without them
       GENERATE-BASTION-JSON-PAYLOAD.
           MOVE SPACES TO WS-SKU-FRAGMENT
           IF WS-BASTION-SKU = 'Standard'
               STRING '  "scaleUnits": ' WS-BASTION-SCALE-UNITS ','
                      '  "enableTunneling": true,'
                   DELIMITED BY SIZE INTO WS-SKU-FRAGMENT
               END-STRING
           END-IF

           MOVE SPACES TO JSON-PAYLOAD
           STRING '{'
               '"location": "' RG-LOCATION '",'
               '"sku": {"name": "' FUNCTION TRIM(WS-BASTION-SKU) '"},'
               '"properties": {'
               FUNCTION TRIM(WS-SKU-FRAGMENT)
               '  "ipConfigurations": [{'
               '    "name": "bastion-ipconfig",'
               '    "properties": {'
               '      "subnet": {"id": "'
                   FUNCTION TRIM(WS-BASTION-SUBNET-ID) '"},'
               '      "publicIPAddress": {"id": "'
                   FUNCTION TRIM(WS-BASTION-PIP-ID) '"}'
               '    }'
               '  }]'
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

      *> BastionAuditLogs records every session - who connected to
      *> which SHIR host and when - which is the point of routing
      *> operator access through here
       CONFIGURE-DIAGNOSTIC-SETTINGS.
           DISPLAY "Configuring diagnostic settings for "
                   FUNCTION TRIM(WS-BASTION-NAME) "..."

           MOVE SPACES TO WS-DIAG-NAME
           STRING 'diag-' FUNCTION TRIM(WS-BASTION-NAME)
               DELIMITED BY SIZE INTO WS-DIAG-NAME
           END-STRING

           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  FUNCTION TRIM(WS-BASTION-ID)
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
           PERFORM EXECUTE-BASTION-PUT

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
       EXECUTE-BASTION-PUT.
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
                                      'bastion_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o bastion_response.json "
                   "-D bastion_headers.txt "
                   "-w '%{http_code}' -X PUT "
                   "-H @bastion_auth.txt -H 'Content-Type: "
                   "application/json' -d '"
                   HTTP-BODY
                   "' '" HTTP-URL "' > bastion_status.txt"
               END-CALL

               PERFORM READ-BASTION-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' HTTP-URL
                                      'bastion_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

      *> Every ARM change lands one chained record in the audit
      *> trail, correlation ID included
           CALL 'AUDITLOG' USING HTTP-METHOD HTTP-URL HTTP-BODY
                                 HTTP-STATUS-CODE CLIENT-ID
                                 'bastion_headers.txt'.

       READ-BASTION-STATUS.
           MOVE 0 TO HTTP-STATUS-CODE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT BASTION-STATUS-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ BASTION-STATUS-FILE INTO BASTION-STATUS-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE FUNCTION NUMVAL(BASTION-STATUS-RECORD)
                           TO HTTP-STATUS-CODE
               END-READ
           END-PERFORM
           CLOSE BASTION-STATUS-FILE.

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
      *> the host takes several minutes and binds to the subnet and
      *> IP only once they have settled, so ARMWAIT polls whichever
      *> resource WS-WAIT-URL names until provisioningState settles
       WAIT-FOR-PROVISIONING.
           CALL 'ARMWAIT' USING BY REFERENCE WS-WAIT-URL
                                BY CONTENT 'bastion_auth.txt'
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

       END PROGRAM BASTION.

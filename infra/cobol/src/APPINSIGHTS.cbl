       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPINSIGHTS.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Application Insights deployment module. FUNCAPP and LOGICAPP
      *> ship platform diagnostics to the workspace, but nothing
      *> recorded request traces or exceptions, and a failed call
      *> could not be followed from the APIM gateway to the function
      *> or workflow behind it. This module creates one
      *> workspace-based component bound to the Log Analytics
      *> workspace (so its telemetry lands next to everything else
      *> and inherits the workspace's access model). FUNCAPP,
      *> LOGICAPP and APIMGMT look its connection string up through
      *> APPICONN, so a single W3C trace ID follows a request from
      *> the gateway through to the backend.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPI-STATUS-FILE ASSIGN TO "appinsights_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTH-HEADER-FILE ASSIGN TO "appinsights_auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  APPI-STATUS-FILE.
       01  APPI-STATUS-RECORD              PIC X(8).

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
       01  WS-APPI-API-VERSION             PIC X(10) VALUE '2020-02-02'.

       01  WS-APP-INSIGHTS.
           05  WS-APPI-NAME                PIC X(64).
           05  WS-APPI-RETENTION           PIC 9(3).
           05  WS-APPI-SAMPLING            PIC 9(3).

       01  WS-JSON.
           05  JSON-PAYLOAD                PIC X(4096).
           05  JSON-LENGTH                 PIC 9(6).

       01  WS-JSON-TAG-COST-CENTER         PIC X(32).
       01  WS-JSON-TAG-OWNER               PIC X(64).
       01  WS-RETRY-COUNT                  PIC 9(2).
       01  WS-ARMWAIT-RC               PIC 9(2).
       01  WS-RETRY-MAX                    PIC 9(2) VALUE 3.
       01  WS-RETRY-DONE                   PIC X.
       01  WS-BACKOFF-SECS                 PIC 9(2).

       LINKAGE SECTION.
       01  LS-AZURE-CONFIG                 PIC X ANY LENGTH.
       01  LS-AZURE-AUTH-TOKEN             PIC X ANY LENGTH.
       01  LS-RETURN-CODE                  PIC 9(2).

      *> When LS-DRYRUN-FLAG is 'Y' (set by AZUREDEPLOY's what-if
      *> preview), the component's URL and JSON are generated and
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
           MOVE 'Microsoft.Insights/components'
               TO WS-AV-TYPE
           CALL 'APIVERSIONS' USING WS-AV-TYPE WS-APPI-API-VERSION

           PERFORM INITIALIZE-DEPLOYMENT

           IF LA-WORKSPACE-NAME = SPACES
               DISPLAY "  No LA_WORKSPACE_NAME to bind the "
                       "Application Insights component to"
               MOVE 8 TO LS-RETURN-CODE
               GOBACK
           END-IF

           PERFORM CREATE-APP-INSIGHTS-COMPONENT

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

           DISPLAY "Initializing Application Insights deployment..."

           MOVE 'APPI' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-APPI-NAME

      *> Retention follows the workspace unless set here; sampling
      *> defaults to everything, which is what an incident needs
           IF APPI-RETENTION-DAYS = 0
               MOVE 90 TO WS-APPI-RETENTION
           ELSE
               MOVE APPI-RETENTION-DAYS TO WS-APPI-RETENTION
           END-IF
           IF APPI-SAMPLING-PCT = 0 OR APPI-SAMPLING-PCT > 100
               MOVE 100 TO WS-APPI-SAMPLING
           ELSE
               MOVE APPI-SAMPLING-PCT TO WS-APPI-SAMPLING
           END-IF

           DISPLAY "  Application Insights: " WS-APPI-NAME.

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

       CREATE-APP-INSIGHTS-COMPONENT.
           DISPLAY "Creating Application Insights component..."

           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/'
                  RG-NAME
                  '/providers/Microsoft.Insights/components/'
                  FUNCTION TRIM(WS-APPI-NAME)
                  '?api-version='
                  WS-APPI-API-VERSION
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING

           PERFORM GENERATE-COMPONENT-JSON-PAYLOAD

           IF LS-DRYRUN-FLAG = 'Y'
               MOVE HTTP-URL TO LS-DRYRUN-URL
               MOVE JSON-PAYLOAD TO LS-DRYRUN-JSON
               MOVE 0 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE JSON-PAYLOAD TO HTTP-BODY
           MOVE JSON-LENGTH TO CONTENT-LENGTH
           PERFORM EXECUTE-APPI-PUT

           IF HTTP-STATUS-CODE = 200 OR HTTP-STATUS-CODE = 201
               DISPLAY "  Application Insights created: "
                       FUNCTION TRIM(WS-APPI-NAME)
               PERFORM WAIT-FOR-PROVISIONING
           ELSE
               DISPLAY "  Failed to create Application Insights. "
                       "Status: " HTTP-STATUS-CODE
               MOVE 8 TO LS-RETURN-CODE
           END-IF.

      *> Workspace-based ingestion: the component keeps no data store
      *> of its own, so traces sit in the same workspace the platform
      *> diagnostics already go to and one KQL join reaches both
       GENERATE-COMPONENT-JSON-PAYLOAD.
           MOVE SPACES TO JSON-PAYLOAD
           STRING '{'
               '"location": "' RG-LOCATION '",'
               '"kind": "web",'
               '"properties": {'
               '  "Application_Type": "web",'
               '  "Flow_Type": "Bluefield",'
               '  "IngestionMode": "LogAnalytics",'
               '  "WorkspaceResourceId": "/subscriptions/'
                   SUBSCRIPTION-ID
                   '/resourceGroups/'
                   RG-NAME
                   '/providers/Microsoft.OperationalInsights/'
                   'workspaces/'
                   FUNCTION TRIM(LA-WORKSPACE-NAME) '",'
               '  "RetentionInDays": ' WS-APPI-RETENTION ','
               '  "SamplingPercentage": ' WS-APPI-SAMPLING
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

      *> Shared PUT with the retry/backoff treatment every module
      *> gives its ARM calls
       EXECUTE-APPI-PUT.
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
                                      'appinsights_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o appinsights_response.json  "
                   "-D appinsights_headers.txt "
                   "-w '%{http_code}' -X PUT "
                   "-H @appinsights_auth.txt -H 'Content-Type: "
                   "application/json' -d '"
                   HTTP-BODY
                   "' '" HTTP-URL "' > appinsights_status.txt"
               END-CALL

               PERFORM READ-APPI-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' HTTP-URL
                                      'appinsights_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

      *> Every ARM change lands one chained record in the audit
      *> trail, correlation ID included
           CALL 'AUDITLOG' USING HTTP-METHOD HTTP-URL HTTP-BODY
                                 HTTP-STATUS-CODE CLIENT-ID
                                 'appinsights_headers.txt'.

       READ-APPI-STATUS.
           MOVE 0 TO HTTP-STATUS-CODE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT APPI-STATUS-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ APPI-STATUS-FILE INTO APPI-STATUS-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE FUNCTION NUMVAL(APPI-STATUS-RECORD)
                           TO HTTP-STATUS-CODE
               END-READ
           END-PERFORM
           CLOSE APPI-STATUS-FILE.

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
      *> ARMWAIT polls the resource until provisioningState settles
      *> so the apps never look up a connection string that is not
      *> there yet
       WAIT-FOR-PROVISIONING.
           CALL 'ARMWAIT' USING BY REFERENCE HTTP-URL
                                BY CONTENT 'appinsights_auth.txt'
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

       END PROGRAM APPINSIGHTS.

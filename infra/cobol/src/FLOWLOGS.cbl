       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLOWLOGS.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> NSG flow logs with traffic analytics. VIRTUALNET builds the
      *> NSGs in NSG-INFO, but a partner connection or private
      *> endpoint call they drop leaves no trace anywhere. This
      *> module turns a flow log on for every configured NSG,
      *> writing to the storage account in STORAGE slot FLOWLOG_SA
      *> (kept FLOWLOG_RETENTION_DAYS, default 30) and feeding
      *> traffic analytics in the environment's Log Analytics
      *> workspace every FLOWLOG_TA_INTERVAL minutes (10 or 60,
      *> default 60). AZUREFLOWREPORT reads the result daily.
      *> Flow logs belong to the region's Network Watcher, which
      *> Azure keeps outside the environment's resource group -
      *> NetworkWatcher_<location> in NetworkWatcherRG unless
      *> FLOWLOG_NW_NAME/FLOWLOG_NW_RG say otherwise - so each one
      *> is named after the resource group as well as the NSG, and
      *> AZUREDESTROY deletes them explicitly. The flow logs go on
      *> after STORAGE, whose account they write to.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLOWLOG-STATUS-FILE ASSIGN TO "flowlog_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FLOWLOG-RESPONSE-FILE
               ASSIGN TO "flowlog_response.json"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-STATUS.
           SELECT AUTH-HEADER-FILE ASSIGN TO "flowlog_auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FLOWLOG-STATUS-FILE.
       01  FLOWLOG-STATUS-RECORD           PIC X(8).

       FD  FLOWLOG-RESPONSE-FILE.
       01  FLOWLOG-RESPONSE-RECORD         PIC X(4096).

       FD  AUTH-HEADER-FILE.
       01  AUTH-HEADER-RECORD              PIC X(1056).

       WORKING-STORAGE SECTION.
      *> Request handed to the shared AZURENAME renderer
       01  WS-NAME-REQ                     PIC X(48).
      *> Overall time limit handed to every curl (-m) so a network
      *> blackhole fails the call instead of hanging the run;
      *> CURL_TIMEOUT_SECS overrides the default where configured
       01  WS-CURL-MAX-TIME            PIC 9(4) VALUE 0300.
       01  WS-AV-TYPE                  PIC X(48).
       COPY AZURECONFIG.
       COPY HTTPCLIENT.

       01  WS-EOF-FLAG                     PIC X VALUE 'N'.
       01  WS-RESPONSE-STATUS              PIC XX.
       01  WS-ARM-BASE-URL                 PIC X(40)
               VALUE 'https://management.azure.com'.
       01  WS-FLOWLOG-API-VERSION          PIC X(10) VALUE '2023-11-01'.

       01  WS-NSG-IDX                      PIC 9(2).
       01  WS-FLOWLOG-NAME                 PIC X(80).
       01  WS-FLOWLOG-URL                  PIC X(512).
       01  WS-NW-NAME                      PIC X(80).
       01  WS-NW-RG                        PIC X(64).
       01  WS-SA-NAME                      PIC X(64).
       01  WS-LA-NAME                      PIC X(64).
       01  WS-LA-CUSTOMER-ID               PIC X(36).
       01  WS-NSG-ID                       PIC X(256).
       01  WS-SA-ID                        PIC X(256).
       01  WS-LA-ID                        PIC X(256).
       01  WS-RETENTION-DAYS               PIC 9(3).
       01  WS-TA-INTERVAL                  PIC 9(2).
       01  WS-WORKSPACE-FRAGMENT           PIC X(64).
       01  WS-RESPONSE-LINE                PIC X(4096).
       01  WS-TEMP-BEFORE                  PIC X(4096).
       01  WS-TEMP-AFTER                   PIC X(4096).
       01  WS-FLOWLOGS-ENABLED             PIC 9(2) VALUE 0.
       01  WS-FLOWLOGS-FAILED              PIC 9(2) VALUE 0.

       01  WS-JSON.
           05  JSON-PAYLOAD                PIC X(4096).
           05  JSON-LENGTH                 PIC 9(6).

       01  WS-RETRY-COUNT                  PIC 9(2).
       01  WS-RETRY-MAX                    PIC 9(2) VALUE 3.
       01  WS-RETRY-DONE                   PIC X.
       01  WS-BACKOFF-SECS                 PIC 9(2).

       LINKAGE SECTION.
       01  LS-AZURE-CONFIG                 PIC X ANY LENGTH.
       01  LS-AZURE-AUTH-TOKEN             PIC X ANY LENGTH.
       01  LS-RETURN-CODE                  PIC 9(2).

      *> When LS-DRYRUN-FLAG is 'Y' (set by AZUREDEPLOY's what-if
      *> preview), the first NSG's flow log has its URL and JSON
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
           MOVE 'Microsoft.Network/networkWatchers/flowLogs'
               TO WS-AV-TYPE
           CALL 'APIVERSIONS' USING WS-AV-TYPE WS-FLOWLOG-API-VERSION

           PERFORM INITIALIZE-DEPLOYMENT
           IF LS-RETURN-CODE NOT = 0
               GOBACK
           END-IF

           PERFORM VARYING WS-NSG-IDX FROM 1 BY 1
                   UNTIL WS-NSG-IDX > NSG-COUNT
                      OR WS-NSG-IDX > 5
               PERFORM ENABLE-NSG-FLOW-LOG
           END-PERFORM

           IF LS-DRYRUN-FLAG NOT = 'Y'
               DISPLAY "  NSG flow logs: " WS-FLOWLOGS-ENABLED
                       " enabled, " WS-FLOWLOGS-FAILED " failed"
           END-IF
           IF WS-FLOWLOGS-FAILED > 0
               MOVE 8 TO LS-RETURN-CODE
           END-IF

           GOBACK.

       INITIALIZE-DEPLOYMENT.
           MOVE 0 TO LS-RETURN-CODE
           MOVE LS-AZURE-CONFIG TO AZURE-CONFIG
           MOVE LS-AZURE-AUTH-TOKEN TO AZURE-AUTH-TOKEN
           PERFORM DETERMINE-CLOUD-ENDPOINT

           DISPLAY "Initializing NSG flow logs..."

           IF NSG-COUNT = 0
               DISPLAY "  NSG_COUNT is 0 - no flow logs to enable"
               EXIT PARAGRAPH
           END-IF

           MOVE FLOWLOG-RETENTION-DAYS TO WS-RETENTION-DAYS
           IF WS-RETENTION-DAYS = 0
               MOVE 30 TO WS-RETENTION-DAYS
           END-IF
           MOVE FLOWLOG-TA-INTERVAL TO WS-TA-INTERVAL
           IF WS-TA-INTERVAL NOT = 10
               MOVE 60 TO WS-TA-INTERVAL
           END-IF

           PERFORM GENERATE-RESOURCE-NAMES
           PERFORM BUILD-SHARED-RESOURCE-IDS

      *> The workspace's customer ID is looked up once for every
      *> flow log; the what-if preview leaves it to Azure
           MOVE SPACES TO WS-LA-CUSTOMER-ID
           IF LS-DRYRUN-FLAG NOT = 'Y'
               PERFORM LOOKUP-WORKSPACE-CUSTOMER-ID
           END-IF

           DISPLAY "  Network Watcher: " FUNCTION TRIM(WS-NW-NAME)
                   " (" FUNCTION TRIM(WS-NW-RG) ")".

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

      *> Same naming rules STORAGE and LOGANALYTICS applied, so the
      *> flow logs land in the accounts those modules created
       GENERATE-RESOURCE-NAMES.
           MOVE SPACES TO WS-NAME-REQ
           STRING 'SA|' SA-NAME-PREFIX(FLOWLOG-SA-IDX)
                  '|' FLOWLOG-SA-IDX
               DELIMITED BY SIZE INTO WS-NAME-REQ
           END-STRING
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-SA-NAME
           IF LA-WORKSPACE-NAME = SPACES
               MOVE 'LAW' TO WS-NAME-REQ
               CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                      WS-LA-NAME
               INSPECT WS-LA-NAME CONVERTING
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
                   'abcdefghijklmnopqrstuvwxyz'
           ELSE
               MOVE LA-WORKSPACE-NAME TO WS-LA-NAME
           END-IF

           IF FLOWLOG-NW-NAME = SPACES
               MOVE SPACES TO WS-NW-NAME
               STRING 'NetworkWatcher_' FUNCTION TRIM(RG-LOCATION)
                   DELIMITED BY SIZE INTO WS-NW-NAME
               END-STRING
           ELSE
               MOVE FLOWLOG-NW-NAME TO WS-NW-NAME
           END-IF
           IF FLOWLOG-NW-RG = SPACES
               MOVE 'NetworkWatcherRG' TO WS-NW-RG
           ELSE
               MOVE FLOWLOG-NW-RG TO WS-NW-RG
           END-IF.

       BUILD-SHARED-RESOURCE-IDS.
           MOVE SPACES TO WS-SA-ID
           STRING '/subscriptions/' SUBSCRIPTION-ID
                  '/resourceGroups/' FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.Storage/storageAccounts/'
                  FUNCTION TRIM(WS-SA-NAME)
               DELIMITED BY SIZE INTO WS-SA-ID
           END-STRING
           MOVE SPACES TO WS-LA-ID
           STRING '/subscriptions/' SUBSCRIPTION-ID
                  '/resourceGroups/' FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.OperationalInsights/'
                  'workspaces/' FUNCTION TRIM(WS-LA-NAME)
               DELIMITED BY SIZE INTO WS-LA-ID
           END-STRING.

      *> Traffic analytics names the workspace by its customer ID
      *> as well as its resource ID
       LOOKUP-WORKSPACE-CUSTOMER-ID.
           MOVE SPACES TO AUTHORIZATION
           STRING 'Bearer ' ACCESS-TOKEN
               DELIMITED BY SIZE INTO AUTHORIZATION
           END-STRING
           PERFORM WRITE-AUTH-HEADER-FILE

           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  FUNCTION TRIM(WS-LA-ID)
                  '?api-version=2023-09-01'
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o flowlog_response.json -w '%{http_code}' "
                   "-H @flowlog_auth.txt '"
                   HTTP-URL "' > flowlog_status.txt"
               END-CALL
               PERFORM READ-FLOWLOG-STATUS
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM
           IF HTTP-STATUS-CODE NOT = 200
               DISPLAY "  Workspace " FUNCTION TRIM(WS-LA-NAME)
                       " not readable (status " HTTP-STATUS-CODE
                       ") - traffic analytics will resolve it"
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-FLOWLOG-RESPONSE
           MOVE SPACES TO WS-TEMP-AFTER
           UNSTRING WS-RESPONSE-LINE DELIMITED BY '"customerId":"'
               INTO WS-TEMP-BEFORE WS-TEMP-AFTER
           END-UNSTRING
           UNSTRING WS-TEMP-AFTER DELIMITED BY '"'
               INTO WS-LA-CUSTOMER-ID
           END-UNSTRING.

      *> One flow log PUT per NSG; a failed NSG is counted and the
      *> rest still go out
       ENABLE-NSG-FLOW-LOG.
           IF NSG-NAME(WS-NSG-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-FLOWLOG-NAME
           MOVE SPACES TO WS-NSG-ID
           STRING '/subscriptions/' SUBSCRIPTION-ID
                  '/resourceGroups/' FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.Network/'
                  'networkSecurityGroups/'
                  FUNCTION TRIM(NSG-NAME(WS-NSG-IDX))
               DELIMITED BY SIZE INTO WS-NSG-ID
           END-STRING

           MOVE SPACES TO WS-FLOWLOG-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/' SUBSCRIPTION-ID
                  '/resourceGroups/' FUNCTION TRIM(WS-NW-RG)
                  '/providers/Microsoft.Network/networkWatchers/'
                  FUNCTION TRIM(WS-NW-NAME)
                  '/flowLogs/' FUNCTION TRIM(WS-FLOWLOG-NAME)
                  '?api-version=' WS-FLOWLOG-API-VERSION
               DELIMITED BY SIZE INTO WS-FLOWLOG-URL
           END-STRING
           MOVE WS-FLOWLOG-URL TO HTTP-URL

           PERFORM GENERATE-FLOWLOG-JSON-PAYLOAD
           IF LS-RETURN-CODE NOT = 0
               ADD 1 TO WS-FLOWLOGS-FAILED
               MOVE 0 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF LS-DRYRUN-FLAG = 'Y'
               IF LS-DRYRUN-URL = SPACES
                   MOVE HTTP-URL TO LS-DRYRUN-URL
                   MOVE JSON-PAYLOAD TO LS-DRYRUN-JSON
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE JSON-PAYLOAD TO HTTP-BODY
           MOVE JSON-LENGTH TO CONTENT-LENGTH
           PERFORM EXECUTE-FLOWLOG-PUT

           IF HTTP-STATUS-CODE = 200 OR HTTP-STATUS-CODE = 201
               DISPLAY "  " FUNCTION TRIM(NSG-NAME(WS-NSG-IDX))
                       ": flow log " FUNCTION TRIM(WS-FLOWLOG-NAME)
               ADD 1 TO WS-FLOWLOGS-ENABLED
           ELSE
               DISPLAY "  Failed to enable flow log for NSG "
                       FUNCTION TRIM(NSG-NAME(WS-NSG-IDX))
                       ". Status: " HTTP-STATUS-CODE
               ADD 1 TO WS-FLOWLOGS-FAILED
           END-IF.

      *> Several environments share one Network Watcher per region,
      *> so the flow log carries the resource group's name too
       BUILD-FLOWLOG-NAME.
           MOVE SPACES TO WS-FLOWLOG-NAME
           STRING FUNCTION TRIM(RG-NAME) '-'
                  FUNCTION TRIM(NSG-NAME(WS-NSG-IDX)) '-flowlog'
               DELIMITED BY SIZE INTO WS-FLOWLOG-NAME
           END-STRING.

      *> Version 2 records carry the byte and packet counts traffic
      *> analytics aggregates; the customer ID is sent only once it
      *> has been looked up
       GENERATE-FLOWLOG-JSON-PAYLOAD.
           MOVE SPACES TO WS-WORKSPACE-FRAGMENT
           IF WS-LA-CUSTOMER-ID NOT = SPACES
               STRING '"workspaceId": "'
                      FUNCTION TRIM(WS-LA-CUSTOMER-ID) '", '
                   DELIMITED BY SIZE INTO WS-WORKSPACE-FRAGMENT
               END-STRING
           END-IF

           MOVE SPACES TO JSON-PAYLOAD
           STRING '{'
               '"location": "' FUNCTION TRIM(RG-LOCATION) '", '
               '"properties": {'
               '"targetResourceId": "' FUNCTION TRIM(WS-NSG-ID) '", '
               '"storageId": "' FUNCTION TRIM(WS-SA-ID) '", '
               '"enabled": true, '
               '"retentionPolicy": {"days": ' WS-RETENTION-DAYS
               ', "enabled": true}, '
               '"format": {"type": "JSON", "version": 2}, '
               '"flowAnalyticsConfiguration": {'
               '"networkWatcherFlowAnalyticsConfiguration": {'
               '"enabled": true, '
               FUNCTION TRIM(WS-WORKSPACE-FRAGMENT) ' '
               '"workspaceRegion": "' FUNCTION TRIM(RG-LOCATION)
               '", '
               '"workspaceResourceId": "' FUNCTION TRIM(WS-LA-ID)
               '", '
               '"trafficAnalyticsInterval": ' WS-TA-INTERVAL
               '}}}}'
               DELIMITED BY SIZE INTO JSON-PAYLOAD
           END-STRING
           COMPUTE JSON-LENGTH = FUNCTION LENGTH(JSON-PAYLOAD)
           PERFORM CHECK-PAYLOAD-CAPACITY.

      *> Shared PUT with the retry/backoff treatment every module
      *> gives its ARM calls
       EXECUTE-FLOWLOG-PUT.
           MOVE 'PUT' TO HTTP-METHOD
           MOVE 'application/json' TO CONTENT-TYPE
           MOVE SPACES TO AUTHORIZATION
           STRING 'Bearer ' ACCESS-TOKEN
               DELIMITED BY SIZE INTO AUTHORIZATION
           END-STRING
           PERFORM WRITE-AUTH-HEADER-FILE

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' HTTP-URL
                                      'flowlog_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o flowlog_response.json "
                   "-D flowlog_headers.txt "
                   "-w '%{http_code}' -X PUT "
                   "-H @flowlog_auth.txt -H 'Content-Type: "
                   "application/json' -d '"
                   HTTP-BODY
                   "' '" HTTP-URL "' > flowlog_status.txt"
               END-CALL

               PERFORM READ-FLOWLOG-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' HTTP-URL
                                      'flowlog_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

      *> Every ARM change lands one chained record in the audit
      *> trail, correlation ID included
           CALL 'AUDITLOG' USING HTTP-METHOD HTTP-URL HTTP-BODY
                                 HTTP-STATUS-CODE CLIENT-ID
                                 'flowlog_headers.txt'.

       READ-FLOWLOG-STATUS.
           MOVE 0 TO HTTP-STATUS-CODE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT FLOWLOG-STATUS-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ FLOWLOG-STATUS-FILE INTO FLOWLOG-STATUS-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE FUNCTION NUMVAL(FLOWLOG-STATUS-RECORD)
                           TO HTTP-STATUS-CODE
               END-READ
           END-PERFORM
           CLOSE FLOWLOG-STATUS-FILE.

       READ-FLOWLOG-RESPONSE.
           MOVE SPACES TO WS-RESPONSE-LINE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT FLOWLOG-RESPONSE-FILE
           IF WS-RESPONSE-STATUS = '00'
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ FLOWLOG-RESPONSE-FILE INTO WS-RESPONSE-LINE
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE FLOWLOG-RESPONSE-FILE
           END-IF.

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

       END PROGRAM FLOWLOGS.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AZUREGWSTATUS.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Self-hosted gateway status report. APIMGMT provisions one
      *> gateway resource per APIM-GW-INFO entry for the container
      *> hosts in the data centre; this program reads each one back
      *> for the current environment and writes
      *> apim-gateway-status.txt - location, mapped APIs, the
      *> configuration endpoint and vault secret the hosts are
      *> deployed with, how many instances are reporting, and the
      *> latest heartbeat with its age. A gateway with no heartbeat,
      *> or none within APIM_GW_STALE_MINS (default 10), is flagged,
      *> so a host that has lost its configuration connection is
      *> seen before the on-prem consumers notice. The exit code is
      *> the number of gateways not CONNECTED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GW-FIELD-FILE ASSIGN TO "gwstatus_field.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIELD-STATUS.
           SELECT GW-STATUS-FILE ASSIGN TO "gwstatus_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GW-REPORT-FILE ASSIGN TO "apim-gateway-status.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTH-HEADER-FILE ASSIGN TO "gwstatus_auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GW-FIELD-FILE.
       01  GW-FIELD-RECORD             PIC X(64).

       FD  GW-STATUS-FILE.
       01  GW-STATUS-RECORD            PIC X(8).

       FD  GW-REPORT-FILE.
       01  GW-REPORT-RECORD            PIC X(120).

       FD  AUTH-HEADER-FILE.
       01  AUTH-HEADER-RECORD          PIC X(1056).

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

       01  WS-RETURN-CODE              PIC 9(2).
       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
       01  WS-FIELD-STATUS             PIC XX.
       01  WS-ARM-BASE-URL             PIC X(40) VALUE
               'https://management.azure.com'.
       01  WS-APIM-NAME                PIC X(64).
       01  WS-APIM-API-VERSION         PIC X(20) VALUE
               '2023-05-01-preview'.
       01  WS-GW-BASE-URL              PIC X(512).
       01  WS-QUERY-URL                PIC X(512).
       01  WS-EXTRACT-CMD              PIC X(512).
       01  WS-REPORT-LINE              PIC X(120).
       01  WS-RETRY-COUNT              PIC 9(2).
       01  WS-RETRY-MAX                PIC 9(2) VALUE 3.
       01  WS-RETRY-DONE               PIC X.
       01  WS-BACKOFF-SECS             PIC 9(2).

       01  WS-GW-INDEX                 PIC 9(2).
       01  WS-GW-STALE-MINS            PIC 9(3).
       01  WS-GW-STATE                 PIC X(16).
       01  WS-FIELD-TEXT               PIC X(64).
       01  WS-LAST-HEARTBEAT           PIC X(32).
       01  WS-INSTANCE-COUNT           PIC 9(3).
       01  WS-INSTANCE-DISPLAY         PIC ZZ9.
       01  WS-HEARTBEAT-AGE            PIC 9(7).
       01  WS-AGE-DISPLAY              PIC Z(6)9.
       01  WS-NOT-CONNECTED            PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Self-hosted gateway status report starting"

           MOVE SPACES TO AZURE-CONFIG
           CALL 'AZUREAUTH' USING BY REFERENCE AZURE-CONFIG
                                               AZURE-AUTH-TOKEN
                                               WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Authentication failed - no report written"
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT GW-REPORT-FILE
           MOVE 'Azure Integration Landing Zone - Self-Hosted '
               TO GW-REPORT-RECORD
           WRITE GW-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Gateway Status  (environment '
                  FUNCTION TRIM(ENV-NAME) ')'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE GW-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO GW-REPORT-RECORD
           WRITE GW-REPORT-RECORD

           IF APIM-DEPLOY-FLAG NOT = 'Y' OR APIM-GW-COUNT = 0
               MOVE '  No self-hosted gateways configured'
                   TO GW-REPORT-RECORD
               WRITE GW-REPORT-RECORD
           ELSE
               PERFORM REPORT-ALL-GATEWAYS
           END-IF

           CLOSE GW-REPORT-FILE
           DISPLAY "Gateway status written to "
                   "apim-gateway-status.txt"

           MOVE WS-NOT-CONNECTED TO RETURN-CODE
           STOP RUN.

       REPORT-ALL-GATEWAYS.
           MOVE 'Microsoft.ApiManagement/service'
               TO WS-AV-TYPE
           CALL 'APIVERSIONS' USING WS-AV-TYPE WS-APIM-API-VERSION
           PERFORM DETERMINE-CLOUD-ENDPOINT

           MOVE 'APIM' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-APIM-NAME
           INSPECT WS-APIM-NAME CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'

           IF APIM-GW-STALE-MINS = 0
               MOVE 10 TO WS-GW-STALE-MINS
           ELSE
               MOVE APIM-GW-STALE-MINS TO WS-GW-STALE-MINS
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING '  Service: ' FUNCTION TRIM(WS-APIM-NAME)
                  '   configuration endpoint: '
                  FUNCTION TRIM(WS-APIM-NAME)
                  '.configuration.azure-api.net'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE GW-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-GW-STALE-MINS TO WS-AGE-DISPLAY
           STRING '  Heartbeat considered stale after '
                  FUNCTION TRIM(WS-AGE-DISPLAY) ' minutes'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE GW-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO GW-REPORT-RECORD
           WRITE GW-REPORT-RECORD

           STRING 'Bearer ' ACCESS-TOKEN
               DELIMITED BY SIZE INTO AUTHORIZATION
           END-STRING
           PERFORM WRITE-AUTH-HEADER-FILE

           PERFORM VARYING WS-GW-INDEX FROM 1 BY 1
                   UNTIL WS-GW-INDEX > APIM-GW-COUNT
                      OR WS-GW-INDEX > 5
               IF APIM-GW-NAME(WS-GW-INDEX) NOT = SPACES
                   PERFORM REPORT-ONE-GATEWAY
               END-IF
           END-PERFORM

           CALL "C$SYSTEM" USING
               "rm -f gwstatus_auth.txt gwstatus_response.json "
               "gwstatus_beats.txt gwstatus_field.txt"
           END-CALL.

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

      *> The gateway resource itself first - a 404 means APIMGMT
      *> has not created it yet, which is reported as MISSING rather
      *> than as a gateway that stopped talking
       REPORT-ONE-GATEWAY.
           MOVE SPACES TO WS-GW-BASE-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/'
                  FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.ApiManagement/service/'
                  FUNCTION TRIM(WS-APIM-NAME)
                  '/gateways/'
                  FUNCTION TRIM(APIM-GW-NAME(WS-GW-INDEX))
               DELIMITED BY SIZE INTO WS-GW-BASE-URL
           END-STRING

           MOVE 0 TO WS-INSTANCE-COUNT
           MOVE SPACES TO WS-LAST-HEARTBEAT
           MOVE 0 TO WS-HEARTBEAT-AGE

           MOVE SPACES TO WS-QUERY-URL
           STRING FUNCTION TRIM(WS-GW-BASE-URL)
                  '?api-version='
                  FUNCTION TRIM(WS-APIM-API-VERSION)
               DELIMITED BY SIZE INTO WS-QUERY-URL
           END-STRING
           PERFORM QUERY-GATEWAY-URL

           EVALUATE TRUE
               WHEN HTTP-STATUS-CODE = 404
                   MOVE 'MISSING' TO WS-GW-STATE
               WHEN HTTP-STATUS-CODE NOT = 200
                   MOVE 'QUERY FAILED' TO WS-GW-STATE
               WHEN OTHER
                   PERFORM READ-GATEWAY-HEARTBEAT
           END-EVALUATE

           IF WS-GW-STATE NOT = 'CONNECTED'
               ADD 1 TO WS-NOT-CONNECTED
           END-IF
           PERFORM WRITE-GATEWAY-BLOCK.

      *> Each container instance reports its own heartbeat; the
      *> timestamps are pulled out one per line and sorted, so the
      *> count is the instances reporting and the last line is the
      *> most recent. The age is taken in the shell against UTC,
      *> the clock the timestamps are written in.
       READ-GATEWAY-HEARTBEAT.
           MOVE SPACES TO WS-QUERY-URL
           STRING FUNCTION TRIM(WS-GW-BASE-URL)
                  '/heartbeat?api-version='
                  FUNCTION TRIM(WS-APIM-API-VERSION)
               DELIMITED BY SIZE INTO WS-QUERY-URL
           END-STRING
           PERFORM QUERY-GATEWAY-URL

           IF HTTP-STATUS-CODE NOT = 200
                   AND HTTP-STATUS-CODE NOT = 404
               MOVE 'QUERY FAILED' TO WS-GW-STATE
               EXIT PARAGRAPH
           END-IF

           IF HTTP-STATUS-CODE = 200
               CALL "C$SYSTEM" USING
                   "tr -d '\n' < gwstatus_response.json"
                   " | grep -o '""lastHeartbeat[A-Za-z]*"":""[^""]*""'"
                   " | sed 's/.*:""//; s/""$//' | sort"
                   " > gwstatus_beats.txt"
               END-CALL
           ELSE
               CALL "C$SYSTEM" USING ": > gwstatus_beats.txt"
               END-CALL
           END-IF

           MOVE 'wc -l < gwstatus_beats.txt > gwstatus_field.txt'
               TO WS-EXTRACT-CMD
           PERFORM READ-EXTRACTED-FIELD
           IF FUNCTION TRIM(WS-FIELD-TEXT) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-FIELD-TEXT)
                   TO WS-INSTANCE-COUNT
           END-IF

           IF WS-INSTANCE-COUNT = 0
               MOVE 'NO HEARTBEAT' TO WS-GW-STATE
               EXIT PARAGRAPH
           END-IF

           MOVE 'tail -1 gwstatus_beats.txt > gwstatus_field.txt'
               TO WS-EXTRACT-CMD
           PERFORM READ-EXTRACTED-FIELD
           MOVE WS-FIELD-TEXT TO WS-LAST-HEARTBEAT

           MOVE SPACES TO WS-EXTRACT-CMD
           STRING 'T=$(tail -1 gwstatus_beats.txt); '
                  'echo $(( ($(date -u +%s) - '
                  '$(date -u -d "$T" +%s)) / 60 ))'
                  ' > gwstatus_field.txt'
               DELIMITED BY SIZE INTO WS-EXTRACT-CMD
           END-STRING
           PERFORM READ-EXTRACTED-FIELD
           IF FUNCTION TRIM(WS-FIELD-TEXT) NOT = SPACES
                   AND WS-FIELD-TEXT(1:1) NOT = '-'
               MOVE FUNCTION NUMVAL(WS-FIELD-TEXT)
                   TO WS-HEARTBEAT-AGE
           END-IF

           IF WS-HEARTBEAT-AGE > WS-GW-STALE-MINS
               MOVE 'STALE' TO WS-GW-STATE
           ELSE
               MOVE 'CONNECTED' TO WS-GW-STATE
           END-IF.

       QUERY-GATEWAY-URL.
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o gwstatus_response.json "
                   "-w '%{http_code}' "
                   "-H @gwstatus_auth.txt '"
                   WS-QUERY-URL "' > gwstatus_status.txt"
               END-CALL

               PERFORM READ-GW-STATUS
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM.

      *> WS-EXTRACT-CMD carries the shell step in; its one-line
      *> answer comes back in WS-FIELD-TEXT, blank when there is none
       READ-EXTRACTED-FIELD.
           CALL "C$SYSTEM" USING WS-EXTRACT-CMD
           END-CALL

           MOVE SPACES TO WS-FIELD-TEXT
           OPEN INPUT GW-FIELD-FILE
           IF WS-FIELD-STATUS = '00'
               READ GW-FIELD-FILE INTO GW-FIELD-RECORD
                   AT END CONTINUE
                   NOT AT END
                       MOVE GW-FIELD-RECORD TO WS-FIELD-TEXT
               END-READ
               CLOSE GW-FIELD-FILE
           END-IF.

       WRITE-GATEWAY-BLOCK.
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  Gateway: '
                  FUNCTION TRIM(APIM-GW-NAME(WS-GW-INDEX))
                  '  (location '
                  FUNCTION TRIM(APIM-GW-LOCATION(WS-GW-INDEX))
                  ')  status ' FUNCTION TRIM(WS-GW-STATE)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE GW-REPORT-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING '    APIs: '
                  FUNCTION TRIM(APIM-GW-APIS(WS-GW-INDEX))
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE GW-REPORT-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING '    Token secret: apim-gw-'
                  FUNCTION TRIM(APIM-GW-NAME(WS-GW-INDEX))
                  '-token'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE GW-REPORT-RECORD FROM WS-REPORT-LINE

           MOVE WS-INSTANCE-COUNT TO WS-INSTANCE-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-LAST-HEARTBEAT = SPACES
               STRING '    Instances reporting: '
                      FUNCTION TRIM(WS-INSTANCE-DISPLAY)
                      '  last heartbeat: none'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           ELSE
               MOVE WS-HEARTBEAT-AGE TO WS-AGE-DISPLAY
               STRING '    Instances reporting: '
                      FUNCTION TRIM(WS-INSTANCE-DISPLAY)
                      '  last heartbeat: '
                      FUNCTION TRIM(WS-LAST-HEARTBEAT)
                      '  (' FUNCTION TRIM(WS-AGE-DISPLAY)
                      ' min ago)'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF
           WRITE GW-REPORT-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO GW-REPORT-RECORD
           WRITE GW-REPORT-RECORD

           DISPLAY "  " FUNCTION TRIM(APIM-GW-NAME(WS-GW-INDEX))
                   ": " FUNCTION TRIM(WS-GW-STATE).

       READ-GW-STATUS.
           MOVE 0 TO HTTP-STATUS-CODE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT GW-STATUS-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ GW-STATUS-FILE INTO GW-STATUS-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE FUNCTION NUMVAL(GW-STATUS-RECORD)
                           TO HTTP-STATUS-CODE
               END-READ
           END-PERFORM
           CLOSE GW-STATUS-FILE.

      *> Azure throttles ARM calls (429) and occasionally returns a
      *> transient 5xx; back off and retry those rather than flagging
      *> a healthy gateway on a blip.
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

       END PROGRAM AZUREGWSTATUS.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AZUREAPIPERF.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Daily APIM gateway error and latency report. AZUREAPIUSAGE
      *> splits the calls by consuming team for billing; operations
      *> needs the other view - where calls fail and where they are
      *> slow. APIMGMT routes the gateway logs to the Log Analytics
      *> workspace, and this program reads one day of them
      *> (AZURE_APIPERF_DATE=YYYYMMDD, default yesterday) plus the
      *> day before, and writes api-perf-report.txt per configured
      *> APIM-API-NAME and operation:
      *>   - calls, 4xx and 5xx counts and the error rate, with the
      *>     failing status codes broken out,
      *>   - backend and gateway latency at p50/p95/p99 (gateway is
      *>     the request's total time less the backend's share),
      *>   - the backends in APIM-API-BACKEND ranked by failed calls
      *>     (a 5xx or no response at all from the backend).
      *> An operation or backend whose error rate or p95 latency grew
      *> by more than AZURE_APIPERF_CHANGE_PCT (default 50) percent
      *> over the previous day is highlighted, once both days carry
      *> at least AZURE_APIPERF_MIN_CALLS calls (default 100) so a
      *> quiet operation does not page on two slow requests. The
      *> exit code is the number of highlighted changes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERF-STATUS-FILE ASSIGN TO "apiperf_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PERF-RESPONSE-FILE ASSIGN TO "apiperf_response.json"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-STATUS.
           SELECT PERF-QUERY-FILE ASSIGN TO "apiperf_query.json"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PERF-ROWS-FILE ASSIGN TO "apiperf_rows.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROWS-STATUS.
           SELECT PERF-REPORT-FILE ASSIGN TO "api-perf-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTH-HEADER-FILE ASSIGN TO "apiperf_auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PERF-STATUS-FILE.
       01  PERF-STATUS-RECORD          PIC X(8).

       FD  PERF-RESPONSE-FILE.
       01  PERF-RESPONSE-RECORD        PIC X(4096).

       FD  PERF-QUERY-FILE.
       01  PERF-QUERY-RECORD           PIC X(5000).

       FD  PERF-ROWS-FILE.
       01  PERF-ROWS-RECORD            PIC X(400).

       FD  PERF-REPORT-FILE.
       01  PERF-REPORT-RECORD          PIC X(132).

       FD  AUTH-HEADER-FILE.
       01  AUTH-HEADER-RECORD          PIC X(1056).

       WORKING-STORAGE SECTION.
      *> Request handed to the shared AZURENAME renderer
       01  WS-NAME-REQ                 PIC X(48).
      *> Overall time limit handed to every curl (-m) so a network
      *> blackhole fails the call instead of hanging the run;
      *> CURL_TIMEOUT_SECS overrides the default where configured
       01  WS-CURL-MAX-TIME            PIC 9(4) VALUE 0300.
       COPY AZURECONFIG.
       COPY HTTPCLIENT.

       01  WS-RETURN-CODE              PIC 9(2).
       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
       01  WS-RESPONSE-STATUS          PIC XX.
       01  WS-ROWS-STATUS              PIC XX.
       01  WS-ARM-BASE-URL             PIC X(40) VALUE
               'https://management.azure.com'.
       01  WS-LA-QUERY-BASE            PIC X(40) VALUE
               'https://api.loganalytics.io'.
       01  WS-OP-CMD                   PIC X(1024).
       01  WS-RETRY-COUNT              PIC 9(2).
       01  WS-RETRY-MAX                PIC 9(2) VALUE 3.
       01  WS-RETRY-DONE               PIC X.
       01  WS-BACKOFF-SECS             PIC 9(2).

       01  WS-APIM-NAME                PIC X(64).
       01  WS-LA-NAME                  PIC X(64).
       01  WS-LA-CUSTOMER-ID           PIC X(36).
       01  WS-RESPONSE-LINE            PIC X(4096).
       01  WS-TEMP-BEFORE              PIC X(4096).
       01  WS-TEMP-AFTER               PIC X(4096).
       01  WS-KQL                      PIC X(4900).
       01  WS-KQL-PTR                  PIC 9(4).
       01  WS-LINE-PTR                 PIC 9(3).
       01  WS-REPORT-LINE              PIC X(132).
       01  WS-NUM-TEXT                 PIC X(12).

      *> The day reported on, the day it is compared with, and the
      *> day after (the query's upper bound)
       01  WS-CURRENT-DATE8            PIC 9(8).
       01  WS-REPORT-DATE8             PIC 9(8).
       01  WS-PREV-DATE8               PIC 9(8).
       01  WS-NEXT-DATE8               PIC 9(8).
       01  WS-DAY-INT                  PIC 9(8).
       01  WS-REPORT-ISO               PIC X(10).
       01  WS-PREV-ISO                 PIC X(10).
       01  WS-NEXT-ISO                 PIC X(10).

      *> Highlight thresholds
       01  WS-CHANGE-PCT               PIC 9(4) VALUE 50.
       01  WS-MIN-CALLS                PIC 9(9) VALUE 100.
      *> An error rate under 1% (100 basis points) is never
      *> highlighted, however much it grew
       01  WS-ERROR-FLOOR-BP           PIC 9(5) VALUE 100.

      *> One query row, pipe-delimited behind a one-letter tag:
      *>   O|day|api|operation|calls|4xx|5xx|b50|b95|b99|g50|g95|g99
      *>   S|api|operation|status|count
      *>   B|day|api|backend calls|backend failures
       01  WS-ROW-TAG                  PIC X.
       01  WS-ROW-FIELDS.
           05  WS-ROW-FIELD OCCURS 12 TIMES PIC X(64).
       01  WS-ROW-DAY                  PIC 9(8).
       01  WS-DAY-SLOT                 PIC 9.
       01  WS-FIELD-IDX                PIC 9(2).

      *> Operations seen, slot 1 the report day and slot 2 the day
      *> before; latencies in milliseconds at p50/p95/p99
       01  WS-OP-COUNT                 PIC 9(3) VALUE 0.
       01  WS-OP-TABLE.
           05  WS-OP-ENTRY OCCURS 300 TIMES.
               10  WS-OP-API-IDX       PIC 9(2).
               10  WS-OP-NAME          PIC X(64).
               10  WS-OP-FLAGS         PIC X(24).
               10  WS-OP-DAY OCCURS 2 TIMES.
                   15  WS-OP-CALLS     PIC 9(9).
                   15  WS-OP-4XX       PIC 9(9).
                   15  WS-OP-5XX       PIC 9(9).
                   15  WS-OP-BACKEND-MS PIC 9(7) OCCURS 3 TIMES.
                   15  WS-OP-GATEWAY-MS PIC 9(7) OCCURS 3 TIMES.
       01  WS-OP-IDX                   PIC 9(3).
       01  WS-OP-FOUND                 PIC X.
       01  WS-OPS-DROPPED              PIC 9(5) VALUE 0.

      *> Failing status codes on the report day, per operation
       01  WS-SC-COUNT                 PIC 9(3) VALUE 0.
       01  WS-SC-TABLE.
           05  WS-SC-ENTRY OCCURS 600 TIMES.
               10  WS-SC-OP-IDX        PIC 9(3).
               10  WS-SC-CODE          PIC 9(3).
               10  WS-SC-CALLS         PIC 9(9).
       01  WS-SC-IDX                   PIC 9(3).

      *> Backend calls and failures per configured API, both days
       01  WS-BE-TABLE.
           05  WS-BE-ENTRY OCCURS 5 TIMES.
               10  WS-BE-FLAG          PIC X.
               10  WS-BE-RANKED        PIC X.
               10  WS-BE-DAY OCCURS 2 TIMES.
                   15  WS-BE-CALLS     PIC 9(9).
                   15  WS-BE-FAILS     PIC 9(9).
       01  WS-API-IDX                  PIC 9(2).
       01  WS-BEST-IDX                 PIC 9(2).
       01  WS-BEST-FAILS               PIC 9(9).
       01  WS-RANK                     PIC 9(2).

      *> Day-over-day comparison of one measure
       01  WS-CMP-NOW                  PIC 9(9).
       01  WS-CMP-PREV                 PIC 9(9).
       01  WS-CMP-RISEN                PIC X.
       01  WS-RATE-NOW-BP              PIC 9(5).
       01  WS-RATE-PREV-BP             PIC 9(5).

       01  WS-SHOW-NAME                PIC X(30).
       01  WS-SHOW-CALLS               PIC Z(8)9.
       01  WS-SHOW-ERRORS              PIC Z(7)9.
       01  WS-SHOW-RATE                PIC ZZ9.99.
       01  WS-SHOW-MS                  PIC Z(5)9.
       01  WS-SHOW-CODE                PIC 9(3).
       01  WS-RATE-PCT                 PIC 9(3)V99.

       01  WS-CHANGE-COUNT             PIC 9(5) VALUE 0.
       01  WS-PROBLEM-COUNT            PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "APIM gateway error and latency report starting"
           MOVE SPACES TO AZURE-CONFIG
           OPEN OUTPUT PERF-REPORT-FILE

           CALL 'AZUREAUTH' USING BY REFERENCE AZURE-CONFIG
                                               AZURE-AUTH-TOKEN
                                               WS-RETURN-CODE

           IF WS-RETURN-CODE = 0
               IF APIM-DEPLOY-FLAG NOT = 'Y' OR APIM-API-COUNT = 0
                   DISPLAY "No APIs configured - nothing to report on"
                   CLOSE PERF-REPORT-FILE
                   MOVE 0 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM DETERMINE-CLOUD-ENDPOINT
               PERFORM READ-PERF-SETTINGS
               PERFORM GENERATE-RESOURCE-NAMES
               PERFORM WRITE-REPORT-HEADER
               PERFORM RUN-GATEWAY-QUERY
               IF WS-RETURN-CODE = 0
                   PERFORM LOAD-GATEWAY-ROWS
                   PERFORM VARYING WS-API-IDX FROM 1 BY 1
                           UNTIL WS-API-IDX > APIM-API-COUNT
                              OR WS-API-IDX > 5
                       IF APIM-API-NAME(WS-API-IDX) NOT = SPACES
                           PERFORM REPORT-ONE-API
                       END-IF
                   END-PERFORM
                   PERFORM REPORT-FAILING-BACKENDS
                   PERFORM WRITE-REPORT-SUMMARY
                   MOVE WS-CHANGE-COUNT TO WS-PROBLEM-COUNT
               ELSE
                   MOVE 99 TO WS-PROBLEM-COUNT
               END-IF
           ELSE
               DISPLAY "Azure authentication failed, cannot query "
                       "gateway logs"
               MOVE 99 TO WS-PROBLEM-COUNT
           END-IF

           CLOSE PERF-REPORT-FILE
           DISPLAY "Gateway report written to api-perf-report.txt"

           IF WS-PROBLEM-COUNT > 99
               MOVE 99 TO RETURN-CODE
           ELSE
               MOVE WS-PROBLEM-COUNT TO RETURN-CODE
           END-IF
           STOP RUN.

       DETERMINE-CLOUD-ENDPOINT.
           IF CURL-TIMEOUT-SECS > 0
               MOVE CURL-TIMEOUT-SECS TO WS-CURL-MAX-TIME
           END-IF
           EVALUATE CLOUD-ENVIRONMENT
               WHEN 'USGOVERNMENT'
                   MOVE 'https://management.usgovcloudapi.net'
                       TO WS-ARM-BASE-URL
                   MOVE 'https://api.loganalytics.us'
                       TO WS-LA-QUERY-BASE
               WHEN 'CHINA'
                   MOVE 'https://management.chinacloudapi.cn'
                       TO WS-ARM-BASE-URL
                   MOVE 'https://api.loganalytics.azure.cn'
                       TO WS-LA-QUERY-BASE
               WHEN OTHER
                   MOVE 'https://management.azure.com'
                       TO WS-ARM-BASE-URL
                   MOVE 'https://api.loganalytics.io'
                       TO WS-LA-QUERY-BASE
           END-EVALUATE.

       READ-PERF-SETTINGS.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           MOVE SPACES TO WS-NUM-TEXT
           ACCEPT WS-NUM-TEXT FROM ENVIRONMENT 'AZURE_APIPERF_DATE'
           IF WS-NUM-TEXT(1:8) IS NUMERIC
               MOVE WS-NUM-TEXT(1:8) TO WS-REPORT-DATE8
           ELSE
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE8) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                   TO WS-REPORT-DATE8
           END-IF
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE8) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO WS-PREV-DATE8
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE8) + 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO WS-NEXT-DATE8
           MOVE SPACES TO WS-REPORT-ISO WS-PREV-ISO WS-NEXT-ISO
           STRING WS-REPORT-DATE8(1:4) '-' WS-REPORT-DATE8(5:2) '-'
                  WS-REPORT-DATE8(7:2)
               DELIMITED BY SIZE INTO WS-REPORT-ISO
           END-STRING
           STRING WS-PREV-DATE8(1:4) '-' WS-PREV-DATE8(5:2) '-'
                  WS-PREV-DATE8(7:2)
               DELIMITED BY SIZE INTO WS-PREV-ISO
           END-STRING
           STRING WS-NEXT-DATE8(1:4) '-' WS-NEXT-DATE8(5:2) '-'
                  WS-NEXT-DATE8(7:2)
               DELIMITED BY SIZE INTO WS-NEXT-ISO
           END-STRING

           MOVE SPACES TO WS-NUM-TEXT
           ACCEPT WS-NUM-TEXT FROM ENVIRONMENT
               'AZURE_APIPERF_CHANGE_PCT'
           IF WS-NUM-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-NUM-TEXT) TO WS-CHANGE-PCT
           END-IF
           IF WS-CHANGE-PCT = 0
               MOVE 50 TO WS-CHANGE-PCT
           END-IF
           MOVE SPACES TO WS-NUM-TEXT
           ACCEPT WS-NUM-TEXT FROM ENVIRONMENT
               'AZURE_APIPERF_MIN_CALLS'
           IF WS-NUM-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-NUM-TEXT) TO WS-MIN-CALLS
           END-IF.

      *> Same naming rules APIMGMT and LOGANALYTICS applied, so the
      *> query reads the workspace the gateway logs go to
       GENERATE-RESOURCE-NAMES.
           MOVE 'APIM' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-APIM-NAME
           IF LA-WORKSPACE-NAME = SPACES
               MOVE 'LAW' TO WS-NAME-REQ
               CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                      WS-LA-NAME
               INSPECT WS-LA-NAME CONVERTING
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
                   'abcdefghijklmnopqrstuvwxyz'
           ELSE
               MOVE LA-WORKSPACE-NAME TO WS-LA-NAME
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'APIM gateway errors and latency for '
                  FUNCTION TRIM(WS-APIM-NAME)
                  ' (environment ' FUNCTION TRIM(ENV-NAME) ')'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE PERF-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-CHANGE-PCT TO WS-SHOW-MS
           MOVE WS-MIN-CALLS TO WS-SHOW-CALLS
           STRING 'Day ' WS-REPORT-ISO ' (UTC) compared with '
                  WS-PREV-ISO '; changes over '
                  FUNCTION TRIM(WS-SHOW-MS)
                  '% highlighted where both days have at least '
                  FUNCTION TRIM(WS-SHOW-CALLS) ' calls'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE PERF-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE PERF-REPORT-RECORD FROM WS-REPORT-LINE.

      *> Resolves the workspace's customer ID through ARM, then runs
      *> the gateway query through the Log Analytics data plane, the
      *> way AZUREEDITRACK does: the KQL goes through a file and each
      *> result row is one pre-joined string
       RUN-GATEWAY-QUERY.
           STRING 'Bearer ' ACCESS-TOKEN
               DELIMITED BY SIZE INTO AUTHORIZATION
           END-STRING
           PERFORM WRITE-AUTH-HEADER-FILE

           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/' SUBSCRIPTION-ID
                  '/resourceGroups/' FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.OperationalInsights/'
                  'workspaces/' FUNCTION TRIM(WS-LA-NAME)
                  '?api-version=2023-09-01'
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o apiperf_response.json -w '%{http_code}' "
                   "-H @apiperf_auth.txt '"
                   HTTP-URL "' > apiperf_status.txt"
               END-CALL
               PERFORM READ-PERF-STATUS
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM
           IF HTTP-STATUS-CODE NOT = 200
               PERFORM REPORT-QUERY-FAILURE
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-PERF-RESPONSE
           MOVE SPACES TO WS-LA-CUSTOMER-ID
           MOVE SPACES TO WS-TEMP-AFTER
           UNSTRING WS-RESPONSE-LINE DELIMITED BY '"customerId":"'
               INTO WS-TEMP-BEFORE WS-TEMP-AFTER
           END-UNSTRING
           UNSTRING WS-TEMP-AFTER DELIMITED BY '"'
               INTO WS-LA-CUSTOMER-ID
           END-UNSTRING
           IF WS-LA-CUSTOMER-ID = SPACES
               PERFORM REPORT-QUERY-FAILURE
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-GATEWAY-QUERY
           OPEN OUTPUT PERF-QUERY-FILE
           MOVE SPACES TO PERF-QUERY-RECORD
           STRING '{"query":"' WS-KQL(1:WS-KQL-PTR - 1) '"}'
               DELIMITED BY SIZE INTO PERF-QUERY-RECORD
           END-STRING
           WRITE PERF-QUERY-RECORD
           CLOSE PERF-QUERY-FILE

           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-LA-QUERY-BASE) '/v1/workspaces/'
                  FUNCTION TRIM(WS-LA-CUSTOMER-ID) '/query'
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'POST' HTTP-URL
                                      'apiperf_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o apiperf_response.json -w '%{http_code}' "
                   "-D apiperf_rate_headers.txt "
                   "-X POST -H @apiperf_auth.txt "
                   "-H 'Content-Type: application/json' "
                   "-d @apiperf_query.json '"
                   HTTP-URL "' > apiperf_status.txt"
               END-CALL
               PERFORM READ-PERF-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'POST' HTTP-URL
                                      'apiperf_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM
           IF HTTP-STATUS-CODE NOT = 200
               PERFORM REPORT-QUERY-FAILURE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-OP-CMD
           STRING "tr -d '\n\r' < apiperf_response.json"
                  " | sed -e " "'" 's/.*"rows":\[\[//' "'"
                  " -e " "'" 's/\]\]}\]}.*$//' "'"
                  " -e " "'" 's/"\],\["/\n/g' "'"
                  " -e " "'" 's/"//g' "'"
                  " > apiperf_rows.txt"
               DELIMITED BY SIZE INTO WS-OP-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-OP-CMD
           END-CALL.

      *> APIMGMT's diagnostic setting sends allLogs without a
      *> destination type, so the gateway records land in
      *> AzureDiagnostics under the GatewayLogs category. One pass
      *> over the two days feeds three summaries, tagged O (per
      *> operation and day), S (failing status codes on the report
      *> day) and B (backend calls and failures per API and day).
      *> A backend failure is a 5xx from the backend or no backend
      *> response at all (a timeout or refused connection).
       BUILD-GATEWAY-QUERY.
           MOVE SPACES TO WS-KQL
           MOVE 1 TO WS-KQL-PTR
           STRING 'let g = AzureDiagnostics'
                  " | where Category == 'GatewayLogs'"
                  " and Resource =~ '" FUNCTION TRIM(WS-APIM-NAME) "'"
                  ' and TimeGenerated >= datetime(' WS-PREV-ISO ')'
                  ' and TimeGenerated < datetime(' WS-NEXT-ISO ')'
                  ' | extend api = tostring(column_ifexists('
                  "'apiId_s', '')),"
                  ' op = tostring(column_ifexists('
                  "'operationId_s', '')),"
                  ' rc = toint(column_ifexists('
                  "'responseCode_d', 0)),"
                  ' brc = toint(column_ifexists('
                  "'backendResponseCode_d', 0)),"
                  ' bu = tostring(column_ifexists('
                  "'backendUrl_s', '')),"
                  ' bt = todouble(column_ifexists('
                  "'backendTime_d', 0.0)),"
                  ' tt = todouble(column_ifexists('
                  "'DurationMs', 0.0))"
               DELIMITED BY SIZE INTO WS-KQL
               WITH POINTER WS-KQL-PTR
           END-STRING
           STRING ' | where api in ('
               DELIMITED BY SIZE INTO WS-KQL
               WITH POINTER WS-KQL-PTR
           END-STRING
           PERFORM VARYING WS-API-IDX FROM 1 BY 1
                   UNTIL WS-API-IDX > APIM-API-COUNT
                      OR WS-API-IDX > 5
               IF WS-API-IDX > 1
                   STRING ', '
                       DELIMITED BY SIZE INTO WS-KQL
                       WITH POINTER WS-KQL-PTR
                   END-STRING
               END-IF
               STRING "'" FUNCTION TRIM(APIM-API-NAME(WS-API-IDX)) "'"
                   DELIMITED BY SIZE INTO WS-KQL
                   WITH POINTER WS-KQL-PTR
               END-STRING
           END-PERFORM
           STRING ')'
                  ' | extend gw = iff(tt > bt, tt - bt, 0.0),'
                  " day = format_datetime(TimeGenerated, 'yyyyMMdd');"
               DELIMITED BY SIZE INTO WS-KQL
               WITH POINTER WS-KQL-PTR
           END-STRING
           STRING ' union (g | summarize n = count(),'
                  ' e4 = countif(rc >= 400 and rc < 500),'
                  ' e5 = countif(rc >= 500),'
                  ' (b50, b95, b99) = percentiles(bt, 50, 95, 99),'
                  ' (g50, g95, g99) = percentiles(gw, 50, 95, 99)'
                  ' by day, api, op'
                  " | project line = strcat('O|', day, '|', api, '|',"
                  " op, '|', n, '|', e4, '|', e5, '|', tolong(b50),"
                  " '|', tolong(b95), '|', tolong(b99), '|',"
                  " tolong(g50), '|', tolong(g95), '|', tolong(g99))),"
               DELIMITED BY SIZE INTO WS-KQL
               WITH POINTER WS-KQL-PTR
           END-STRING
           STRING " (g | where day == '" WS-REPORT-DATE8 "'"
                  ' and rc >= 400'
                  ' | summarize n = count() by api, op, rc'
                  " | project line = strcat('S|', api, '|', op, '|',"
                  " rc, '|', n)),"
                  ' (g | where isnotempty(bu)'
                  ' | summarize n = count(),'
                  ' f = countif(brc >= 500 or brc == 0) by day, api'
                  " | project line = strcat('B|', day, '|', api, '|',"
                  " n, '|', f))"
               DELIMITED BY SIZE INTO WS-KQL
               WITH POINTER WS-KQL-PTR
           END-STRING.

       REPORT-QUERY-FAILURE.
           MOVE 8 TO WS-RETURN-CODE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Gateway log query failed against workspace '
                  FUNCTION TRIM(WS-LA-NAME)
                  ' (status ' HTTP-STATUS-CODE ')'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE PERF-REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY "  Gateway log query failed against workspace "
                   FUNCTION TRIM(WS-LA-NAME)
                   " (status " HTTP-STATUS-CODE ")".

       LOAD-GATEWAY-ROWS.
           INITIALIZE WS-BE-TABLE
           OPEN INPUT PERF-ROWS-FILE
           IF WS-ROWS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PERF-ROWS-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM LOAD-ONE-ROW
               END-READ
           END-PERFORM
           CLOSE PERF-ROWS-FILE.

      *> An empty result leaves the JSON envelope behind instead of
      *> rows; anything without a known tag is not a summary row
       LOAD-ONE-ROW.
           MOVE SPACES TO WS-ROW-TAG WS-ROW-FIELDS
           UNSTRING PERF-ROWS-RECORD DELIMITED BY '|'
               INTO WS-ROW-TAG
                    WS-ROW-FIELD(1) WS-ROW-FIELD(2) WS-ROW-FIELD(3)
                    WS-ROW-FIELD(4) WS-ROW-FIELD(5) WS-ROW-FIELD(6)
                    WS-ROW-FIELD(7) WS-ROW-FIELD(8) WS-ROW-FIELD(9)
                    WS-ROW-FIELD(10) WS-ROW-FIELD(11)
                    WS-ROW-FIELD(12)
           END-UNSTRING
           IF PERF-ROWS-RECORD(2:1) NOT = '|'
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-ROW-TAG
               WHEN 'O'
                   PERFORM LOAD-OPERATION-ROW
               WHEN 'S'
                   PERFORM LOAD-STATUS-ROW
               WHEN 'B'
                   PERFORM LOAD-BACKEND-ROW
           END-EVALUATE.

       RESOLVE-DAY-SLOT.
           MOVE 0 TO WS-DAY-SLOT
           IF WS-ROW-FIELD(1)(1:8) IS NUMERIC
               MOVE WS-ROW-FIELD(1)(1:8) TO WS-ROW-DAY
               EVALUATE WS-ROW-DAY
                   WHEN WS-REPORT-DATE8
                       MOVE 1 TO WS-DAY-SLOT
                   WHEN WS-PREV-DATE8
                       MOVE 2 TO WS-DAY-SLOT
               END-EVALUATE
           END-IF.

       FIND-API-INDEX.
           MOVE 0 TO WS-API-IDX
           PERFORM VARYING WS-BEST-IDX FROM 1 BY 1
                   UNTIL WS-BEST-IDX > APIM-API-COUNT
                      OR WS-BEST-IDX > 5
                      OR WS-API-IDX > 0
               IF APIM-API-NAME(WS-BEST-IDX) = WS-TEMP-BEFORE(1:64)
                   MOVE WS-BEST-IDX TO WS-API-IDX
               END-IF
           END-PERFORM.

      *> Finds the operation under WS-API-IDX named in WS-TEMP-AFTER,
      *> adding it when it is new
       FIND-OPERATION.
           MOVE 'N' TO WS-OP-FOUND
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
                      OR WS-OP-FOUND = 'Y'
               IF WS-OP-API-IDX(WS-OP-IDX) = WS-API-IDX
                       AND WS-OP-NAME(WS-OP-IDX) = WS-TEMP-AFTER(1:64)
                   MOVE 'Y' TO WS-OP-FOUND
               END-IF
           END-PERFORM
           IF WS-OP-FOUND = 'Y'
               SUBTRACT 1 FROM WS-OP-IDX
               EXIT PARAGRAPH
           END-IF
           IF WS-OP-COUNT >= 300
               MOVE 0 TO WS-OP-IDX
               ADD 1 TO WS-OPS-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OP-COUNT
           MOVE WS-OP-COUNT TO WS-OP-IDX
           INITIALIZE WS-OP-ENTRY(WS-OP-IDX)
           MOVE WS-API-IDX TO WS-OP-API-IDX(WS-OP-IDX)
           MOVE WS-TEMP-AFTER(1:64) TO WS-OP-NAME(WS-OP-IDX)
           IF WS-OP-NAME(WS-OP-IDX) = SPACES
               MOVE '(no operation)' TO WS-OP-NAME(WS-OP-IDX)
           END-IF.

       LOAD-OPERATION-ROW.
           PERFORM RESOLVE-DAY-SLOT
           IF WS-DAY-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ROW-FIELD(2) TO WS-TEMP-BEFORE
           PERFORM FIND-API-INDEX
           IF WS-API-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ROW-FIELD(3) TO WS-TEMP-AFTER
           PERFORM FIND-OPERATION
           IF WS-OP-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-ROW-FIELD(4))
               TO WS-OP-CALLS(WS-OP-IDX, WS-DAY-SLOT)
           MOVE FUNCTION NUMVAL(WS-ROW-FIELD(5))
               TO WS-OP-4XX(WS-OP-IDX, WS-DAY-SLOT)
           MOVE FUNCTION NUMVAL(WS-ROW-FIELD(6))
               TO WS-OP-5XX(WS-OP-IDX, WS-DAY-SLOT)
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-FIELD-IDX > 3
               MOVE FUNCTION NUMVAL(WS-ROW-FIELD(WS-FIELD-IDX + 6))
                   TO WS-OP-BACKEND-MS(WS-OP-IDX, WS-DAY-SLOT,
                                       WS-FIELD-IDX)
               MOVE FUNCTION NUMVAL(WS-ROW-FIELD(WS-FIELD-IDX + 9))
                   TO WS-OP-GATEWAY-MS(WS-OP-IDX, WS-DAY-SLOT,
                                       WS-FIELD-IDX)
           END-PERFORM.

       LOAD-STATUS-ROW.
           MOVE WS-ROW-FIELD(1) TO WS-TEMP-BEFORE
           PERFORM FIND-API-INDEX
           IF WS-API-IDX = 0 OR WS-SC-COUNT >= 600
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ROW-FIELD(2) TO WS-TEMP-AFTER
           PERFORM FIND-OPERATION
           IF WS-OP-IDX = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SC-COUNT
           MOVE WS-OP-IDX TO WS-SC-OP-IDX(WS-SC-COUNT)
           MOVE FUNCTION NUMVAL(WS-ROW-FIELD(3))
               TO WS-SC-CODE(WS-SC-COUNT)
           MOVE FUNCTION NUMVAL(WS-ROW-FIELD(4))
               TO WS-SC-CALLS(WS-SC-COUNT).

       LOAD-BACKEND-ROW.
           PERFORM RESOLVE-DAY-SLOT
           IF WS-DAY-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ROW-FIELD(2) TO WS-TEMP-BEFORE
           PERFORM FIND-API-INDEX
           IF WS-API-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-ROW-FIELD(3))
               TO WS-BE-CALLS(WS-API-IDX, WS-DAY-SLOT)
           MOVE FUNCTION NUMVAL(WS-ROW-FIELD(4))
               TO WS-BE-FAILS(WS-API-IDX, WS-DAY-SLOT).

       REPORT-ONE-API.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'API ' FUNCTION TRIM(APIM-API-NAME(WS-API-IDX))
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE PERF-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  Operation                          Calls'
                  '      4xx      5xx   Err%'
                  '  Backend p50/p95/p99 ms'
                  '  Gateway p50/p95/p99 ms  Change'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE PERF-REPORT-RECORD FROM WS-REPORT-LINE

           MOVE 'N' TO WS-OP-FOUND
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
               IF WS-OP-API-IDX(WS-OP-IDX) = WS-API-IDX
                   MOVE 'Y' TO WS-OP-FOUND
                   PERFORM JUDGE-OPERATION-CHANGE
                   PERFORM WRITE-OPERATION-LINES
               END-IF
           END-PERFORM
           IF WS-OP-FOUND = 'N'
               MOVE '  no gateway traffic recorded'
                   TO WS-REPORT-LINE
               WRITE PERF-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           WRITE PERF-REPORT-RECORD FROM WS-REPORT-LINE.

      *> Flags an operation whose error rate, backend p95 or gateway
      *> p95 grew past the threshold against the day before
       JUDGE-OPERATION-CHANGE.
           MOVE SPACES TO WS-OP-FLAGS(WS-OP-IDX)
           IF WS-OP-CALLS(WS-OP-IDX, 1) < WS-MIN-CALLS
                   OR WS-OP-CALLS(WS-OP-IDX, 2) < WS-MIN-CALLS
                   OR WS-OP-CALLS(WS-OP-IDX, 2) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-LINE-PTR

           COMPUTE WS-RATE-NOW-BP =
               (WS-OP-4XX(WS-OP-IDX, 1) + WS-OP-5XX(WS-OP-IDX, 1))
               * 10000 / WS-OP-CALLS(WS-OP-IDX, 1)
           COMPUTE WS-RATE-PREV-BP =
               (WS-OP-4XX(WS-OP-IDX, 2) + WS-OP-5XX(WS-OP-IDX, 2))
               * 10000 / WS-OP-CALLS(WS-OP-IDX, 2)
           MOVE WS-RATE-NOW-BP TO WS-CMP-NOW
           MOVE WS-RATE-PREV-BP TO WS-CMP-PREV
           PERFORM CHECK-CHANGE
           IF WS-CMP-RISEN = 'Y'
                   AND WS-RATE-NOW-BP >= WS-ERROR-FLOOR-BP
               STRING 'ERRORS '
                   DELIMITED BY SIZE INTO WS-OP-FLAGS(WS-OP-IDX)
                   WITH POINTER WS-LINE-PTR
               END-STRING
               ADD 1 TO WS-CHANGE-COUNT
           END-IF

           MOVE WS-OP-BACKEND-MS(WS-OP-IDX, 1, 2) TO WS-CMP-NOW
           MOVE WS-OP-BACKEND-MS(WS-OP-IDX, 2, 2) TO WS-CMP-PREV
           PERFORM CHECK-CHANGE
           IF WS-CMP-RISEN = 'Y'
               STRING 'BACKEND '
                   DELIMITED BY SIZE INTO WS-OP-FLAGS(WS-OP-IDX)
                   WITH POINTER WS-LINE-PTR
               END-STRING
               ADD 1 TO WS-CHANGE-COUNT
           END-IF

           MOVE WS-OP-GATEWAY-MS(WS-OP-IDX, 1, 2) TO WS-CMP-NOW
           MOVE WS-OP-GATEWAY-MS(WS-OP-IDX, 2, 2) TO WS-CMP-PREV
           PERFORM CHECK-CHANGE
           IF WS-CMP-RISEN = 'Y'
               STRING 'GATEWAY'
                   DELIMITED BY SIZE INTO WS-OP-FLAGS(WS-OP-IDX)
                   WITH POINTER WS-LINE-PTR
               END-STRING
               ADD 1 TO WS-CHANGE-COUNT
           END-IF.

      *> Risen means the new value exceeds the old by more than
      *> WS-CHANGE-PCT percent; anything from nothing is a rise
       CHECK-CHANGE.
           MOVE 'N' TO WS-CMP-RISEN
           IF WS-CMP-NOW = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CMP-NOW * 100 > WS-CMP-PREV * (100 + WS-CHANGE-PCT)
               MOVE 'Y' TO WS-CMP-RISEN
           END-IF.

       WRITE-OPERATION-LINES.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 1 TO WS-LINE-PTR
           MOVE WS-OP-NAME(WS-OP-IDX) TO WS-SHOW-NAME
           STRING '  ' WS-SHOW-NAME ' '
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE WS-OP-CALLS(WS-OP-IDX, 1) TO WS-SHOW-CALLS
           STRING WS-SHOW-CALLS ' '
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE WS-OP-4XX(WS-OP-IDX, 1) TO WS-SHOW-ERRORS
           STRING WS-SHOW-ERRORS ' '
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE WS-OP-5XX(WS-OP-IDX, 1) TO WS-SHOW-ERRORS
           STRING WS-SHOW-ERRORS ' '
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE 0 TO WS-RATE-PCT
           IF WS-OP-CALLS(WS-OP-IDX, 1) > 0
               COMPUTE WS-RATE-PCT ROUNDED =
                   (WS-OP-4XX(WS-OP-IDX, 1) + WS-OP-5XX(WS-OP-IDX, 1))
                   * 100 / WS-OP-CALLS(WS-OP-IDX, 1)
           END-IF
           MOVE WS-RATE-PCT TO WS-SHOW-RATE
           STRING WS-SHOW-RATE '  '
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-PTR
           END-STRING
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-FIELD-IDX > 3
               MOVE WS-OP-BACKEND-MS(WS-OP-IDX, 1, WS-FIELD-IDX)
                   TO WS-SHOW-MS
               STRING WS-SHOW-MS ' '
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WITH POINTER WS-LINE-PTR
               END-STRING
           END-PERFORM
           STRING '   '
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-PTR
           END-STRING
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-FIELD-IDX > 3
               MOVE WS-OP-GATEWAY-MS(WS-OP-IDX, 1, WS-FIELD-IDX)
                   TO WS-SHOW-MS
               STRING WS-SHOW-MS ' '
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WITH POINTER WS-LINE-PTR
               END-STRING
           END-PERFORM
           IF WS-OP-FLAGS(WS-OP-IDX) NOT = SPACES
               STRING ' !! ' FUNCTION TRIM(WS-OP-FLAGS(WS-OP-IDX))
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF
           WRITE PERF-REPORT-RECORD FROM WS-REPORT-LINE

           IF WS-OP-FLAGS(WS-OP-IDX) NOT = SPACES
               PERFORM WRITE-PREVIOUS-DAY-LINE
           END-IF
           PERFORM WRITE-STATUS-CODE-LINE.

      *> What the highlighted operation looked like the day before
       WRITE-PREVIOUS-DAY-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 1 TO WS-LINE-PTR
           MOVE WS-OP-CALLS(WS-OP-IDX, 2) TO WS-SHOW-CALLS
           COMPUTE WS-RATE-PCT ROUNDED =
               (WS-OP-4XX(WS-OP-IDX, 2) + WS-OP-5XX(WS-OP-IDX, 2))
               * 100 / WS-OP-CALLS(WS-OP-IDX, 2)
           MOVE WS-RATE-PCT TO WS-SHOW-RATE
           STRING '      ' WS-PREV-ISO ': calls '
                  FUNCTION TRIM(WS-SHOW-CALLS)
                  ' err% ' FUNCTION TRIM(WS-SHOW-RATE)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE WS-OP-BACKEND-MS(WS-OP-IDX, 2, 2) TO WS-SHOW-MS
           STRING ' backend p95 ' FUNCTION TRIM(WS-SHOW-MS) ' ms'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE WS-OP-GATEWAY-MS(WS-OP-IDX, 2, 2) TO WS-SHOW-MS
           STRING ' gateway p95 ' FUNCTION TRIM(WS-SHOW-MS) ' ms'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-PTR
           END-STRING
           WRITE PERF-REPORT-RECORD FROM WS-REPORT-LINE.

      *> The failing status codes behind the 4xx and 5xx columns, as
      *> many as fit on the line
       WRITE-STATUS-CODE-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING '      status'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-PTR
           END-STRING
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-COUNT
                      OR WS-LINE-PTR > 115
               IF WS-SC-OP-IDX(WS-SC-IDX) = WS-OP-IDX
                   MOVE WS-SC-CODE(WS-SC-IDX) TO WS-SHOW-CODE
                   MOVE WS-SC-CALLS(WS-SC-IDX) TO WS-SHOW-CALLS
                   STRING ' ' WS-SHOW-CODE ':'
                          FUNCTION TRIM(WS-SHOW-CALLS)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                       WITH POINTER WS-LINE-PTR
                   END-STRING
               END-IF
           END-PERFORM
           IF WS-LINE-PTR > 13
               WRITE PERF-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

      *> The configured backends ordered by failed calls on the
      *> report day, with their change against the day before
       REPORT-FAILING-BACKENDS.
           MOVE 'Failing backends (5xx or no response)'
               TO WS-REPORT-LINE
           WRITE PERF-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM VARYING WS-API-IDX FROM 1 BY 1
                   UNTIL WS-API-IDX > 5
               PERFORM JUDGE-BACKEND-CHANGE
           END-PERFORM

           MOVE 0 TO WS-RANK
           PERFORM RANK-NEXT-BACKEND
           PERFORM UNTIL WS-BEST-IDX = 0
               ADD 1 TO WS-RANK
               PERFORM WRITE-BACKEND-LINE
               PERFORM RANK-NEXT-BACKEND
           END-PERFORM
           IF WS-RANK = 0
               MOVE '  no backend failures recorded'
                   TO WS-REPORT-LINE
               WRITE PERF-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           WRITE PERF-REPORT-RECORD FROM WS-REPORT-LINE.

       JUDGE-BACKEND-CHANGE.
           MOVE SPACE TO WS-BE-FLAG(WS-API-IDX)
           MOVE 'N' TO WS-BE-RANKED(WS-API-IDX)
           IF WS-API-IDX > APIM-API-COUNT
               MOVE 'Y' TO WS-BE-RANKED(WS-API-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-BE-CALLS(WS-API-IDX, 1) < WS-MIN-CALLS
                   OR WS-BE-CALLS(WS-API-IDX, 2) < WS-MIN-CALLS
                   OR WS-BE-CALLS(WS-API-IDX, 2) = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RATE-NOW-BP =
               WS-BE-FAILS(WS-API-IDX, 1) * 10000
               / WS-BE-CALLS(WS-API-IDX, 1)
           COMPUTE WS-RATE-PREV-BP =
               WS-BE-FAILS(WS-API-IDX, 2) * 10000
               / WS-BE-CALLS(WS-API-IDX, 2)
           MOVE WS-RATE-NOW-BP TO WS-CMP-NOW
           MOVE WS-RATE-PREV-BP TO WS-CMP-PREV
           PERFORM CHECK-CHANGE
           IF WS-CMP-RISEN = 'Y'
                   AND WS-RATE-NOW-BP >= WS-ERROR-FLOOR-BP
               MOVE 'Y' TO WS-BE-FLAG(WS-API-IDX)
               ADD 1 TO WS-CHANGE-COUNT
           END-IF.

      *> Picks the unranked backend with the most failures on the
      *> report day; none left (or none failing) gives index 0
       RANK-NEXT-BACKEND.
           MOVE 0 TO WS-BEST-IDX WS-BEST-FAILS
           PERFORM VARYING WS-API-IDX FROM 1 BY 1
                   UNTIL WS-API-IDX > 5
               IF WS-BE-RANKED(WS-API-IDX) = 'N'
                       AND WS-BE-FAILS(WS-API-IDX, 1) > WS-BEST-FAILS
                   MOVE WS-API-IDX TO WS-BEST-IDX
                   MOVE WS-BE-FAILS(WS-API-IDX, 1) TO WS-BEST-FAILS
               END-IF
           END-PERFORM
           IF WS-BEST-IDX > 0
               MOVE 'Y' TO WS-BE-RANKED(WS-BEST-IDX)
           END-IF.

       WRITE-BACKEND-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 1 TO WS-LINE-PTR
           MOVE WS-BE-FAILS(WS-BEST-IDX, 1) TO WS-SHOW-CALLS
           STRING '  ' WS-RANK '. ' WS-SHOW-CALLS ' failed of '
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE WS-BE-CALLS(WS-BEST-IDX, 1) TO WS-SHOW-CALLS
           STRING FUNCTION TRIM(WS-SHOW-CALLS) ' (day before '
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE WS-BE-FAILS(WS-BEST-IDX, 2) TO WS-SHOW-CALLS
           STRING FUNCTION TRIM(WS-SHOW-CALLS) ' of '
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE WS-BE-CALLS(WS-BEST-IDX, 2) TO WS-SHOW-CALLS
           STRING FUNCTION TRIM(WS-SHOW-CALLS) ')  API '
                  FUNCTION TRIM(APIM-API-NAME(WS-BEST-IDX))
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-PTR
           END-STRING
           IF WS-BE-FLAG(WS-BEST-IDX) = 'Y'
               STRING ' !! FAILURES'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF
           WRITE PERF-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '      '
                  FUNCTION TRIM(APIM-API-BACKEND(WS-BEST-IDX))
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE PERF-REPORT-RECORD FROM WS-REPORT-LINE.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Operations reported: ' WS-OP-COUNT
                  '  day-over-day changes highlighted: '
                  WS-CHANGE-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE PERF-REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE)
           IF WS-OPS-DROPPED > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'Note: more than 300 operations - '
                      WS-OPS-DROPPED ' summary rows not reported'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE PERF-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       READ-PERF-STATUS.
           MOVE 0 TO HTTP-STATUS-CODE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PERF-STATUS-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PERF-STATUS-FILE INTO PERF-STATUS-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE FUNCTION NUMVAL(PERF-STATUS-RECORD)
                           TO HTTP-STATUS-CODE
               END-READ
           END-PERFORM
           CLOSE PERF-STATUS-FILE.

       READ-PERF-RESPONSE.
           MOVE SPACES TO WS-RESPONSE-LINE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PERF-RESPONSE-FILE
           IF WS-RESPONSE-STATUS = '00'
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ PERF-RESPONSE-FILE INTO WS-RESPONSE-LINE
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE PERF-RESPONSE-FILE
           END-IF.

      *> Azure throttles ARM calls (429) and occasionally returns a
      *> transient 5xx; back off and retry those rather than failing
      *> the whole run on a blip. Anything else is a real failure
      *> and is left for the caller to report.
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

       END PROGRAM AZUREAPIPERF.

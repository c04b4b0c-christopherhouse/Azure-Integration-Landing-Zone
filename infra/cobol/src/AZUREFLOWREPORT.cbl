       IDENTIFICATION DIVISION.
       PROGRAM-ID. AZUREFLOWREPORT.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Daily denied-flow report. FLOWLOGS turns on a flow log for
      *> every NSG in NSG-INFO and feeds traffic analytics in the
      *> Log Analytics workspace; when a partner connection or a
      *> private endpoint call is dropped, this is where it shows.
      *> One day is reported (AZURE_FLOWREPORT_DATE=YYYYMMDD,
      *> default yesterday) into flow-denied-report.txt, per
      *> configured NSG:
      *>   - each rule that denied traffic that day, busiest first,
      *>     with its top AZURE_FLOWREPORT_TOP (default 5) blocked
      *>     source/destination/port combinations,
      *>   - the rules configured in NSG-RULES that matched no
      *>     traffic at all - allowed or denied - in the
      *>     AZURE_FLOWREPORT_UNUSED_DAYS (default 30) days up to
      *>     and including the report day.
      *> An NSG with no traffic analytics records in the window is
      *> reported as such rather than having every rule flagged,
      *> since that is a missing flow log, not idle rules. The
      *> exit code is the number of unused rules flagged.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLOWRPT-STATUS-FILE ASSIGN TO "flowrpt_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FLOWRPT-RESPONSE-FILE
               ASSIGN TO "flowrpt_response.json"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-STATUS.
           SELECT FLOWRPT-QUERY-FILE ASSIGN TO "flowrpt_query.json"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FLOWRPT-ROWS-FILE ASSIGN TO "flowrpt_rows.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROWS-STATUS.
           SELECT FLOWRPT-REPORT-FILE
               ASSIGN TO "flow-denied-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTH-HEADER-FILE ASSIGN TO "flowrpt_auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FLOWRPT-STATUS-FILE.
       01  FLOWRPT-STATUS-RECORD       PIC X(8).

       FD  FLOWRPT-RESPONSE-FILE.
       01  FLOWRPT-RESPONSE-RECORD     PIC X(4096).

       FD  FLOWRPT-QUERY-FILE.
       01  FLOWRPT-QUERY-RECORD        PIC X(5000).

       FD  FLOWRPT-ROWS-FILE.
       01  FLOWRPT-ROWS-RECORD         PIC X(400).

       FD  FLOWRPT-REPORT-FILE.
       01  FLOWRPT-REPORT-RECORD       PIC X(132).

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

      *> The day reported on, the day after (the query's upper
      *> bound) and the first day of the rule-usage window
       01  WS-CURRENT-DATE8            PIC 9(8).
       01  WS-REPORT-DATE8             PIC 9(8).
       01  WS-NEXT-DATE8               PIC 9(8).
       01  WS-WINDOW-DATE8             PIC 9(8).
       01  WS-DAY-INT                  PIC 9(8).
       01  WS-REPORT-ISO               PIC X(10).
       01  WS-NEXT-ISO                 PIC X(10).
       01  WS-WINDOW-ISO               PIC X(10).

       01  WS-TOP-N                    PIC 9(2) VALUE 5.
       01  WS-UNUSED-DAYS              PIC 9(3) VALUE 30.

      *> One query row, pipe-delimited behind a one-letter tag:
      *>   D|nsg|rule|source|destination|port|protocol|flows
      *>   T|nsg|rule|denied flows on the report day
      *>   H|nsg|rule|flows matched over the usage window
       01  WS-ROW-TAG                  PIC X.
       01  WS-ROW-FIELDS.
           05  WS-ROW-FIELD OCCURS 7 TIMES PIC X(80).

      *> Top blocked combinations per NSG and rule on the report day
       01  WS-DN-COUNT                 PIC 9(3) VALUE 0.
       01  WS-DN-DROPPED               PIC 9(5) VALUE 0.
       01  WS-DN-TABLE.
           05  WS-DN-ENTRY OCCURS 500 TIMES.
               10  WS-DN-NSG           PIC X(80).
               10  WS-DN-RULE          PIC X(80).
               10  WS-DN-SRC           PIC X(45).
               10  WS-DN-DST           PIC X(45).
               10  WS-DN-PORT          PIC X(6).
               10  WS-DN-PROTO         PIC X(4).
               10  WS-DN-FLOWS         PIC 9(12).
               10  WS-DN-RANKED        PIC X.
       01  WS-DN-IDX                   PIC 9(3).

      *> Denied-flow totals per NSG and rule on the report day
       01  WS-TT-COUNT                 PIC 9(3) VALUE 0.
       01  WS-TT-TABLE.
           05  WS-TT-ENTRY OCCURS 200 TIMES.
               10  WS-TT-NSG           PIC X(80).
               10  WS-TT-RULE          PIC X(80).
               10  WS-TT-FLOWS         PIC 9(12).
               10  WS-TT-RANKED        PIC X.
       01  WS-TT-IDX                   PIC 9(3).

      *> Flows matched per NSG and rule over the usage window
       01  WS-HT-COUNT                 PIC 9(3) VALUE 0.
       01  WS-HT-TABLE.
           05  WS-HT-ENTRY OCCURS 300 TIMES.
               10  WS-HT-NSG           PIC X(80).
               10  WS-HT-RULE          PIC X(80).
               10  WS-HT-FLOWS         PIC 9(12).
       01  WS-HT-IDX                   PIC 9(3).

       01  WS-NSG-IDX                  PIC 9(2).
       01  WS-NSG-RULE-IDX             PIC 9(2).
       01  WS-NSG-LOWER                PIC X(80).
       01  WS-NSG-HAS-DATA             PIC X.
       01  WS-RULE-KEY                 PIC X(80).
       01  WS-RULE-USED                PIC X.
       01  WS-CUR-RULE                 PIC X(80).
       01  WS-BEST-IDX                 PIC 9(3).
       01  WS-BEST-FLOWS               PIC 9(12).
       01  WS-RANK                     PIC 9(2).
       01  WS-RULE-RANK                PIC 9(3).
       01  WS-SHOW-FLOWS               PIC Z(11)9.
       01  WS-SHOW-PRIORITY            PIC Z(3)9.

       01  WS-UNUSED-COUNT             PIC 9(5) VALUE 0.
       01  WS-NSG-NO-DATA-COUNT        PIC 9(2) VALUE 0.
       01  WS-PROBLEM-COUNT            PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "NSG denied-flow report starting"
           MOVE SPACES TO AZURE-CONFIG
           OPEN OUTPUT FLOWRPT-REPORT-FILE

           CALL 'AZUREAUTH' USING BY REFERENCE AZURE-CONFIG
                                               AZURE-AUTH-TOKEN
                                               WS-RETURN-CODE

           IF WS-RETURN-CODE = 0
               IF FLOWLOG-DEPLOY-FLAG NOT = 'Y' OR NSG-COUNT = 0
                   DISPLAY "No NSG flow logs configured - nothing "
                           "to report on"
                   CLOSE FLOWRPT-REPORT-FILE
                   MOVE 0 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM DETERMINE-CLOUD-ENDPOINT
               PERFORM READ-REPORT-SETTINGS
               PERFORM GENERATE-RESOURCE-NAMES
               PERFORM WRITE-REPORT-HEADER
               PERFORM RUN-FLOW-QUERY
               IF WS-RETURN-CODE = 0
                   PERFORM LOAD-FLOW-ROWS
                   PERFORM VARYING WS-NSG-IDX FROM 1 BY 1
                           UNTIL WS-NSG-IDX > NSG-COUNT
                              OR WS-NSG-IDX > 5
                       IF NSG-NAME(WS-NSG-IDX) NOT = SPACES
                           PERFORM REPORT-ONE-NSG
                       END-IF
                   END-PERFORM
                   PERFORM WRITE-REPORT-SUMMARY
                   MOVE WS-UNUSED-COUNT TO WS-PROBLEM-COUNT
               ELSE
                   MOVE 99 TO WS-PROBLEM-COUNT
               END-IF
           ELSE
               DISPLAY "Azure authentication failed, cannot query "
                       "traffic analytics"
               MOVE 99 TO WS-PROBLEM-COUNT
           END-IF

           CLOSE FLOWRPT-REPORT-FILE
           DISPLAY "Denied-flow report written to "
                   "flow-denied-report.txt"

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

       READ-REPORT-SETTINGS.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           MOVE SPACES TO WS-NUM-TEXT
           ACCEPT WS-NUM-TEXT FROM ENVIRONMENT 'AZURE_FLOWREPORT_DATE'
           IF WS-NUM-TEXT(1:8) IS NUMERIC
               MOVE WS-NUM-TEXT(1:8) TO WS-REPORT-DATE8
           ELSE
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE8) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                   TO WS-REPORT-DATE8
           END-IF

           MOVE SPACES TO WS-NUM-TEXT
           ACCEPT WS-NUM-TEXT FROM ENVIRONMENT 'AZURE_FLOWREPORT_TOP'
           IF WS-NUM-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-NUM-TEXT) TO WS-TOP-N
           END-IF
           IF WS-TOP-N = 0
               MOVE 5 TO WS-TOP-N
           END-IF
           MOVE SPACES TO WS-NUM-TEXT
           ACCEPT WS-NUM-TEXT FROM ENVIRONMENT
               'AZURE_FLOWREPORT_UNUSED_DAYS'
           IF WS-NUM-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-NUM-TEXT) TO WS-UNUSED-DAYS
           END-IF
           IF WS-UNUSED-DAYS = 0
               MOVE 30 TO WS-UNUSED-DAYS
           END-IF

           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE8) + 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO WS-NEXT-DATE8
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE8)
               - WS-UNUSED-DAYS + 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               TO WS-WINDOW-DATE8
           MOVE SPACES TO WS-REPORT-ISO WS-NEXT-ISO WS-WINDOW-ISO
           STRING WS-REPORT-DATE8(1:4) '-' WS-REPORT-DATE8(5:2) '-'
                  WS-REPORT-DATE8(7:2)
               DELIMITED BY SIZE INTO WS-REPORT-ISO
           END-STRING
           STRING WS-NEXT-DATE8(1:4) '-' WS-NEXT-DATE8(5:2) '-'
                  WS-NEXT-DATE8(7:2)
               DELIMITED BY SIZE INTO WS-NEXT-ISO
           END-STRING
           STRING WS-WINDOW-DATE8(1:4) '-' WS-WINDOW-DATE8(5:2) '-'
                  WS-WINDOW-DATE8(7:2)
               DELIMITED BY SIZE INTO WS-WINDOW-ISO
           END-STRING.

      *> Same naming rules LOGANALYTICS applied, so the query reads
      *> the workspace FLOWLOGS pointed traffic analytics at
       GENERATE-RESOURCE-NAMES.
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
           STRING 'NSG denied flows for resource group '
                  FUNCTION TRIM(RG-NAME)
                  ' (environment ' FUNCTION TRIM(ENV-NAME) ')'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE FLOWRPT-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Day ' WS-REPORT-ISO ' (UTC), top '
                  WS-TOP-N ' blocked combinations per rule; '
                  'rule usage over ' WS-UNUSED-DAYS
                  ' days from ' WS-WINDOW-ISO
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE FLOWRPT-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE FLOWRPT-REPORT-RECORD FROM WS-REPORT-LINE.

      *> Resolves the workspace's customer ID through ARM, then runs
      *> the flow query through the Log Analytics data plane, the
      *> way AZUREAPIPERF does: the KQL goes through a file and each
      *> result row is one pre-joined string
       RUN-FLOW-QUERY.
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
                   " -o flowrpt_response.json -w '%{http_code}' "
                   "-H @flowrpt_auth.txt '"
                   HTTP-URL "' > flowrpt_status.txt"
               END-CALL
               PERFORM READ-FLOWRPT-STATUS
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM
           IF HTTP-STATUS-CODE NOT = 200
               PERFORM REPORT-QUERY-FAILURE
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-FLOWRPT-RESPONSE
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

           PERFORM BUILD-FLOW-QUERY
           OPEN OUTPUT FLOWRPT-QUERY-FILE
           MOVE SPACES TO FLOWRPT-QUERY-RECORD
           STRING '{"query":"' WS-KQL(1:WS-KQL-PTR - 1) '"}'
               DELIMITED BY SIZE INTO FLOWRPT-QUERY-RECORD
           END-STRING
           WRITE FLOWRPT-QUERY-RECORD
           CLOSE FLOWRPT-QUERY-FILE

           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-LA-QUERY-BASE) '/v1/workspaces/'
                  FUNCTION TRIM(WS-LA-CUSTOMER-ID) '/query'
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'POST' HTTP-URL
                                      'flowrpt_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o flowrpt_response.json -w '%{http_code}' "
                   "-D flowrpt_rate_headers.txt "
                   "-X POST -H @flowrpt_auth.txt "
                   "-H 'Content-Type: application/json' "
                   "-d @flowrpt_query.json '"
                   HTTP-URL "' > flowrpt_status.txt"
               END-CALL
               PERFORM READ-FLOWRPT-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'POST' HTTP-URL
                                      'flowrpt_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM
           IF HTTP-STATUS-CODE NOT = 200
               PERFORM REPORT-QUERY-FAILURE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-OP-CMD
           STRING "tr -d '\n\r' < flowrpt_response.json"
                  " | sed -e " "'" 's/.*"rows":\[\[//' "'"
                  " -e " "'" 's/\]\]}\]}.*$//' "'"
                  " -e " "'" 's/"\],\["/\n/g' "'"
                  " -e " "'" 's/"//g' "'"
                  " > flowrpt_rows.txt"
               DELIMITED BY SIZE INTO WS-OP-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-OP-CMD
           END-CALL.

      *> Traffic analytics writes its processed flow tuples to
      *> AzureNetworkAnalytics_CL (SubType FlowLog). NSGList_s is
      *> subscription/resource group/NSG, and NSGRule_s carries the
      *> rule that matched - user rules as UserRule_<name>, the
      *> platform's own as DefaultRule_<name>. One pass over the
      *> usage window feeds three summaries, tagged D (the report
      *> day's top blocked combinations per NSG and rule), T (the
      *> report day's denied total per rule) and H (every flow a
      *> rule matched over the window). An external address is
      *> carried in the public-IP list rather than SrcIP_s/DestIP_s.
       BUILD-FLOW-QUERY.
           MOVE SPACES TO WS-KQL
           MOVE 1 TO WS-KQL-PTR
           STRING 'let d = AzureNetworkAnalytics_CL'
                  " | where SubType_s == 'FlowLog'"
                  ' and TimeGenerated >= datetime(' WS-WINDOW-ISO ')'
                  ' and TimeGenerated < datetime(' WS-NEXT-ISO ')'
                  ' | extend nsg = tolower(tostring('
                  "split(NSGList_s, '/')[2])),"
                  ' rule = tolower(NSGRule_s),'
                  ' dn = tolong(column_ifexists('
                  "'DeniedInFlows_d', 0.0)) + tolong(column_ifexists("
                  "'DeniedOutFlows_d', 0.0)),"
                  ' an = tolong(column_ifexists('
                  "'AllowedInFlows_d', 0.0)) + tolong(column_ifexists("
                  "'AllowedOutFlows_d', 0.0))"
               DELIMITED BY SIZE INTO WS-KQL
               WITH POINTER WS-KQL-PTR
           END-STRING
           STRING ' | where nsg in ('
               DELIMITED BY SIZE INTO WS-KQL
               WITH POINTER WS-KQL-PTR
           END-STRING
           PERFORM VARYING WS-NSG-IDX FROM 1 BY 1
                   UNTIL WS-NSG-IDX > NSG-COUNT
                      OR WS-NSG-IDX > 5
               IF WS-NSG-IDX > 1
                   STRING ', '
                       DELIMITED BY SIZE INTO WS-KQL
                       WITH POINTER WS-KQL-PTR
                   END-STRING
               END-IF
               PERFORM LOWER-NSG-NAME
               STRING "'" FUNCTION TRIM(WS-NSG-LOWER) "'"
                   DELIMITED BY SIZE INTO WS-KQL
                   WITH POINTER WS-KQL-PTR
               END-STRING
           END-PERFORM
           STRING ');'
                  ' let denied = d | where FlowStatus_s == '
                  "'D' and TimeGenerated >= datetime("
                  WS-REPORT-ISO ');'
               DELIMITED BY SIZE INTO WS-KQL
               WITH POINTER WS-KQL-PTR
           END-STRING
           STRING ' union (denied'
                  ' | extend src = iff(isnotempty(SrcIP_s), SrcIP_s,'
                  " tostring(split(SrcPublicIPs_s, '|')[0])),"
                  ' dst = iff(isnotempty(DestIP_s), DestIP_s,'
                  " tostring(split(DestPublicIPs_s, '|')[0])),"
                  ' port = tolong(DestPort_d), proto = L4Protocol_s'
                  ' | summarize n = sum(dn)'
                  ' by nsg, rule, src, dst, port, proto'
                  ' | order by nsg asc, rule asc, n desc'
                  ' | extend rk = row_number(1,'
                  ' prev(nsg) != nsg or prev(rule) != rule)'
                  ' | where rk <= ' WS-TOP-N
                  " | project line = strcat('D|', nsg, '|', rule,"
                  " '|', src, '|', dst, '|', port, '|', proto,"
                  " '|', n)),"
               DELIMITED BY SIZE INTO WS-KQL
               WITH POINTER WS-KQL-PTR
           END-STRING
           STRING ' (denied | summarize n = sum(dn) by nsg, rule'
                  " | project line = strcat('T|', nsg, '|', rule,"
                  " '|', n)),"
                  ' (d | summarize n = sum(an + dn) by nsg, rule'
                  " | project line = strcat('H|', nsg, '|', rule,"
                  " '|', n))"
               DELIMITED BY SIZE INTO WS-KQL
               WITH POINTER WS-KQL-PTR
           END-STRING.

      *> Traffic analytics reports NSG names in lower case
       LOWER-NSG-NAME.
           MOVE NSG-NAME(WS-NSG-IDX) TO WS-NSG-LOWER
           INSPECT WS-NSG-LOWER CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'.

       REPORT-QUERY-FAILURE.
           MOVE 8 TO WS-RETURN-CODE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Traffic analytics query failed against workspace '
                  FUNCTION TRIM(WS-LA-NAME)
                  ' (status ' HTTP-STATUS-CODE ')'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE FLOWRPT-REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY "  Traffic analytics query failed against "
                   "workspace " FUNCTION TRIM(WS-LA-NAME)
                   " (status " HTTP-STATUS-CODE ")".

       LOAD-FLOW-ROWS.
           INITIALIZE WS-DN-TABLE WS-TT-TABLE WS-HT-TABLE
           OPEN INPUT FLOWRPT-ROWS-FILE
           IF WS-ROWS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ FLOWRPT-ROWS-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM LOAD-ONE-ROW
               END-READ
           END-PERFORM
           CLOSE FLOWRPT-ROWS-FILE.

      *> An empty result leaves the JSON envelope behind instead of
      *> rows; anything without a known tag is not a summary row
       LOAD-ONE-ROW.
           MOVE SPACES TO WS-ROW-TAG WS-ROW-FIELDS
           UNSTRING FLOWRPT-ROWS-RECORD DELIMITED BY '|'
               INTO WS-ROW-TAG
                    WS-ROW-FIELD(1) WS-ROW-FIELD(2) WS-ROW-FIELD(3)
                    WS-ROW-FIELD(4) WS-ROW-FIELD(5) WS-ROW-FIELD(6)
                    WS-ROW-FIELD(7)
           END-UNSTRING
           IF FLOWRPT-ROWS-RECORD(2:1) NOT = '|'
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-ROW-TAG
               WHEN 'D'
                   PERFORM LOAD-DENIAL-ROW
               WHEN 'T'
                   PERFORM LOAD-TOTAL-ROW
               WHEN 'H'
                   PERFORM LOAD-HIT-ROW
           END-EVALUATE.

       LOAD-DENIAL-ROW.
           IF WS-DN-COUNT >= 500
               ADD 1 TO WS-DN-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DN-COUNT
           MOVE WS-ROW-FIELD(1) TO WS-DN-NSG(WS-DN-COUNT)
           MOVE WS-ROW-FIELD(2) TO WS-DN-RULE(WS-DN-COUNT)
           MOVE WS-ROW-FIELD(3) TO WS-DN-SRC(WS-DN-COUNT)
           MOVE WS-ROW-FIELD(4) TO WS-DN-DST(WS-DN-COUNT)
           MOVE WS-ROW-FIELD(5) TO WS-DN-PORT(WS-DN-COUNT)
           MOVE WS-ROW-FIELD(6) TO WS-DN-PROTO(WS-DN-COUNT)
           MOVE FUNCTION NUMVAL(WS-ROW-FIELD(7))
               TO WS-DN-FLOWS(WS-DN-COUNT)
           MOVE 'N' TO WS-DN-RANKED(WS-DN-COUNT).

       LOAD-TOTAL-ROW.
           IF WS-TT-COUNT >= 200
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TT-COUNT
           MOVE WS-ROW-FIELD(1) TO WS-TT-NSG(WS-TT-COUNT)
           MOVE WS-ROW-FIELD(2) TO WS-TT-RULE(WS-TT-COUNT)
           MOVE FUNCTION NUMVAL(WS-ROW-FIELD(3))
               TO WS-TT-FLOWS(WS-TT-COUNT)
           MOVE 'N' TO WS-TT-RANKED(WS-TT-COUNT).

       LOAD-HIT-ROW.
           IF WS-HT-COUNT >= 300
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HT-COUNT
           MOVE WS-ROW-FIELD(1) TO WS-HT-NSG(WS-HT-COUNT)
           MOVE WS-ROW-FIELD(2) TO WS-HT-RULE(WS-HT-COUNT)
           MOVE FUNCTION NUMVAL(WS-ROW-FIELD(3))
               TO WS-HT-FLOWS(WS-HT-COUNT).

       REPORT-ONE-NSG.
           PERFORM LOWER-NSG-NAME
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'NSG ' FUNCTION TRIM(NSG-NAME(WS-NSG-IDX))
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE FLOWRPT-REPORT-RECORD FROM WS-REPORT-LINE

           MOVE 0 TO WS-RULE-RANK
           PERFORM RANK-NEXT-RULE
           PERFORM UNTIL WS-BEST-IDX = 0
               ADD 1 TO WS-RULE-RANK
               PERFORM REPORT-DENYING-RULE
               PERFORM RANK-NEXT-RULE
           END-PERFORM
           IF WS-RULE-RANK = 0
               MOVE '  no denied flows recorded' TO WS-REPORT-LINE
               WRITE FLOWRPT-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF

           PERFORM REPORT-UNUSED-RULES
           MOVE SPACES TO WS-REPORT-LINE
           WRITE FLOWRPT-REPORT-RECORD FROM WS-REPORT-LINE.

      *> Picks this NSG's unranked rule with the most denied flows
      *> on the report day; none left gives index 0
       RANK-NEXT-RULE.
           MOVE 0 TO WS-BEST-IDX WS-BEST-FLOWS
           PERFORM VARYING WS-TT-IDX FROM 1 BY 1
                   UNTIL WS-TT-IDX > WS-TT-COUNT
               IF WS-TT-RANKED(WS-TT-IDX) = 'N'
                       AND WS-TT-NSG(WS-TT-IDX) = WS-NSG-LOWER
                       AND (WS-BEST-IDX = 0
                            OR WS-TT-FLOWS(WS-TT-IDX) > WS-BEST-FLOWS)
                   MOVE WS-TT-IDX TO WS-BEST-IDX
                   MOVE WS-TT-FLOWS(WS-TT-IDX) TO WS-BEST-FLOWS
               END-IF
           END-PERFORM
           IF WS-BEST-IDX > 0
               MOVE 'Y' TO WS-TT-RANKED(WS-BEST-IDX)
           END-IF.

       REPORT-DENYING-RULE.
           MOVE WS-TT-RULE(WS-BEST-IDX) TO WS-CUR-RULE
           MOVE WS-TT-FLOWS(WS-BEST-IDX) TO WS-SHOW-FLOWS
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  Rule ' FUNCTION TRIM(WS-CUR-RULE) ': '
                  FUNCTION TRIM(WS-SHOW-FLOWS) ' denied flows'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE FLOWRPT-REPORT-RECORD FROM WS-REPORT-LINE

           MOVE 0 TO WS-RANK
           PERFORM RANK-NEXT-DENIAL
           PERFORM UNTIL WS-BEST-IDX = 0
               ADD 1 TO WS-RANK
               PERFORM WRITE-DENIAL-LINE
               PERFORM RANK-NEXT-DENIAL
           END-PERFORM.

      *> Picks the unranked combination with the most denied flows
      *> for the current NSG and rule; the query already trimmed
      *> each rule to the top AZURE_FLOWREPORT_TOP
       RANK-NEXT-DENIAL.
           MOVE 0 TO WS-BEST-IDX WS-BEST-FLOWS
           IF WS-RANK >= WS-TOP-N
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1
                   UNTIL WS-DN-IDX > WS-DN-COUNT
               IF WS-DN-RANKED(WS-DN-IDX) = 'N'
                       AND WS-DN-NSG(WS-DN-IDX) = WS-NSG-LOWER
                       AND WS-DN-RULE(WS-DN-IDX) = WS-CUR-RULE
                       AND (WS-BEST-IDX = 0
                            OR WS-DN-FLOWS(WS-DN-IDX) > WS-BEST-FLOWS)
                   MOVE WS-DN-IDX TO WS-BEST-IDX
                   MOVE WS-DN-FLOWS(WS-DN-IDX) TO WS-BEST-FLOWS
               END-IF
           END-PERFORM
           IF WS-BEST-IDX > 0
               MOVE 'Y' TO WS-DN-RANKED(WS-BEST-IDX)
           END-IF.

       WRITE-DENIAL-LINE.
           MOVE WS-DN-FLOWS(WS-BEST-IDX) TO WS-SHOW-FLOWS
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING '    ' WS-RANK '. ' WS-SHOW-FLOWS '  '
                  FUNCTION TRIM(WS-DN-SRC(WS-BEST-IDX)) ' -> '
                  FUNCTION TRIM(WS-DN-DST(WS-BEST-IDX)) ' port '
                  FUNCTION TRIM(WS-DN-PORT(WS-BEST-IDX)) '/'
                  FUNCTION TRIM(WS-DN-PROTO(WS-BEST-IDX))
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-PTR
           END-STRING
           WRITE FLOWRPT-REPORT-RECORD FROM WS-REPORT-LINE.

      *> Every rule configured for this NSG is looked up in the
      *> window's matches; a rule with none is flagged, unless the
      *> NSG has no traffic analytics records at all
       REPORT-UNUSED-RULES.
           MOVE 'N' TO WS-NSG-HAS-DATA
           PERFORM VARYING WS-HT-IDX FROM 1 BY 1
                   UNTIL WS-HT-IDX > WS-HT-COUNT
               IF WS-HT-NSG(WS-HT-IDX) = WS-NSG-LOWER
                   MOVE 'Y' TO WS-NSG-HAS-DATA
               END-IF
           END-PERFORM
           IF WS-NSG-HAS-DATA NOT = 'Y'
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  No traffic analytics records in the '
                      WS-UNUSED-DAYS ' days - check the flow log'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE FLOWRPT-REPORT-RECORD FROM WS-REPORT-LINE
               ADD 1 TO WS-NSG-NO-DATA-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-NSG-RULE-IDX FROM 1 BY 1
                   UNTIL WS-NSG-RULE-IDX > NSG-RULE-COUNT(WS-NSG-IDX)
                      OR WS-NSG-RULE-IDX > 10
               IF NSG-RULE-NAME(WS-NSG-IDX, WS-NSG-RULE-IDX)
                       NOT = SPACES
                   PERFORM CHECK-RULE-USAGE
                   IF WS-RULE-USED NOT = 'Y'
                       PERFORM WRITE-UNUSED-RULE-LINE
                   END-IF
               END-IF
           END-PERFORM.

      *> User rules show up as userrule_<name> in NSGRule_s
       BUILD-RULE-KEY.
           MOVE SPACES TO WS-RULE-KEY
           STRING 'userrule_'
                  FUNCTION TRIM(NSG-RULE-NAME(WS-NSG-IDX,
                                              WS-NSG-RULE-IDX))
               DELIMITED BY SIZE INTO WS-RULE-KEY
           END-STRING
           INSPECT WS-RULE-KEY CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'.

       CHECK-RULE-USAGE.
           PERFORM BUILD-RULE-KEY
           MOVE 'N' TO WS-RULE-USED
           PERFORM VARYING WS-HT-IDX FROM 1 BY 1
                   UNTIL WS-HT-IDX > WS-HT-COUNT
                      OR WS-RULE-USED = 'Y'
               IF WS-HT-NSG(WS-HT-IDX) = WS-NSG-LOWER
                       AND WS-HT-RULE(WS-HT-IDX) = WS-RULE-KEY
                       AND WS-HT-FLOWS(WS-HT-IDX) > 0
                   MOVE 'Y' TO WS-RULE-USED
               END-IF
           END-PERFORM.

       WRITE-UNUSED-RULE-LINE.
           ADD 1 TO WS-UNUSED-COUNT
           MOVE NSG-RULE-PRIORITY(WS-NSG-IDX, WS-NSG-RULE-IDX)
               TO WS-SHOW-PRIORITY
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  !! UNUSED rule '
                  FUNCTION TRIM(NSG-RULE-NAME(WS-NSG-IDX,
                                              WS-NSG-RULE-IDX))
                  ' (' FUNCTION TRIM(NSG-RULE-DIRECTION(WS-NSG-IDX,
                                                     WS-NSG-RULE-IDX))
                  ' ' FUNCTION TRIM(NSG-RULE-ACCESS(WS-NSG-IDX,
                                                 WS-NSG-RULE-IDX))
                  ', priority ' FUNCTION TRIM(WS-SHOW-PRIORITY)
                  ') matched no traffic in ' WS-UNUSED-DAYS ' days'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE FLOWRPT-REPORT-RECORD FROM WS-REPORT-LINE.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Unused rules flagged: ' WS-UNUSED-COUNT
                  '  NSGs without flow data: ' WS-NSG-NO-DATA-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE FLOWRPT-REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE)
           IF WS-DN-DROPPED > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'Note: more than 500 blocked combinations - '
                      WS-DN-DROPPED ' rows not reported'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE FLOWRPT-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       READ-FLOWRPT-STATUS.
           MOVE 0 TO HTTP-STATUS-CODE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT FLOWRPT-STATUS-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ FLOWRPT-STATUS-FILE INTO FLOWRPT-STATUS-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE FUNCTION NUMVAL(FLOWRPT-STATUS-RECORD)
                           TO HTTP-STATUS-CODE
               END-READ
           END-PERFORM
           CLOSE FLOWRPT-STATUS-FILE.

       READ-FLOWRPT-RESPONSE.
           MOVE SPACES TO WS-RESPONSE-LINE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT FLOWRPT-RESPONSE-FILE
           IF WS-RESPONSE-STATUS = '00'
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ FLOWRPT-RESPONSE-FILE INTO WS-RESPONSE-LINE
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE FLOWRPT-RESPONSE-FILE
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

       END PROGRAM AZUREFLOWREPORT.

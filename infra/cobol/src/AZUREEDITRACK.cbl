       IDENTIFICATION DIVISION.
       PROGRAM-ID. AZUREEDITRACK.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> EDI interchange tracking report. INTACCOUNT sets up the
      *> trading partners and agreements and routes the Integration
      *> Account's tracking events to the Log Analytics workspace;
      *> this program turns those events into the daily answer to
      *> "did we get it, and did they get our acknowledgement". It
      *> queries the AS2 message, X12 and EDIFACT interchange records
      *> and their acknowledgements (MDN, 997, CONTRL) over the last
      *> AZURE_EDI_LOOKBACK_HOURS (default 72) and writes
      *> edi-report.txt: per agreement and partner, the interchanges
      *> sent and received with their control numbers and
      *> acknowledgement status - ACKED, NEGATIVE (the ack reported a
      *> failure), NOT-REQ (the agreement asks for none), PENDING, or
      *> UNACKED once an expected ack is more than AZURE_EDI_ACK_HOURS
      *> (default 24) overdue. Within an agreement and direction the
      *> X12/EDIFACT control numbers should run on without holes; a
      *> hole is reported as a gap - a possible lost message. The
      *> exit code is the number of unacknowledged interchanges plus
      *> gaps, so a scheduler can page on non-zero.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDI-STATUS-FILE ASSIGN TO "editrack_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EDI-RESPONSE-FILE ASSIGN TO "editrack_response.json"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-STATUS.
           SELECT EDI-QUERY-FILE ASSIGN TO "editrack_query.json"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EDI-ROWS-FILE ASSIGN TO "editrack_rows.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROWS-STATUS.
           SELECT EDI-REPORT-FILE ASSIGN TO "edi-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTH-HEADER-FILE ASSIGN TO "editrack_auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EDI-STATUS-FILE.
       01  EDI-STATUS-RECORD           PIC X(8).

       FD  EDI-RESPONSE-FILE.
       01  EDI-RESPONSE-RECORD         PIC X(4096).

       FD  EDI-QUERY-FILE.
       01  EDI-QUERY-RECORD            PIC X(4096).

       FD  EDI-ROWS-FILE.
       01  EDI-ROWS-RECORD             PIC X(400).

       FD  EDI-REPORT-FILE.
       01  EDI-REPORT-RECORD           PIC X(132).

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

       01  WS-IA-NAME                  PIC X(64).
       01  WS-LA-NAME                  PIC X(64).
       01  WS-LA-CUSTOMER-ID           PIC X(36).
       01  WS-RESPONSE-LINE            PIC X(4096).
       01  WS-TEMP-BEFORE              PIC X(4096).
       01  WS-TEMP-AFTER               PIC X(4096).
       01  WS-KQL                      PIC X(3000).
       01  WS-KQL-PTR                  PIC 9(4).
       01  WS-LINE-PTR                 PIC 9(3).
       01  WS-REPORT-LINE              PIC X(132).

      *> Look-back window and the acknowledgement deadline, hours
       01  WS-HOURS-TEXT               PIC X(8).
       01  WS-LOOKBACK-HOURS           PIC 9(4) VALUE 72.
       01  WS-ACK-HOURS                PIC 9(4) VALUE 24.

      *> One query row, pipe-delimited in the order the query
      *> projects it
       01  WS-ROW-TIME                 PIC X(12).
       01  WS-ROW-TYPE                 PIC X(40).
       01  WS-ROW-AGREEMENT            PIC X(64).
       01  WS-ROW-SENDER               PIC X(32).
       01  WS-ROW-RECEIVER             PIC X(32).
       01  WS-ROW-DIRECTION            PIC X(8).
       01  WS-ROW-CONTROL              PIC X(64).
       01  WS-ROW-RESPONDING           PIC X(64).
       01  WS-ROW-EXPECTED             PIC X.
       01  WS-ROW-FAILED               PIC X.
       01  WS-ROW-AGE                  PIC X(6).
       01  WS-ROW-PROTOCOL             PIC X(7).
       01  WS-ROW-KIND                 PIC X.

      *> Interchanges (AS2 messages, X12/EDIFACT interchanges)
       01  WS-IX-COUNT                 PIC 9(4) VALUE 0.
       01  WS-IX-TABLE.
           05  WS-IX-ENTRY OCCURS 1000 TIMES.
               10  WS-IX-TIME          PIC X(12).
               10  WS-IX-PROTOCOL      PIC X(7).
               10  WS-IX-AGREEMENT     PIC X(64).
               10  WS-IX-PARTNER       PIC X(32).
               10  WS-IX-DIRECTION     PIC X(3).
               10  WS-IX-CONTROL       PIC X(64).
               10  WS-IX-CN-NUM        PIC 9(14).
               10  WS-IX-CN-OK         PIC X.
               10  WS-IX-EXPECTED      PIC X.
               10  WS-IX-FAILED        PIC X.
               10  WS-IX-AGE           PIC 9(5).
               10  WS-IX-ACK-STATUS    PIC X(8).
       01  WS-IX-IDX                   PIC 9(4).
       01  WS-PREV-IDX                 PIC 9(4).

      *> Acknowledgements (MDN, 997, CONTRL) by what they answer
       01  WS-ACK-COUNT                PIC 9(4) VALUE 0.
       01  WS-ACK-TABLE.
           05  WS-ACK-ENTRY OCCURS 1000 TIMES.
               10  WS-ACK-PROTOCOL     PIC X(7).
               10  WS-ACK-AGREEMENT    PIC X(64).
               10  WS-ACK-RESPONDING   PIC X(64).
               10  WS-ACK-FAILED       PIC X.
       01  WS-ACK-IDX                  PIC 9(4).

      *> Agreements seen, in report order
       01  WS-AGR-COUNT                PIC 9(3) VALUE 0.
       01  WS-AGR-TABLE.
           05  WS-AGR-ENTRY OCCURS 200 TIMES.
               10  WS-AGR-NAME         PIC X(64).
               10  WS-AGR-PARTNER      PIC X(32).
               10  WS-AGR-PROTOCOL     PIC X(7).
               10  WS-AGR-SENT         PIC 9(4).
               10  WS-AGR-RECEIVED     PIC 9(4).
               10  WS-AGR-ACKED        PIC 9(4).
               10  WS-AGR-PENDING      PIC 9(4).
               10  WS-AGR-UNACKED      PIC 9(4).
               10  WS-AGR-GAPS         PIC 9(4).
       01  WS-AGR-IDX                  PIC 9(3).
       01  WS-AGR-FOUND                PIC X.

       01  WS-CN-LEN                   PIC 9(3).
       01  WS-GAP-FROM                 PIC 9(14).
       01  WS-GAP-TO                   PIC 9(14).
       01  WS-GAP-SIZE                 PIC 9(14).
       01  WS-GAP-FROM-TEXT            PIC Z(13)9.
       01  WS-GAP-TO-TEXT              PIC Z(13)9.
       01  WS-GAP-SIZE-TEXT            PIC Z(13)9.
       01  WS-ACK-TYPE                 PIC X(6).

       01  WS-TOTAL-INTERCHANGES       PIC 9(5) VALUE 0.
       01  WS-TOTAL-UNACKED            PIC 9(5) VALUE 0.
       01  WS-TOTAL-GAPS               PIC 9(5) VALUE 0.
       01  WS-TOTAL-SKIPPED            PIC 9(5) VALUE 0.
       01  WS-PROBLEM-COUNT            PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "EDI interchange tracking report starting"
           MOVE SPACES TO AZURE-CONFIG
           OPEN OUTPUT EDI-REPORT-FILE

           CALL 'AZUREAUTH' USING BY REFERENCE AZURE-CONFIG
                                               AZURE-AUTH-TOKEN
                                               WS-RETURN-CODE

           IF WS-RETURN-CODE = 0
               PERFORM DETERMINE-CLOUD-ENDPOINT
               PERFORM RESOLVE-REPORT-WINDOW
               PERFORM GENERATE-RESOURCE-NAMES
               PERFORM WRITE-REPORT-HEADER
               PERFORM RUN-TRACKING-QUERY
               IF WS-RETURN-CODE = 0
                   PERFORM LOAD-TRACKING-ROWS
                   PERFORM MATCH-ACKNOWLEDGEMENTS
                   PERFORM VARYING WS-AGR-IDX FROM 1 BY 1
                           UNTIL WS-AGR-IDX > WS-AGR-COUNT
                       PERFORM REPORT-ONE-AGREEMENT
                   END-PERFORM
                   PERFORM WRITE-REPORT-SUMMARY
               ELSE
                   MOVE 99 TO WS-PROBLEM-COUNT
               END-IF
           ELSE
               DISPLAY "Azure authentication failed, cannot query "
                       "tracking data"
               MOVE 99 TO WS-PROBLEM-COUNT
           END-IF

           CLOSE EDI-REPORT-FILE
           DISPLAY "EDI tracking report written to edi-report.txt"

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

       RESOLVE-REPORT-WINDOW.
           MOVE SPACES TO WS-HOURS-TEXT
           ACCEPT WS-HOURS-TEXT FROM ENVIRONMENT
               'AZURE_EDI_LOOKBACK_HOURS'
           IF WS-HOURS-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-HOURS-TEXT)
                   TO WS-LOOKBACK-HOURS
           END-IF
           IF WS-LOOKBACK-HOURS = 0
               MOVE 72 TO WS-LOOKBACK-HOURS
           END-IF
           MOVE SPACES TO WS-HOURS-TEXT
           ACCEPT WS-HOURS-TEXT FROM ENVIRONMENT 'AZURE_EDI_ACK_HOURS'
           IF WS-HOURS-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-HOURS-TEXT) TO WS-ACK-HOURS
           END-IF
           IF WS-ACK-HOURS = 0
               MOVE 24 TO WS-ACK-HOURS
           END-IF.

      *> Same naming rules INTACCOUNT and LOGANALYTICS applied, so
      *> the query reads the workspace the tracking events go to
       GENERATE-RESOURCE-NAMES.
           MOVE 'IA' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-IA-NAME
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
           STRING 'EDI interchange report for integration account '
                  FUNCTION TRIM(WS-IA-NAME)
                  ' (environment ' FUNCTION TRIM(ENV-NAME) ')'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE EDI-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Window: last ' WS-LOOKBACK-HOURS ' hours; '
                  'acknowledgements overdue after ' WS-ACK-HOURS
                  ' hours (times UTC)'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE EDI-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE EDI-REPORT-RECORD FROM WS-REPORT-LINE.

      *> Resolves the workspace's customer ID through ARM, then runs
      *> the tracking query through the Log Analytics data plane.
      *> The query body goes through a file - the KQL carries quotes
      *> a shell command line would mangle - and each result row is
      *> one pre-joined string, so the rows come back out of the
      *> JSON with a sed rather than a JSON parser
       RUN-TRACKING-QUERY.
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
                   " -o editrack_response.json -w '%{http_code}' "
                   "-H @editrack_auth.txt '"
                   HTTP-URL "' > editrack_status.txt"
               END-CALL
               PERFORM READ-EDI-STATUS
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM
           IF HTTP-STATUS-CODE NOT = 200
               PERFORM REPORT-QUERY-FAILURE
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-EDI-RESPONSE
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

           PERFORM BUILD-TRACKING-QUERY
           OPEN OUTPUT EDI-QUERY-FILE
           MOVE SPACES TO EDI-QUERY-RECORD
           STRING '{"query":"' WS-KQL(1:WS-KQL-PTR - 1) '"}'
               DELIMITED BY SIZE INTO EDI-QUERY-RECORD
           END-STRING
           WRITE EDI-QUERY-RECORD
           CLOSE EDI-QUERY-FILE

           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-LA-QUERY-BASE) '/v1/workspaces/'
                  FUNCTION TRIM(WS-LA-CUSTOMER-ID) '/query'
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'POST' HTTP-URL
                                      'editrack_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o editrack_response.json -w '%{http_code}' "
                   "-D editrack_rate_headers.txt "
                   "-X POST -H @editrack_auth.txt "
                   "-H 'Content-Type: application/json' "
                   "-d @editrack_query.json '"
                   HTTP-URL "' > editrack_status.txt"
               END-CALL
               PERFORM READ-EDI-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'POST' HTTP-URL
                                      'editrack_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM
           IF HTTP-STATUS-CODE NOT = 200
               PERFORM REPORT-QUERY-FAILURE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-OP-CMD
           STRING "tr -d '\n\r' < editrack_response.json"
                  " | sed -e " "'" 's/.*"rows":\[\[//' "'"
                  " -e " "'" 's/\]\]}\]}.*$//' "'"
                  " -e " "'" 's/"\],\["/\n/g' "'"
                  " -e " "'" 's/"//g' "'"
                  " > editrack_rows.txt"
               DELIMITED BY SIZE INTO WS-OP-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-OP-CMD
           END-CALL.

      *> One string per tracking record:
      *>   time|record type|agreement|sender|receiver|direction|
      *>   control number|responding control number|ack expected|
      *>   failed|age in hours
      *> AS2 messages carry a message ID instead of a control number
      *> and an MDN answers the original message ID, so those fold
      *> into the same two columns. Rows come back ordered by
      *> agreement, direction, record type and numeric control
      *> number, which is the order the gap check walks
       BUILD-TRACKING-QUERY.
           MOVE SPACES TO WS-KQL
           MOVE 1 TO WS-KQL-PTR
           STRING 'AzureDiagnostics'
                  ' | where Category == '
                  "'IntegrationAccountTrackingEvents'"
                  " and Resource =~ '" FUNCTION TRIM(WS-IA-NAME) "'"
                  ' and TimeGenerated > ago(' WS-LOOKBACK-HOURS 'h)'
                  ' | extend rt = tostring(column_ifexists('
                  "'event_recordType_s', ''))"
                  " | where rt in ('AS2Message', 'AS2MDN',"
                  " 'X12Interchange', 'X12InterchangeAcknowledgment',"
                  " 'X12FunctionalGroupAcknowledgment',"
                  " 'EdifactInterchange',"
                  " 'EdifactInterchangeAcknowledgment')"
               DELIMITED BY SIZE INTO WS-KQL
               WITH POINTER WS-KQL-PTR
           END-STRING
           STRING ' | extend agr = tostring(column_ifexists('
                  "'event_record_agreementProperties_"
                  "agreementName_s', ''))"
                  ' | extend snd = tostring(column_ifexists('
                  "'event_record_agreementProperties_"
                  "senderPartnerName_s', ''))"
                  ' | extend rcv = tostring(column_ifexists('
                  "'event_record_agreementProperties_"
                  "receiverPartnerName_s', ''))"
                  ' | extend dir = tostring(column_ifexists('
                  "'event_record_messageProperties_direction_s', ''))"
               DELIMITED BY SIZE INTO WS-KQL
               WITH POINTER WS-KQL-PTR
           END-STRING
           STRING ' | extend cn = coalesce(tostring(column_ifexists('
                  "'event_record_messageProperties_"
                  "interchangeControlNumber_s', '')),"
                  ' tostring(column_ifexists('
                  "'event_record_messageProperties_messageId_s', '')))"
                  ' | extend rcn = coalesce(tostring(column_ifexists('
                  "'event_record_messageProperties_"
                  "respondingInterchangeControlNumber_s', '')),"
                  ' tostring(column_ifexists('
                  "'event_record_messageProperties_"
                  "originalMessageId_s', '')))"
               DELIMITED BY SIZE INTO WS-KQL
               WITH POINTER WS-KQL-PTR
           END-STRING
           STRING " | extend ex = iff(tobool(column_ifexists("
                  "'event_record_messageProperties_"
                  "isFunctionalAcknowledgmentExpected_b', false))"
                  " or tobool(column_ifexists("
                  "'event_record_messageProperties_"
                  "isTechnicalAcknowledgmentExpected_b', false))"
                  " or tobool(column_ifexists("
                  "'event_record_messageProperties_"
                  "isMdnExpected_b', false)), 'Y', 'N')"
                  " | extend fl = iff(tobool(column_ifexists("
                  "'event_record_messageProperties_"
                  "isMessageFailed_b', false)), 'Y', 'N')"
               DELIMITED BY SIZE INTO WS-KQL
               WITH POINTER WS-KQL-PTR
           END-STRING
           STRING ' | extend cnn = tolong(cn)'
                  ' | order by agr asc, dir asc, rt asc, cnn asc,'
                  ' TimeGenerated asc'
                  " | project line = strcat(format_datetime("
                  "TimeGenerated, 'yyyyMMddHHmm'), '|', rt, '|',"
                  " agr, '|', snd, '|', rcv, '|', dir, '|', cn,"
                  " '|', rcn, '|', ex, '|', fl, '|',"
                  " datetime_diff('hour', now(), TimeGenerated))"
               DELIMITED BY SIZE INTO WS-KQL
               WITH POINTER WS-KQL-PTR
           END-STRING.

       REPORT-QUERY-FAILURE.
           MOVE 8 TO WS-RETURN-CODE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Tracking query failed against workspace '
                  FUNCTION TRIM(WS-LA-NAME)
                  ' (status ' HTTP-STATUS-CODE ')'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE EDI-REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY "  Tracking query failed against workspace "
                   FUNCTION TRIM(WS-LA-NAME)
                   " (status " HTTP-STATUS-CODE ")".

       LOAD-TRACKING-ROWS.
           OPEN INPUT EDI-ROWS-FILE
           IF WS-ROWS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ EDI-ROWS-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM LOAD-ONE-ROW
               END-READ
           END-PERFORM
           CLOSE EDI-ROWS-FILE.

       LOAD-ONE-ROW.
           MOVE SPACES TO WS-ROW-TIME WS-ROW-TYPE WS-ROW-AGREEMENT
                          WS-ROW-SENDER WS-ROW-RECEIVER
                          WS-ROW-DIRECTION WS-ROW-CONTROL
                          WS-ROW-RESPONDING WS-ROW-EXPECTED
                          WS-ROW-FAILED WS-ROW-AGE
           UNSTRING EDI-ROWS-RECORD DELIMITED BY '|'
               INTO WS-ROW-TIME WS-ROW-TYPE WS-ROW-AGREEMENT
                    WS-ROW-SENDER WS-ROW-RECEIVER WS-ROW-DIRECTION
                    WS-ROW-CONTROL WS-ROW-RESPONDING WS-ROW-EXPECTED
                    WS-ROW-FAILED WS-ROW-AGE
           END-UNSTRING
      *> An empty result leaves the JSON envelope behind instead of
      *> rows; anything that does not start with a timestamp is not
      *> a tracking record
           IF WS-ROW-TIME IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-ROW-AGREEMENT = SPACES
               MOVE '(no agreement)' TO WS-ROW-AGREEMENT
           END-IF

           PERFORM CLASSIFY-RECORD-TYPE
           IF WS-ROW-KIND = 'A'
               IF WS-ACK-COUNT >= 1000
                   ADD 1 TO WS-TOTAL-SKIPPED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ACK-COUNT
               MOVE WS-ROW-PROTOCOL TO WS-ACK-PROTOCOL(WS-ACK-COUNT)
               MOVE WS-ROW-AGREEMENT
                   TO WS-ACK-AGREEMENT(WS-ACK-COUNT)
               MOVE WS-ROW-RESPONDING
                   TO WS-ACK-RESPONDING(WS-ACK-COUNT)
               MOVE WS-ROW-FAILED TO WS-ACK-FAILED(WS-ACK-COUNT)
               EXIT PARAGRAPH
           END-IF

           IF WS-IX-COUNT >= 1000
               ADD 1 TO WS-TOTAL-SKIPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-IX-COUNT
           MOVE WS-ROW-TIME TO WS-IX-TIME(WS-IX-COUNT)
           MOVE WS-ROW-PROTOCOL TO WS-IX-PROTOCOL(WS-IX-COUNT)
           MOVE WS-ROW-AGREEMENT TO WS-IX-AGREEMENT(WS-IX-COUNT)
      *> The partner is whoever is on the far side of the exchange
           INSPECT WS-ROW-DIRECTION CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           IF WS-ROW-DIRECTION = 'send'
               MOVE 'OUT' TO WS-IX-DIRECTION(WS-IX-COUNT)
               MOVE WS-ROW-RECEIVER TO WS-IX-PARTNER(WS-IX-COUNT)
           ELSE
               MOVE 'IN' TO WS-IX-DIRECTION(WS-IX-COUNT)
               MOVE WS-ROW-SENDER TO WS-IX-PARTNER(WS-IX-COUNT)
           END-IF
           MOVE WS-ROW-CONTROL TO WS-IX-CONTROL(WS-IX-COUNT)
           MOVE WS-ROW-EXPECTED TO WS-IX-EXPECTED(WS-IX-COUNT)
           MOVE WS-ROW-FAILED TO WS-IX-FAILED(WS-IX-COUNT)
           MOVE FUNCTION NUMVAL(WS-ROW-AGE) TO WS-IX-AGE(WS-IX-COUNT)
           MOVE SPACES TO WS-IX-ACK-STATUS(WS-IX-COUNT)

      *> X12 and EDIFACT control numbers are numeric and sequential;
      *> only those take part in the gap check
           MOVE 'N' TO WS-IX-CN-OK(WS-IX-COUNT)
           MOVE 0 TO WS-IX-CN-NUM(WS-IX-COUNT)
           MOVE 0 TO WS-CN-LEN
           INSPECT WS-ROW-CONTROL TALLYING WS-CN-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-ROW-PROTOCOL NOT = 'AS2'
                   AND WS-CN-LEN > 0 AND WS-CN-LEN < 15
               IF WS-ROW-CONTROL(1:WS-CN-LEN) IS NUMERIC
                   MOVE 'Y' TO WS-IX-CN-OK(WS-IX-COUNT)
                   MOVE FUNCTION NUMVAL(WS-ROW-CONTROL(1:WS-CN-LEN))
                       TO WS-IX-CN-NUM(WS-IX-COUNT)
               END-IF
           END-IF

           PERFORM REGISTER-AGREEMENT.

      *> Interchange records become 'I', acknowledgements 'A'
       CLASSIFY-RECORD-TYPE.
           EVALUATE WS-ROW-TYPE
               WHEN 'AS2Message'
                   MOVE 'AS2' TO WS-ROW-PROTOCOL
                   MOVE 'I' TO WS-ROW-KIND
               WHEN 'AS2MDN'
                   MOVE 'AS2' TO WS-ROW-PROTOCOL
                   MOVE 'A' TO WS-ROW-KIND
               WHEN 'X12Interchange'
                   MOVE 'X12' TO WS-ROW-PROTOCOL
                   MOVE 'I' TO WS-ROW-KIND
               WHEN 'X12InterchangeAcknowledgment'
               WHEN 'X12FunctionalGroupAcknowledgment'
                   MOVE 'X12' TO WS-ROW-PROTOCOL
                   MOVE 'A' TO WS-ROW-KIND
               WHEN 'EdifactInterchange'
                   MOVE 'EDIFACT' TO WS-ROW-PROTOCOL
                   MOVE 'I' TO WS-ROW-KIND
               WHEN OTHER
                   MOVE 'EDIFACT' TO WS-ROW-PROTOCOL
                   MOVE 'A' TO WS-ROW-KIND
           END-EVALUATE.

       REGISTER-AGREEMENT.
           MOVE 'N' TO WS-AGR-FOUND
           PERFORM VARYING WS-AGR-IDX FROM 1 BY 1
                   UNTIL WS-AGR-IDX > WS-AGR-COUNT
                      OR WS-AGR-FOUND = 'Y'
               IF WS-AGR-NAME(WS-AGR-IDX) = WS-ROW-AGREEMENT
                   MOVE 'Y' TO WS-AGR-FOUND
               END-IF
           END-PERFORM
           IF WS-AGR-FOUND = 'Y' OR WS-AGR-COUNT >= 200
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AGR-COUNT
           INITIALIZE WS-AGR-ENTRY(WS-AGR-COUNT)
           MOVE WS-ROW-AGREEMENT TO WS-AGR-NAME(WS-AGR-COUNT)
           MOVE WS-IX-PARTNER(WS-IX-COUNT)
               TO WS-AGR-PARTNER(WS-AGR-COUNT)
           MOVE WS-ROW-PROTOCOL TO WS-AGR-PROTOCOL(WS-AGR-COUNT).

      *> An interchange is answered by an acknowledgement of the same
      *> protocol on the same agreement whose responding control
      *> number is its own
       MATCH-ACKNOWLEDGEMENTS.
           PERFORM VARYING WS-IX-IDX FROM 1 BY 1
                   UNTIL WS-IX-IDX > WS-IX-COUNT
               PERFORM VARYING WS-ACK-IDX FROM 1 BY 1
                       UNTIL WS-ACK-IDX > WS-ACK-COUNT
                   IF WS-ACK-PROTOCOL(WS-ACK-IDX)
                           = WS-IX-PROTOCOL(WS-IX-IDX)
                       AND WS-ACK-AGREEMENT(WS-ACK-IDX)
                           = WS-IX-AGREEMENT(WS-IX-IDX)
                       AND WS-ACK-RESPONDING(WS-ACK-IDX)
                           = WS-IX-CONTROL(WS-IX-IDX)
                       IF WS-ACK-FAILED(WS-ACK-IDX) = 'Y'
                           MOVE 'NEGATIVE'
                               TO WS-IX-ACK-STATUS(WS-IX-IDX)
                       ELSE
                           IF WS-IX-ACK-STATUS(WS-IX-IDX) = SPACES
                               MOVE 'ACKED'
                                   TO WS-IX-ACK-STATUS(WS-IX-IDX)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM JUDGE-ACK-STATUS
           END-PERFORM.

       JUDGE-ACK-STATUS.
           IF WS-IX-ACK-STATUS(WS-IX-IDX) NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-IX-EXPECTED(WS-IX-IDX) NOT = 'Y'
                   MOVE 'NOT-REQ' TO WS-IX-ACK-STATUS(WS-IX-IDX)
               WHEN WS-IX-AGE(WS-IX-IDX) >= WS-ACK-HOURS
                   MOVE 'UNACKED' TO WS-IX-ACK-STATUS(WS-IX-IDX)
               WHEN OTHER
                   MOVE 'PENDING' TO WS-IX-ACK-STATUS(WS-IX-IDX)
           END-EVALUATE.

       REPORT-ONE-AGREEMENT.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Agreement ' FUNCTION TRIM(WS-AGR-NAME(WS-AGR-IDX))
                  ' - partner '
                  FUNCTION TRIM(WS-AGR-PARTNER(WS-AGR-IDX))
                  ' (' FUNCTION TRIM(WS-AGR-PROTOCOL(WS-AGR-IDX)) ')'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE EDI-REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE

           PERFORM VARYING WS-IX-IDX FROM 1 BY 1
                   UNTIL WS-IX-IDX > WS-IX-COUNT
               IF WS-IX-AGREEMENT(WS-IX-IDX) = WS-AGR-NAME(WS-AGR-IDX)
                   PERFORM TALLY-INTERCHANGE
                   PERFORM WRITE-INTERCHANGE-LINE
               END-IF
           END-PERFORM

      *> The gap lines follow the detail they refer to
           MOVE 0 TO WS-PREV-IDX
           PERFORM VARYING WS-IX-IDX FROM 1 BY 1
                   UNTIL WS-IX-IDX > WS-IX-COUNT
               IF WS-IX-AGREEMENT(WS-IX-IDX) = WS-AGR-NAME(WS-AGR-IDX)
                   PERFORM CHECK-CONTROL-GAP
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           STRING '  sent ' WS-AGR-SENT(WS-AGR-IDX)
                  ', received ' WS-AGR-RECEIVED(WS-AGR-IDX)
                  ', acknowledged ' WS-AGR-ACKED(WS-AGR-IDX)
                  ', pending ' WS-AGR-PENDING(WS-AGR-IDX)
                  ', unacknowledged ' WS-AGR-UNACKED(WS-AGR-IDX)
                  ', control-number gaps ' WS-AGR-GAPS(WS-AGR-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE EDI-REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE EDI-REPORT-RECORD FROM WS-REPORT-LINE.

       TALLY-INTERCHANGE.
           ADD 1 TO WS-TOTAL-INTERCHANGES
           IF WS-IX-DIRECTION(WS-IX-IDX) = 'OUT'
               ADD 1 TO WS-AGR-SENT(WS-AGR-IDX)
           ELSE
               ADD 1 TO WS-AGR-RECEIVED(WS-AGR-IDX)
           END-IF
           EVALUATE WS-IX-ACK-STATUS(WS-IX-IDX)
               WHEN 'ACKED'
               WHEN 'NEGATIVE'
                   ADD 1 TO WS-AGR-ACKED(WS-AGR-IDX)
               WHEN 'PENDING'
                   ADD 1 TO WS-AGR-PENDING(WS-AGR-IDX)
               WHEN 'UNACKED'
                   ADD 1 TO WS-AGR-UNACKED(WS-AGR-IDX)
                   ADD 1 TO WS-TOTAL-UNACKED
           END-EVALUATE.

       WRITE-INTERCHANGE-LINE.
           EVALUATE WS-IX-PROTOCOL(WS-IX-IDX)
               WHEN 'AS2'
                   MOVE 'MDN' TO WS-ACK-TYPE
               WHEN 'X12'
                   MOVE '997' TO WS-ACK-TYPE
               WHEN OTHER
                   MOVE 'CONTRL' TO WS-ACK-TYPE
           END-EVALUATE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING '    ' WS-IX-TIME(WS-IX-IDX)(1:4) '-'
                  WS-IX-TIME(WS-IX-IDX)(5:2) '-'
                  WS-IX-TIME(WS-IX-IDX)(7:2) ' '
                  WS-IX-TIME(WS-IX-IDX)(9:2) ':'
                  WS-IX-TIME(WS-IX-IDX)(11:2) '  '
                  WS-IX-DIRECTION(WS-IX-IDX) '  '
                  WS-ACK-TYPE ' ' WS-IX-ACK-STATUS(WS-IX-IDX) '  '
                  FUNCTION TRIM(WS-IX-CONTROL(WS-IX-IDX))
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-PTR
           END-STRING
           IF WS-IX-FAILED(WS-IX-IDX) = 'Y'
               STRING ' (processing failed)'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF
           WRITE EDI-REPORT-RECORD FROM WS-REPORT-LINE.

      *> Consecutive numbered interchanges in the same direction
      *> and protocol should differ by one; a repeat is a resend and
      *> is not a gap
       CHECK-CONTROL-GAP.
           IF WS-IX-CN-OK(WS-IX-IDX) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-PREV-IDX > 0
               IF WS-IX-DIRECTION(WS-PREV-IDX)
                       = WS-IX-DIRECTION(WS-IX-IDX)
                   AND WS-IX-PROTOCOL(WS-PREV-IDX)
                       = WS-IX-PROTOCOL(WS-IX-IDX)
                   AND WS-IX-CN-NUM(WS-IX-IDX)
                       > WS-IX-CN-NUM(WS-PREV-IDX) + 1
                   PERFORM REPORT-CONTROL-GAP
               END-IF
           END-IF
           MOVE WS-IX-IDX TO WS-PREV-IDX.

       REPORT-CONTROL-GAP.
           COMPUTE WS-GAP-FROM = WS-IX-CN-NUM(WS-PREV-IDX) + 1
           COMPUTE WS-GAP-TO = WS-IX-CN-NUM(WS-IX-IDX) - 1
           COMPUTE WS-GAP-SIZE = WS-GAP-TO - WS-GAP-FROM + 1
           MOVE WS-GAP-FROM TO WS-GAP-FROM-TEXT
           MOVE WS-GAP-TO TO WS-GAP-TO-TEXT
           MOVE WS-GAP-SIZE TO WS-GAP-SIZE-TEXT
           ADD 1 TO WS-AGR-GAPS(WS-AGR-IDX)
           ADD 1 TO WS-TOTAL-GAPS
           MOVE SPACES TO WS-REPORT-LINE
           STRING '    GAP ' WS-IX-DIRECTION(WS-IX-IDX)
                  ' control number(s) '
                  FUNCTION TRIM(WS-GAP-FROM-TEXT) '-'
                  FUNCTION TRIM(WS-GAP-TO-TEXT) ' ('
                  FUNCTION TRIM(WS-GAP-SIZE-TEXT)
                  ' missing) - possible lost message'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE EDI-REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE.

       WRITE-REPORT-SUMMARY.
           IF WS-AGR-COUNT = 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'No interchanges tracked in the window'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE EDI-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           IF WS-TOTAL-SKIPPED > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'Note: ' WS-TOTAL-SKIPPED ' tracking record(s) '
                      'beyond the 1000-entry tables were not reported'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE EDI-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           COMPUTE WS-PROBLEM-COUNT = WS-TOTAL-UNACKED + WS-TOTAL-GAPS
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-PROBLEM-COUNT = 0
               STRING 'Result: CLEAN - ' WS-TOTAL-INTERCHANGES
                      ' interchange(s), none overdue, no gaps'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING 'Result: ATTENTION - ' WS-TOTAL-UNACKED
                      ' unacknowledged interchange(s), '
                      WS-TOTAL-GAPS ' control-number gap(s)'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF
           WRITE EDI-REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY "EDI tracking: " WS-TOTAL-INTERCHANGES
                   " interchange(s), " WS-TOTAL-UNACKED
                   " unacknowledged, " WS-TOTAL-GAPS " gap(s)".

       READ-EDI-STATUS.
           MOVE 0 TO HTTP-STATUS-CODE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT EDI-STATUS-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ EDI-STATUS-FILE INTO EDI-STATUS-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE FUNCTION NUMVAL(EDI-STATUS-RECORD)
                           TO HTTP-STATUS-CODE
               END-READ
           END-PERFORM
           CLOSE EDI-STATUS-FILE.

       READ-EDI-RESPONSE.
           MOVE SPACES TO WS-RESPONSE-LINE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT EDI-RESPONSE-FILE
           IF WS-RESPONSE-STATUS = '00'
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ EDI-RESPONSE-FILE INTO WS-RESPONSE-LINE
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE EDI-RESPONSE-FILE
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

       END PROGRAM AZUREEDITRACK.

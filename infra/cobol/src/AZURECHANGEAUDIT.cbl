       IDENTIFICATION DIVISION.
       PROGRAM-ID. AZURECHANGEAUDIT.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Out-of-band change attribution. AZUREDRIFT says a resource
      *> went missing or moved but not who did it or when, and never
      *> sees a property edited in the portal. Run daily by the
      *> scheduler, this program walks the AZUREDEPLOYALL environment
      *> list (AZURE_ENVIRONMENT_LIST, default environments.txt) and
      *> reads the Activity Log for each environment's RG-NAME over
      *> the last AZURE_OOB_LOOKBACK_HOURS (default 48 - the overlap
      *> covers a missed day). Succeeded write and delete operations
      *> made by anyone other than the suite's own CLIENT-ID (as the
      *> caller or the token's appid) are out-of-band changes. Each
      *> is listed in oob-change-report.txt with its caller,
      *> operation, resource and UTC time, and matched against the
      *> ServiceNow change tickets (when SNOW-INSTANCE-URL is set):
      *> an approved change_request whose window covers the change
      *> and whose short description names the environment or its
      *> resource group accounts for it; anything else is reported
      *> UNTICKETED. Every change is kept once in oob-changes.dat:
      *>   OOB|<stamp>|<env>|<event id>|<ticket or NONE>|<caller>|
      *>       <operation>|<resource>
      *> from which AZUREDIGEST takes its weekly count per
      *> environment. The exit code is the number of unticketed
      *> changes plus environments that could not be read (capped at
      *> 99); 3 when the environment list cannot be opened.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENV-LIST-FILE ASSIGN TO WS-ENV-LIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENV-LIST-STATUS.
           SELECT REPORT-FILE ASSIGN TO "oob-change-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHANGE-LEDGER-FILE ASSIGN TO
               "oob-changes.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EVENT-FILE ASSIGN TO "oobchg_events.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.
           SELECT FIELD-FILE ASSIGN TO "oobchg_field.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIELD-STATUS.
           SELECT CHG-STATUS-FILE ASSIGN TO "oobchg_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTH-HEADER-FILE ASSIGN TO "oobchg_auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ENV-LIST-FILE.
       01  ENV-LIST-RECORD             PIC X(32).

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(120).

       FD  CHANGE-LEDGER-FILE.
       01  CHANGE-LEDGER-RECORD        PIC X(384).

       FD  EVENT-FILE.
       01  EVENT-RECORD                PIC X(2048).

       FD  FIELD-FILE.
       01  FIELD-RECORD                PIC X(1024).

       FD  CHG-STATUS-FILE.
       01  CHG-STATUS-RECORD           PIC X(8).

       FD  AUTH-HEADER-FILE.
       01  AUTH-HEADER-RECORD          PIC X(1056).

       WORKING-STORAGE SECTION.
      *> Overall time limit handed to every curl (-m) so a network
      *> blackhole fails the call instead of hanging the run;
      *> CURL_TIMEOUT_SECS overrides the default where configured
       01  WS-CURL-MAX-TIME            PIC 9(4) VALUE 0300.
       01  WS-AV-TYPE                  PIC X(48).
       COPY AZURECONFIG.
       COPY HTTPCLIENT.

       01  WS-RETURN-CODE              PIC 9(2).
       01  WS-EXIT-CODE                PIC 9(2) VALUE 0.
       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
       01  WS-ENV-LIST-EOF             PIC X VALUE 'N'.
       01  WS-ENV-LIST-STATUS          PIC XX.
       01  WS-EVENT-STATUS             PIC XX.
       01  WS-FIELD-STATUS             PIC XX.
       01  WS-ENV-LIST-FILENAME        PIC X(40) VALUE
               'environments.txt'.
       01  WS-ARM-BASE-URL             PIC X(40) VALUE
               'https://management.azure.com'.
       01  WS-ACTIVITY-API-VERSION     PIC X(10) VALUE '2015-04-01'.
       01  WS-CHG-CMD                  PIC X(2048).
       01  WS-LIST-URL                 PIC X(1024).
       01  WS-NEXT-LINK                PIC X(1024).
       01  WS-PAGE-COUNT               PIC 9(3).
       01  WS-RETRY-COUNT              PIC 9(2).
       01  WS-RETRY-MAX                PIC 9(2) VALUE 3.
       01  WS-RETRY-DONE               PIC X.
       01  WS-BACKOFF-SECS             PIC 9(2).

      *> The lookback window, in the forms ARM and ServiceNow take
       01  WS-LOOKBACK-TEXT            PIC X(8).
       01  WS-LOOKBACK-HOURS           PIC 9(3) VALUE 48.
       01  WS-WIN-FROM-ISO             PIC X(24).
       01  WS-WIN-TO-ISO               PIC X(24).
       01  WS-WIN-FROM-SNOW            PIC X(32).
       01  WS-WIN-TO-SNOW              PIC X(32).
       01  WS-FIELD-IDX                PIC 9(2).

       01  WS-ENV-NAME-WORK            PIC X(16).
       01  WS-ENV-LOWER                PIC X(16).
       01  WS-RG-LOWER                 PIC X(64).
       01  WS-CLIENT-UPPER             PIC X(36).
       01  WS-ENV-CHANGES              PIC 9(5).
       01  WS-ENV-UNTICKETED           PIC 9(5).
       01  WS-TOTAL-CHANGES            PIC 9(5) VALUE 0.
       01  WS-TOTAL-UNTICKETED         PIC 9(5) VALUE 0.
       01  WS-ENVS-UNREAD              PIC 9(3) VALUE 0.
       01  WS-NEW-RECORDS              PIC 9(5) VALUE 0.

      *> Approved change tickets whose windows touch the lookback
       01  WS-TKT-COUNT                PIC 9(3).
       01  WS-TKT-TABLE.
           05  WS-TKT-ENTRY OCCURS 200.
               10  WS-TKT-NUMBER       PIC X(16).
               10  WS-TKT-START        PIC X(14).
               10  WS-TKT-END          PIC X(14).
               10  WS-TKT-DESC         PIC X(160).
       01  WS-TKT-IDX                  PIC 9(3).

      *> One Activity Log event or ticket, compacted by the fetch
      *> into "key":"value", pairs on a single line
       01  WS-EVENT-LINE               PIC X(2048).
       01  WS-TOKEN-KEY                PIC X(24).
       01  WS-TOKEN-DELIM              PIC X(32).
       01  WS-TOKEN-DELIM-LEN          PIC 9(3).
       01  WS-TOKEN-BEFORE             PIC X(2048).
       01  WS-TOKEN-AFTER              PIC X(2048).
       01  WS-TOKEN-VALUE              PIC X(512).
       01  WS-ISO-TIME                 PIC X(32).
       01  WS-STAMP-TEXT               PIC X(14).
       01  WS-STAMP-14                 PIC X(14).
       01  WS-SEARCH-TEXT              PIC X(64).
       01  WS-SEARCH-LEN               PIC 9(3).
       01  WS-HIT-COUNT                PIC 9(4).

      *> The change being attributed
       01  WS-CHG-EVENT-ID             PIC X(40).
       01  WS-CHG-STATUS               PIC X(24).
       01  WS-CHG-OPERATION            PIC X(128).
       01  WS-CHG-OP-REVERSED          PIC X(128).
       01  WS-CHG-CALLER               PIC X(64).
       01  WS-CHG-CALLER-UPPER         PIC X(64).
       01  WS-CHG-APPID                PIC X(40).
       01  WS-CHG-RESOURCE-ID          PIC X(512).
       01  WS-CHG-RESOURCE             PIC X(160).
       01  WS-CHG-STAMP                PIC X(14).
       01  WS-CHG-TICKET               PIC X(16).
       01  WS-CHG-SEEN                 PIC 9(5).

       01  WS-REPORT-LINE              PIC X(120).
       01  WS-LEDGER-LINE              PIC X(384).
       01  WS-COUNT-DISPLAY            PIC ZZZZ9.
       01  WS-UNTICKETED-DISPLAY       PIC ZZZZ9.
       01  WS-CURRENT-DATE8            PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Out-of-band change audit starting"
           MOVE 'Microsoft.Insights/eventtypes' TO WS-AV-TYPE
           CALL 'APIVERSIONS' USING WS-AV-TYPE
                                    WS-ACTIVITY-API-VERSION

           MOVE SPACES TO WS-LOOKBACK-TEXT
           ACCEPT WS-LOOKBACK-TEXT FROM ENVIRONMENT
               'AZURE_OOB_LOOKBACK_HOURS'
           IF WS-LOOKBACK-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-LOOKBACK-TEXT)
                   TO WS-LOOKBACK-HOURS
           END-IF
           PERFORM RESOLVE-LOOKBACK-WINDOW

           ACCEPT WS-ENV-LIST-FILENAME FROM ENVIRONMENT
               'AZURE_ENVIRONMENT_LIST'
           IF WS-ENV-LIST-FILENAME = SPACES
               MOVE 'environments.txt' TO WS-ENV-LIST-FILENAME
           END-IF

           OPEN INPUT ENV-LIST-FILE
           IF WS-ENV-LIST-STATUS NOT = '00'
               DISPLAY "Cannot open environment list: "
                       FUNCTION TRIM(WS-ENV-LIST-FILENAME)
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Out-of-band change report - ' WS-CURRENT-DATE8
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Activity Log ' FUNCTION TRIM(WS-WIN-FROM-ISO)
                  ' to ' FUNCTION TRIM(WS-WIN-TO-ISO)
                  ' (UTC), changes not made by the deployment'
                  ' identity'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           PERFORM UNTIL WS-ENV-LIST-EOF = 'Y'
               READ ENV-LIST-FILE INTO ENV-LIST-RECORD
                   AT END MOVE 'Y' TO WS-ENV-LIST-EOF
                   NOT AT END PERFORM AUDIT-ONE-ENVIRONMENT
               END-READ
           END-PERFORM
           CLOSE ENV-LIST-FILE

           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOTAL-CHANGES TO WS-COUNT-DISPLAY
           MOVE WS-TOTAL-UNTICKETED TO WS-UNTICKETED-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Total: ' FUNCTION TRIM(WS-COUNT-DISPLAY)
                  ' out-of-band change(s), '
                  FUNCTION TRIM(WS-UNTICKETED-DISPLAY)
                  ' without a change ticket'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           CLOSE REPORT-FILE

           DISPLAY "Out-of-band changes: " WS-TOTAL-CHANGES
                   " (" WS-TOTAL-UNTICKETED " unticketed, "
                   WS-NEW-RECORDS " new) - oob-change-report.txt"
           IF WS-TOTAL-UNTICKETED + WS-ENVS-UNREAD > 99
               MOVE 99 TO WS-EXIT-CODE
           ELSE
               COMPUTE WS-EXIT-CODE =
                   WS-TOTAL-UNTICKETED + WS-ENVS-UNREAD
           END-IF
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

      *> Activity Log times are UTC, so the window is taken from the
      *> UTC clock; ServiceNow gets the same bounds pre-encoded for
      *> its encoded query
       RESOLVE-LOOKBACK-WINDOW.
           MOVE SPACES TO WS-CHG-CMD
           STRING 'date -u -d ' "'" WS-LOOKBACK-HOURS ' hours ago'
                  "'" ' +%Y-%m-%dT%H:%M:%SZ > oobchg_field.txt; '
                  'date -u +%Y-%m-%dT%H:%M:%SZ >> oobchg_field.txt; '
                  'date -u -d ' "'" WS-LOOKBACK-HOURS ' hours ago'
                  "'" ' +%Y-%m-%d%%20%H:%M:%S >> oobchg_field.txt; '
                  'date -u +%Y-%m-%d%%20%H:%M:%S >> oobchg_field.txt'
               DELIMITED BY SIZE INTO WS-CHG-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-CHG-CMD
           END-CALL
           MOVE SPACES TO WS-WIN-FROM-ISO WS-WIN-TO-ISO
                          WS-WIN-FROM-SNOW WS-WIN-TO-SNOW
           MOVE 0 TO WS-FIELD-IDX
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT FIELD-FILE
           IF WS-FIELD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ FIELD-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-FIELD-IDX
                       EVALUATE WS-FIELD-IDX
                           WHEN 1 MOVE FIELD-RECORD TO WS-WIN-FROM-ISO
                           WHEN 2 MOVE FIELD-RECORD TO WS-WIN-TO-ISO
                           WHEN 3 MOVE FIELD-RECORD TO WS-WIN-FROM-SNOW
                           WHEN 4 MOVE FIELD-RECORD TO WS-WIN-TO-SNOW
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE FIELD-FILE.

       AUDIT-ONE-ENVIRONMENT.
           MOVE SPACES TO WS-ENV-NAME-WORK
           MOVE ENV-LIST-RECORD TO WS-ENV-NAME-WORK
           IF FUNCTION TRIM(WS-ENV-NAME-WORK) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY "Auditing " FUNCTION TRIM(WS-ENV-NAME-WORK) "..."
           DISPLAY 'AZURE_ENVIRONMENT' UPON ENVIRONMENT-NAME
           DISPLAY WS-ENV-NAME-WORK UPON ENVIRONMENT-VALUE
           MOVE SPACES TO AZURE-CONFIG
           CALL 'AZUREAUTH' USING BY REFERENCE AZURE-CONFIG
                                               AZURE-AUTH-TOKEN
                                               WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "  Authentication failed for "
                       FUNCTION TRIM(WS-ENV-NAME-WORK)
               MOVE SPACES TO WS-REPORT-LINE
               STRING FUNCTION TRIM(WS-ENV-NAME-WORK)
                      ': NOT CHECKED - authentication failed'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               ADD 1 TO WS-ENVS-UNREAD
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING FUNCTION TRIM(WS-ENV-NAME-WORK)
                  ' (resource group ' FUNCTION TRIM(RG-NAME) '):'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE FUNCTION TRIM(WS-ENV-NAME-WORK) TO WS-ENV-LOWER
           INSPECT WS-ENV-LOWER CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           MOVE FUNCTION TRIM(RG-NAME) TO WS-RG-LOWER
           INSPECT WS-RG-LOWER CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           MOVE CLIENT-ID TO WS-CLIENT-UPPER
           INSPECT WS-CLIENT-UPPER CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           PERFORM DETERMINE-CLOUD-ENDPOINT
           MOVE SPACES TO AUTHORIZATION
           STRING 'Bearer ' ACCESS-TOKEN
               DELIMITED BY SIZE INTO AUTHORIZATION
           END-STRING
           PERFORM WRITE-AUTH-HEADER-FILE

           PERFORM LOAD-CHANGE-TICKETS

           MOVE 0 TO WS-ENV-CHANGES WS-ENV-UNTICKETED
           MOVE SPACES TO WS-LIST-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/' FUNCTION TRIM(SUBSCRIPTION-ID)
                  '/providers/Microsoft.Insights/eventtypes/'
                  'management/values?api-version='
                  FUNCTION TRIM(WS-ACTIVITY-API-VERSION)
                  '&$filter=eventTimestamp%20ge%20%27'
                  FUNCTION TRIM(WS-WIN-FROM-ISO)
                  '%27%20and%20eventTimestamp%20le%20%27'
                  FUNCTION TRIM(WS-WIN-TO-ISO)
                  '%27%20and%20resourceGroupName%20eq%20%27'
                  FUNCTION TRIM(RG-NAME) '%27'
                  '&$select=caller,claims,eventDataId,'
                  'eventTimestamp,operationName,resourceId,status'
               DELIMITED BY SIZE INTO WS-LIST-URL
           END-STRING

           MOVE 0 TO WS-PAGE-COUNT
           PERFORM FETCH-ACTIVITY-PAGE
           PERFORM UNTIL WS-NEXT-LINK = SPACES
                      OR HTTP-STATUS-CODE NOT = 200
                      OR WS-PAGE-COUNT > 50
               MOVE WS-NEXT-LINK TO WS-LIST-URL
               PERFORM FETCH-ACTIVITY-PAGE
           END-PERFORM
           IF HTTP-STATUS-CODE NOT = 200
               DISPLAY "  Activity Log query failed. Status: "
                       HTTP-STATUS-CODE
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  NOT COMPLETE - Activity Log query failed '
                      '(status ' HTTP-STATUS-CODE ')'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               ADD 1 TO WS-ENVS-UNREAD
           END-IF

           MOVE WS-ENV-CHANGES TO WS-COUNT-DISPLAY
           MOVE WS-ENV-UNTICKETED TO WS-UNTICKETED-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' FUNCTION TRIM(WS-COUNT-DISPLAY)
                  ' change(s), ' FUNCTION TRIM(WS-UNTICKETED-DISPLAY)
                  ' unticketed'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY "  " FUNCTION TRIM(WS-COUNT-DISPLAY)
                   " change(s), " FUNCTION TRIM(WS-UNTICKETED-DISPLAY)
                   " unticketed".

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

      *> Approved change_requests whose window overlaps the lookback,
      *> looked up with the same basic-auth header file AZUREDEPLOY
      *> uses for its ticket gate. No ServiceNow, no tickets - every
      *> change is then unticketed.
       LOAD-CHANGE-TICKETS.
           MOVE 0 TO WS-TKT-COUNT
           IF SNOW-INSTANCE-URL = SPACES
               EXIT PARAGRAPH
           END-IF
           CALL "C$SYSTEM" USING
               "T=""${AZURE_SNOW_TOKEN:-" SNOW-TOKEN "}""; "
               "printf 'Authorization: Basic %s' "
               "$(printf '%s:%s' '" SNOW-USER "' ""$T"" "
               "| tr -d ' ' | base64 -w0) > oobchg_snow_auth.txt"
           END-CALL

           MOVE SPACES TO WS-LIST-URL
           STRING FUNCTION TRIM(SNOW-INSTANCE-URL)
                  '/api/now/table/change_request?sysparm_query='
                  'approval%3Dapproved%5Estart_date%3C%3D'
                  FUNCTION TRIM(WS-WIN-TO-SNOW)
                  '%5Eend_date%3E%3D' FUNCTION TRIM(WS-WIN-FROM-SNOW)
                  '&sysparm_fields=number,start_date,end_date,'
                  'short_description&sysparm_limit=200'
               DELIMITED BY SIZE INTO WS-LIST-URL
           END-STRING
           MOVE SPACES TO WS-CHG-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o oobchg_response.json'
                  ' -w ' "'%{http_code}'"
                  ' -H @oobchg_snow_auth.txt'
                  ' -H ' "'Accept: application/json'"
                  " '" FUNCTION TRIM(WS-LIST-URL) "'"
                  ' > oobchg_status.txt'
               DELIMITED BY SIZE INTO WS-CHG-CMD
           END-STRING
           PERFORM RUN-WITH-RETRY
           IF HTTP-STATUS-CODE NOT = 200
               DISPLAY "  ServiceNow ticket lookup failed. Status: "
                       HTTP-STATUS-CODE
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  (change tickets unavailable - ServiceNow '
                      'status ' HTTP-STATUS-CODE ')'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CHG-CMD
           STRING 'tr -d ' "'\n'" ' < oobchg_response.json'
                  ' | sed ' "'s/},{/\n/g'"
                  ' | awk ' "'{o=" '""' '; s=$0; while (match(s, /'
                  '"(number|start_date|end_date|short_description)'
                  '":"[^"]*"/)) {o=o substr(s, RSTART, RLENGTH) ",";'
                  ' s=substr(s, RSTART+RLENGTH)} print o}' "'"
                  ' > oobchg_events.txt'
               DELIMITED BY SIZE INTO WS-CHG-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-CHG-CMD
           END-CALL

           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT EVENT-FILE
           IF WS-EVENT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ EVENT-FILE INTO WS-EVENT-LINE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM LOAD-ONE-TICKET
               END-READ
           END-PERFORM
           CLOSE EVENT-FILE.

      *> A ticket without a start is open from the beginning of
      *> time, one without an end until the end of it
       LOAD-ONE-TICKET.
           MOVE 'number' TO WS-TOKEN-KEY
           PERFORM GET-EVENT-TOKEN
           IF WS-TOKEN-VALUE = SPACES OR WS-TKT-COUNT >= 200
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TKT-COUNT
           MOVE WS-TOKEN-VALUE TO WS-TKT-NUMBER(WS-TKT-COUNT)
           MOVE 'start_date' TO WS-TOKEN-KEY
           PERFORM GET-EVENT-TOKEN
           MOVE WS-TOKEN-VALUE TO WS-ISO-TIME
           PERFORM ISO-TO-STAMP
           IF WS-STAMP-14 = SPACES
               MOVE ALL '0' TO WS-TKT-START(WS-TKT-COUNT)
           ELSE
               MOVE WS-STAMP-14 TO WS-TKT-START(WS-TKT-COUNT)
           END-IF
           MOVE 'end_date' TO WS-TOKEN-KEY
           PERFORM GET-EVENT-TOKEN
           MOVE WS-TOKEN-VALUE TO WS-ISO-TIME
           PERFORM ISO-TO-STAMP
           IF WS-STAMP-14 = SPACES
               MOVE ALL '9' TO WS-TKT-END(WS-TKT-COUNT)
           ELSE
               MOVE WS-STAMP-14 TO WS-TKT-END(WS-TKT-COUNT)
           END-IF
           MOVE 'short_description' TO WS-TOKEN-KEY
           PERFORM GET-EVENT-TOKEN
           MOVE WS-TOKEN-VALUE TO WS-TKT-DESC(WS-TKT-COUNT)
           INSPECT WS-TKT-DESC(WS-TKT-COUNT) CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'.

      *> One page of the Activity Log, split one event per line at
      *> its caller (the first field the listing returns for each
      *> event) and compacted to the fields attribution needs;
      *> operationName and status arrive as {"value": ...} objects
      *> and are flattened to plain pairs
       FETCH-ACTIVITY-PAGE.
           ADD 1 TO WS-PAGE-COUNT
           MOVE SPACES TO WS-CHG-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o oobchg_response.json'
                  ' -w ' "'%{http_code}'"
                  ' -H @oobchg_auth.txt'
                  " '" FUNCTION TRIM(WS-LIST-URL) "'"
                  ' > oobchg_status.txt'
               DELIMITED BY SIZE INTO WS-CHG-CMD
           END-STRING
           PERFORM RUN-WITH-RETRY
           MOVE SPACES TO WS-NEXT-LINK
           IF HTTP-STATUS-CODE NOT = 200
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CHG-CMD
           STRING 'tr -d ' "'\n'" ' < oobchg_response.json'
                  ' | sed ' "'s/" '"caller":"' '/\n&/g' "'"
                  ' | grep ' "'^" '"caller"' "'"
                  ' | awk ' "'{o=" '""' '; s=$0; while (match(s, /'
                  '"(caller|appid|eventDataId|eventTimestamp|'
                  'resourceId)":"[^"]*"|"(operationName|status)":'
                  '\{"value":"[^"]*"/)) {t=substr(s, RSTART, '
                  'RLENGTH); s=substr(s, RSTART+RLENGTH); '
                  'sub(/:\{"value"/, "", t); o=o t ","} print o}'
                  "'" ' > oobchg_events.txt; '
                  'sed -n ' "'s/.*" '"nextLink":"\([^"]*\)".*'
                  "/\1/p' oobchg_response.json > oobchg_field.txt"
               DELIMITED BY SIZE INTO WS-CHG-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-CHG-CMD
           END-CALL

           OPEN INPUT FIELD-FILE
           IF WS-FIELD-STATUS = '00'
               READ FIELD-FILE INTO WS-NEXT-LINK
                   AT END CONTINUE
               END-READ
               CLOSE FIELD-FILE
           END-IF

           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT EVENT-FILE
           IF WS-EVENT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ EVENT-FILE INTO WS-EVENT-LINE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM EVALUATE-ACTIVITY-EVENT
               END-READ
           END-PERFORM
           CLOSE EVENT-FILE.

      *> Completed writes and deletes by anyone but the deployment
      *> identity; each operation also logs Started and Accepted
      *> events, which are left out so a change counts once
       EVALUATE-ACTIVITY-EVENT.
           MOVE 'status' TO WS-TOKEN-KEY
           PERFORM GET-EVENT-TOKEN
           MOVE WS-TOKEN-VALUE TO WS-CHG-STATUS
           IF WS-CHG-STATUS NOT = 'Succeeded'
               EXIT PARAGRAPH
           END-IF
           MOVE 'operationName' TO WS-TOKEN-KEY
           PERFORM GET-EVENT-TOKEN
           MOVE WS-TOKEN-VALUE TO WS-CHG-OPERATION
           MOVE FUNCTION REVERSE(FUNCTION TRIM(WS-CHG-OPERATION))
               TO WS-CHG-OP-REVERSED
           INSPECT WS-CHG-OP-REVERSED CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           IF WS-CHG-OP-REVERSED(1:6) NOT = 'etirw/'
                   AND WS-CHG-OP-REVERSED(1:7) NOT = 'eteled/'
               EXIT PARAGRAPH
           END-IF

           MOVE 'caller' TO WS-TOKEN-KEY
           PERFORM GET-EVENT-TOKEN
           MOVE WS-TOKEN-VALUE TO WS-CHG-CALLER
           MOVE 'appid' TO WS-TOKEN-KEY
           PERFORM GET-EVENT-TOKEN
           MOVE WS-TOKEN-VALUE TO WS-CHG-APPID
           PERFORM CHECK-OWN-IDENTITY
           IF WS-HIT-COUNT > 0
               EXIT PARAGRAPH
           END-IF

           MOVE 'eventDataId' TO WS-TOKEN-KEY
           PERFORM GET-EVENT-TOKEN
           MOVE WS-TOKEN-VALUE TO WS-CHG-EVENT-ID
           IF WS-CHG-EVENT-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'eventTimestamp' TO WS-TOKEN-KEY
           PERFORM GET-EVENT-TOKEN
           MOVE WS-TOKEN-VALUE TO WS-ISO-TIME
           PERFORM ISO-TO-STAMP
           MOVE WS-STAMP-14 TO WS-CHG-STAMP
           MOVE 'resourceId' TO WS-TOKEN-KEY
           PERFORM GET-EVENT-TOKEN
           MOVE WS-TOKEN-VALUE TO WS-CHG-RESOURCE-ID
           PERFORM SHORTEN-RESOURCE-ID

           PERFORM FIND-COVERING-TICKET
           ADD 1 TO WS-ENV-CHANGES WS-TOTAL-CHANGES
           IF WS-CHG-TICKET = 'NONE'
               ADD 1 TO WS-ENV-UNTICKETED WS-TOTAL-UNTICKETED
           END-IF
           PERFORM REPORT-CHANGE
           PERFORM RECORD-CHANGE.

      *> The suite's own identity shows up as the caller (its object
      *> or application id) or as the appid claim on the token
       CHECK-OWN-IDENTITY.
           MOVE 0 TO WS-HIT-COUNT
           IF WS-CLIENT-UPPER = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHG-CALLER TO WS-CHG-CALLER-UPPER
           INSPECT WS-CHG-CALLER-UPPER CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-CHG-APPID CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-CHG-CALLER-UPPER = WS-CLIENT-UPPER
                   OR WS-CHG-APPID = WS-CLIENT-UPPER
               MOVE 1 TO WS-HIT-COUNT
           END-IF.

      *> Everything after /providers/ - provider, type and name -
      *> is what an operator recognises; the subscription and group
      *> are the same for every line
       SHORTEN-RESOURCE-ID.
           MOVE SPACES TO WS-CHG-RESOURCE WS-TOKEN-BEFORE
           UNSTRING WS-CHG-RESOURCE-ID DELIMITED BY '/providers/'
               INTO WS-TOKEN-BEFORE WS-CHG-RESOURCE
           END-UNSTRING
           IF WS-CHG-RESOURCE = SPACES
               MOVE WS-CHG-RESOURCE-ID TO WS-CHG-RESOURCE
           END-IF.

      *> A ticket accounts for a change when its window covers the
      *> change and its short description names the environment or
      *> the resource group
       FIND-COVERING-TICKET.
           MOVE 'NONE' TO WS-CHG-TICKET
           PERFORM VARYING WS-TKT-IDX FROM 1 BY 1
                   UNTIL WS-TKT-IDX > WS-TKT-COUNT
                      OR WS-CHG-TICKET NOT = 'NONE'
               IF WS-CHG-STAMP >= WS-TKT-START(WS-TKT-IDX)
                       AND WS-CHG-STAMP <= WS-TKT-END(WS-TKT-IDX)
                   MOVE 0 TO WS-HIT-COUNT
                   MOVE WS-ENV-LOWER TO WS-SEARCH-TEXT
                   PERFORM COUNT-DESCRIPTION-HITS
                   MOVE WS-RG-LOWER TO WS-SEARCH-TEXT
                   PERFORM COUNT-DESCRIPTION-HITS
                   IF WS-HIT-COUNT > 0
                       MOVE WS-TKT-NUMBER(WS-TKT-IDX)
                           TO WS-CHG-TICKET
                   END-IF
               END-IF
           END-PERFORM.

       COUNT-DESCRIPTION-HITS.
           IF WS-SEARCH-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SEARCH-TEXT))
               TO WS-SEARCH-LEN
           INSPECT WS-TKT-DESC(WS-TKT-IDX) TALLYING WS-HIT-COUNT
               FOR ALL WS-SEARCH-TEXT(1:WS-SEARCH-LEN).

       REPORT-CHANGE.
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' WS-CHG-STAMP(1:4) '-' WS-CHG-STAMP(5:2) '-'
                  WS-CHG-STAMP(7:2) ' ' WS-CHG-STAMP(9:2) ':'
                  WS-CHG-STAMP(11:2) 'Z  '
                  WS-CHG-CALLER(1:48) '  '
                  WS-CHG-TICKET
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           IF WS-CHG-TICKET = 'NONE'
               MOVE 'UNTICKETED' TO WS-REPORT-LINE(73:10)
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '      ' FUNCTION TRIM(WS-CHG-OPERATION)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '      on ' FUNCTION TRIM(WS-CHG-RESOURCE)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

      *> The lookback overlaps the previous run, so an event already
      *> in the ledger is not written again
       RECORD-CHANGE.
           MOVE SPACES TO WS-CHG-CMD
           STRING 'grep -c -F ' "'|" FUNCTION TRIM(WS-CHG-EVENT-ID)
                  "|'" ' oob-changes.dat > oobchg_field.txt'
                  ' 2>/dev/null; true'
               DELIMITED BY SIZE INTO WS-CHG-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-CHG-CMD
           END-CALL
           MOVE 0 TO WS-CHG-SEEN
           OPEN INPUT FIELD-FILE
           IF WS-FIELD-STATUS = '00'
               READ FIELD-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF FIELD-RECORD NOT = SPACES
                           MOVE FUNCTION NUMVAL(FIELD-RECORD)
                               TO WS-CHG-SEEN
                       END-IF
               END-READ
               CLOSE FIELD-FILE
           END-IF
           IF WS-CHG-SEEN > 0
               EXIT PARAGRAPH
           END-IF

           INSPECT WS-CHG-CALLER REPLACING ALL '|' BY '/'
           MOVE SPACES TO WS-LEDGER-LINE
           STRING 'OOB|' WS-CHG-STAMP
                  '|' FUNCTION TRIM(WS-ENV-NAME-WORK)
                  '|' FUNCTION TRIM(WS-CHG-EVENT-ID)
                  '|' FUNCTION TRIM(WS-CHG-TICKET)
                  '|' FUNCTION TRIM(WS-CHG-CALLER)
                  '|' FUNCTION TRIM(WS-CHG-OPERATION)
                  '|' FUNCTION TRIM(WS-CHG-RESOURCE)
               DELIMITED BY SIZE INTO WS-LEDGER-LINE
           END-STRING
           OPEN EXTEND CHANGE-LEDGER-FILE
           WRITE CHANGE-LEDGER-RECORD FROM WS-LEDGER-LINE
           CLOSE CHANGE-LEDGER-FILE
           ADD 1 TO WS-NEW-RECORDS.

      *> First "<key>":"<value>" pair on the line; spaces if absent
       GET-EVENT-TOKEN.
           MOVE SPACES TO WS-TOKEN-DELIM WS-TOKEN-VALUE
                          WS-TOKEN-BEFORE WS-TOKEN-AFTER
           STRING '"' FUNCTION TRIM(WS-TOKEN-KEY) '":"'
               DELIMITED BY SIZE INTO WS-TOKEN-DELIM
           END-STRING
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TOKEN-DELIM))
               TO WS-TOKEN-DELIM-LEN
           UNSTRING WS-EVENT-LINE
               DELIMITED BY WS-TOKEN-DELIM(1:WS-TOKEN-DELIM-LEN)
               INTO WS-TOKEN-BEFORE WS-TOKEN-AFTER
           END-UNSTRING
           IF WS-TOKEN-AFTER = SPACES
               EXIT PARAGRAPH
           END-IF
           UNSTRING WS-TOKEN-AFTER DELIMITED BY '"'
               INTO WS-TOKEN-VALUE
           END-UNSTRING.

      *> 2026-10-15T08:30:00.123Z (ARM) or 2026-10-15 08:30:00
      *> (ServiceNow) to 20261015083000; spaces if unreadable
       ISO-TO-STAMP.
           MOVE SPACES TO WS-STAMP-TEXT WS-STAMP-14
           STRING WS-ISO-TIME(1:4) WS-ISO-TIME(6:2)
                  WS-ISO-TIME(9:2) WS-ISO-TIME(12:2)
                  WS-ISO-TIME(15:2) WS-ISO-TIME(18:2)
               DELIMITED BY SIZE INTO WS-STAMP-TEXT
           END-STRING
           IF WS-STAMP-TEXT IS NUMERIC
               MOVE WS-STAMP-TEXT TO WS-STAMP-14
           END-IF.

       RUN-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL "C$SYSTEM" USING WS-CHG-CMD
               END-CALL
               PERFORM READ-CHANGE-STATUS
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM.

       READ-CHANGE-STATUS.
           MOVE 0 TO HTTP-STATUS-CODE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CHG-STATUS-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CHG-STATUS-FILE INTO CHG-STATUS-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE FUNCTION NUMVAL(CHG-STATUS-RECORD)
                           TO HTTP-STATUS-CODE
               END-READ
           END-PERFORM
           CLOSE CHG-STATUS-FILE.

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

       END PROGRAM AZURECHANGEAUDIT.

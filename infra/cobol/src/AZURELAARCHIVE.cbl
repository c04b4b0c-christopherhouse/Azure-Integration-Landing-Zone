       IDENTIFICATION DIVISION.
       PROGRAM-ID. AZURELAARCHIVE.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Monthly verification of the Log Analytics archive export.
      *> LOGANALYTICS creates the workspace data export rule
      *> archive-export, which writes every LA_EXPORT_TABLE_n into
      *> its own am-<table> container on the LA_EXPORT_STORAGE
      *> account, in hourly folders
      *>   WorkspaceResourceId=/subscriptions/.../workspaces/<name>/
      *>     y=YYYY/m=MM/d=DD/h=HH/m=MM/PT05M.json
      *> Regulators expect those tables to be kept for seven years,
      *> so for one calendar month (AZURE_LAARCHIVE_MONTH=YYYYMM,
      *> default last month) this program counts, per table and per
      *> day, the records the workspace received and the blobs that
      *> were exported, and writes la-archive-verify.txt with
      *>   - a line per table: days with data, days exported, blobs
      *>     and bytes,
      *>   - MISSING for every day the workspace received data for a
      *>     table but no exported blob exists,
      *>   - days before the export rule was created, listed apart
      *>     and not counted as missing.
      *> The exit code is the number of missing days plus one if the
      *> export rule is absent; 99 means the workspace could not be
      *> read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAARCH-STATUS-FILE ASSIGN TO "laarchive_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LAARCH-RESPONSE-FILE
               ASSIGN TO "laarchive_response.json"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-STATUS.
           SELECT LAARCH-QUERY-FILE ASSIGN TO "laarchive_query.json"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LAARCH-ROWS-FILE ASSIGN TO "laarchive_rows.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROWS-STATUS.
           SELECT BLOB-LIST-FILE ASSIGN TO "laarchive_list.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT MARKER-FILE ASSIGN TO "laarchive_marker.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARKER-STATUS.
           SELECT FIELD-FILE ASSIGN TO "laarchive_field.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIELD-STATUS.
           SELECT LAARCH-REPORT-FILE ASSIGN TO "la-archive-verify.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTH-HEADER-FILE ASSIGN TO "laarchive_auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LAARCH-STATUS-FILE.
       01  LAARCH-STATUS-RECORD        PIC X(8).

       FD  LAARCH-RESPONSE-FILE.
       01  LAARCH-RESPONSE-RECORD      PIC X(4096).

       FD  LAARCH-QUERY-FILE.
       01  LAARCH-QUERY-RECORD         PIC X(2100).

       FD  LAARCH-ROWS-FILE.
       01  LAARCH-ROWS-RECORD          PIC X(200).

       FD  BLOB-LIST-FILE.
       01  BLOB-LIST-RECORD            PIC X(400).

       FD  MARKER-FILE.
       01  MARKER-RECORD               PIC X(512).

       FD  FIELD-FILE.
       01  FIELD-RECORD                PIC X(64).

       FD  LAARCH-REPORT-FILE.
       01  LAARCH-REPORT-RECORD        PIC X(132).

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
       01  WS-LIST-STATUS              PIC XX.
       01  WS-MARKER-STATUS            PIC XX.
       01  WS-FIELD-STATUS             PIC XX.
       01  WS-ARM-BASE-URL             PIC X(40) VALUE
               'https://management.azure.com'.
       01  WS-LA-QUERY-BASE            PIC X(40) VALUE
               'https://api.loganalytics.io'.
       01  WS-BLOB-SUFFIX              PIC X(40) VALUE
               '.blob.core.windows.net'.
       01  WS-OP-CMD                   PIC X(2048).
       01  WS-RETRY-COUNT              PIC 9(2).
       01  WS-RETRY-MAX                PIC 9(2) VALUE 3.
       01  WS-RETRY-DONE               PIC X.
       01  WS-BACKOFF-SECS             PIC 9(2).

       01  WS-LA-NAME                  PIC X(64).
       01  WS-LA-CUSTOMER-ID           PIC X(36).
       01  WS-SA-NAME                  PIC X(64).
       01  WS-SA-NAME-LEN              PIC 9(2).
       01  WS-SA-NAME-TRUNC            PIC X(22).
       01  WS-EXPORT-SLOT              PIC 9(2).
       01  WS-RESPONSE-LINE            PIC X(4096).
       01  WS-TEMP-BEFORE              PIC X(4096).
       01  WS-TEMP-AFTER               PIC X(4096).
       01  WS-KQL                      PIC X(2000).
       01  WS-KQL-PTR                  PIC 9(4).
       01  WS-REPORT-LINE              PIC X(132).
       01  WS-NUM-TEXT                 PIC X(12).

      *> The month checked: its first day, the first day of the
      *> month after, and the last day counted - yesterday when the
      *> month is the current one, since today is still exporting
       01  WS-CURRENT-DATE8            PIC 9(8).
       01  WS-MONTH-START8             PIC 9(8).
       01  WS-MONTH-NEXT8              PIC 9(8).
       01  WS-MONTH-YEAR               PIC 9(4).
       01  WS-MONTH-NUM                PIC 9(2).
       01  WS-MONTH-YYYY               PIC X(4).
       01  WS-MONTH-MM                 PIC X(2).
       01  WS-START-ISO                PIC X(10).
       01  WS-NEXT-ISO                 PIC X(10).
       01  WS-DAY-INT                  PIC 9(8).
       01  WS-LAST-DAY                 PIC 9(2).
       01  WS-DAY-NO                   PIC 9(2).
       01  WS-DAY-DATE8                PIC 9(8).

      *> The export rule's creation day; days before it cannot have
      *> been exported and are not reported as missing
       01  WS-RULE-FOUND               PIC X VALUE 'N'.
       01  WS-RULE-CREATED8            PIC 9(8) VALUE 0.
       01  WS-RULE-ENABLED             PIC X VALUE 'N'.

      *> Per table and day: workspace records, exported blobs and
      *> their bytes
       01  WS-TABLE-IDX                PIC 9(2).
       01  WS-TABLE-COUNT              PIC 9(2).
       01  WS-DAY-TABLE.
           05  WS-TBL-ENTRY OCCURS 10 TIMES.
               10  WS-TBL-LISTED       PIC X.
               10  WS-TBL-DAY OCCURS 31 TIMES.
                   15  WS-DAY-ROWS     PIC 9(12).
                   15  WS-DAY-BLOBS    PIC 9(6).
                   15  WS-DAY-BYTES    PIC 9(15).
       01  WS-TABLE-LOWER              PIC X(64).
       01  WS-CONTAINER                PIC X(64).

      *> One query row, D|table|yyyymmdd|records
       01  WS-ROW-TAG                  PIC X.
       01  WS-ROW-TABLE                PIC X(64).
       01  WS-ROW-DAY                  PIC X(8).
       01  WS-ROW-COUNT                PIC X(16).

      *> Blob listing: the workspace's folder for the month, read a
      *> page at a time, each blob as name|size
       01  WS-WS-PATH                  PIC X(300).
       01  WS-BLOB-PREFIX              PIC X(320).
       01  WS-LIST-URL                 PIC X(1024).
       01  WS-MARKER                   PIC X(512).
       01  WS-PAGE-COUNT               PIC 9(3).
       01  WS-LIST-NAME                PIC X(320).
       01  WS-LIST-SIZE                PIC X(16).
       01  WS-NAME-AFTER               PIC X(320).

       01  WS-SHOW-ROWS                PIC Z(11)9.
       01  WS-SHOW-BLOBS               PIC Z(5)9.
       01  WS-SHOW-MB                  PIC Z(8)9.
       01  WS-SHOW-DAYS                PIC Z9.
       01  WS-DAY-ISO                  PIC X(10).
       01  WS-TBL-DATA-DAYS            PIC 9(2).
       01  WS-TBL-EXPORT-DAYS          PIC 9(2).
       01  WS-TBL-MISSING              PIC 9(2).
       01  WS-TBL-EARLY                PIC 9(2).
       01  WS-TBL-BLOBS                PIC 9(8).
       01  WS-TBL-BYTES                PIC 9(15).

       01  WS-MISSING-COUNT            PIC 9(4) VALUE 0.
       01  WS-LIST-FAILURES            PIC 9(3) VALUE 0.
       01  WS-PROBLEM-COUNT            PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Log Analytics archive export verification starting"
           MOVE SPACES TO AZURE-CONFIG
           CALL 'AZUREAUTH' USING BY REFERENCE AZURE-CONFIG
                                               AZURE-AUTH-TOKEN
                                               WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Azure authentication failed, cannot verify "
                       "the archive export"
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF

           IF LA-EXPORT-TABLE-COUNT = 0
                   OR LA-EXPORT-STORAGE-SLOT < 1
                   OR LA-EXPORT-STORAGE-SLOT > STORAGE-COUNT
               DISPLAY "No workspace data export is configured - "
                       "nothing to verify"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LA-EXPORT-TABLE-COUNT TO WS-TABLE-COUNT
           IF WS-TABLE-COUNT > 10
               MOVE 10 TO WS-TABLE-COUNT
           END-IF

           PERFORM DETERMINE-CLOUD-ENDPOINT
           PERFORM READ-REPORT-SETTINGS
           PERFORM GENERATE-RESOURCE-NAMES
           STRING 'Bearer ' ACCESS-TOKEN
               DELIMITED BY SIZE INTO AUTHORIZATION
           END-STRING
           PERFORM WRITE-AUTH-HEADER-FILE

           OPEN OUTPUT LAARCH-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           INITIALIZE WS-DAY-TABLE
           PERFORM FETCH-EXPORT-RULE
           PERFORM RUN-VOLUME-QUERY
           IF WS-RETURN-CODE = 0
               PERFORM LOAD-VOLUME-ROWS
               PERFORM VARYING WS-TABLE-IDX FROM 1 BY 1
                       UNTIL WS-TABLE-IDX > WS-TABLE-COUNT
                   IF LA-EXPORT-TABLE-NAME(WS-TABLE-IDX) NOT = SPACES
                       PERFORM LIST-TABLE-EXPORT
                       PERFORM REPORT-ONE-TABLE
                   END-IF
               END-PERFORM
               PERFORM WRITE-REPORT-SUMMARY
               MOVE WS-MISSING-COUNT TO WS-PROBLEM-COUNT
               IF WS-RULE-FOUND NOT = 'Y'
                   ADD 1 TO WS-PROBLEM-COUNT
               END-IF
           ELSE
               MOVE 99 TO WS-PROBLEM-COUNT
           END-IF
           CLOSE LAARCH-REPORT-FILE

           DISPLAY "Archive export verification written to "
                   "la-archive-verify.txt"
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
                   MOVE '.blob.core.usgovcloudapi.net'
                       TO WS-BLOB-SUFFIX
               WHEN 'CHINA'
                   MOVE 'https://management.chinacloudapi.cn'
                       TO WS-ARM-BASE-URL
                   MOVE 'https://api.loganalytics.azure.cn'
                       TO WS-LA-QUERY-BASE
                   MOVE '.blob.core.chinacloudapi.cn' TO WS-BLOB-SUFFIX
               WHEN OTHER
                   MOVE 'https://management.azure.com'
                       TO WS-ARM-BASE-URL
                   MOVE 'https://api.loganalytics.io'
                       TO WS-LA-QUERY-BASE
                   MOVE '.blob.core.windows.net' TO WS-BLOB-SUFFIX
           END-EVALUATE.

      *> The month defaults to the one before the current month
       READ-REPORT-SETTINGS.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           MOVE SPACES TO WS-NUM-TEXT
           ACCEPT WS-NUM-TEXT FROM ENVIRONMENT 'AZURE_LAARCHIVE_MONTH'
           IF WS-NUM-TEXT(1:6) IS NUMERIC
               MOVE WS-NUM-TEXT(1:4) TO WS-MONTH-YEAR
               MOVE WS-NUM-TEXT(5:2) TO WS-MONTH-NUM
           ELSE
               MOVE WS-CURRENT-DATE8(1:4) TO WS-MONTH-YEAR
               MOVE WS-CURRENT-DATE8(5:2) TO WS-MONTH-NUM
               IF WS-MONTH-NUM = 1
                   MOVE 12 TO WS-MONTH-NUM
                   SUBTRACT 1 FROM WS-MONTH-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-MONTH-NUM
               END-IF
           END-IF
           PERFORM COMPUTE-MONTH-BOUNDS.

       COMPUTE-MONTH-BOUNDS.
           COMPUTE WS-MONTH-START8 =
               WS-MONTH-YEAR * 10000 + WS-MONTH-NUM * 100 + 1
           IF WS-MONTH-NUM = 12
               COMPUTE WS-MONTH-NEXT8 =
                   (WS-MONTH-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-MONTH-NEXT8 = WS-MONTH-START8 + 100
           END-IF
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-NEXT8) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO WS-DAY-DATE8
           IF WS-DAY-DATE8 >= WS-CURRENT-DATE8
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE8) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                   TO WS-DAY-DATE8
           END-IF
           IF WS-DAY-DATE8 < WS-MONTH-START8
               MOVE 0 TO WS-LAST-DAY
           ELSE
               MOVE WS-DAY-DATE8(7:2) TO WS-LAST-DAY
           END-IF
           MOVE WS-MONTH-START8(1:4) TO WS-MONTH-YYYY
           MOVE WS-MONTH-START8(5:2) TO WS-MONTH-MM
           MOVE SPACES TO WS-START-ISO WS-NEXT-ISO
           STRING WS-MONTH-START8(1:4) '-' WS-MONTH-START8(5:2) '-'
                  WS-MONTH-START8(7:2)
               DELIMITED BY SIZE INTO WS-START-ISO
           END-STRING
           STRING WS-MONTH-NEXT8(1:4) '-' WS-MONTH-NEXT8(5:2) '-'
                  WS-MONTH-NEXT8(7:2)
               DELIMITED BY SIZE INTO WS-NEXT-ISO
           END-STRING.

      *> Same naming rules LOGANALYTICS and STORAGE applied: the
      *> workspace, and the archive account with STORAGE's
      *> 24-character cut. The export folder carries the workspace's
      *> resource ID in lower case.
       GENERATE-RESOURCE-NAMES.
           IF LA-WORKSPACE-NAME = SPACES
               MOVE 'LAW' TO WS-NAME-REQ
               CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                      WS-LA-NAME
           ELSE
               MOVE LA-WORKSPACE-NAME TO WS-LA-NAME
           END-IF
           INSPECT WS-LA-NAME CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'

           MOVE LA-EXPORT-STORAGE-SLOT TO WS-EXPORT-SLOT
           MOVE SPACES TO WS-NAME-REQ
           STRING 'SA|' SA-NAME-PREFIX(WS-EXPORT-SLOT)
                  '|' WS-EXPORT-SLOT
               DELIMITED BY SIZE INTO WS-NAME-REQ
           END-STRING
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-SA-NAME
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SA-NAME))
               TO WS-SA-NAME-LEN
           IF WS-SA-NAME-LEN > 24
               MOVE WS-SA-NAME(1:22) TO WS-SA-NAME-TRUNC
               MOVE SPACES TO WS-SA-NAME
               STRING WS-SA-NAME-TRUNC WS-EXPORT-SLOT
                   DELIMITED BY SIZE INTO WS-SA-NAME
               END-STRING
           END-IF

           MOVE SPACES TO WS-WS-PATH
           STRING '/subscriptions/' FUNCTION TRIM(SUBSCRIPTION-ID)
                  '/resourcegroups/' FUNCTION TRIM(RG-NAME)
                  '/providers/microsoft.operationalinsights/'
                  'workspaces/' FUNCTION TRIM(WS-LA-NAME)
               DELIMITED BY SIZE INTO WS-WS-PATH
           END-STRING
           INSPECT WS-WS-PATH CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'.

      *> The archive-export rule LOGANALYTICS writes; its creation
      *> date bounds what can have been exported
       FETCH-EXPORT-RULE.
           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/' SUBSCRIPTION-ID
                  '/resourceGroups/' FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.OperationalInsights/'
                  'workspaces/' FUNCTION TRIM(WS-LA-NAME)
                  '/dataExports/archive-export?api-version=2020-08-01'
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o laarchive_response.json -w '%{http_code}' "
                   "-H @laarchive_auth.txt '"
                   HTTP-URL "' > laarchive_status.txt"
               END-CALL
               PERFORM READ-LAARCH-STATUS
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM
           IF HTTP-STATUS-CODE NOT = 200
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'NO RULE  export rule archive-export not found '
                      'on workspace ' FUNCTION TRIM(WS-LA-NAME)
                      ' (status ' HTTP-STATUS-CODE ')'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE LAARCH-REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-RULE-FOUND

           MOVE SPACES TO WS-OP-CMD
           STRING "tr -d '\n\r ' < laarchive_response.json"
                  " | grep -o " "'" '"createdDate":"[0-9-]*' "'"
                  " | sed -e " "'" 's/.*"//' "'" " -e " "'s/-//g'"
                  " > laarchive_field.txt"
               DELIMITED BY SIZE INTO WS-OP-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-OP-CMD
           END-CALL
           OPEN INPUT FIELD-FILE
           IF WS-FIELD-STATUS = '00'
               READ FIELD-FILE
                   NOT AT END
                       IF FIELD-RECORD(1:8) IS NUMERIC
                           MOVE FIELD-RECORD(1:8) TO WS-RULE-CREATED8
                       END-IF
               END-READ
               CLOSE FIELD-FILE
           END-IF

           PERFORM READ-LAARCH-RESPONSE
           MOVE SPACES TO WS-TEMP-AFTER
           UNSTRING WS-RESPONSE-LINE DELIMITED BY '"enable":'
               INTO WS-TEMP-BEFORE WS-TEMP-AFTER
           END-UNSTRING
           IF WS-TEMP-AFTER(1:4) = 'true'
               MOVE 'Y' TO WS-RULE-ENABLED
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'DISABLED export rule archive-export exists but '
                      'is not enabled'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE LAARCH-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

      *> Resolves the workspace's customer ID through ARM, then counts
      *> each exported table's records per day through the Log
      *> Analytics data plane, the way AZUREKVACCESS runs its query
       RUN-VOLUME-QUERY.
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
                   " -o laarchive_response.json -w '%{http_code}' "
                   "-H @laarchive_auth.txt '"
                   HTTP-URL "' > laarchive_status.txt"
               END-CALL
               PERFORM READ-LAARCH-STATUS
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM
           IF HTTP-STATUS-CODE NOT = 200
               PERFORM REPORT-QUERY-FAILURE
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-LAARCH-RESPONSE
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

           PERFORM BUILD-VOLUME-QUERY
           OPEN OUTPUT LAARCH-QUERY-FILE
           MOVE SPACES TO LAARCH-QUERY-RECORD
           STRING '{"query":"' WS-KQL(1:WS-KQL-PTR - 1) '"}'
               DELIMITED BY SIZE INTO LAARCH-QUERY-RECORD
           END-STRING
           WRITE LAARCH-QUERY-RECORD
           CLOSE LAARCH-QUERY-FILE

           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-LA-QUERY-BASE) '/v1/workspaces/'
                  FUNCTION TRIM(WS-LA-CUSTOMER-ID) '/query'
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o laarchive_response.json -w '%{http_code}' "
                   "-X POST -H @laarchive_auth.txt "
                   "-H 'Content-Type: application/json' "
                   "-d @laarchive_query.json '"
                   HTTP-URL "' > laarchive_status.txt"
               END-CALL
               PERFORM READ-LAARCH-STATUS
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM
           IF HTTP-STATUS-CODE NOT = 200
               PERFORM REPORT-QUERY-FAILURE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-OP-CMD
           STRING "tr -d '\n\r' < laarchive_response.json"
                  " | sed -e " "'" 's/.*"rows":\[\[//' "'"
                  " -e " "'" 's/\]\]}\]}.*$//' "'"
                  " -e " "'" 's/"\],\["/\n/g' "'"
                  " -e " "'" 's/"//g' "'"
                  " > laarchive_rows.txt"
               DELIMITED BY SIZE INTO WS-OP-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-OP-CMD
           END-CALL.

      *> One union over the exported tables; isfuzzy lets a table the
      *> workspace has never received pass as no data instead of
      *> failing the whole query
       BUILD-VOLUME-QUERY.
           MOVE SPACES TO WS-KQL
           MOVE 1 TO WS-KQL-PTR
           STRING 'union withsource=tbl isfuzzy=true '
               DELIMITED BY SIZE INTO WS-KQL
               WITH POINTER WS-KQL-PTR
           END-STRING
           PERFORM VARYING WS-TABLE-IDX FROM 1 BY 1
                   UNTIL WS-TABLE-IDX > WS-TABLE-COUNT
               IF WS-TABLE-IDX > 1
                   STRING ', '
                       DELIMITED BY SIZE INTO WS-KQL
                       WITH POINTER WS-KQL-PTR
                   END-STRING
               END-IF
               STRING FUNCTION TRIM(LA-EXPORT-TABLE-NAME(WS-TABLE-IDX))
                   DELIMITED BY SIZE INTO WS-KQL
                   WITH POINTER WS-KQL-PTR
               END-STRING
           END-PERFORM
           STRING ' | where TimeGenerated >= datetime(' WS-START-ISO
                  ') and TimeGenerated < datetime(' WS-NEXT-ISO ')'
                  ' | summarize n = count() by tbl,'
                  " d = format_datetime(TimeGenerated, 'yyyyMMdd')"
                  " | project line = strcat('D|', tbl, '|', d,"
                  " '|', n)"
               DELIMITED BY SIZE INTO WS-KQL
               WITH POINTER WS-KQL-PTR
           END-STRING.

       REPORT-QUERY-FAILURE.
           MOVE 8 TO WS-RETURN-CODE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Volume query failed against workspace '
                  FUNCTION TRIM(WS-LA-NAME)
                  ' (status ' HTTP-STATUS-CODE ')'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE LAARCH-REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY "  Volume query failed against workspace "
                   FUNCTION TRIM(WS-LA-NAME)
                   " (status " HTTP-STATUS-CODE ")".

       LOAD-VOLUME-ROWS.
           OPEN INPUT LAARCH-ROWS-FILE
           IF WS-ROWS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ LAARCH-ROWS-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM LOAD-ONE-ROW
               END-READ
           END-PERFORM
           CLOSE LAARCH-ROWS-FILE.

      *> An empty result leaves the JSON envelope behind instead of
      *> rows; anything without the tag is not a count row. Table
      *> names match case-insensitively, as KQL resolves them.
       LOAD-ONE-ROW.
           IF LAARCH-ROWS-RECORD(1:2) NOT = 'D|'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ROW-TAG WS-ROW-TABLE WS-ROW-DAY
                          WS-ROW-COUNT
           UNSTRING LAARCH-ROWS-RECORD DELIMITED BY '|'
               INTO WS-ROW-TAG WS-ROW-TABLE WS-ROW-DAY WS-ROW-COUNT
           END-UNSTRING
           IF WS-ROW-DAY IS NOT NUMERIC
                   OR WS-ROW-DAY(1:6) NOT = WS-MONTH-START8(1:6)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ROW-DAY(7:2) TO WS-DAY-NO
           IF WS-DAY-NO < 1 OR WS-DAY-NO > 31
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-ROW-TABLE CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           PERFORM VARYING WS-TABLE-IDX FROM 1 BY 1
                   UNTIL WS-TABLE-IDX > WS-TABLE-COUNT
               MOVE LA-EXPORT-TABLE-NAME(WS-TABLE-IDX)
                   TO WS-TABLE-LOWER
               INSPECT WS-TABLE-LOWER CONVERTING
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
                   'abcdefghijklmnopqrstuvwxyz'
               IF WS-TABLE-LOWER = WS-ROW-TABLE
                   ADD FUNCTION NUMVAL(WS-ROW-COUNT)
                       TO WS-DAY-ROWS(WS-TABLE-IDX, WS-DAY-NO)
               END-IF
           END-PERFORM.

      *> Lists the table's am-<table> container under the month's
      *> folder a page (5000 blobs) at a time, following NextMarker.
      *> A container that does not exist yet means nothing was ever
      *> exported for the table, which is counted, not a failure.
       LIST-TABLE-EXPORT.
           MOVE 'N' TO WS-TBL-LISTED(WS-TABLE-IDX)
           MOVE LA-EXPORT-TABLE-NAME(WS-TABLE-IDX) TO WS-TABLE-LOWER
           INSPECT WS-TABLE-LOWER CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           MOVE SPACES TO WS-CONTAINER
           STRING 'am-' FUNCTION TRIM(WS-TABLE-LOWER)
               DELIMITED BY SIZE INTO WS-CONTAINER
           END-STRING
           MOVE SPACES TO WS-BLOB-PREFIX
           STRING 'WorkspaceResourceId%3D' FUNCTION TRIM(WS-WS-PATH)
                  '/y%3D' WS-MONTH-YYYY '/m%3D' WS-MONTH-MM '/'
               DELIMITED BY SIZE INTO WS-BLOB-PREFIX
           END-STRING

           CALL "C$SYSTEM" USING "rm -f laarchive_list.txt"
           END-CALL
           MOVE SPACES TO WS-MARKER
           MOVE 0 TO WS-PAGE-COUNT
           PERFORM WITH TEST AFTER
                   UNTIL WS-MARKER = SPACES OR WS-PAGE-COUNT >= 50
               ADD 1 TO WS-PAGE-COUNT
               PERFORM LIST-ONE-PAGE
               IF HTTP-STATUS-CODE = 404
                   MOVE 'Y' TO WS-TBL-LISTED(WS-TABLE-IDX)
                   EXIT PARAGRAPH
               END-IF
               IF HTTP-STATUS-CODE NOT = 200
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'Table '
                          FUNCTION TRIM(
                              LA-EXPORT-TABLE-NAME(WS-TABLE-IDX))
                          ': cannot list container '
                          FUNCTION TRIM(WS-CONTAINER)
                          ' (status ' HTTP-STATUS-CODE ')'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   WRITE LAARCH-REPORT-RECORD FROM WS-REPORT-LINE
                   ADD 1 TO WS-LIST-FAILURES
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           MOVE 'Y' TO WS-TBL-LISTED(WS-TABLE-IDX)
           OPEN INPUT BLOB-LIST-FILE
           IF WS-LIST-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ BLOB-LIST-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM LOAD-ONE-EXPORT-BLOB
               END-READ
           END-PERFORM
           CLOSE BLOB-LIST-FILE.

      *> One listing call; the shell appends the page's blobs as
      *> name|size lines and leaves the continuation marker apart
       LIST-ONE-PAGE.
           MOVE SPACES TO WS-LIST-URL
           STRING 'https://' FUNCTION TRIM(WS-SA-NAME)
                  FUNCTION TRIM(WS-BLOB-SUFFIX) '/'
                  FUNCTION TRIM(WS-CONTAINER)
                  '?restype=container&comp=list&maxresults=5000'
                  '&prefix=' FUNCTION TRIM(WS-BLOB-PREFIX)
               DELIMITED BY SIZE INTO WS-LIST-URL
           END-STRING
           IF WS-MARKER NOT = SPACES
               MOVE SPACES TO WS-TEMP-AFTER
               STRING FUNCTION TRIM(WS-LIST-URL)
                      '&marker=' FUNCTION TRIM(WS-MARKER)
                   DELIMITED BY SIZE INTO WS-TEMP-AFTER
               END-STRING
               MOVE WS-TEMP-AFTER TO WS-LIST-URL
           END-IF
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               MOVE SPACES TO WS-OP-CMD
               STRING 'curl -s -m ' WS-CURL-MAX-TIME
                      ' -o laarchive_response.xml'
                      ' -w ' "'%{http_code}'"
                      ' -H @laarchive_auth.txt'
                      ' -H ' "'x-ms-version: 2021-08-06'"
                      " '" FUNCTION TRIM(WS-LIST-URL) "'"
                      ' > laarchive_status.txt'
                   DELIMITED BY SIZE INTO WS-OP-CMD
               END-STRING
               CALL "C$SYSTEM" USING WS-OP-CMD
               END-CALL
               PERFORM READ-LAARCH-STATUS
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM
           MOVE SPACES TO WS-MARKER
           IF HTTP-STATUS-CODE NOT = 200
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-OP-CMD
           STRING 'tr ' "'<' '\n'" ' < laarchive_response.xml'
                  ' | grep -E ' "'^(Name|Content-Length)>'"
                  ' | sed ' "'s/^[^>]*>//'"
                  ' | paste -d' "'|'" ' - -'
                  ' >> laarchive_list.txt;'
                  ' tr ' "'<' '\n'" ' < laarchive_response.xml'
                  ' | grep ' "'^NextMarker>'"
                  ' | sed ' "'s/^[^>]*>//'"
                  ' > laarchive_marker.txt'
               DELIMITED BY SIZE INTO WS-OP-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-OP-CMD
           END-CALL
           OPEN INPUT MARKER-FILE
           IF WS-MARKER-STATUS = '00'
               READ MARKER-FILE
                   NOT AT END MOVE MARKER-RECORD TO WS-MARKER
               END-READ
               CLOSE MARKER-FILE
           END-IF.

      *> The day is the d=DD segment of the blob's folder path
       LOAD-ONE-EXPORT-BLOB.
           MOVE SPACES TO WS-LIST-NAME WS-LIST-SIZE WS-NAME-AFTER
           UNSTRING BLOB-LIST-RECORD DELIMITED BY '|'
               INTO WS-LIST-NAME WS-LIST-SIZE
           END-UNSTRING
           UNSTRING WS-LIST-NAME DELIMITED BY '/d='
               INTO WS-TEMP-BEFORE WS-NAME-AFTER
           END-UNSTRING
           IF WS-NAME-AFTER(1:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NAME-AFTER(1:2) TO WS-DAY-NO
           IF WS-DAY-NO < 1 OR WS-DAY-NO > 31
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DAY-BLOBS(WS-TABLE-IDX, WS-DAY-NO)
           IF WS-LIST-SIZE NOT = SPACES
               ADD FUNCTION NUMVAL(WS-LIST-SIZE)
                   TO WS-DAY-BYTES(WS-TABLE-IDX, WS-DAY-NO)
           END-IF.

      *> Every day up to the last complete one: data in the workspace
      *> without an exported blob is MISSING, unless the export rule
      *> did not exist yet on that day
       REPORT-ONE-TABLE.
           MOVE 0 TO WS-TBL-DATA-DAYS WS-TBL-EXPORT-DAYS
                     WS-TBL-MISSING WS-TBL-EARLY WS-TBL-BLOBS
                     WS-TBL-BYTES
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Table ' FUNCTION TRIM(
                      LA-EXPORT-TABLE-NAME(WS-TABLE-IDX))
                  ' -> container ' FUNCTION TRIM(WS-CONTAINER)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE LAARCH-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-TBL-LISTED(WS-TABLE-IDX) NOT = 'Y'
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  export listing unavailable - days not checked'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE LAARCH-REPORT-RECORD FROM WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               WRITE LAARCH-REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-DAY-NO FROM 1 BY 1
                   UNTIL WS-DAY-NO > WS-LAST-DAY
               PERFORM CHECK-ONE-DAY
           END-PERFORM

           MOVE WS-TBL-DATA-DAYS TO WS-SHOW-DAYS
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  days with data ' WS-SHOW-DAYS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-TBL-EXPORT-DAYS TO WS-SHOW-DAYS
           MOVE SPACES TO WS-TEMP-AFTER
           STRING FUNCTION TRIM(WS-REPORT-LINE TRAILING)
                  '   days exported ' WS-SHOW-DAYS
               DELIMITED BY SIZE INTO WS-TEMP-AFTER
           END-STRING
           MOVE WS-TEMP-AFTER TO WS-REPORT-LINE
           MOVE WS-TBL-MISSING TO WS-SHOW-DAYS
           MOVE WS-TBL-BLOBS TO WS-SHOW-BLOBS
           COMPUTE WS-SHOW-MB = WS-TBL-BYTES / 1048576
           MOVE SPACES TO WS-TEMP-AFTER
           STRING FUNCTION TRIM(WS-REPORT-LINE TRAILING)
                  '   missing ' WS-SHOW-DAYS
                  '   blobs ' WS-SHOW-BLOBS
                  '   MB ' WS-SHOW-MB
               DELIMITED BY SIZE INTO WS-TEMP-AFTER
           END-STRING
           MOVE WS-TEMP-AFTER TO WS-REPORT-LINE
           WRITE LAARCH-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-TBL-EARLY > 0
               MOVE WS-TBL-EARLY TO WS-SHOW-DAYS
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ' WS-SHOW-DAYS ' day(s) with data fall '
                      'before the export rule was created - not '
                      'counted as missing'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE LAARCH-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           WRITE LAARCH-REPORT-RECORD FROM WS-REPORT-LINE.

       CHECK-ONE-DAY.
           ADD WS-DAY-BLOBS(WS-TABLE-IDX, WS-DAY-NO) TO WS-TBL-BLOBS
           ADD WS-DAY-BYTES(WS-TABLE-IDX, WS-DAY-NO) TO WS-TBL-BYTES
           IF WS-DAY-BLOBS(WS-TABLE-IDX, WS-DAY-NO) > 0
               ADD 1 TO WS-TBL-EXPORT-DAYS
           END-IF
           IF WS-DAY-ROWS(WS-TABLE-IDX, WS-DAY-NO) = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TBL-DATA-DAYS
           IF WS-DAY-BLOBS(WS-TABLE-IDX, WS-DAY-NO) > 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAY-DATE8 = WS-MONTH-START8 + WS-DAY-NO - 1
           IF WS-DAY-DATE8 < WS-RULE-CREATED8
               ADD 1 TO WS-TBL-EARLY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TBL-MISSING
           ADD 1 TO WS-MISSING-COUNT
           MOVE SPACES TO WS-DAY-ISO
           STRING WS-DAY-DATE8(1:4) '-' WS-DAY-DATE8(5:2) '-'
                  WS-DAY-DATE8(7:2)
               DELIMITED BY SIZE INTO WS-DAY-ISO
           END-STRING
           MOVE WS-DAY-ROWS(WS-TABLE-IDX, WS-DAY-NO) TO WS-SHOW-ROWS
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  MISSING ' WS-DAY-ISO ': '
                  FUNCTION TRIM(WS-SHOW-ROWS)
                  ' record(s) in the workspace, no exported blob'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE LAARCH-REPORT-RECORD FROM WS-REPORT-LINE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Log Analytics archive export verification for '
                  WS-MONTH-YYYY '-' WS-MONTH-MM ' - workspace '
                  FUNCTION TRIM(WS-LA-NAME)
                  ' (environment ' FUNCTION TRIM(ENV-NAME) ')'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE LAARCH-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-LAST-DAY TO WS-SHOW-DAYS
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Archive account ' FUNCTION TRIM(WS-SA-NAME)
                  ', days 1-' FUNCTION TRIM(WS-SHOW-DAYS)
                  ' checked'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE LAARCH-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE LAARCH-REPORT-RECORD FROM WS-REPORT-LINE.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Missing days: ' WS-MISSING-COUNT
                  '   listings failed: ' WS-LIST-FAILURES
                  '   export rule: '
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           MOVE SPACES TO WS-TEMP-AFTER
           IF WS-RULE-FOUND NOT = 'Y'
               STRING FUNCTION TRIM(WS-REPORT-LINE TRAILING)
                      ' absent'
                   DELIMITED BY SIZE INTO WS-TEMP-AFTER
               END-STRING
           ELSE
               IF WS-RULE-ENABLED = 'Y'
                   STRING FUNCTION TRIM(WS-REPORT-LINE TRAILING)
                          ' enabled'
                       DELIMITED BY SIZE INTO WS-TEMP-AFTER
                   END-STRING
               ELSE
                   STRING FUNCTION TRIM(WS-REPORT-LINE TRAILING)
                          ' disabled'
                       DELIMITED BY SIZE INTO WS-TEMP-AFTER
                   END-STRING
               END-IF
           END-IF
           MOVE WS-TEMP-AFTER TO WS-REPORT-LINE
           WRITE LAARCH-REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY "Missing days: " WS-MISSING-COUNT
                   ", listings failed: " WS-LIST-FAILURES.

       READ-LAARCH-STATUS.
           MOVE 0 TO HTTP-STATUS-CODE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LAARCH-STATUS-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ LAARCH-STATUS-FILE INTO LAARCH-STATUS-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE FUNCTION NUMVAL(LAARCH-STATUS-RECORD)
                           TO HTTP-STATUS-CODE
               END-READ
           END-PERFORM
           CLOSE LAARCH-STATUS-FILE.

       READ-LAARCH-RESPONSE.
           MOVE SPACES TO WS-RESPONSE-LINE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LAARCH-RESPONSE-FILE
           IF WS-RESPONSE-STATUS = '00'
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ LAARCH-RESPONSE-FILE INTO WS-RESPONSE-LINE
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE LAARCH-RESPONSE-FILE
           END-IF.

      *> Azure throttles ARM calls (429) and occasionally returns a
      *> transient 5xx; back off and retry those rather than
      *> reporting missing days on a blip.
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

       END PROGRAM AZURELAARCHIVE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AZUREEHCAPREC.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Event Hubs capture completeness reconciliation. EVENTHUBS
      *> turns on capture into EH-CAPTURE-CONTAINER on the
      *> EH-CAPTURE-SA-IDX account with a five-minute window, and
      *> finance's downstream load assumes every window is there; a
      *> capture gap has gone unnoticed for a week more than once.
      *> Run daily, this program walks the capture folders
      *>   <namespace>/<hub>/<partition>/YYYY/MM/DD/HH/mm/ss.avro
      *> for one day (AZURE_EH_CAPREC_DATE=YYYYMMDD, default
      *> yesterday) per hub and partition, sets what landed against
      *> the expected windows and the hub's IncomingMessages metric
      *> at the same five-minute grain, and writes
      *> eh-capture-recon.txt with
      *>   - missing windows: stretches of more than two windows with
      *>     no capture file for a partition,
      *>   - empty windows where traffic existed: windows in which
      *>     every partition's file is empty (header only, at most
      *>     AZURE_EH_CAPREC_EMPTY_BYTES, default 600) while the hub
      *>     took messages,
      *>   - unusual file sizes: non-empty files more than
      *>     AZURE_EH_CAPREC_SIZE_FACTOR (default 4) times larger or
      *>     smaller than the partition's average for the day.
      *> The exit code is the number of findings.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAPREC-STATUS-FILE ASSIGN TO "ehcaprec_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BLOB-LIST-FILE ASSIGN TO "ehcaprec_list.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT METRIC-LIST-FILE ASSIGN TO "ehcaprec_metric.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-METRIC-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO "eh-capture-recon.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTH-HEADER-FILE ASSIGN TO "ehcaprec_auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CAPREC-STATUS-FILE.
       01  CAPREC-STATUS-RECORD        PIC X(8).

       FD  BLOB-LIST-FILE.
       01  BLOB-LIST-RECORD            PIC X(256).

       FD  METRIC-LIST-FILE.
       01  METRIC-LIST-RECORD          PIC X(64).

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-RECORD         PIC X(132).

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
       01  WS-LIST-STATUS              PIC XX.
       01  WS-METRIC-STATUS            PIC XX.
       01  WS-ARM-BASE-URL             PIC X(40) VALUE
               'https://management.azure.com'.
       01  WS-EH-NAME                  PIC X(64).
       01  WS-SA-NAME                  PIC X(64).
       01  WS-OP-CMD                   PIC X(1024).
       01  WS-REPORT-LINE              PIC X(132).
       01  WS-NUM-TEXT                 PIC X(12).

      *> Capture window EVENTHUBS configures (intervalInSeconds 300)
      *> and the day's 288 of them
       01  WS-WINDOW-MINUTES           PIC 9(2) VALUE 5.
       01  WS-WINDOWS-PER-DAY          PIC 9(3) VALUE 288.
       01  WS-EMPTY-BYTES              PIC 9(9) VALUE 600.
       01  WS-SIZE-FACTOR              PIC 9(3) VALUE 4.

      *> The day under reconciliation
       01  WS-CURRENT-DATE8            PIC 9(8).
       01  WS-RECON-DATE8              PIC 9(8).
       01  WS-NEXT-DATE8               PIC 9(8).
       01  WS-DAY-INT                  PIC 9(8).
       01  WS-RECON-ISO                PIC X(10).
       01  WS-NEXT-ISO                 PIC X(10).

       01  WS-HUB-IDX                  PIC 9(2).
       01  WS-PART-NO                  PIC 9(2).
       01  WS-PART-LIMIT               PIC 9(2).
       01  WS-PART-EDIT                PIC Z9.
       01  WS-PART-TEXT                PIC X(2).
       01  WS-BLOB-PREFIX              PIC X(200).

      *> The hub's day at window grain: messages in, capture files
      *> written and how many of those held data, across partitions
       01  WS-WINDOW-TABLE.
           05  WS-WINDOW-ENTRY OCCURS 288 TIMES.
               10  WS-WIN-TRAFFIC      PIC 9(12).
               10  WS-WIN-FILES        PIC 9(4).
               10  WS-WIN-FULL         PIC 9(4).
       01  WS-WIN-IDX                  PIC 9(3).
       01  WS-METRICS-READ             PIC X.

      *> One partition's capture files for the day, in name order,
      *> which is time order
       01  WS-FILE-COUNT               PIC 9(4).
       01  WS-FILE-TABLE.
           05  WS-FILE-ENTRY OCCURS 1000 TIMES.
               10  WS-FILE-MINUTE      PIC 9(4).
               10  WS-FILE-SIZE        PIC 9(12).
       01  WS-FILE-IDX                 PIC 9(4).
       01  WS-LIST-OK                  PIC X.

      *> One listing line, name|size, and the name's path segments
       01  WS-LIST-NAME                PIC X(200).
       01  WS-LIST-SIZE                PIC X(16).
       01  WS-SEG-TABLE.
           05  WS-SEG OCCURS 9 TIMES   PIC X(64).
       01  WS-SEG-HH                   PIC 9(2).
       01  WS-SEG-MM                   PIC 9(2).

      *> One metric point, HH MM total
       01  WS-METRIC-HH                PIC X(4).
       01  WS-METRIC-MM                PIC X(4).
       01  WS-METRIC-TOTAL             PIC X(20).

      *> Gap, empty-run and size arithmetic
       01  WS-PREV-MINUTE              PIC S9(5).
       01  WS-GAP-FROM                 PIC S9(5).
       01  WS-GAP-TO                   PIC S9(5).
       01  WS-GAP-WINDOWS              PIC 9(4).
       01  WS-CLOCK-MINUTES            PIC 9(4).
       01  WS-CLOCK-TEXT               PIC X(5).
       01  WS-FROM-TEXT                PIC X(5).
       01  WS-TO-TEXT                  PIC X(5).
       01  WS-CLOCK-HH                 PIC 9(2).
       01  WS-CLOCK-MM                 PIC 9(2).
       01  WS-SIZE-TOTAL               PIC 9(15).
       01  WS-SIZE-FILES               PIC 9(4).
       01  WS-SIZE-AVERAGE             PIC 9(12).
       01  WS-SIZE-SHOWN               PIC 9(3).
       01  WS-SIZE-OUTLIERS            PIC 9(4).
       01  WS-RUN-START                PIC 9(3).
       01  WS-RUN-TRAFFIC              PIC 9(14).
       01  WS-SHOW-SIZE                PIC Z(11)9.
       01  WS-SHOW-AVERAGE             PIC Z(11)9.
       01  WS-SHOW-COUNT               PIC Z(13)9.
       01  WS-SHOW-WINDOWS             PIC ZZZ9.

       01  WS-FINDING-COUNT            PIC 9(4) VALUE 0.
       01  WS-FILE-TOTAL               PIC 9(7) VALUE 0.
       01  WS-LIST-FAILURES            PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Event Hubs capture reconciliation starting"
           MOVE SPACES TO AZURE-CONFIG
           CALL 'AZUREAUTH' USING BY REFERENCE AZURE-CONFIG
                                               AZURE-AUTH-TOKEN
                                               WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Azure authentication failed, cannot reconcile "
                       "capture"
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF

           IF EH-CAPTURE-SA-IDX < 1
                   OR EH-CAPTURE-SA-IDX > STORAGE-COUNT
                   OR EH-CAPTURE-CONTAINER = SPACES
                   OR EH-HUB-COUNT = 0
               DISPLAY "Event Hubs capture is not configured - "
                       "nothing to reconcile"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-CAPREC-SETTINGS
           PERFORM DETERMINE-CLOUD-ENDPOINT
           PERFORM RESOLVE-NAMES
           STRING 'Bearer ' ACCESS-TOKEN
               DELIMITED BY SIZE INTO AUTHORIZATION
           END-STRING
           PERFORM WRITE-AUTH-HEADER-FILE

           OPEN OUTPUT RECON-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM VARYING WS-HUB-IDX FROM 1 BY 1
                   UNTIL WS-HUB-IDX > EH-HUB-COUNT
                      OR WS-HUB-IDX > 5
               IF EH-HUB-NAME(WS-HUB-IDX) NOT = SPACES
                   PERFORM RECONCILE-ONE-HUB
               END-IF
           END-PERFORM
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE RECON-REPORT-FILE

           DISPLAY "Capture reconciliation written to "
                   "eh-capture-recon.txt"
           IF WS-FINDING-COUNT > 99
               MOVE 99 TO RETURN-CODE
           ELSE
               MOVE WS-FINDING-COUNT TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-CAPREC-SETTINGS.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           MOVE SPACES TO WS-NUM-TEXT
           ACCEPT WS-NUM-TEXT FROM ENVIRONMENT 'AZURE_EH_CAPREC_DATE'
           IF WS-NUM-TEXT(1:8) IS NUMERIC
               MOVE WS-NUM-TEXT(1:8) TO WS-RECON-DATE8
           ELSE
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE8) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                   TO WS-RECON-DATE8
           END-IF
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RECON-DATE8) + 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO WS-NEXT-DATE8
           MOVE SPACES TO WS-RECON-ISO WS-NEXT-ISO
           STRING WS-RECON-DATE8(1:4) '-' WS-RECON-DATE8(5:2) '-'
                  WS-RECON-DATE8(7:2)
               DELIMITED BY SIZE INTO WS-RECON-ISO
           END-STRING
           STRING WS-NEXT-DATE8(1:4) '-' WS-NEXT-DATE8(5:2) '-'
                  WS-NEXT-DATE8(7:2)
               DELIMITED BY SIZE INTO WS-NEXT-ISO
           END-STRING

           MOVE SPACES TO WS-NUM-TEXT
           ACCEPT WS-NUM-TEXT FROM ENVIRONMENT
               'AZURE_EH_CAPREC_EMPTY_BYTES'
           IF WS-NUM-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-NUM-TEXT) TO WS-EMPTY-BYTES
           END-IF
           MOVE SPACES TO WS-NUM-TEXT
           ACCEPT WS-NUM-TEXT FROM ENVIRONMENT
               'AZURE_EH_CAPREC_SIZE_FACTOR'
           IF WS-NUM-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-NUM-TEXT) TO WS-SIZE-FACTOR
           END-IF
           IF WS-SIZE-FACTOR < 2
               MOVE 2 TO WS-SIZE-FACTOR
           END-IF.

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

      *> Mirrors EVENTHUBS.cbl's naming of the namespace and the
      *> capture account
       RESOLVE-NAMES.
           MOVE 'EH' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-EH-NAME
           MOVE SPACES TO WS-NAME-REQ
           STRING 'SA|' SA-NAME-PREFIX(EH-CAPTURE-SA-IDX)
                  '|' EH-CAPTURE-SA-IDX
               DELIMITED BY SIZE INTO WS-NAME-REQ
           END-STRING
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-SA-NAME.

       RECONCILE-ONE-HUB.
           DISPLAY "  Hub " FUNCTION TRIM(EH-HUB-NAME(WS-HUB-IDX))
           INITIALIZE WS-WINDOW-TABLE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Hub ' FUNCTION TRIM(EH-HUB-NAME(WS-HUB-IDX))
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM FETCH-HUB-TRAFFIC

           MOVE EH-HUB-PARTITIONS(WS-HUB-IDX) TO WS-PART-LIMIT
           IF WS-PART-LIMIT = 0
               MOVE 4 TO WS-PART-LIMIT
           END-IF
           PERFORM VARYING WS-PART-NO FROM 0 BY 1
                   UNTIL WS-PART-NO >= WS-PART-LIMIT
               MOVE WS-PART-NO TO WS-PART-EDIT
               MOVE FUNCTION TRIM(WS-PART-EDIT) TO WS-PART-TEXT
               PERFORM LIST-PARTITION-CAPTURE
               IF WS-LIST-OK = 'Y'
                   PERFORM CHECK-PARTITION-GAPS
                   PERFORM CHECK-PARTITION-SIZES
               END-IF
           END-PERFORM

           IF WS-METRICS-READ = 'Y'
               PERFORM CHECK-EMPTY-WINDOWS
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  incoming-message metric unavailable - '
                      'empty windows not checked'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE.

      *> The hub's IncomingMessages at five-minute grain for the day,
      *> reduced by shell to "HH MM total" per point; points with no
      *> data carry no total and stay at zero
       FETCH-HUB-TRAFFIC.
           MOVE 'N' TO WS-METRICS-READ
           MOVE SPACES TO WS-OP-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o ehcaprec_metric.json'
                  ' -w ' "'%{http_code}'"
                  ' -H @ehcaprec_auth.txt'
                  " '" FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/' SUBSCRIPTION-ID
                  '/resourceGroups/' FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.EventHub/namespaces/'
                  FUNCTION TRIM(WS-EH-NAME)
                  '/providers/microsoft.insights/metrics'
                  '?api-version=2018-01-01'
                  '&metricnames=IncomingMessages&aggregation=Total'
                  '&interval=PT5M&timespan='
                  WS-RECON-ISO 'T00:00:00Z/' WS-NEXT-ISO 'T00:00:00Z'
                  '&$filter=EntityName%20eq%20%27'
                  FUNCTION TRIM(EH-HUB-NAME(WS-HUB-IDX)) '%27'
                  "'" ' > ehcaprec_status.txt'
               DELIMITED BY SIZE INTO WS-OP-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-OP-CMD
           END-CALL
           PERFORM READ-CAPREC-STATUS
           IF HTTP-STATUS-CODE NOT = 200
               DISPLAY "    cannot read IncomingMessages (status "
                       HTTP-STATUS-CODE ")"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-OP-CMD
           STRING 'grep -o '
                  "'" '"timeStamp":"[^"]*","total":[0-9.]*' "'"
                  ' ehcaprec_metric.json'
                  ' | sed -e ' "'"
                  's/.*T\([0-9][0-9]\):\([0-9][0-9]\).*:/\1 \2 /'
                  "'"
                  ' > ehcaprec_metric.txt'
               DELIMITED BY SIZE INTO WS-OP-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-OP-CMD
           END-CALL

           OPEN INPUT METRIC-LIST-FILE
           IF WS-METRIC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-METRICS-READ
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ METRIC-LIST-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM LOAD-ONE-METRIC-POINT
               END-READ
           END-PERFORM
           CLOSE METRIC-LIST-FILE.

       LOAD-ONE-METRIC-POINT.
           MOVE SPACES TO WS-METRIC-HH WS-METRIC-MM WS-METRIC-TOTAL
           UNSTRING METRIC-LIST-RECORD DELIMITED BY ' '
               INTO WS-METRIC-HH WS-METRIC-MM WS-METRIC-TOTAL
           END-UNSTRING
           IF WS-METRIC-HH(1:2) IS NOT NUMERIC
                   OR WS-METRIC-MM(1:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-METRIC-HH(1:2) TO WS-SEG-HH
           MOVE WS-METRIC-MM(1:2) TO WS-SEG-MM
           PERFORM SET-WINDOW-INDEX
           IF WS-METRIC-TOTAL NOT = SPACES
               ADD FUNCTION NUMVAL(WS-METRIC-TOTAL)
                   TO WS-WIN-TRAFFIC(WS-WIN-IDX)
           END-IF.

       SET-WINDOW-INDEX.
           COMPUTE WS-WIN-IDX = (WS-SEG-HH * 60 + WS-SEG-MM)
               / WS-WINDOW-MINUTES + 1
           IF WS-WIN-IDX > WS-WINDOWS-PER-DAY
               MOVE WS-WINDOWS-PER-DAY TO WS-WIN-IDX
           END-IF.

      *> One partition's folder for the day; the shell turns the
      *> listing into name|size lines
       LIST-PARTITION-CAPTURE.
           MOVE 'N' TO WS-LIST-OK
           MOVE 0 TO WS-FILE-COUNT
           MOVE SPACES TO WS-BLOB-PREFIX
           STRING FUNCTION TRIM(WS-EH-NAME) '/'
                  FUNCTION TRIM(EH-HUB-NAME(WS-HUB-IDX)) '/'
                  FUNCTION TRIM(WS-PART-TEXT) '/'
                  WS-RECON-DATE8(1:4) '/' WS-RECON-DATE8(5:2) '/'
                  WS-RECON-DATE8(7:2) '/'
               DELIMITED BY SIZE INTO WS-BLOB-PREFIX
           END-STRING
           MOVE SPACES TO HTTP-URL
           STRING 'https://' FUNCTION TRIM(WS-SA-NAME)
                  '.blob.core.windows.net/'
                  FUNCTION TRIM(EH-CAPTURE-CONTAINER)
                  '?restype=container&comp=list&maxresults=5000'
                  '&prefix=' FUNCTION TRIM(WS-BLOB-PREFIX)
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           MOVE SPACES TO WS-OP-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o ehcaprec_response.xml'
                  ' -w ' "'%{http_code}'"
                  ' -H @ehcaprec_auth.txt'
                  ' -H ' "'x-ms-version: 2021-08-06'"
                  " '" FUNCTION TRIM(HTTP-URL) "'"
                  ' > ehcaprec_status.txt'
               DELIMITED BY SIZE INTO WS-OP-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-OP-CMD
           END-CALL
           PERFORM READ-CAPREC-STATUS
           IF HTTP-STATUS-CODE NOT = 200
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  partition ' WS-PART-TEXT
                      ': cannot list capture folder (status '
                      HTTP-STATUS-CODE ')'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
               ADD 1 TO WS-LIST-FAILURES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-OP-CMD
           STRING 'tr ' "'<' '\n'" ' < ehcaprec_response.xml'
                  ' | grep -E ' "'^(Name|Content-Length)>'"
                  ' | sed ' "'s/^[^>]*>//'"
                  ' | paste -d' "'|'" ' - -'
                  ' > ehcaprec_list.txt'
               DELIMITED BY SIZE INTO WS-OP-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-OP-CMD
           END-CALL

           OPEN INPUT BLOB-LIST-FILE
           IF WS-LIST-STATUS NOT = '00'
               ADD 1 TO WS-LIST-FAILURES
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-LIST-OK
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ BLOB-LIST-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM LOAD-ONE-CAPTURE-FILE
               END-READ
           END-PERFORM
           CLOSE BLOB-LIST-FILE
           ADD WS-FILE-COUNT TO WS-FILE-TOTAL.

      *> Segments 7 and 8 of the capture name are the hour and minute
      *> the window was written
       LOAD-ONE-CAPTURE-FILE.
           MOVE SPACES TO WS-LIST-NAME WS-LIST-SIZE WS-SEG-TABLE
           UNSTRING BLOB-LIST-RECORD DELIMITED BY '|'
               INTO WS-LIST-NAME WS-LIST-SIZE
           END-UNSTRING
           UNSTRING WS-LIST-NAME DELIMITED BY '/'
               INTO WS-SEG(1) WS-SEG(2) WS-SEG(3) WS-SEG(4)
                    WS-SEG(5) WS-SEG(6) WS-SEG(7) WS-SEG(8)
                    WS-SEG(9)
           END-UNSTRING
           IF WS-SEG(7)(1:2) IS NOT NUMERIC
                   OR WS-SEG(8)(1:2) IS NOT NUMERIC
                   OR WS-FILE-COUNT >= 1000
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEG(7)(1:2) TO WS-SEG-HH
           MOVE WS-SEG(8)(1:2) TO WS-SEG-MM
           ADD 1 TO WS-FILE-COUNT
           COMPUTE WS-FILE-MINUTE(WS-FILE-COUNT) =
               WS-SEG-HH * 60 + WS-SEG-MM
           MOVE FUNCTION NUMVAL(WS-LIST-SIZE)
               TO WS-FILE-SIZE(WS-FILE-COUNT)
           PERFORM SET-WINDOW-INDEX
           ADD 1 TO WS-WIN-FILES(WS-WIN-IDX)
           IF WS-FILE-SIZE(WS-FILE-COUNT) > WS-EMPTY-BYTES
               ADD 1 TO WS-WIN-FULL(WS-WIN-IDX)
           END-IF.

      *> Capture writes a file every window, empty or not, so more
      *> than two windows between files - or between midnight and
      *> the first or last file - means windows went missing
       CHECK-PARTITION-GAPS.
           IF WS-FILE-COUNT = 0
               ADD 1 TO WS-FINDING-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  MISSING partition ' WS-PART-TEXT
                      ': no capture files at all for the day ('
                      WS-WINDOWS-PER-DAY ' windows)'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PREV-MINUTE
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
               MOVE WS-PREV-MINUTE TO WS-GAP-FROM
               MOVE WS-FILE-MINUTE(WS-FILE-IDX) TO WS-GAP-TO
               PERFORM REPORT-GAP-IF-ANY
               MOVE WS-FILE-MINUTE(WS-FILE-IDX) TO WS-PREV-MINUTE
           END-PERFORM
           MOVE WS-PREV-MINUTE TO WS-GAP-FROM
           MOVE 1440 TO WS-GAP-TO
           PERFORM REPORT-GAP-IF-ANY.

       REPORT-GAP-IF-ANY.
           IF WS-GAP-TO - WS-GAP-FROM <= 2 * WS-WINDOW-MINUTES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-GAP-WINDOWS = (WS-GAP-TO - WS-GAP-FROM)
               / WS-WINDOW-MINUTES - 1
           ADD 1 TO WS-FINDING-COUNT
           MOVE WS-GAP-FROM TO WS-CLOCK-MINUTES
           PERFORM FORMAT-CLOCK
           MOVE WS-CLOCK-TEXT TO WS-FROM-TEXT
           MOVE WS-GAP-TO TO WS-CLOCK-MINUTES
           PERFORM FORMAT-CLOCK
           MOVE WS-CLOCK-TEXT TO WS-TO-TEXT
           MOVE WS-GAP-WINDOWS TO WS-SHOW-WINDOWS
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  MISSING partition ' WS-PART-TEXT
                  ': no capture between ' WS-FROM-TEXT ' and '
                  WS-TO-TEXT ' (about '
                  FUNCTION TRIM(WS-SHOW-WINDOWS) ' window(s))'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE.

      *> Sizes against the partition's own average non-empty file;
      *> the first ten outliers are listed, the rest counted
       CHECK-PARTITION-SIZES.
           MOVE 0 TO WS-SIZE-TOTAL WS-SIZE-FILES WS-SIZE-SHOWN
                     WS-SIZE-OUTLIERS
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
               IF WS-FILE-SIZE(WS-FILE-IDX) > WS-EMPTY-BYTES
                   ADD 1 TO WS-SIZE-FILES
                   ADD WS-FILE-SIZE(WS-FILE-IDX) TO WS-SIZE-TOTAL
               END-IF
           END-PERFORM
           IF WS-SIZE-FILES < 2
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SIZE-AVERAGE = WS-SIZE-TOTAL / WS-SIZE-FILES
           MOVE WS-SIZE-AVERAGE TO WS-SHOW-AVERAGE
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
               IF WS-FILE-SIZE(WS-FILE-IDX) > WS-EMPTY-BYTES
                   AND (WS-FILE-SIZE(WS-FILE-IDX)
                           > WS-SIZE-AVERAGE * WS-SIZE-FACTOR
                     OR WS-FILE-SIZE(WS-FILE-IDX) * WS-SIZE-FACTOR
                           < WS-SIZE-AVERAGE)
                   PERFORM REPORT-SIZE-OUTLIER
               END-IF
           END-PERFORM
           IF WS-SIZE-OUTLIERS > WS-SIZE-SHOWN
               MOVE WS-SIZE-OUTLIERS TO WS-SHOW-WINDOWS
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  SIZE    partition ' WS-PART-TEXT ': '
                      FUNCTION TRIM(WS-SHOW-WINDOWS)
                      ' unusual file(s) in all'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       REPORT-SIZE-OUTLIER.
           ADD 1 TO WS-SIZE-OUTLIERS
           ADD 1 TO WS-FINDING-COUNT
           IF WS-SIZE-SHOWN >= 10
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SIZE-SHOWN
           MOVE WS-FILE-MINUTE(WS-FILE-IDX) TO WS-CLOCK-MINUTES
           PERFORM FORMAT-CLOCK
           MOVE WS-FILE-SIZE(WS-FILE-IDX) TO WS-SHOW-SIZE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  SIZE    partition ' WS-PART-TEXT ' at '
                  WS-CLOCK-TEXT ': ' FUNCTION TRIM(WS-SHOW-SIZE)
                  ' bytes against a day average of '
                  FUNCTION TRIM(WS-SHOW-AVERAGE)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE.

      *> Windows where files landed but none held data although the
      *> hub took messages, reported as runs of consecutive windows
       CHECK-EMPTY-WINDOWS.
           MOVE 0 TO WS-RUN-START WS-RUN-TRAFFIC
           PERFORM VARYING WS-WIN-IDX FROM 1 BY 1
                   UNTIL WS-WIN-IDX > WS-WINDOWS-PER-DAY
               IF WS-WIN-FILES(WS-WIN-IDX) > 0
                       AND WS-WIN-FULL(WS-WIN-IDX) = 0
                       AND WS-WIN-TRAFFIC(WS-WIN-IDX) > 0
                   IF WS-RUN-START = 0
                       MOVE WS-WIN-IDX TO WS-RUN-START
                   END-IF
                   ADD WS-WIN-TRAFFIC(WS-WIN-IDX) TO WS-RUN-TRAFFIC
               ELSE
                   IF WS-RUN-START > 0
                       PERFORM REPORT-EMPTY-RUN
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RUN-START > 0
               PERFORM REPORT-EMPTY-RUN
           END-IF.

       REPORT-EMPTY-RUN.
           ADD 1 TO WS-FINDING-COUNT
           COMPUTE WS-CLOCK-MINUTES = (WS-RUN-START - 1)
               * WS-WINDOW-MINUTES
           PERFORM FORMAT-CLOCK
           MOVE WS-CLOCK-TEXT TO WS-FROM-TEXT
           COMPUTE WS-CLOCK-MINUTES = (WS-WIN-IDX - 1)
               * WS-WINDOW-MINUTES
           PERFORM FORMAT-CLOCK
           MOVE WS-CLOCK-TEXT TO WS-TO-TEXT
           MOVE WS-RUN-TRAFFIC TO WS-SHOW-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  EMPTY   ' WS-FROM-TEXT '-' WS-TO-TEXT
                  ': every partition captured nothing while the hub '
                  'took ' FUNCTION TRIM(WS-SHOW-COUNT) ' message(s)'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 0 TO WS-RUN-START WS-RUN-TRAFFIC.

       FORMAT-CLOCK.
           IF WS-CLOCK-MINUTES >= 1440
               MOVE '24:00' TO WS-CLOCK-TEXT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CLOCK-HH = WS-CLOCK-MINUTES / 60
           COMPUTE WS-CLOCK-MM = WS-CLOCK-MINUTES
               - WS-CLOCK-HH * 60
           MOVE SPACES TO WS-CLOCK-TEXT
           STRING WS-CLOCK-HH ':' WS-CLOCK-MM
               DELIMITED BY SIZE INTO WS-CLOCK-TEXT
           END-STRING.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Event Hubs capture reconciliation for '
                  WS-RECON-ISO ' - namespace '
                  FUNCTION TRIM(WS-EH-NAME)
                  ' (environment ' FUNCTION TRIM(ENV-NAME) ')'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Capture files in ' FUNCTION TRIM(WS-SA-NAME) '/'
                  FUNCTION TRIM(EH-CAPTURE-CONTAINER) ', '
                  WS-WINDOW-MINUTES '-minute windows'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Findings: ' WS-FINDING-COUNT
                  '   capture files seen: ' WS-FILE-TOTAL
                  '   listings failed: ' WS-LIST-FAILURES
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY "Findings: " WS-FINDING-COUNT
                   ", capture files seen: " WS-FILE-TOTAL
                   ", listings failed: " WS-LIST-FAILURES.

       READ-CAPREC-STATUS.
           MOVE 0 TO HTTP-STATUS-CODE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CAPREC-STATUS-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CAPREC-STATUS-FILE INTO CAPREC-STATUS-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE FUNCTION NUMVAL(CAPREC-STATUS-RECORD)
                           TO HTTP-STATUS-CODE
               END-READ
           END-PERFORM
           CLOSE CAPREC-STATUS-FILE.

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

       END PROGRAM AZUREEHCAPREC.

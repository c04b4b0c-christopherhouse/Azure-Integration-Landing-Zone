       IDENTIFICATION DIVISION.
       PROGRAM-ID. AZUREEHLAG.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Event Hubs consumer group lag monitor. EVENTHUBS creates the
      *> hubs and the consumer groups in EH-CG-INFO, but nothing said
      *> when a downstream reader fell behind - and once a reader is
      *> further back than EH-HUB-RETENTION days its events are gone
      *> without a trace. Run on a schedule, this program reads every
      *> partition's end sequence number and every configured consumer
      *> group's checkpoint for it, as the event processor clients
      *> keep them in the blob checkpoint store
      *>   EH_CHECKPOINT_SA=<storage slot>  EH_CHECKPOINT_CONTAINER=
      *>   <ns>.servicebus.windows.net/<hub>/<group>/checkpoint/<n>
      *> (sequencenumber metadata), and writes eh-lag-report.txt with
      *> the lag in events and in minutes per hub, group and
      *> partition. Each sample is appended to eh-lag-history.dat
      *>   time|hub|group|partition|end|checkpoint|lag|minutes|verdict
      *> and samples older than AZURE_EH_HISTORY_DAYS (default 7) are
      *> dropped. The minutes figure comes from that history: the
      *> oldest unread event was enqueued after the last sample in
      *> which the partition's end had not yet passed the checkpoint,
      *> so it is good to within one sampling interval; without such
      *> a sample the checkpoint's own age stands in for it.
      *> A group's trend is the change since its previous sample.
      *> It is AT RISK when its oldest unread event is projected to
      *> pass the retention window before the group catches up, and
      *> PAST RETENTION when it already has. Either is raised through
      *> NOTIFYROUTE (event EHLAG, WARN / CRIT) when the group enters
      *> it, with an INFO when it clears. The exit code is the number
      *> of groups at risk or past retention.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAG-STATUS-FILE ASSIGN TO "ehlag_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LAG-RESPONSE-FILE ASSIGN TO "ehlag_response.xml"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "ehlag_ckpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.
           SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO "eh-lag-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT NEW-HISTORY-FILE ASSIGN TO "ehlag_history.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LAG-REPORT-FILE ASSIGN TO "eh-lag-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTH-HEADER-FILE ASSIGN TO "ehlag_auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LAG-STATUS-FILE.
       01  LAG-STATUS-RECORD           PIC X(8).

       FD  LAG-RESPONSE-FILE.
       01  LAG-RESPONSE-RECORD         PIC X(4096).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD           PIC X(64).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD              PIC X(200).

       FD  NEW-HISTORY-FILE.
       01  NEW-HISTORY-RECORD          PIC X(200).

       FD  LAG-REPORT-FILE.
       01  LAG-REPORT-RECORD           PIC X(160).

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
       01  WS-CHECKPOINT-STATUS        PIC XX.
       01  WS-HISTORY-STATUS           PIC XX.
       01  WS-EH-NAME                  PIC X(64).
       01  WS-EH-NAME-LOWER            PIC X(64).
       01  WS-SA-NAME                  PIC X(64).
       01  WS-RESPONSE-LINE            PIC X(4096).
       01  WS-TEMP-BEFORE              PIC X(4096).
       01  WS-TEMP-AFTER               PIC X(4096).
       01  WS-FIELD-TEXT               PIC X(32).
       01  WS-OP-CMD                   PIC X(1024).
       01  WS-REPORT-LINE              PIC X(160).
       01  WS-NUM-TEXT                 PIC X(8).
       01  WS-HISTORY-DAYS             PIC 9(3) VALUE 7.
       01  WS-KEEP-FROM-MINUTES        PIC 9(11).

      *> Clock and ISO-to-minutes conversion
       01  WS-CURRENT-DATE8            PIC 9(8).
       01  WS-CURRENT-CLOCK8           PIC 9(8).
       01  WS-ISO-NOW                  PIC X(20).
       01  WS-NOW-MINUTES              PIC 9(11).
       01  WS-CONV-ISO                 PIC X(20).
       01  WS-CONV-DATE8               PIC 9(8).
       01  WS-CONV-HH                  PIC 9(2).
       01  WS-CONV-MM                  PIC 9(2).
       01  WS-CONV-MINUTES             PIC 9(11).

      *> The hub, group and partition in hand; names as the
      *> checkpoint store writes them, lower case
       01  WS-HUB-IDX                  PIC 9(2).
       01  WS-CG-IDX                   PIC 9(2).
       01  WS-PART-NO                  PIC 9(2).
       01  WS-PART-LIMIT               PIC 9(2).
       01  WS-PART-EDIT                PIC Z9.
       01  WS-PART-TEXT                PIC X(2).
       01  WS-HUB-LOWER                PIC X(50).
       01  WS-CG-LOWER                 PIC X(50).

      *> End sequence number of each hub's partitions, slot
      *> (hub - 1) * 32 + partition + 1
       01  WS-PART-TABLE.
           05  WS-PART-ENTRY OCCURS 160 TIMES.
               10  WS-PART-READ        PIC X.
               10  WS-PART-END         PIC 9(18).
       01  WS-PART-IDX                 PIC 9(3).

      *> One slot per hub, group and partition:
      *> ((hub - 1) * 3 + group - 1) * 32 + partition + 1
       01  WS-LAG-TABLE.
           05  WS-LAG-ENTRY OCCURS 480 TIMES.
      *>       Y read, N no checkpoint yet, F could not be read
               10  WS-LAG-STATE        PIC X.
               10  WS-LAG-CKPT         PIC 9(18).
               10  WS-LAG-CKPT-AT      PIC 9(11).
               10  WS-LAG-CLEAR-AT     PIC 9(11).
               10  WS-LAG-EVENTS       PIC 9(18).
               10  WS-LAG-MINUTES      PIC 9(7).
       01  WS-LAG-IDX                  PIC 9(3).

      *> One slot per hub and group: (hub - 1) * 3 + group
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 15 TIMES.
               10  WS-GRP-MEASURED     PIC 9(2).
               10  WS-GRP-EVENTS       PIC 9(18).
               10  WS-GRP-MINUTES      PIC 9(7).
               10  WS-GRP-PREV-AT      PIC 9(11).
               10  WS-GRP-PREV-EVENTS  PIC 9(18).
               10  WS-GRP-PREV-MINUTES PIC 9(7).
               10  WS-GRP-PREV-FLAG    PIC X.
      *>       C past retention, W at risk, - otherwise
               10  WS-GRP-FLAG         PIC X.
               10  WS-GRP-VERDICT      PIC X(80).
       01  WS-GRP-IDX                  PIC 9(2).

      *> One history line, split
       01  WS-HIST-LINE                PIC X(200).
       01  WS-HIST-TIME                PIC X(20).
       01  WS-HIST-HUB                 PIC X(50).
       01  WS-HIST-CG                  PIC X(50).
       01  WS-HIST-PART-TEXT           PIC X(4).
       01  WS-HIST-END-TEXT            PIC X(20).
       01  WS-HIST-CKPT-TEXT           PIC X(20).
       01  WS-HIST-LAG-TEXT            PIC X(20).
       01  WS-HIST-MIN-TEXT            PIC X(8).
       01  WS-HIST-FLAG                PIC X.
       01  WS-ROW-MINUTES              PIC 9(11).
       01  WS-ROW-END                  PIC 9(18).
       01  WS-ROW-EVENTS               PIC 9(18).
       01  WS-ROW-LAG-MINUTES          PIC 9(7).
       01  WS-ROW-HUB-IDX              PIC 9(2).
       01  WS-ROW-CG-IDX               PIC 9(2).
       01  WS-ROW-PART-NO              PIC 9(2).

      *> Trend arithmetic for one group
       01  WS-RETENTION-DAYS           PIC 9(2).
       01  WS-RETENTION-MINUTES        PIC 9(7).
       01  WS-ELAPSED                  PIC 9(11).
       01  WS-AGE-GROWTH               PIC S9(9).
       01  WS-CATCHUP-MINUTES          PIC 9(11).
       01  WS-PROJECTED-AGE            PIC 9(11).
       01  WS-BREACH-MINUTES           PIC 9(11).
       01  WS-SHOW-MINUTES             PIC Z(10)9.
       01  WS-SHOW-EVENTS              PIC Z(17)9.
       01  WS-SHOW-CKPT                PIC Z(17)9.
       01  WS-SHOW-AGE                 PIC Z(6)9.
       01  WS-RISK-COUNT               PIC 9(2) VALUE 0.
       01  WS-READ-FAILURES            PIC 9(3) VALUE 0.

       01  WS-NOTIFY-EVENT             PIC X(12) VALUE 'EHLAG'.
       01  WS-NOTIFY-SEVERITY          PIC X(8).
       01  WS-NOTIFY-MESSAGE           PIC X(256).
       01  WS-NOTIFY-RC                PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Event Hubs consumer lag monitor starting"
           MOVE SPACES TO AZURE-CONFIG
           CALL 'AZUREAUTH' USING BY REFERENCE AZURE-CONFIG
                                               AZURE-AUTH-TOKEN
                                               WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Azure authentication failed, cannot read "
                       "consumer lag"
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF

           IF EH-HUB-COUNT = 0
               DISPLAY "No event hubs configured - nothing to check"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           IF EH-CHECKPOINT-SA-IDX < 1
                   OR EH-CHECKPOINT-SA-IDX > STORAGE-COUNT
                   OR EH-CHECKPOINT-CONTAINER = SPACES
               DISPLAY "No checkpoint store configured - set "
                       "EH_CHECKPOINT_SA and EH_CHECKPOINT_CONTAINER"
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-LAG-SETTINGS
           PERFORM RESOLVE-CLOCK
           PERFORM RESOLVE-NAMES
           STRING 'Bearer ' ACCESS-TOKEN
               DELIMITED BY SIZE INTO AUTHORIZATION
           END-STRING
           PERFORM WRITE-AUTH-HEADER-FILE

           INITIALIZE WS-PART-TABLE WS-LAG-TABLE WS-GROUP-TABLE
           PERFORM VARYING WS-HUB-IDX FROM 1 BY 1
                   UNTIL WS-HUB-IDX > EH-HUB-COUNT
                      OR WS-HUB-IDX > 5
               IF EH-HUB-NAME(WS-HUB-IDX) NOT = SPACES
                   PERFORM SAMPLE-ONE-HUB
               END-IF
           END-PERFORM

      *> The retained history is copied forward and this sample
      *> appended, then the copy replaces the history
           OPEN OUTPUT NEW-HISTORY-FILE
           PERFORM LOAD-LAG-HISTORY
           PERFORM VARYING WS-LAG-IDX FROM 1 BY 1
                   UNTIL WS-LAG-IDX > 480
               IF WS-LAG-STATE(WS-LAG-IDX) = 'Y'
                   PERFORM RESOLVE-LAG-MINUTES
               END-IF
           END-PERFORM

           OPEN OUTPUT LAG-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM VARYING WS-HUB-IDX FROM 1 BY 1
                   UNTIL WS-HUB-IDX > EH-HUB-COUNT
                      OR WS-HUB-IDX > 5
               IF EH-HUB-NAME(WS-HUB-IDX) NOT = SPACES
                   PERFORM REPORT-ONE-HUB
               END-IF
           END-PERFORM
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE LAG-REPORT-FILE
           CLOSE NEW-HISTORY-FILE
           MOVE SPACES TO WS-OP-CMD
           STRING 'mv ehlag_history.tmp eh-lag-history.dat'
               DELIMITED BY SIZE INTO WS-OP-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-OP-CMD
           END-CALL

           DISPLAY "Consumer lag report written to eh-lag-report.txt"
           MOVE WS-RISK-COUNT TO RETURN-CODE
           STOP RUN.

       READ-LAG-SETTINGS.
           MOVE SPACES TO WS-NUM-TEXT
           ACCEPT WS-NUM-TEXT FROM ENVIRONMENT 'AZURE_EH_HISTORY_DAYS'
           IF WS-NUM-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-NUM-TEXT) TO WS-HISTORY-DAYS
           END-IF
           IF WS-HISTORY-DAYS = 0
               MOVE 7 TO WS-HISTORY-DAYS
           END-IF
           IF CURL-TIMEOUT-SECS > 0
               MOVE CURL-TIMEOUT-SECS TO WS-CURL-MAX-TIME
           END-IF.

       RESOLVE-CLOCK.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-CLOCK8 FROM TIME
           MOVE SPACES TO WS-ISO-NOW
           STRING WS-CURRENT-DATE8(1:4) '-' WS-CURRENT-DATE8(5:2) '-'
                  WS-CURRENT-DATE8(7:2) 'T' WS-CURRENT-CLOCK8(1:2) ':'
                  WS-CURRENT-CLOCK8(3:2) ':' WS-CURRENT-CLOCK8(5:2)
                  'Z'
               DELIMITED BY SIZE INTO WS-ISO-NOW
           END-STRING
           MOVE WS-ISO-NOW TO WS-CONV-ISO
           PERFORM ISO-TO-MINUTES
           MOVE WS-CONV-MINUTES TO WS-NOW-MINUTES
           COMPUTE WS-KEEP-FROM-MINUTES = WS-NOW-MINUTES
               - (WS-HISTORY-DAYS * 1440).

       RESOLVE-NAMES.
           MOVE 'EH' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-EH-NAME
           MOVE WS-EH-NAME TO WS-EH-NAME-LOWER
           INSPECT WS-EH-NAME-LOWER CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           MOVE SPACES TO WS-NAME-REQ
           STRING 'SA|' SA-NAME-PREFIX(EH-CHECKPOINT-SA-IDX)
                  '|' EH-CHECKPOINT-SA-IDX
               DELIMITED BY SIZE INTO WS-NAME-REQ
           END-STRING
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-SA-NAME.

      *> Partitions are numbered from 0; EVENTHUBS creates four when
      *> the count is not configured
       SAMPLE-ONE-HUB.
           MOVE EH-HUB-NAME(WS-HUB-IDX) TO WS-HUB-LOWER
           INSPECT WS-HUB-LOWER CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           MOVE EH-HUB-PARTITIONS(WS-HUB-IDX) TO WS-PART-LIMIT
           IF WS-PART-LIMIT = 0
               MOVE 4 TO WS-PART-LIMIT
           END-IF
           IF WS-PART-LIMIT > 32
               MOVE 32 TO WS-PART-LIMIT
           END-IF
           DISPLAY "  Hub " FUNCTION TRIM(EH-HUB-NAME(WS-HUB-IDX))
                   ": " WS-PART-LIMIT " partition(s)"
           PERFORM VARYING WS-PART-NO FROM 0 BY 1
                   UNTIL WS-PART-NO >= WS-PART-LIMIT
               PERFORM SET-PARTITION-TEXT
               PERFORM READ-PARTITION-END
               IF WS-PART-READ(WS-PART-IDX) = 'Y'
                   PERFORM VARYING WS-CG-IDX FROM 1 BY 1
                           UNTIL WS-CG-IDX > EH-CG-COUNT(WS-HUB-IDX)
                              OR WS-CG-IDX > 3
                       IF EH-CG-NAME(WS-HUB-IDX, WS-CG-IDX)
                               NOT = SPACES
                           PERFORM READ-GROUP-CHECKPOINT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       SET-PARTITION-TEXT.
           MOVE WS-PART-NO TO WS-PART-EDIT
           MOVE FUNCTION TRIM(WS-PART-EDIT) TO WS-PART-TEXT
           COMPUTE WS-PART-IDX = (WS-HUB-IDX - 1) * 32
               + WS-PART-NO + 1.

      *> The partition's runtime description carries the sequence
      *> number of the last event enqueued to it
       READ-PARTITION-END.
           MOVE 'N' TO WS-PART-READ(WS-PART-IDX)
           MOVE SPACES TO HTTP-URL
           STRING 'https://' FUNCTION TRIM(WS-EH-NAME)
                  '.servicebus.windows.net/'
                  FUNCTION TRIM(EH-HUB-NAME(WS-HUB-IDX))
                  '/consumergroups/$Default/partitions/'
                  FUNCTION TRIM(WS-PART-TEXT)
                  '?api-version=2014-01'
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           MOVE SPACES TO WS-OP-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o ehlag_response.xml'
                  ' -w ' "'%{http_code}'"
                  ' -H @ehlag_auth.txt'
                  " '" FUNCTION TRIM(HTTP-URL) "'"
                  ' > ehlag_status.txt'
               DELIMITED BY SIZE INTO WS-OP-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-OP-CMD
           END-CALL
           PERFORM READ-LAG-STATUS
           IF HTTP-STATUS-CODE NOT = 200
               DISPLAY "    partition " FUNCTION TRIM(WS-PART-TEXT)
                       ": cannot read end (status "
                       HTTP-STATUS-CODE ")"
               ADD 1 TO WS-READ-FAILURES
               PERFORM MARK-PARTITION-UNREAD
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-FIELD-TEXT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LAG-RESPONSE-FILE
           IF WS-RESPONSE-STATUS = '00'
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ LAG-RESPONSE-FILE INTO WS-RESPONSE-LINE
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END PERFORM SCAN-END-SEQUENCE
                   END-READ
               END-PERFORM
               CLOSE LAG-RESPONSE-FILE
           END-IF
           IF WS-FIELD-TEXT = SPACES
               DISPLAY "    partition " FUNCTION TRIM(WS-PART-TEXT)
                       ": no end sequence number in the response"
               ADD 1 TO WS-READ-FAILURES
               PERFORM MARK-PARTITION-UNREAD
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-FIELD-TEXT)
               TO WS-PART-END(WS-PART-IDX)
           MOVE 'Y' TO WS-PART-READ(WS-PART-IDX).

       SCAN-END-SEQUENCE.
           MOVE SPACES TO WS-TEMP-AFTER
           UNSTRING WS-RESPONSE-LINE DELIMITED BY '<EndSequenceNumber>'
               INTO WS-TEMP-BEFORE WS-TEMP-AFTER
           END-UNSTRING
           IF WS-TEMP-AFTER NOT = SPACES
               UNSTRING WS-TEMP-AFTER DELIMITED BY '<'
                   INTO WS-FIELD-TEXT
               END-UNSTRING
           END-IF.

      *> Without the partition's end no group's lag on it can be
      *> measured
       MARK-PARTITION-UNREAD.
           PERFORM VARYING WS-CG-IDX FROM 1 BY 1
                   UNTIL WS-CG-IDX > EH-CG-COUNT(WS-HUB-IDX)
                      OR WS-CG-IDX > 3
               PERFORM SET-LAG-INDEX
               MOVE 'F' TO WS-LAG-STATE(WS-LAG-IDX)
           END-PERFORM.

       SET-LAG-INDEX.
           COMPUTE WS-LAG-IDX = ((WS-HUB-IDX - 1) * 3
               + WS-CG-IDX - 1) * 32 + WS-PART-NO + 1.

      *> HEAD of the group's checkpoint blob: the sequencenumber
      *> metadata is the last event the group has finished with and
      *> Last-Modified is when it said so
       READ-GROUP-CHECKPOINT.
           PERFORM SET-LAG-INDEX
           MOVE EH-CG-NAME(WS-HUB-IDX, WS-CG-IDX) TO WS-CG-LOWER
           INSPECT WS-CG-LOWER CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           MOVE SPACES TO HTTP-URL
           STRING 'https://' FUNCTION TRIM(WS-SA-NAME)
                  '.blob.core.windows.net/'
                  FUNCTION TRIM(EH-CHECKPOINT-CONTAINER) '/'
                  FUNCTION TRIM(WS-EH-NAME-LOWER)
                  '.servicebus.windows.net/'
                  FUNCTION TRIM(WS-HUB-LOWER) '/'
                  FUNCTION TRIM(WS-CG-LOWER) '/checkpoint/'
                  FUNCTION TRIM(WS-PART-TEXT)
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           MOVE SPACES TO WS-OP-CMD
           STRING 'curl -s -I -m ' WS-CURL-MAX-TIME
                  ' -o ehlag_headers.txt'
                  ' -w ' "'%{http_code}'"
                  ' -H @ehlag_auth.txt'
                  ' -H ' "'x-ms-version: 2021-08-06'"
                  " '" FUNCTION TRIM(HTTP-URL) "'"
                  ' > ehlag_status.txt'
               DELIMITED BY SIZE INTO WS-OP-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-OP-CMD
           END-CALL
           PERFORM READ-LAG-STATUS
           IF HTTP-STATUS-CODE = 404
               MOVE 'N' TO WS-LAG-STATE(WS-LAG-IDX)
               EXIT PARAGRAPH
           END-IF
           IF HTTP-STATUS-CODE NOT = 200
               DISPLAY "    " FUNCTION TRIM(WS-CG-LOWER)
                       " partition " FUNCTION TRIM(WS-PART-TEXT)
                       ": cannot read checkpoint (status "
                       HTTP-STATUS-CODE ")"
               ADD 1 TO WS-READ-FAILURES
               MOVE 'F' TO WS-LAG-STATE(WS-LAG-IDX)
               EXIT PARAGRAPH
           END-IF

      *> The shell reduces the headers to sequence|YYYYMMDDHHMM
           MOVE SPACES TO WS-OP-CMD
           STRING 'H=ehlag_headers.txt;'
                  ' S=$(tr -d ' "'\r'" ' < $H'
                  ' | grep -i ' "'^x-ms-meta-sequencenumber:'"
                  ' | cut -d: -f2 | tr -d ' "' '" ');'
                  ' M=$(tr -d ' "'\r'" ' < $H'
                  ' | grep -i ' "'^last-modified:'"
                  ' | cut -d: -f2-);'
                  ' echo "$S|$(date -u -d "$M" +%Y%m%d%H%M)"'
                  ' > ehlag_ckpt.txt'
               DELIMITED BY SIZE INTO WS-OP-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-OP-CMD
           END-CALL

           MOVE SPACES TO CHECKPOINT-RECORD
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-STATUS = '00'
               READ CHECKPOINT-FILE
                   AT END MOVE SPACES TO CHECKPOINT-RECORD
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF
           MOVE SPACES TO WS-HIST-CKPT-TEXT WS-HIST-TIME
           UNSTRING CHECKPOINT-RECORD DELIMITED BY '|'
               INTO WS-HIST-CKPT-TEXT WS-HIST-TIME
           END-UNSTRING
           IF WS-HIST-CKPT-TEXT = SPACES
               MOVE 'N' TO WS-LAG-STATE(WS-LAG-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-HIST-CKPT-TEXT)
               TO WS-LAG-CKPT(WS-LAG-IDX)
           MOVE SPACES TO WS-CONV-ISO
           STRING WS-HIST-TIME(1:4) '-' WS-HIST-TIME(5:2) '-'
                  WS-HIST-TIME(7:2) 'T' WS-HIST-TIME(9:2) ':'
                  WS-HIST-TIME(11:2)
               DELIMITED BY SIZE INTO WS-CONV-ISO
           END-STRING
           PERFORM ISO-TO-MINUTES
           MOVE WS-CONV-MINUTES TO WS-LAG-CKPT-AT(WS-LAG-IDX)
           MOVE 0 TO WS-LAG-EVENTS(WS-LAG-IDX)
           IF WS-PART-END(WS-PART-IDX) > WS-LAG-CKPT(WS-LAG-IDX)
               COMPUTE WS-LAG-EVENTS(WS-LAG-IDX) =
                   WS-PART-END(WS-PART-IDX) - WS-LAG-CKPT(WS-LAG-IDX)
           END-IF
           MOVE 'Y' TO WS-LAG-STATE(WS-LAG-IDX).

       LOAD-LAG-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ HISTORY-FILE INTO WS-HIST-LINE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM LOAD-ONE-HISTORY-LINE
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

      *> Samples past retention are dropped; the rest are copied
      *> forward and feed two things: for each partition, the last
      *> time its end had not yet passed a group's checkpoint; for
      *> each group, its totals at its most recent sample
       LOAD-ONE-HISTORY-LINE.
           MOVE SPACES TO WS-HIST-TIME WS-HIST-HUB WS-HIST-CG
                          WS-HIST-PART-TEXT WS-HIST-END-TEXT
                          WS-HIST-CKPT-TEXT WS-HIST-LAG-TEXT
                          WS-HIST-MIN-TEXT WS-HIST-FLAG
           UNSTRING WS-HIST-LINE DELIMITED BY '|'
               INTO WS-HIST-TIME WS-HIST-HUB WS-HIST-CG
                    WS-HIST-PART-TEXT WS-HIST-END-TEXT
                    WS-HIST-CKPT-TEXT WS-HIST-LAG-TEXT
                    WS-HIST-MIN-TEXT WS-HIST-FLAG
           END-UNSTRING
           MOVE WS-HIST-TIME TO WS-CONV-ISO
           PERFORM ISO-TO-MINUTES
           IF WS-CONV-MINUTES < WS-KEEP-FROM-MINUTES
               EXIT PARAGRAPH
           END-IF
           WRITE NEW-HISTORY-RECORD FROM WS-HIST-LINE
           MOVE WS-CONV-MINUTES TO WS-ROW-MINUTES
           MOVE FUNCTION NUMVAL(WS-HIST-PART-TEXT) TO WS-ROW-PART-NO
           MOVE FUNCTION NUMVAL(WS-HIST-END-TEXT) TO WS-ROW-END
           MOVE FUNCTION NUMVAL(WS-HIST-LAG-TEXT) TO WS-ROW-EVENTS
           MOVE FUNCTION NUMVAL(WS-HIST-MIN-TEXT)
               TO WS-ROW-LAG-MINUTES
           IF WS-ROW-PART-NO > 31
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-ROW-HUB-IDX WS-ROW-CG-IDX
           PERFORM VARYING WS-HUB-IDX FROM 1 BY 1
                   UNTIL WS-HUB-IDX > EH-HUB-COUNT
                      OR WS-HUB-IDX > 5
               IF EH-HUB-NAME(WS-HUB-IDX) = WS-HIST-HUB
                   MOVE WS-HUB-IDX TO WS-ROW-HUB-IDX
               END-IF
           END-PERFORM
           IF WS-ROW-HUB-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ROW-HUB-IDX TO WS-HUB-IDX
           MOVE WS-ROW-PART-NO TO WS-PART-NO
           PERFORM VARYING WS-CG-IDX FROM 1 BY 1
                   UNTIL WS-CG-IDX > EH-CG-COUNT(WS-HUB-IDX)
                      OR WS-CG-IDX > 3
               PERFORM SET-LAG-INDEX
               IF WS-LAG-STATE(WS-LAG-IDX) = 'Y'
                       AND WS-ROW-END <= WS-LAG-CKPT(WS-LAG-IDX)
                       AND WS-ROW-MINUTES > WS-LAG-CLEAR-AT(WS-LAG-IDX)
                   MOVE WS-ROW-MINUTES TO WS-LAG-CLEAR-AT(WS-LAG-IDX)
               END-IF
               IF EH-CG-NAME(WS-HUB-IDX, WS-CG-IDX) = WS-HIST-CG
                   MOVE WS-CG-IDX TO WS-ROW-CG-IDX
               END-IF
           END-PERFORM
           IF WS-ROW-CG-IDX = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-GRP-IDX = (WS-ROW-HUB-IDX - 1) * 3
               + WS-ROW-CG-IDX
           IF WS-ROW-MINUTES > WS-GRP-PREV-AT(WS-GRP-IDX)
               MOVE WS-ROW-MINUTES TO WS-GRP-PREV-AT(WS-GRP-IDX)
               MOVE 0 TO WS-GRP-PREV-EVENTS(WS-GRP-IDX)
                         WS-GRP-PREV-MINUTES(WS-GRP-IDX)
           END-IF
           IF WS-ROW-MINUTES = WS-GRP-PREV-AT(WS-GRP-IDX)
               ADD WS-ROW-EVENTS TO WS-GRP-PREV-EVENTS(WS-GRP-IDX)
               IF WS-ROW-LAG-MINUTES > WS-GRP-PREV-MINUTES(WS-GRP-IDX)
                   MOVE WS-ROW-LAG-MINUTES
                       TO WS-GRP-PREV-MINUTES(WS-GRP-IDX)
               END-IF
               MOVE WS-HIST-FLAG TO WS-GRP-PREV-FLAG(WS-GRP-IDX)
           END-IF.

      *> Minutes behind: since the partition was last seen with
      *> nothing past the checkpoint, else since the checkpoint was
      *> written
       RESOLVE-LAG-MINUTES.
           MOVE 0 TO WS-LAG-MINUTES(WS-LAG-IDX)
           IF WS-LAG-EVENTS(WS-LAG-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-LAG-CLEAR-AT(WS-LAG-IDX) > 0
               COMPUTE WS-LAG-MINUTES(WS-LAG-IDX) =
                   WS-NOW-MINUTES - WS-LAG-CLEAR-AT(WS-LAG-IDX)
           ELSE
               IF WS-LAG-CKPT-AT(WS-LAG-IDX) > 0
                       AND WS-LAG-CKPT-AT(WS-LAG-IDX)
                           < WS-NOW-MINUTES
                   COMPUTE WS-LAG-MINUTES(WS-LAG-IDX) =
                       WS-NOW-MINUTES - WS-LAG-CKPT-AT(WS-LAG-IDX)
               END-IF
           END-IF.

       REPORT-ONE-HUB.
           MOVE EH-HUB-RETENTION(WS-HUB-IDX) TO WS-RETENTION-DAYS
           IF WS-RETENTION-DAYS = 0
               MOVE 7 TO WS-RETENTION-DAYS
           END-IF
           COMPUTE WS-RETENTION-MINUTES = WS-RETENTION-DAYS * 1440
           MOVE EH-HUB-PARTITIONS(WS-HUB-IDX) TO WS-PART-LIMIT
           IF WS-PART-LIMIT = 0
               MOVE 4 TO WS-PART-LIMIT
           END-IF
           IF WS-PART-LIMIT > 32
               MOVE 32 TO WS-PART-LIMIT
           END-IF
           PERFORM VARYING WS-CG-IDX FROM 1 BY 1
                   UNTIL WS-CG-IDX > EH-CG-COUNT(WS-HUB-IDX)
                      OR WS-CG-IDX > 3
               IF EH-CG-NAME(WS-HUB-IDX, WS-CG-IDX) NOT = SPACES
                   PERFORM REPORT-ONE-GROUP
               END-IF
           END-PERFORM.

       REPORT-ONE-GROUP.
           COMPUTE WS-GRP-IDX = (WS-HUB-IDX - 1) * 3 + WS-CG-IDX
           PERFORM VARYING WS-PART-NO FROM 0 BY 1
                   UNTIL WS-PART-NO >= WS-PART-LIMIT
               PERFORM SET-LAG-INDEX
               IF WS-LAG-STATE(WS-LAG-IDX) = 'Y'
                   ADD 1 TO WS-GRP-MEASURED(WS-GRP-IDX)
                   ADD WS-LAG-EVENTS(WS-LAG-IDX)
                       TO WS-GRP-EVENTS(WS-GRP-IDX)
                   IF WS-LAG-MINUTES(WS-LAG-IDX)
                           > WS-GRP-MINUTES(WS-GRP-IDX)
                       MOVE WS-LAG-MINUTES(WS-LAG-IDX)
                           TO WS-GRP-MINUTES(WS-GRP-IDX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM JUDGE-GROUP-TREND

           MOVE WS-GRP-EVENTS(WS-GRP-IDX) TO WS-SHOW-EVENTS
           MOVE WS-GRP-MINUTES(WS-GRP-IDX) TO WS-SHOW-AGE
           MOVE SPACES TO WS-REPORT-LINE
           STRING FUNCTION TRIM(EH-HUB-NAME(WS-HUB-IDX)) ' / '
                  FUNCTION TRIM(EH-CG-NAME(WS-HUB-IDX, WS-CG-IDX))
                  ': ' FUNCTION TRIM(WS-SHOW-EVENTS)
                  ' event(s) behind, oldest unread ~'
                  FUNCTION TRIM(WS-SHOW-AGE) ' min, retention '
                  WS-RETENTION-DAYS ' day(s)'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE LAG-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' FUNCTION TRIM(WS-GRP-VERDICT(WS-GRP-IDX))
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE LAG-REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY "  " FUNCTION TRIM(EH-HUB-NAME(WS-HUB-IDX)) " / "
                   FUNCTION TRIM(EH-CG-NAME(WS-HUB-IDX, WS-CG-IDX))
                   ": " FUNCTION TRIM(WS-GRP-VERDICT(WS-GRP-IDX))

           PERFORM VARYING WS-PART-NO FROM 0 BY 1
                   UNTIL WS-PART-NO >= WS-PART-LIMIT
               PERFORM SET-LAG-INDEX
               PERFORM REPORT-ONE-PARTITION
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           WRITE LAG-REPORT-RECORD FROM WS-REPORT-LINE

           IF WS-GRP-FLAG(WS-GRP-IDX) NOT = '-'
               ADD 1 TO WS-RISK-COUNT
           END-IF
           IF WS-GRP-FLAG(WS-GRP-IDX) NOT = '-'
                   AND WS-GRP-FLAG(WS-GRP-IDX)
                       NOT = WS-GRP-PREV-FLAG(WS-GRP-IDX)
               PERFORM RAISE-GROUP-RISK
           END-IF
           IF WS-GRP-FLAG(WS-GRP-IDX) = '-'
                   AND (WS-GRP-PREV-FLAG(WS-GRP-IDX) = 'W'
                     OR WS-GRP-PREV-FLAG(WS-GRP-IDX) = 'C')
               PERFORM RAISE-GROUP-CLEAR
           END-IF.

      *> PAST RETENTION when the oldest unread event is already older
      *> than the hub keeps events. Otherwise the trend since the
      *> previous sample decides: a group working its backlog down
      *> is AT RISK if, with its oldest unread still ageing at the
      *> rate seen, that passes retention before the backlog clears;
      *> a group not working it down is AT RISK as soon as its
      *> oldest unread is ageing at all
       JUDGE-GROUP-TREND.
           MOVE '-' TO WS-GRP-FLAG(WS-GRP-IDX)
           MOVE SPACES TO WS-GRP-VERDICT(WS-GRP-IDX)
           IF WS-GRP-MEASURED(WS-GRP-IDX) = 0
               MOVE 'no checkpoints could be read'
                   TO WS-GRP-VERDICT(WS-GRP-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-GRP-EVENTS(WS-GRP-IDX) = 0
               MOVE 'caught up' TO WS-GRP-VERDICT(WS-GRP-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-GRP-MINUTES(WS-GRP-IDX) >= WS-RETENTION-MINUTES
               MOVE 'C' TO WS-GRP-FLAG(WS-GRP-IDX)
               MOVE 'PAST RETENTION - unread events are being lost'
                   TO WS-GRP-VERDICT(WS-GRP-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-GRP-PREV-AT(WS-GRP-IDX) = 0
                   OR WS-GRP-PREV-AT(WS-GRP-IDX) >= WS-NOW-MINUTES
               MOVE 'first sample - no trend yet'
                   TO WS-GRP-VERDICT(WS-GRP-IDX)
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-ELAPSED = WS-NOW-MINUTES
               - WS-GRP-PREV-AT(WS-GRP-IDX)
           COMPUTE WS-AGE-GROWTH = WS-GRP-MINUTES(WS-GRP-IDX)
               - WS-GRP-PREV-MINUTES(WS-GRP-IDX)
           IF WS-GRP-EVENTS(WS-GRP-IDX)
                   < WS-GRP-PREV-EVENTS(WS-GRP-IDX)
               COMPUTE WS-CATCHUP-MINUTES =
                   WS-GRP-EVENTS(WS-GRP-IDX) * WS-ELAPSED
                   / (WS-GRP-PREV-EVENTS(WS-GRP-IDX)
                      - WS-GRP-EVENTS(WS-GRP-IDX))
               MOVE WS-GRP-MINUTES(WS-GRP-IDX) TO WS-PROJECTED-AGE
               IF WS-AGE-GROWTH > 0
                   COMPUTE WS-PROJECTED-AGE = WS-PROJECTED-AGE
                       + WS-AGE-GROWTH * WS-CATCHUP-MINUTES
                         / WS-ELAPSED
               END-IF
               MOVE WS-CATCHUP-MINUTES TO WS-SHOW-MINUTES
               IF WS-PROJECTED-AGE >= WS-RETENTION-MINUTES
                   MOVE 'W' TO WS-GRP-FLAG(WS-GRP-IDX)
                   STRING 'AT RISK - catching up, clear in about '
                          FUNCTION TRIM(WS-SHOW-MINUTES)
                          ' min, but past retention first'
                       DELIMITED BY SIZE
                       INTO WS-GRP-VERDICT(WS-GRP-IDX)
                   END-STRING
               ELSE
                   STRING 'catching up, clear in about '
                          FUNCTION TRIM(WS-SHOW-MINUTES) ' min'
                       DELIMITED BY SIZE
                       INTO WS-GRP-VERDICT(WS-GRP-IDX)
                   END-STRING
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-AGE-GROWTH > 0
               COMPUTE WS-BREACH-MINUTES =
                   (WS-RETENTION-MINUTES - WS-GRP-MINUTES(WS-GRP-IDX))
                   * WS-ELAPSED / WS-AGE-GROWTH
               MOVE WS-BREACH-MINUTES TO WS-SHOW-MINUTES
               MOVE 'W' TO WS-GRP-FLAG(WS-GRP-IDX)
               STRING 'AT RISK - not catching up, past retention in '
                      'about ' FUNCTION TRIM(WS-SHOW-MINUTES) ' min'
                   DELIMITED BY SIZE INTO WS-GRP-VERDICT(WS-GRP-IDX)
               END-STRING
           ELSE
               MOVE 'not catching up, oldest unread holding steady'
                   TO WS-GRP-VERDICT(WS-GRP-IDX)
           END-IF.

      *> One report line and one history line per partition
       REPORT-ONE-PARTITION.
           MOVE WS-PART-NO TO WS-PART-EDIT
           MOVE FUNCTION TRIM(WS-PART-EDIT) TO WS-PART-TEXT
           COMPUTE WS-PART-IDX = (WS-HUB-IDX - 1) * 32
               + WS-PART-NO + 1
           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE WS-LAG-STATE(WS-LAG-IDX)
               WHEN 'Y'
                   MOVE WS-PART-END(WS-PART-IDX) TO WS-SHOW-EVENTS
                   MOVE WS-LAG-CKPT(WS-LAG-IDX) TO WS-SHOW-CKPT
                   STRING '    partition ' WS-PART-TEXT ': end '
                          FUNCTION TRIM(WS-SHOW-EVENTS)
                          ', checkpoint ' FUNCTION TRIM(WS-SHOW-CKPT)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   MOVE WS-LAG-EVENTS(WS-LAG-IDX) TO WS-SHOW-EVENTS
                   MOVE WS-LAG-MINUTES(WS-LAG-IDX) TO WS-SHOW-AGE
                   STRING FUNCTION TRIM(WS-REPORT-LINE TRAILING)
                          ', lag ' FUNCTION TRIM(WS-SHOW-EVENTS)
                          ' event(s) / ~' FUNCTION TRIM(WS-SHOW-AGE)
                          ' min'
                       DELIMITED BY SIZE INTO WS-TEMP-BEFORE
                   END-STRING
                   MOVE WS-TEMP-BEFORE TO WS-REPORT-LINE
                   PERFORM WRITE-HISTORY-SAMPLE
               WHEN 'N'
                   STRING '    partition ' WS-PART-TEXT
                          ': no checkpoint yet'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
               WHEN OTHER
                   STRING '    partition ' WS-PART-TEXT
                          ': could not be read'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
           END-EVALUATE
           WRITE LAG-REPORT-RECORD FROM WS-REPORT-LINE.

       WRITE-HISTORY-SAMPLE.
           MOVE SPACES TO WS-HIST-LINE
           STRING WS-ISO-NOW '|'
                  FUNCTION TRIM(EH-HUB-NAME(WS-HUB-IDX)) '|'
                  FUNCTION TRIM(EH-CG-NAME(WS-HUB-IDX, WS-CG-IDX)) '|'
                  FUNCTION TRIM(WS-PART-TEXT) '|'
                  WS-PART-END(WS-PART-IDX) '|'
                  WS-LAG-CKPT(WS-LAG-IDX) '|'
                  WS-LAG-EVENTS(WS-LAG-IDX) '|'
                  WS-LAG-MINUTES(WS-LAG-IDX) '|'
                  WS-GRP-FLAG(WS-GRP-IDX)
               DELIMITED BY SIZE INTO WS-HIST-LINE
           END-STRING
           WRITE NEW-HISTORY-RECORD FROM WS-HIST-LINE.

       RAISE-GROUP-RISK.
           IF WS-GRP-FLAG(WS-GRP-IDX) = 'C'
               MOVE 'CRIT' TO WS-NOTIFY-SEVERITY
           ELSE
               MOVE 'WARN' TO WS-NOTIFY-SEVERITY
           END-IF
           MOVE WS-GRP-EVENTS(WS-GRP-IDX) TO WS-SHOW-EVENTS
           MOVE WS-GRP-MINUTES(WS-GRP-IDX) TO WS-SHOW-AGE
           MOVE SPACES TO WS-NOTIFY-MESSAGE
           STRING 'Event Hubs consumer lag: '
                  FUNCTION TRIM(WS-EH-NAME) '/'
                  FUNCTION TRIM(EH-HUB-NAME(WS-HUB-IDX)) ' group '
                  FUNCTION TRIM(EH-CG-NAME(WS-HUB-IDX, WS-CG-IDX))
                  ' ' FUNCTION TRIM(WS-SHOW-EVENTS) ' event(s) / ~'
                  FUNCTION TRIM(WS-SHOW-AGE) ' min behind, '
                  FUNCTION TRIM(WS-GRP-VERDICT(WS-GRP-IDX))
                  ' (' FUNCTION TRIM(ENV-NAME) ')'
               DELIMITED BY SIZE INTO WS-NOTIFY-MESSAGE
           END-STRING
           CALL 'NOTIFYROUTE' USING AZURE-CONFIG
                                    WS-NOTIFY-EVENT
                                    WS-NOTIFY-SEVERITY
                                    WS-NOTIFY-MESSAGE
                                    WS-NOTIFY-RC.

       RAISE-GROUP-CLEAR.
           MOVE 'INFO' TO WS-NOTIFY-SEVERITY
           MOVE SPACES TO WS-NOTIFY-MESSAGE
           STRING 'Event Hubs consumer lag cleared: '
                  FUNCTION TRIM(WS-EH-NAME) '/'
                  FUNCTION TRIM(EH-HUB-NAME(WS-HUB-IDX)) ' group '
                  FUNCTION TRIM(EH-CG-NAME(WS-HUB-IDX, WS-CG-IDX))
                  ' ' FUNCTION TRIM(WS-GRP-VERDICT(WS-GRP-IDX))
                  ' (' FUNCTION TRIM(ENV-NAME) ')'
               DELIMITED BY SIZE INTO WS-NOTIFY-MESSAGE
           END-STRING
           CALL 'NOTIFYROUTE' USING AZURE-CONFIG
                                    WS-NOTIFY-EVENT
                                    WS-NOTIFY-SEVERITY
                                    WS-NOTIFY-MESSAGE
                                    WS-NOTIFY-RC.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Event Hubs consumer lag for namespace '
                  FUNCTION TRIM(WS-EH-NAME)
                  ' (environment ' FUNCTION TRIM(ENV-NAME) ')'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE LAG-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Sampled ' WS-ISO-NOW
                  ' against checkpoints in '
                  FUNCTION TRIM(WS-SA-NAME) '/'
                  FUNCTION TRIM(EH-CHECKPOINT-CONTAINER)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE LAG-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE LAG-REPORT-RECORD FROM WS-REPORT-LINE.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Groups at risk or past retention: ' WS-RISK-COUNT
                  '   reads failed: ' WS-READ-FAILURES
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE LAG-REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY "Groups at risk or past retention: " WS-RISK-COUNT
                   ", reads failed: " WS-READ-FAILURES.

      *> Minutes on the INTEGER-OF-DATE day count from an ISO
      *> timestamp; zero if the text is not one
       ISO-TO-MINUTES.
           MOVE 0 TO WS-CONV-MINUTES
           IF WS-CONV-ISO(1:4) IS NOT NUMERIC
                   OR WS-CONV-ISO(6:2) IS NOT NUMERIC
                   OR WS-CONV-ISO(9:2) IS NOT NUMERIC
                   OR WS-CONV-ISO(12:2) IS NOT NUMERIC
                   OR WS-CONV-ISO(15:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CONV-ISO(1:4) TO WS-CONV-DATE8(1:4)
           MOVE WS-CONV-ISO(6:2) TO WS-CONV-DATE8(5:2)
           MOVE WS-CONV-ISO(9:2) TO WS-CONV-DATE8(7:2)
           MOVE WS-CONV-ISO(12:2) TO WS-CONV-HH
           MOVE WS-CONV-ISO(15:2) TO WS-CONV-MM
           COMPUTE WS-CONV-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-CONV-DATE8) * 1440
               + WS-CONV-HH * 60 + WS-CONV-MM.

       READ-LAG-STATUS.
           MOVE 0 TO HTTP-STATUS-CODE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LAG-STATUS-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ LAG-STATUS-FILE INTO LAG-STATUS-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE FUNCTION NUMVAL(LAG-STATUS-RECORD)
                           TO HTTP-STATUS-CODE
               END-READ
           END-PERFORM
           CLOSE LAG-STATUS-FILE.

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

       END PROGRAM AZUREEHLAG.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AZURESBSTALL.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Service Bus consumer stall detector. AZUREDLQ and the
      *> dead-letter alert only see messages that have already
      *> failed; the worst incidents were consumers that silently
      *> stopped, with active messages piling up while the DLQ stayed
      *> empty. Run on a schedule, this program samples the active
      *> message count of every SB-QUEUE-NAME and every SB-SUB-NAME
      *> and appends the samples to sb-depth-history.dat
      *>   time|entity|active count|S when judged stalled, else -
      *> An entity is stalled when
      *>   - its depth has kept rising: the last AZURE_SB_STALL_SAMPLES
      *>     samples (default 4) never fell and ended higher than they
      *>     started, or
      *>   - its backlog is older than the per-entity limit in config
      *>     (SB_QUEUE_n_MAXAGE / SB_TOPIC_n_SUB_m_MAXAGE, minutes;
      *>     zero or absent means no age limit)
      *> Service Bus offers no non-destructive peek over HTTP, so the
      *> oldest message's age is taken from the history: the time
      *> since the entity was last seen empty or its depth last fell,
      *> i.e. since a consumer was last seen making progress.
      *> A newly stalled entity is raised through NOTIFYROUTE (event
      *> SBSTALL, CRIT when past its age limit, WARN for rising depth)
      *> and an INFO goes out when it recovers; an entity that stays
      *> stalled is not re-announced every sample. Samples older than
      *> AZURE_SB_HISTORY_DAYS (default 7) are dropped from the
      *> history. The exit code is the number of stalled entities.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STALL-STATUS-FILE ASSIGN TO "sbstall_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STALL-RESPONSE-FILE ASSIGN TO "sbstall_response.json"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-STATUS.
           SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO "sb-depth-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT NEW-HISTORY-FILE ASSIGN TO "sbstall_history.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTH-HEADER-FILE ASSIGN TO "sbstall_auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STALL-STATUS-FILE.
       01  STALL-STATUS-RECORD         PIC X(8).

       FD  STALL-RESPONSE-FILE.
       01  STALL-RESPONSE-RECORD       PIC X(4096).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD              PIC X(120).

       FD  NEW-HISTORY-FILE.
       01  NEW-HISTORY-RECORD          PIC X(120).

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
       01  WS-HISTORY-STATUS           PIC XX.
       01  WS-ARM-BASE-URL             PIC X(40) VALUE
               'https://management.azure.com'.
       01  WS-AV-TYPE                  PIC X(48).
       01  WS-API-VERSION              PIC X(10) VALUE '2021-06-01'.
       01  WS-SB-NAME                  PIC X(64).
       01  WS-RESPONSE-LINE            PIC X(4096).
       01  WS-TEMP-BEFORE              PIC X(4096).
       01  WS-TEMP-AFTER               PIC X(4096).
       01  WS-COUNT-TEXT               PIC X(16).
       01  WS-OP-CMD                   PIC X(256).

       01  WS-NUM-TEXT                 PIC X(8).
       01  WS-RISE-SAMPLES             PIC 9(2) VALUE 4.
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

      *> Every configured queue and subscription, with what the
      *> history says about it
       01  WS-ENT-COUNT                PIC 9(2) VALUE 0.
       01  WS-ENT-TABLE.
           05  WS-ENT-ENTRY OCCURS 30 TIMES.
               10  WS-ENT-PATH         PIC X(80).
               10  WS-ENT-MAX-AGE      PIC 9(5).
               10  WS-ENT-SAMPLES      PIC 9(2).
               10  WS-ENT-DEPTH OCCURS 10 TIMES PIC 9(9).
               10  WS-ENT-PROGRESS-AT  PIC 9(11).
               10  WS-ENT-LAST-FLAG    PIC X.
       01  WS-ENT-IDX                  PIC 9(2).
       01  WS-TOPIC-IDX                PIC 9(2).
       01  WS-SUB-IDX                  PIC 9(2).
       01  WS-DEPTH-IDX                PIC 9(2).
       01  WS-FIRST-DEPTH-IDX          PIC 9(2).

      *> One history line, or the sample just taken
       01  WS-HIST-LINE                PIC X(120).
       01  WS-HIST-TIME                PIC X(20).
       01  WS-HIST-PATH                PIC X(80).
       01  WS-HIST-DEPTH-TEXT          PIC X(12).
       01  WS-HIST-FLAG                PIC X.
       01  WS-SAMPLE-MINUTES           PIC 9(11).
       01  WS-SAMPLE-DEPTH             PIC 9(9).

      *> The verdict on one entity
       01  WS-DEPTH-RISING             PIC X.
       01  WS-AGE-EXCEEDED             PIC X.
       01  WS-BACKLOG-AGE              PIC 9(7).
       01  WS-STALLED-COUNT            PIC 9(2) VALUE 0.
       01  WS-SAMPLE-FAILURES          PIC 9(2) VALUE 0.

       01  WS-NOTIFY-EVENT             PIC X(12) VALUE 'SBSTALL'.
       01  WS-NOTIFY-SEVERITY          PIC X(8).
       01  WS-NOTIFY-MESSAGE           PIC X(256).
       01  WS-NOTIFY-RC                PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Service Bus consumer stall detector starting"
           MOVE SPACES TO AZURE-CONFIG
           CALL 'AZUREAUTH' USING BY REFERENCE AZURE-CONFIG
                                               AZURE-AUTH-TOKEN
                                               WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Azure authentication failed, cannot sample "
                       "Service Bus"
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-STALL-SETTINGS
           PERFORM DETERMINE-CLOUD-ENDPOINT
           PERFORM RESOLVE-CLOCK
           PERFORM BUILD-ENTITY-TABLE
           IF WS-ENT-COUNT = 0
               DISPLAY "No queues or subscriptions configured - "
                       "nothing to sample"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'Microsoft.ServiceBus/namespaces' TO WS-AV-TYPE
           CALL 'APIVERSIONS' USING WS-AV-TYPE WS-API-VERSION
           MOVE 'SB' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-SB-NAME
           STRING 'Bearer ' ACCESS-TOKEN
               DELIMITED BY SIZE INTO AUTHORIZATION
           END-STRING
           PERFORM WRITE-AUTH-HEADER-FILE

      *> The retained history is copied forward and the new samples
      *> appended, then the copy replaces the history
           OPEN OUTPUT NEW-HISTORY-FILE
           PERFORM LOAD-DEPTH-HISTORY
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENT-COUNT
               PERFORM SAMPLE-ONE-ENTITY
           END-PERFORM
           CLOSE NEW-HISTORY-FILE
           MOVE SPACES TO WS-OP-CMD
           STRING 'mv sbstall_history.tmp sb-depth-history.dat'
               DELIMITED BY SIZE INTO WS-OP-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-OP-CMD
           END-CALL

           DISPLAY "Stall check: " WS-STALLED-COUNT " of "
                   WS-ENT-COUNT " entit(ies) stalled, "
                   WS-SAMPLE-FAILURES " could not be sampled"
           MOVE WS-STALLED-COUNT TO RETURN-CODE
           STOP RUN.

       READ-STALL-SETTINGS.
           MOVE SPACES TO WS-NUM-TEXT
           ACCEPT WS-NUM-TEXT FROM ENVIRONMENT 'AZURE_SB_STALL_SAMPLES'
           IF WS-NUM-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-NUM-TEXT) TO WS-RISE-SAMPLES
           END-IF
           IF WS-RISE-SAMPLES < 2
               MOVE 2 TO WS-RISE-SAMPLES
           END-IF
           IF WS-RISE-SAMPLES > 10
               MOVE 10 TO WS-RISE-SAMPLES
           END-IF
           MOVE SPACES TO WS-NUM-TEXT
           ACCEPT WS-NUM-TEXT FROM ENVIRONMENT 'AZURE_SB_HISTORY_DAYS'
           IF WS-NUM-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-NUM-TEXT) TO WS-HISTORY-DAYS
           END-IF
           IF WS-HISTORY-DAYS = 0
               MOVE 7 TO WS-HISTORY-DAYS
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

      *> Queues by name, subscriptions as topic/subscriptions/sub -
      *> the same entity path AZUREDLQ uses
       BUILD-ENTITY-TABLE.
           MOVE 0 TO WS-ENT-COUNT
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > SB-QUEUE-COUNT
               IF SB-QUEUE-NAME(WS-ENT-IDX) NOT = SPACES
                   ADD 1 TO WS-ENT-COUNT
                   INITIALIZE WS-ENT-ENTRY(WS-ENT-COUNT)
                   MOVE SB-QUEUE-NAME(WS-ENT-IDX)
                       TO WS-ENT-PATH(WS-ENT-COUNT)
                   MOVE SB-QUEUE-MAX-AGE(WS-ENT-IDX)
                       TO WS-ENT-MAX-AGE(WS-ENT-COUNT)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-TOPIC-IDX FROM 1 BY 1
                   UNTIL WS-TOPIC-IDX > SB-TOPIC-COUNT
               PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                       UNTIL WS-SUB-IDX > SB-SUB-COUNT(WS-TOPIC-IDX)
                   IF SB-SUB-NAME(WS-TOPIC-IDX, WS-SUB-IDX)
                           NOT = SPACES
                       ADD 1 TO WS-ENT-COUNT
                       INITIALIZE WS-ENT-ENTRY(WS-ENT-COUNT)
                       STRING FUNCTION TRIM(
                                  SB-TOPIC-NAME(WS-TOPIC-IDX))
                              '/subscriptions/'
                              FUNCTION TRIM(
                                  SB-SUB-NAME(WS-TOPIC-IDX, WS-SUB-IDX))
                           DELIMITED BY SIZE
                           INTO WS-ENT-PATH(WS-ENT-COUNT)
                       END-STRING
                       MOVE SB-SUB-MAX-AGE(WS-TOPIC-IDX, WS-SUB-IDX)
                           TO WS-ENT-MAX-AGE(WS-ENT-COUNT)
                   END-IF
               END-PERFORM
           END-PERFORM.

       LOAD-DEPTH-HISTORY.
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

      *> Samples past retention are dropped; samples of entities no
      *> longer configured are kept but play no part
       LOAD-ONE-HISTORY-LINE.
           MOVE SPACES TO WS-HIST-TIME WS-HIST-PATH WS-HIST-DEPTH-TEXT
                          WS-HIST-FLAG
           UNSTRING WS-HIST-LINE DELIMITED BY '|'
               INTO WS-HIST-TIME WS-HIST-PATH WS-HIST-DEPTH-TEXT
                    WS-HIST-FLAG
           END-UNSTRING
           MOVE WS-HIST-TIME TO WS-CONV-ISO
           PERFORM ISO-TO-MINUTES
           IF WS-CONV-MINUTES < WS-KEEP-FROM-MINUTES
               EXIT PARAGRAPH
           END-IF
           WRITE NEW-HISTORY-RECORD FROM WS-HIST-LINE
           MOVE WS-CONV-MINUTES TO WS-SAMPLE-MINUTES
           MOVE FUNCTION NUMVAL(WS-HIST-DEPTH-TEXT) TO WS-SAMPLE-DEPTH
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENT-COUNT
               IF WS-ENT-PATH(WS-ENT-IDX) = WS-HIST-PATH
                   PERFORM ADD-SAMPLE-TO-ENTITY
                   MOVE WS-HIST-FLAG TO WS-ENT-LAST-FLAG(WS-ENT-IDX)
                   MOVE WS-ENT-COUNT TO WS-ENT-IDX
               END-IF
           END-PERFORM.

      *> The depth window keeps the latest ten samples. A consumer is
      *> seen making progress when the entity is empty or its depth
      *> fell since the previous sample; the first sample on record
      *> starts the clock
       ADD-SAMPLE-TO-ENTITY.
           IF WS-ENT-SAMPLES(WS-ENT-IDX) = 0
               MOVE WS-SAMPLE-MINUTES TO WS-ENT-PROGRESS-AT(WS-ENT-IDX)
           ELSE
               IF WS-SAMPLE-DEPTH < WS-ENT-DEPTH(WS-ENT-IDX,
                                                 WS-ENT-SAMPLES
                                                 (WS-ENT-IDX))
                   MOVE WS-SAMPLE-MINUTES
                       TO WS-ENT-PROGRESS-AT(WS-ENT-IDX)
               END-IF
           END-IF
           IF WS-SAMPLE-DEPTH = 0
               MOVE WS-SAMPLE-MINUTES TO WS-ENT-PROGRESS-AT(WS-ENT-IDX)
           END-IF
           IF WS-ENT-SAMPLES(WS-ENT-IDX) >= 10
               PERFORM VARYING WS-DEPTH-IDX FROM 1 BY 1
                       UNTIL WS-DEPTH-IDX > 9
                   MOVE WS-ENT-DEPTH(WS-ENT-IDX, WS-DEPTH-IDX + 1)
                       TO WS-ENT-DEPTH(WS-ENT-IDX, WS-DEPTH-IDX)
               END-PERFORM
           ELSE
               ADD 1 TO WS-ENT-SAMPLES(WS-ENT-IDX)
           END-IF
           MOVE WS-SAMPLE-DEPTH TO WS-ENT-DEPTH(WS-ENT-IDX,
                                   WS-ENT-SAMPLES(WS-ENT-IDX)).

       SAMPLE-ONE-ENTITY.
           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/' SUBSCRIPTION-ID
                  '/resourceGroups/' FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.ServiceBus/namespaces/'
                  FUNCTION TRIM(WS-SB-NAME)
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           PERFORM BUILD-ENTITY-URL
           CALL "C$SYSTEM" USING
               "curl -s -m " WS-CURL-MAX-TIME
               " -o sbstall_response.json -w '%{http_code}' "
               "-H @sbstall_auth.txt '"
               HTTP-URL "' > sbstall_status.txt"
           END-CALL
           PERFORM READ-STALL-STATUS
           IF HTTP-STATUS-CODE NOT = 200
               DISPLAY "  " FUNCTION TRIM(WS-ENT-PATH(WS-ENT-IDX))
                       ": could not be sampled (status "
                       HTTP-STATUS-CODE ")"
               ADD 1 TO WS-SAMPLE-FAILURES
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-STALL-RESPONSE
           MOVE SPACES TO WS-TEMP-AFTER WS-COUNT-TEXT
           UNSTRING WS-RESPONSE-LINE DELIMITED BY
                   '"activeMessageCount":'
               INTO WS-TEMP-BEFORE WS-TEMP-AFTER
           END-UNSTRING
           UNSTRING WS-TEMP-AFTER DELIMITED BY ',' OR '}'
               INTO WS-COUNT-TEXT
           END-UNSTRING
           IF WS-COUNT-TEXT = SPACES
               MOVE 0 TO WS-SAMPLE-DEPTH
           ELSE
               MOVE FUNCTION NUMVAL(WS-COUNT-TEXT) TO WS-SAMPLE-DEPTH
           END-IF
           MOVE WS-NOW-MINUTES TO WS-SAMPLE-MINUTES
           PERFORM ADD-SAMPLE-TO-ENTITY
           PERFORM JUDGE-ENTITY-STALL

           MOVE SPACES TO WS-HIST-FLAG
           IF WS-DEPTH-RISING = 'Y' OR WS-AGE-EXCEEDED = 'Y'
               MOVE 'S' TO WS-HIST-FLAG
               ADD 1 TO WS-STALLED-COUNT
           ELSE
               MOVE '-' TO WS-HIST-FLAG
           END-IF
           MOVE SPACES TO WS-HIST-LINE
           STRING WS-ISO-NOW '|' FUNCTION TRIM(WS-ENT-PATH(WS-ENT-IDX))
                  '|' WS-SAMPLE-DEPTH '|' WS-HIST-FLAG
               DELIMITED BY SIZE INTO WS-HIST-LINE
           END-STRING
           WRITE NEW-HISTORY-RECORD FROM WS-HIST-LINE

           DISPLAY "  " FUNCTION TRIM(WS-ENT-PATH(WS-ENT-IDX))
                   ": " WS-SAMPLE-DEPTH " active, backlog age "
                   WS-BACKLOG-AGE " min"
           IF WS-HIST-FLAG = 'S'
                   AND WS-ENT-LAST-FLAG(WS-ENT-IDX) NOT = 'S'
               PERFORM RAISE-STALL
           END-IF
           IF WS-HIST-FLAG = '-'
                   AND WS-ENT-LAST-FLAG(WS-ENT-IDX) = 'S'
               PERFORM RAISE-RECOVERY
           END-IF.

       BUILD-ENTITY-URL.
           MOVE SPACES TO WS-TEMP-BEFORE WS-TEMP-AFTER WS-RESPONSE-LINE
           UNSTRING WS-ENT-PATH(WS-ENT-IDX)
               DELIMITED BY '/subscriptions/'
               INTO WS-TEMP-BEFORE WS-TEMP-AFTER
           END-UNSTRING
           IF WS-TEMP-AFTER = SPACES
               STRING FUNCTION TRIM(HTTP-URL)
                      '/queues/' FUNCTION TRIM(WS-TEMP-BEFORE)
                      '?api-version=' FUNCTION TRIM(WS-API-VERSION)
                   DELIMITED BY SIZE INTO WS-RESPONSE-LINE
               END-STRING
           ELSE
               STRING FUNCTION TRIM(HTTP-URL)
                      '/topics/' FUNCTION TRIM(WS-TEMP-BEFORE)
                      '/subscriptions/' FUNCTION TRIM(WS-TEMP-AFTER)
                      '?api-version=' FUNCTION TRIM(WS-API-VERSION)
                   DELIMITED BY SIZE INTO WS-RESPONSE-LINE
               END-STRING
           END-IF
           MOVE WS-RESPONSE-LINE TO HTTP-URL.

      *> Rising: the last WS-RISE-SAMPLES samples never fell and the
      *> newest is above the oldest. Age: minutes since progress was
      *> last seen, while there is anything waiting
       JUDGE-ENTITY-STALL.
           MOVE 'N' TO WS-DEPTH-RISING WS-AGE-EXCEEDED
           IF WS-ENT-SAMPLES(WS-ENT-IDX) >= WS-RISE-SAMPLES
               COMPUTE WS-FIRST-DEPTH-IDX = WS-ENT-SAMPLES(WS-ENT-IDX)
                   - WS-RISE-SAMPLES + 1
               MOVE 'Y' TO WS-DEPTH-RISING
               PERFORM VARYING WS-DEPTH-IDX FROM WS-FIRST-DEPTH-IDX
                       BY 1
                       UNTIL WS-DEPTH-IDX >= WS-ENT-SAMPLES(WS-ENT-IDX)
                   IF WS-ENT-DEPTH(WS-ENT-IDX, WS-DEPTH-IDX + 1)
                           < WS-ENT-DEPTH(WS-ENT-IDX, WS-DEPTH-IDX)
                       MOVE 'N' TO WS-DEPTH-RISING
                   END-IF
               END-PERFORM
               IF WS-ENT-DEPTH(WS-ENT-IDX,
                               WS-ENT-SAMPLES(WS-ENT-IDX))
                       NOT > WS-ENT-DEPTH(WS-ENT-IDX,
                                          WS-FIRST-DEPTH-IDX)
                   MOVE 'N' TO WS-DEPTH-RISING
               END-IF
           END-IF

           MOVE 0 TO WS-BACKLOG-AGE
           IF WS-SAMPLE-DEPTH > 0
               COMPUTE WS-BACKLOG-AGE = WS-SAMPLE-MINUTES
                   - WS-ENT-PROGRESS-AT(WS-ENT-IDX)
           END-IF
           IF WS-ENT-MAX-AGE(WS-ENT-IDX) > 0
                   AND WS-BACKLOG-AGE >= WS-ENT-MAX-AGE(WS-ENT-IDX)
               MOVE 'Y' TO WS-AGE-EXCEEDED
           END-IF.

       RAISE-STALL.
           MOVE SPACES TO WS-NOTIFY-MESSAGE
           IF WS-AGE-EXCEEDED = 'Y'
               MOVE 'CRIT' TO WS-NOTIFY-SEVERITY
               STRING 'Service Bus consumer stalled: '
                      FUNCTION TRIM(WS-SB-NAME) '/'
                      FUNCTION TRIM(WS-ENT-PATH(WS-ENT-IDX))
                      ' has ' WS-SAMPLE-DEPTH ' active message(s) '
                      'with no progress for ' WS-BACKLOG-AGE
                      ' min (limit ' WS-ENT-MAX-AGE(WS-ENT-IDX)
                      ') in ' FUNCTION TRIM(ENV-NAME)
                   DELIMITED BY SIZE INTO WS-NOTIFY-MESSAGE
               END-STRING
           ELSE
               MOVE 'WARN' TO WS-NOTIFY-SEVERITY
               STRING 'Service Bus consumer stalled: '
                      FUNCTION TRIM(WS-SB-NAME) '/'
                      FUNCTION TRIM(WS-ENT-PATH(WS-ENT-IDX))
                      ' depth rising for ' WS-RISE-SAMPLES
                      ' samples, now ' WS-SAMPLE-DEPTH
                      ' active message(s) in ' FUNCTION TRIM(ENV-NAME)
                   DELIMITED BY SIZE INTO WS-NOTIFY-MESSAGE
               END-STRING
           END-IF
           DISPLAY "    STALLED - raised as " WS-NOTIFY-SEVERITY
           CALL 'NOTIFYROUTE' USING AZURE-CONFIG
                                    WS-NOTIFY-EVENT
                                    WS-NOTIFY-SEVERITY
                                    WS-NOTIFY-MESSAGE
                                    WS-NOTIFY-RC.

       RAISE-RECOVERY.
           MOVE 'INFO' TO WS-NOTIFY-SEVERITY
           MOVE SPACES TO WS-NOTIFY-MESSAGE
           STRING 'Service Bus consumer recovered: '
                  FUNCTION TRIM(WS-SB-NAME) '/'
                  FUNCTION TRIM(WS-ENT-PATH(WS-ENT-IDX))
                  ' now ' WS-SAMPLE-DEPTH ' active message(s) in '
                  FUNCTION TRIM(ENV-NAME)
               DELIMITED BY SIZE INTO WS-NOTIFY-MESSAGE
           END-STRING
           DISPLAY "    recovered"
           CALL 'NOTIFYROUTE' USING AZURE-CONFIG
                                    WS-NOTIFY-EVENT
                                    WS-NOTIFY-SEVERITY
                                    WS-NOTIFY-MESSAGE
                                    WS-NOTIFY-RC.

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

       READ-STALL-STATUS.
           MOVE 0 TO HTTP-STATUS-CODE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT STALL-STATUS-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ STALL-STATUS-FILE INTO STALL-STATUS-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE FUNCTION NUMVAL(STALL-STATUS-RECORD)
                           TO HTTP-STATUS-CODE
               END-READ
           END-PERFORM
           CLOSE STALL-STATUS-FILE.

       READ-STALL-RESPONSE.
           MOVE SPACES TO WS-RESPONSE-LINE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT STALL-RESPONSE-FILE
           IF WS-RESPONSE-STATUS = '00'
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ STALL-RESPONSE-FILE INTO WS-RESPONSE-LINE
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE STALL-RESPONSE-FILE
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

       END PROGRAM AZURESBSTALL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AZUREDFRECOVER.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Data Factory rerun-from-failure and backfill tool.
      *> AZUREDFRUNS says which DF-PIPELINE-NAME runs failed; this is
      *> the recovery half, so nobody has to rerun a whole pipeline in
      *> the portal (and double-load the target) when only the last
      *> activity failed. AZURE_DF_RECOVER_ACTION picks the mode:
      *>   RERUN    - rerun failed runs from their failed activity,
      *>              using the original run as the reference run so
      *>              the activities that succeeded are not repeated.
      *>              AZURE_DF_RUN_ID names one run; without it every
      *>              failed run of a configured pipeline in the last
      *>              AZURE_DF_RUNS_HOURS (default 24) that has not
      *>              already been rerun is recovered
      *>   BACKFILL - for the DF-TRIGGER-INFO schedule trigger named in
      *>              AZURE_DF_BACKFILL_TRIGGER, queue one run per
      *>              interval between AZURE_DF_BACKFILL_FROM and
      *>              AZURE_DF_BACKFILL_TO (UTC, YYYY-MM-DDTHH:MM; TO
      *>              defaults to now) that has no trigger run and no
      *>              earlier backfill. Each run is passed the interval
      *>              bounds as the pipeline parameters named by
      *>              AZURE_DF_BACKFILL_START_PARAM / _END_PARAM
      *>              (default windowStart / windowEnd)
      *> No more than AZURE_DF_RECOVER_CONCURRENCY runs of a pipeline
      *> (default 2) are left queued or in progress at once; the tool
      *> waits for capacity before queuing the next one, and
      *> AZURE_DF_RECOVER_MAX (default 48) caps a single invocation.
      *> Every run queued is appended to df-recovery-log.txt, which
      *> the next AZUREDFRUNS report reads to mark failed runs that
      *> have already been recovered. Return code 0 when everything
      *> asked for was queued, 4 for bad input, 8 when anything could
      *> not be queued.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECOVER-STATUS-FILE ASSIGN TO "dfrecover_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECOVER-RESPONSE-FILE
               ASSIGN TO "dfrecover_response.json"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-STATUS.
           SELECT RECOVER-ITEMS-FILE ASSIGN TO "dfrecover_items.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEMS-STATUS.
           SELECT OPTIONAL RECOVERY-LOG-FILE
               ASSIGN TO "df-recovery-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT AUTH-HEADER-FILE ASSIGN TO "dfrecover_auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RECOVER-STATUS-FILE.
       01  RECOVER-STATUS-RECORD       PIC X(8).

       FD  RECOVER-RESPONSE-FILE.
       01  RECOVER-RESPONSE-RECORD     PIC X(8192).

       FD  RECOVER-ITEMS-FILE.
       01  RECOVER-ITEMS-RECORD        PIC X(8192).

       FD  RECOVERY-LOG-FILE.
       01  RECOVERY-LOG-RECORD         PIC X(300).

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
       01  WS-ITEMS-STATUS             PIC XX.
       01  WS-LOG-STATUS               PIC XX.
       01  WS-ARM-BASE-URL             PIC X(40) VALUE
               'https://management.azure.com'.
       01  WS-FACTORY-URL              PIC X(300).
       01  WS-QUERY-BODY               PIC X(1024).
       01  WS-OP-CMD                   PIC X(512).
       01  WS-RETRY-COUNT              PIC 9(2).
       01  WS-RETRY-MAX                PIC 9(2) VALUE 3.
       01  WS-RETRY-DONE               PIC X.
       01  WS-BACKOFF-SECS             PIC 9(2).

      *> Operator selections
       01  WS-RECOVER-ACTION           PIC X(8).
       01  WS-ONE-RUN-ID               PIC X(64).
       01  WS-BACKFILL-TRIGGER         PIC X(64).
       01  WS-BACKFILL-FROM            PIC X(20).
       01  WS-BACKFILL-TO              PIC X(20).
       01  WS-START-PARAM              PIC X(32).
       01  WS-END-PARAM                PIC X(32).
       01  WS-NUM-TEXT                 PIC X(8).
       01  WS-HOURS-BACK               PIC 9(4) VALUE 24.
       01  WS-CONCURRENCY              PIC 9(2) VALUE 2.
       01  WS-RECOVER-MAX              PIC 9(4) VALUE 48.
      *> Capacity is re-checked every 30 seconds for up to an hour
       01  WS-POLL-SECS                PIC 9(3) VALUE 30.
       01  WS-POLL-MAX                 PIC 9(3) VALUE 120.
       01  WS-POLL-COUNT               PIC 9(3).

       01  WS-DF-NAME                  PIC X(64).
       01  WS-PIPELINE-IDX             PIC 9(2).
       01  WS-TRIGGER-IDX              PIC 9(2).
       01  WS-PIPELINE-NAME            PIC X(64).
       01  WS-ITEM-LINE                PIC X(8192).
       01  WS-TEMP-BEFORE              PIC X(8192).
       01  WS-TEMP-AFTER               PIC X(8192).
       01  WS-FIELD-TEXT               PIC X(64).

      *> Clock, window bounds and the minute arithmetic used to walk
      *> a schedule trigger's recurrence
       01  WS-CURRENT-DATE8            PIC 9(8).
       01  WS-CURRENT-CLOCK8           PIC 9(8).
       01  WS-ISO-NOW                  PIC X(20).
       01  WS-ISO-START                PIC X(20).
       01  WS-ISO-LATER                PIC X(20).
       01  WS-NOW-MINUTES              PIC 9(11).
       01  WS-CONV-ISO                 PIC X(20).
       01  WS-CONV-DATE8               PIC 9(8).
       01  WS-CONV-HH                  PIC 9(2).
       01  WS-CONV-MM                  PIC 9(2).
       01  WS-CONV-MINUTES             PIC 9(11).
       01  WS-CONV-DAYS                PIC 9(7).
       01  WS-CONV-REM                 PIC 9(4).
       01  WS-STEP-MINUTES             PIC 9(7).
       01  WS-FREQ-UPPER               PIC X(8).
       01  WS-ANCHOR-MINUTES           PIC 9(11).
       01  WS-FROM-MINUTES             PIC 9(11).
       01  WS-TO-MINUTES               PIC 9(11).
       01  WS-SLOT-MINUTES             PIC 9(11).
       01  WS-SLOT-STEPS               PIC 9(9).
       01  WS-SLOT-START-ISO           PIC X(20).
       01  WS-SLOT-END-ISO             PIC X(20).
       01  WS-SLOT-COVERED             PIC X.

      *> Interval starts already covered by a trigger run
       01  WS-COVER-COUNT              PIC 9(3) VALUE 0.
       01  WS-COVER-TABLE.
           05  WS-COVER-MINUTES OCCURS 500 TIMES PIC 9(11).
       01  WS-COVER-IDX                PIC 9(3).

      *> Recovery log as read at start: what has already been queued
       01  WS-LOG-LINE                 PIC X(300).
       01  WS-LOG-TIME                 PIC X(20).
       01  WS-LOG-MODE                 PIC X(8).
       01  WS-LOG-PIPELINE             PIC X(64).
       01  WS-LOG-TRIGGER              PIC X(64).
       01  WS-LOG-REFERENCE            PIC X(64).
       01  WS-LOG-NEW-RUN              PIC X(64).
       01  WS-LOG-RESULT               PIC X(8).
       01  WS-DONE-COUNT               PIC 9(4) VALUE 0.
       01  WS-DONE-TABLE.
           05  WS-DONE-ENTRY OCCURS 1000 TIMES.
               10  WS-DONE-MODE        PIC X(8).
               10  WS-DONE-TRIGGER     PIC X(64).
               10  WS-DONE-REFERENCE   PIC X(64).
       01  WS-DONE-IDX                 PIC 9(4).
       01  WS-ALREADY-DONE             PIC X.

      *> Failed runs to rerun
       01  WS-FAILED-COUNT             PIC 9(3) VALUE 0.
       01  WS-FAILED-TABLE.
           05  WS-FAILED-ENTRY OCCURS 200 TIMES.
               10  WS-FAILED-RUN-ID    PIC X(64).
               10  WS-FAILED-PIPELINE  PIC X(64).
       01  WS-FAILED-IDX               PIC 9(3).
       01  WS-RUN-ID                   PIC X(64).
       01  WS-RUN-STATUS               PIC X(16).
       01  WS-RUN-START                PIC X(32).
       01  WS-RUN-LATEST               PIC X.

       01  WS-ACTIVE-RUNS              PIC 9(4).
       01  WS-CAPACITY-OK              PIC X.
       01  WS-NEW-RUN-ID               PIC X(64).
       01  WS-REFERENCE                PIC X(64).
       01  WS-QUEUED-COUNT             PIC 9(4) VALUE 0.
       01  WS-SKIPPED-COUNT            PIC 9(4) VALUE 0.
       01  WS-FAILURE-COUNT            PIC 9(4) VALUE 0.
       01  WS-STOP-QUEUING             PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Data Factory recovery tool starting"
           MOVE SPACES TO AZURE-CONFIG
           PERFORM READ-OPERATOR-SELECTIONS
           IF WS-RECOVER-ACTION NOT = 'RERUN'
                   AND WS-RECOVER-ACTION NOT = 'BACKFILL'
               DISPLAY "AZURE_DF_RECOVER_ACTION must be RERUN or "
                       "BACKFILL"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           CALL 'AZUREAUTH' USING BY REFERENCE AZURE-CONFIG
                                               AZURE-AUTH-TOKEN
                                               WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Azure authentication failed, cannot reach "
                       "the factory"
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM DETERMINE-CLOUD-ENDPOINT
           PERFORM RESOLVE-CLOCK
           PERFORM GENERATE-FACTORY-NAME
           STRING 'Bearer ' ACCESS-TOKEN
               DELIMITED BY SIZE INTO AUTHORIZATION
           END-STRING
           PERFORM WRITE-AUTH-HEADER-FILE
           PERFORM LOAD-RECOVERY-LOG

           IF WS-RECOVER-ACTION = 'RERUN'
               PERFORM RERUN-FAILED-RUNS
           ELSE
               PERFORM BACKFILL-TRIGGER-WINDOW
           END-IF

           DISPLAY "Recovery: " WS-QUEUED-COUNT " run(s) queued, "
                   WS-SKIPPED-COUNT " already recovered, "
                   WS-FAILURE-COUNT " failed"
           IF WS-FAILURE-COUNT > 0 OR WS-STOP-QUEUING = 'Y'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-OPERATOR-SELECTIONS.
           MOVE SPACES TO WS-RECOVER-ACTION
           ACCEPT WS-RECOVER-ACTION FROM ENVIRONMENT
               'AZURE_DF_RECOVER_ACTION'
           INSPECT WS-RECOVER-ACTION CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACES TO WS-ONE-RUN-ID
           ACCEPT WS-ONE-RUN-ID FROM ENVIRONMENT 'AZURE_DF_RUN_ID'
           MOVE SPACES TO WS-BACKFILL-TRIGGER
           ACCEPT WS-BACKFILL-TRIGGER FROM ENVIRONMENT
               'AZURE_DF_BACKFILL_TRIGGER'
           MOVE SPACES TO WS-BACKFILL-FROM
           ACCEPT WS-BACKFILL-FROM FROM ENVIRONMENT
               'AZURE_DF_BACKFILL_FROM'
           MOVE SPACES TO WS-BACKFILL-TO
           ACCEPT WS-BACKFILL-TO FROM ENVIRONMENT
               'AZURE_DF_BACKFILL_TO'
           MOVE SPACES TO WS-START-PARAM
           ACCEPT WS-START-PARAM FROM ENVIRONMENT
               'AZURE_DF_BACKFILL_START_PARAM'
           IF WS-START-PARAM = SPACES
               MOVE 'windowStart' TO WS-START-PARAM
           END-IF
           MOVE SPACES TO WS-END-PARAM
           ACCEPT WS-END-PARAM FROM ENVIRONMENT
               'AZURE_DF_BACKFILL_END_PARAM'
           IF WS-END-PARAM = SPACES
               MOVE 'windowEnd' TO WS-END-PARAM
           END-IF

           MOVE SPACES TO WS-NUM-TEXT
           ACCEPT WS-NUM-TEXT FROM ENVIRONMENT 'AZURE_DF_RUNS_HOURS'
           IF WS-NUM-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-NUM-TEXT) TO WS-HOURS-BACK
           END-IF
           IF WS-HOURS-BACK = 0
               MOVE 24 TO WS-HOURS-BACK
           END-IF
           MOVE SPACES TO WS-NUM-TEXT
           ACCEPT WS-NUM-TEXT FROM ENVIRONMENT
               'AZURE_DF_RECOVER_CONCURRENCY'
           IF WS-NUM-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-NUM-TEXT) TO WS-CONCURRENCY
           END-IF
           IF WS-CONCURRENCY = 0
               MOVE 2 TO WS-CONCURRENCY
           END-IF
           MOVE SPACES TO WS-NUM-TEXT
           ACCEPT WS-NUM-TEXT FROM ENVIRONMENT 'AZURE_DF_RECOVER_MAX'
           IF WS-NUM-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-NUM-TEXT) TO WS-RECOVER-MAX
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

      *> Now, and the start of the rerun look-back window, as ISO
      *> timestamps the same way AZUREDFRUNS builds its window
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
           COMPUTE WS-CONV-MINUTES = WS-NOW-MINUTES
               - (WS-HOURS-BACK * 60)
           PERFORM MINUTES-TO-ISO
           MOVE WS-CONV-ISO TO WS-ISO-START
      *> Runs this tool queues are updated after it started, so the
      *> capacity check looks a day past now
           COMPUTE WS-CONV-MINUTES = WS-NOW-MINUTES + 1440
           PERFORM MINUTES-TO-ISO
           MOVE WS-CONV-ISO TO WS-ISO-LATER.

      *> Same naming rules DATAFACTORY applied when it created the
      *> factory, so the calls aim at the instance this suite built
       GENERATE-FACTORY-NAME.
           MOVE 'DF' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-DF-NAME
           INSPECT WS-DF-NAME CONVERTING 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                                  TO 'abcdefghijklmnopqrstuvwxyz'
           MOVE SPACES TO WS-FACTORY-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/' SUBSCRIPTION-ID
                  '/resourceGroups/' FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.DataFactory/factories/'
                  FUNCTION TRIM(WS-DF-NAME)
               DELIMITED BY SIZE INTO WS-FACTORY-URL
           END-STRING.

      *> Each log line is
      *>   time|mode|pipeline|trigger|reference|new run id|result
      *> where the reference is the original run ID for a rerun and
      *> the interval start for a backfill
       LOAD-RECOVERY-LOG.
           MOVE 0 TO WS-DONE-COUNT
           OPEN INPUT RECOVERY-LOG-FILE
           IF WS-LOG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ RECOVERY-LOG-FILE INTO WS-LOG-LINE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM LOAD-ONE-LOG-LINE
               END-READ
           END-PERFORM
           CLOSE RECOVERY-LOG-FILE.

       LOAD-ONE-LOG-LINE.
           MOVE SPACES TO WS-LOG-TIME WS-LOG-MODE WS-LOG-PIPELINE
                          WS-LOG-TRIGGER WS-LOG-REFERENCE
                          WS-LOG-NEW-RUN WS-LOG-RESULT
           UNSTRING WS-LOG-LINE DELIMITED BY '|'
               INTO WS-LOG-TIME WS-LOG-MODE WS-LOG-PIPELINE
                    WS-LOG-TRIGGER WS-LOG-REFERENCE WS-LOG-NEW-RUN
                    WS-LOG-RESULT
           END-UNSTRING
           IF WS-LOG-RESULT NOT = 'QUEUED'
               EXIT PARAGRAPH
           END-IF
           IF WS-DONE-COUNT < 1000
               ADD 1 TO WS-DONE-COUNT
               MOVE WS-LOG-MODE TO WS-DONE-MODE(WS-DONE-COUNT)
               MOVE WS-LOG-TRIGGER TO WS-DONE-TRIGGER(WS-DONE-COUNT)
               MOVE WS-LOG-REFERENCE
                   TO WS-DONE-REFERENCE(WS-DONE-COUNT)
           END-IF.

       CHECK-ALREADY-DONE.
           MOVE 'N' TO WS-ALREADY-DONE
           PERFORM VARYING WS-DONE-IDX FROM 1 BY 1
                   UNTIL WS-DONE-IDX > WS-DONE-COUNT
                      OR WS-ALREADY-DONE = 'Y'
               IF WS-DONE-MODE(WS-DONE-IDX) = WS-RECOVER-ACTION
                   AND WS-DONE-TRIGGER(WS-DONE-IDX) = WS-LOG-TRIGGER
                   AND WS-DONE-REFERENCE(WS-DONE-IDX) = WS-REFERENCE
                   MOVE 'Y' TO WS-ALREADY-DONE
               END-IF
           END-PERFORM.

       RERUN-FAILED-RUNS.
           MOVE 0 TO WS-FAILED-COUNT
           IF WS-ONE-RUN-ID NOT = SPACES
               PERFORM LOAD-ONE-NAMED-RUN
           ELSE
               PERFORM VARYING WS-PIPELINE-IDX FROM 1 BY 1
                       UNTIL WS-PIPELINE-IDX > DF-PIPELINE-COUNT
                   IF DF-PIPELINE-NAME(WS-PIPELINE-IDX) NOT = SPACES
                       PERFORM LIST-FAILED-RUNS
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FAILED-COUNT = 0
               DISPLAY "No failed runs to recover"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-LOG-TRIGGER
           PERFORM VARYING WS-FAILED-IDX FROM 1 BY 1
                   UNTIL WS-FAILED-IDX > WS-FAILED-COUNT
                      OR WS-STOP-QUEUING = 'Y'
               MOVE WS-FAILED-RUN-ID(WS-FAILED-IDX) TO WS-REFERENCE
               PERFORM CHECK-ALREADY-DONE
               IF WS-ALREADY-DONE = 'Y'
                   DISPLAY "  Run " FUNCTION TRIM(WS-REFERENCE)
                           " was already rerun - skipped"
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   PERFORM RERUN-ONE-RUN
               END-IF
           END-PERFORM.

      *> A run named by the operator must exist and have failed; its
      *> pipeline comes off the run itself
       LOAD-ONE-NAMED-RUN.
           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-FACTORY-URL)
                  '/pipelineruns/' FUNCTION TRIM(WS-ONE-RUN-ID)
                  '?api-version=2018-06-01'
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           PERFORM EXECUTE-RECOVER-GET
           IF HTTP-STATUS-CODE NOT = 200
               DISPLAY "Run " FUNCTION TRIM(WS-ONE-RUN-ID)
                       " not found (status " HTTP-STATUS-CODE ")"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-RECOVER-RESPONSE
           MOVE SPACES TO WS-FIELD-TEXT
           MOVE SPACES TO WS-TEMP-AFTER
           UNSTRING WS-ITEM-LINE DELIMITED BY '"status":"'
               INTO WS-TEMP-BEFORE WS-TEMP-AFTER
           END-UNSTRING
           UNSTRING WS-TEMP-AFTER DELIMITED BY '"'
               INTO WS-FIELD-TEXT
           END-UNSTRING
           IF WS-FIELD-TEXT NOT = 'Failed'
               DISPLAY "Run " FUNCTION TRIM(WS-ONE-RUN-ID)
                       " is " FUNCTION TRIM(WS-FIELD-TEXT)
                       ", not Failed - nothing to rerun"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-FAILED-COUNT
           MOVE WS-ONE-RUN-ID TO WS-FAILED-RUN-ID(WS-FAILED-COUNT)
           MOVE SPACES TO WS-TEMP-AFTER
           UNSTRING WS-ITEM-LINE DELIMITED BY '"pipelineName":"'
               INTO WS-TEMP-BEFORE WS-TEMP-AFTER
           END-UNSTRING
           UNSTRING WS-TEMP-AFTER DELIMITED BY '"'
               INTO WS-FAILED-PIPELINE(WS-FAILED-COUNT)
           END-UNSTRING.

      *> Failed runs of one pipeline in the window. A run that has
      *> since been rerun by any means is no longer the latest of its
      *> run group and is left alone
       LIST-FAILED-RUNS.
           MOVE DF-PIPELINE-NAME(WS-PIPELINE-IDX) TO WS-PIPELINE-NAME
           MOVE SPACES TO WS-QUERY-BODY
           STRING '{"lastUpdatedAfter":"' FUNCTION TRIM(WS-ISO-START)
                  '","lastUpdatedBefore":"' FUNCTION TRIM(WS-ISO-NOW)
                  '","filters":[{"operand":"PipelineName",'
                  '"operator":"Equals","values":["'
                  FUNCTION TRIM(WS-PIPELINE-NAME)
                  '"]},{"operand":"Status","operator":"Equals",'
                  '"values":["Failed"]}]}'
               DELIMITED BY SIZE INTO WS-QUERY-BODY
           END-STRING
           PERFORM EXECUTE-RUNS-QUERY
           IF HTTP-STATUS-CODE NOT = 200
               DISPLAY "  Run query failed for "
                       FUNCTION TRIM(WS-PIPELINE-NAME)
                       " (status " HTTP-STATUS-CODE ")"
               ADD 1 TO WS-FAILURE-COUNT
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT RECOVER-ITEMS-FILE
           IF WS-ITEMS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ RECOVER-ITEMS-FILE INTO WS-ITEM-LINE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM LOAD-ONE-FAILED-RUN
               END-READ
           END-PERFORM
           CLOSE RECOVER-ITEMS-FILE.

       LOAD-ONE-FAILED-RUN.
           PERFORM SCRAPE-RUN-ITEM
           IF WS-RUN-ID = SPACES OR WS-RUN-STATUS NOT = 'Failed'
                   OR WS-RUN-LATEST = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-FAILED-COUNT < 200
               ADD 1 TO WS-FAILED-COUNT
               MOVE WS-RUN-ID TO WS-FAILED-RUN-ID(WS-FAILED-COUNT)
               MOVE WS-PIPELINE-NAME
                   TO WS-FAILED-PIPELINE(WS-FAILED-COUNT)
           END-IF.

      *> startFromFailure with the original as reference run: Data
      *> Factory skips the activities that already succeeded and
      *> reuses the original run's parameters
       RERUN-ONE-RUN.
           MOVE WS-FAILED-PIPELINE(WS-FAILED-IDX) TO WS-PIPELINE-NAME
           PERFORM WAIT-FOR-CAPACITY
           IF WS-STOP-QUEUING = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-FACTORY-URL)
                  '/pipelines/' FUNCTION TRIM(WS-PIPELINE-NAME)
                  '/createRun?api-version=2018-06-01'
                  '&referencePipelineRunId='
                  FUNCTION TRIM(WS-REFERENCE)
                  '&isRecovery=true&startFromFailure=true'
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           MOVE '{}' TO WS-QUERY-BODY
           PERFORM EXECUTE-CREATE-RUN
           DISPLAY "  Rerun of " FUNCTION TRIM(WS-PIPELINE-NAME)
                   " run " FUNCTION TRIM(WS-REFERENCE) " -> "
                   FUNCTION TRIM(WS-NEW-RUN-ID)
                   " (status " HTTP-STATUS-CODE ")".

       BACKFILL-TRIGGER-WINDOW.
           MOVE 0 TO WS-TRIGGER-IDX
           PERFORM VARYING WS-PIPELINE-IDX FROM 1 BY 1
                   UNTIL WS-PIPELINE-IDX > DF-TRIGGER-COUNT
               IF DF-TRIGGER-NAME(WS-PIPELINE-IDX)
                       = WS-BACKFILL-TRIGGER
                   AND WS-BACKFILL-TRIGGER NOT = SPACES
                   MOVE WS-PIPELINE-IDX TO WS-TRIGGER-IDX
               END-IF
           END-PERFORM
           IF WS-TRIGGER-IDX = 0
               DISPLAY "AZURE_DF_BACKFILL_TRIGGER must name a "
                       "configured trigger"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           IF DF-TRIGGER-TYPE(WS-TRIGGER-IDX) NOT = 'SCHEDULE'
               DISPLAY "Trigger " FUNCTION TRIM(WS-BACKFILL-TRIGGER)
                       " is not a schedule trigger - tumbling "
                       "windows rerun through the trigger itself"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM RESOLVE-STEP-MINUTES
           IF WS-STEP-MINUTES = 0
               DISPLAY "Trigger frequency "
                       FUNCTION TRIM(DF-TRIGGER-FREQ(WS-TRIGGER-IDX))
                       " cannot be backfilled by this tool"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-BACKFILL-FROM TO WS-CONV-ISO
           PERFORM ISO-TO-MINUTES
           MOVE WS-CONV-MINUTES TO WS-FROM-MINUTES
           IF WS-BACKFILL-TO = SPACES
               MOVE WS-NOW-MINUTES TO WS-TO-MINUTES
           ELSE
               MOVE WS-BACKFILL-TO TO WS-CONV-ISO
               PERFORM ISO-TO-MINUTES
               MOVE WS-CONV-MINUTES TO WS-TO-MINUTES
           END-IF
           IF WS-FROM-MINUTES = 0 OR WS-TO-MINUTES = 0
                   OR WS-FROM-MINUTES >= WS-TO-MINUTES
               DISPLAY "AZURE_DF_BACKFILL_FROM and _TO must be "
                       "YYYY-MM-DDTHH:MM with FROM before TO"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TO-MINUTES > WS-NOW-MINUTES
               MOVE WS-NOW-MINUTES TO WS-TO-MINUTES
           END-IF
           MOVE DF-TRIGGER-START(WS-TRIGGER-IDX) TO WS-CONV-ISO
           PERFORM ISO-TO-MINUTES
           MOVE WS-CONV-MINUTES TO WS-ANCHOR-MINUTES
           MOVE DF-TRIGGER-PIPELINE(WS-TRIGGER-IDX) TO WS-PIPELINE-NAME
           MOVE WS-BACKFILL-TRIGGER TO WS-LOG-TRIGGER
           DISPLAY "Backfilling " FUNCTION TRIM(WS-PIPELINE-NAME)
                   " for trigger " FUNCTION TRIM(WS-BACKFILL-TRIGGER)
                   " every " WS-STEP-MINUTES " minute(s)"

           PERFORM LOAD-COVERED-INTERVALS
           PERFORM FIRST-SLOT-ON-OR-AFTER-FROM
      *> An interval is only missed once it has fully elapsed
           PERFORM UNTIL WS-SLOT-MINUTES >= WS-TO-MINUTES
                      OR WS-SLOT-MINUTES + WS-STEP-MINUTES
                         > WS-NOW-MINUTES
                      OR WS-STOP-QUEUING = 'Y'
               PERFORM BACKFILL-ONE-SLOT
               ADD WS-STEP-MINUTES TO WS-SLOT-MINUTES
           END-PERFORM.

       RESOLVE-STEP-MINUTES.
           MOVE DF-TRIGGER-FREQ(WS-TRIGGER-IDX) TO WS-FREQ-UPPER
           INSPECT WS-FREQ-UPPER CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           EVALUATE WS-FREQ-UPPER
               WHEN 'MINUTE'
                   COMPUTE WS-STEP-MINUTES =
                       DF-TRIGGER-INTERVAL(WS-TRIGGER-IDX)
               WHEN 'HOUR'
                   COMPUTE WS-STEP-MINUTES =
                       DF-TRIGGER-INTERVAL(WS-TRIGGER-IDX) * 60
               WHEN 'DAY'
                   COMPUTE WS-STEP-MINUTES =
                       DF-TRIGGER-INTERVAL(WS-TRIGGER-IDX) * 1440
               WHEN 'WEEK'
                   COMPUTE WS-STEP-MINUTES =
                       DF-TRIGGER-INTERVAL(WS-TRIGGER-IDX) * 10080
               WHEN OTHER
                   MOVE 0 TO WS-STEP-MINUTES
           END-EVALUATE.

      *> The recurrence is anchored on the trigger's start time, so
      *> the first interval to look at is the first on that grid at
      *> or after FROM
       FIRST-SLOT-ON-OR-AFTER-FROM.
           IF WS-FROM-MINUTES <= WS-ANCHOR-MINUTES
               MOVE WS-ANCHOR-MINUTES TO WS-SLOT-MINUTES
           ELSE
               COMPUTE WS-SLOT-STEPS =
                   (WS-FROM-MINUTES - WS-ANCHOR-MINUTES
                    + WS-STEP-MINUTES - 1) / WS-STEP-MINUTES
               COMPUTE WS-SLOT-MINUTES = WS-ANCHOR-MINUTES
                   + WS-SLOT-STEPS * WS-STEP-MINUTES
           END-IF.

      *> Runs the trigger itself started and that succeeded or are
      *> still going cover their interval
       LOAD-COVERED-INTERVALS.
           MOVE 0 TO WS-COVER-COUNT
           MOVE WS-FROM-MINUTES TO WS-CONV-MINUTES
           PERFORM MINUTES-TO-ISO
           MOVE SPACES TO WS-QUERY-BODY
           STRING '{"lastUpdatedAfter":"' FUNCTION TRIM(WS-CONV-ISO)
                  '","lastUpdatedBefore":"' FUNCTION TRIM(WS-ISO-NOW)
                  '","filters":[{"operand":"PipelineName",'
                  '"operator":"Equals","values":["'
                  FUNCTION TRIM(WS-PIPELINE-NAME)
                  '"]},{"operand":"TriggerName","operator":"Equals",'
                  '"values":["' FUNCTION TRIM(WS-BACKFILL-TRIGGER)
                  '"]},{"operand":"Status","operator":"In",'
                  '"values":["Succeeded","InProgress","Queued"]}]}'
               DELIMITED BY SIZE INTO WS-QUERY-BODY
           END-STRING
           PERFORM EXECUTE-RUNS-QUERY
           IF HTTP-STATUS-CODE NOT = 200
               DISPLAY "Trigger run query failed (status "
                       HTTP-STATUS-CODE ") - not guessing which "
                       "intervals are missing"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT RECOVER-ITEMS-FILE
           IF WS-ITEMS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ RECOVER-ITEMS-FILE INTO WS-ITEM-LINE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM LOAD-ONE-COVERED-RUN
               END-READ
           END-PERFORM
           CLOSE RECOVER-ITEMS-FILE.

       LOAD-ONE-COVERED-RUN.
           PERFORM SCRAPE-RUN-ITEM
           IF WS-RUN-START = SPACES OR WS-COVER-COUNT >= 500
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-START TO WS-CONV-ISO
           PERFORM ISO-TO-MINUTES
           IF WS-CONV-MINUTES > 0
               ADD 1 TO WS-COVER-COUNT
               MOVE WS-CONV-MINUTES TO WS-COVER-MINUTES(WS-COVER-COUNT)
           END-IF.

       BACKFILL-ONE-SLOT.
           MOVE 'N' TO WS-SLOT-COVERED
           PERFORM VARYING WS-COVER-IDX FROM 1 BY 1
                   UNTIL WS-COVER-IDX > WS-COVER-COUNT
               IF WS-COVER-MINUTES(WS-COVER-IDX) >= WS-SLOT-MINUTES
                   AND WS-COVER-MINUTES(WS-COVER-IDX)
                       < WS-SLOT-MINUTES + WS-STEP-MINUTES
                   MOVE 'Y' TO WS-SLOT-COVERED
               END-IF
           END-PERFORM
           IF WS-SLOT-COVERED = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SLOT-MINUTES TO WS-CONV-MINUTES
           PERFORM MINUTES-TO-ISO
           MOVE WS-CONV-ISO TO WS-SLOT-START-ISO
           COMPUTE WS-CONV-MINUTES = WS-SLOT-MINUTES + WS-STEP-MINUTES
           PERFORM MINUTES-TO-ISO
           MOVE WS-CONV-ISO TO WS-SLOT-END-ISO
           MOVE WS-SLOT-START-ISO TO WS-REFERENCE
           PERFORM CHECK-ALREADY-DONE
           IF WS-ALREADY-DONE = 'Y'
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM WAIT-FOR-CAPACITY
           IF WS-STOP-QUEUING = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-FACTORY-URL)
                  '/pipelines/' FUNCTION TRIM(WS-PIPELINE-NAME)
                  '/createRun?api-version=2018-06-01'
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           MOVE SPACES TO WS-QUERY-BODY
           STRING '{"' FUNCTION TRIM(WS-START-PARAM) '":"'
                  FUNCTION TRIM(WS-SLOT-START-ISO) '","'
                  FUNCTION TRIM(WS-END-PARAM) '":"'
                  FUNCTION TRIM(WS-SLOT-END-ISO) '"}'
               DELIMITED BY SIZE INTO WS-QUERY-BODY
           END-STRING
           PERFORM EXECUTE-CREATE-RUN
           DISPLAY "  Backfill " FUNCTION TRIM(WS-SLOT-START-ISO)
                   " - " FUNCTION TRIM(WS-SLOT-END-ISO) " -> "
                   FUNCTION TRIM(WS-NEW-RUN-ID)
                   " (status " HTTP-STATUS-CODE ")".

      *> Holds off while the pipeline already has the allowed number
      *> of runs queued or in progress, whoever started them
       WAIT-FOR-CAPACITY.
           IF WS-QUEUED-COUNT + WS-FAILURE-COUNT >= WS-RECOVER-MAX
               DISPLAY "  Stopped at the AZURE_DF_RECOVER_MAX cap of "
                       WS-RECOVER-MAX " - rerun to continue"
               MOVE 'Y' TO WS-STOP-QUEUING
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-POLL-COUNT
           MOVE 'N' TO WS-CAPACITY-OK
           PERFORM UNTIL WS-CAPACITY-OK = 'Y'
                      OR WS-STOP-QUEUING = 'Y'
               PERFORM COUNT-ACTIVE-RUNS
               IF WS-ACTIVE-RUNS < WS-CONCURRENCY
                   MOVE 'Y' TO WS-CAPACITY-OK
               ELSE
                   ADD 1 TO WS-POLL-COUNT
                   IF WS-POLL-COUNT > WS-POLL-MAX
                       DISPLAY "  " FUNCTION TRIM(WS-PIPELINE-NAME)
                               " still has " WS-ACTIVE-RUNS
                               " run(s) active - giving up"
                       MOVE 'Y' TO WS-STOP-QUEUING
                   ELSE
                       CALL "C$SYSTEM" USING "sleep " WS-POLL-SECS
                       END-CALL
                   END-IF
               END-IF
           END-PERFORM.

       COUNT-ACTIVE-RUNS.
           MOVE SPACES TO WS-QUERY-BODY
           STRING '{"lastUpdatedAfter":"' FUNCTION TRIM(WS-ISO-START)
                  '","lastUpdatedBefore":"' FUNCTION TRIM(WS-ISO-LATER)
                  '","filters":[{"operand":"PipelineName",'
                  '"operator":"Equals","values":["'
                  FUNCTION TRIM(WS-PIPELINE-NAME)
                  '"]},{"operand":"Status","operator":"In",'
                  '"values":["Queued","InProgress"]}]}'
               DELIMITED BY SIZE INTO WS-QUERY-BODY
           END-STRING
           PERFORM EXECUTE-RUNS-QUERY
           MOVE 0 TO WS-ACTIVE-RUNS
           IF HTTP-STATUS-CODE NOT = 200
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT RECOVER-ITEMS-FILE
           IF WS-ITEMS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ RECOVER-ITEMS-FILE INTO WS-ITEM-LINE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM SCRAPE-RUN-ITEM
                       IF WS-RUN-ID NOT = SPACES
                           ADD 1 TO WS-ACTIVE-RUNS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECOVER-ITEMS-FILE.

      *> One run object per line of dfrecover_items.txt
       SCRAPE-RUN-ITEM.
           MOVE SPACES TO WS-RUN-ID WS-RUN-STATUS WS-RUN-START
           MOVE 'Y' TO WS-RUN-LATEST
           MOVE SPACES TO WS-TEMP-AFTER
           UNSTRING WS-ITEM-LINE DELIMITED BY '"runId":"'
               INTO WS-TEMP-BEFORE WS-TEMP-AFTER
           END-UNSTRING
           UNSTRING WS-TEMP-AFTER DELIMITED BY '"'
               INTO WS-RUN-ID
           END-UNSTRING
           MOVE SPACES TO WS-TEMP-AFTER
           UNSTRING WS-ITEM-LINE DELIMITED BY '"status":"'
               INTO WS-TEMP-BEFORE WS-TEMP-AFTER
           END-UNSTRING
           UNSTRING WS-TEMP-AFTER DELIMITED BY '"'
               INTO WS-RUN-STATUS
           END-UNSTRING
           MOVE SPACES TO WS-TEMP-AFTER
           UNSTRING WS-ITEM-LINE DELIMITED BY '"runStart":"'
               INTO WS-TEMP-BEFORE WS-TEMP-AFTER
           END-UNSTRING
           UNSTRING WS-TEMP-AFTER DELIMITED BY '"'
               INTO WS-RUN-START
           END-UNSTRING
           MOVE SPACES TO WS-TEMP-AFTER
           UNSTRING WS-ITEM-LINE DELIMITED BY '"isLatest":'
               INTO WS-TEMP-BEFORE WS-TEMP-AFTER
           END-UNSTRING
           IF WS-TEMP-AFTER(1:5) = 'false'
               MOVE 'N' TO WS-RUN-LATEST
           END-IF.

       EXECUTE-CREATE-RUN.
           MOVE 'POST' TO HTTP-METHOD
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'POST' HTTP-URL
                                      'dfrecover_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o dfrecover_response.json -w '%{http_code}' "
                   "-D dfrecover_rate_headers.txt "
                   "-X POST -H @dfrecover_auth.txt "
                   "-H 'Content-Type: application/json' "
                   "-d '" WS-QUERY-BODY "' '"
                   HTTP-URL "' > dfrecover_status.txt"
               END-CALL
               PERFORM READ-RECOVER-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'POST' HTTP-URL
                                      'dfrecover_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           MOVE SPACES TO WS-NEW-RUN-ID
           IF HTTP-STATUS-CODE = 200
               PERFORM READ-RECOVER-RESPONSE
               MOVE SPACES TO WS-TEMP-AFTER
               UNSTRING WS-ITEM-LINE DELIMITED BY '"runId":"'
                   INTO WS-TEMP-BEFORE WS-TEMP-AFTER
               END-UNSTRING
               UNSTRING WS-TEMP-AFTER DELIMITED BY '"'
                   INTO WS-NEW-RUN-ID
               END-UNSTRING
               MOVE 'QUEUED' TO WS-LOG-RESULT
               ADD 1 TO WS-QUEUED-COUNT
           ELSE
               MOVE 'none' TO WS-NEW-RUN-ID
               MOVE 'FAILED' TO WS-LOG-RESULT
               ADD 1 TO WS-FAILURE-COUNT
           END-IF
           PERFORM APPEND-RECOVERY-LOG.

       APPEND-RECOVERY-LOG.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-CLOCK8 FROM TIME
           MOVE SPACES TO WS-LOG-LINE
           STRING WS-CURRENT-DATE8(1:4) '-' WS-CURRENT-DATE8(5:2) '-'
                  WS-CURRENT-DATE8(7:2) 'T' WS-CURRENT-CLOCK8(1:2) ':'
                  WS-CURRENT-CLOCK8(3:2) ':' WS-CURRENT-CLOCK8(5:2)
                  'Z|' FUNCTION TRIM(WS-RECOVER-ACTION)
                  '|' FUNCTION TRIM(WS-PIPELINE-NAME)
                  '|' FUNCTION TRIM(WS-LOG-TRIGGER)
                  '|' FUNCTION TRIM(WS-REFERENCE)
                  '|' FUNCTION TRIM(WS-NEW-RUN-ID)
                  '|' FUNCTION TRIM(WS-LOG-RESULT)
               DELIMITED BY SIZE INTO WS-LOG-LINE
           END-STRING
           OPEN EXTEND RECOVERY-LOG-FILE
           WRITE RECOVERY-LOG-RECORD FROM WS-LOG-LINE
           CLOSE RECOVERY-LOG-FILE.

      *> queryPipelineRuns with the body in WS-QUERY-BODY; the value
      *> array is split one run per line into dfrecover_items.txt
       EXECUTE-RUNS-QUERY.
           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-FACTORY-URL)
                  '/queryPipelineRuns?api-version=2018-06-01'
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'POST' HTTP-URL
                                      'dfrecover_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o dfrecover_response.json -w '%{http_code}' "
                   "-D dfrecover_rate_headers.txt "
                   "-X POST -H @dfrecover_auth.txt "
                   "-H 'Content-Type: application/json' "
                   "-d '" WS-QUERY-BODY "' '"
                   HTTP-URL "' > dfrecover_status.txt"
               END-CALL
               PERFORM READ-RECOVER-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'POST' HTTP-URL
                                      'dfrecover_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM
           IF HTTP-STATUS-CODE = 200
               MOVE SPACES TO WS-OP-CMD
               STRING "tr -d '\n\r' < dfrecover_response.json"
                      " | sed -e " "'" 's/},{"runId"/'
                      '}\n{"runId"/g' "'" ' > dfrecover_items.txt'
                   DELIMITED BY SIZE INTO WS-OP-CMD
               END-STRING
               CALL "C$SYSTEM" USING WS-OP-CMD
               END-CALL
           END-IF.

       EXECUTE-RECOVER-GET.
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o dfrecover_response.json -w '%{http_code}' "
                   "-H @dfrecover_auth.txt '"
                   HTTP-URL "' > dfrecover_status.txt"
               END-CALL
               PERFORM READ-RECOVER-STATUS
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM.

      *> Minutes since the start of the Gregorian calendar epoch used
      *> by INTEGER-OF-DATE, from an ISO timestamp; zero if the text
      *> is not one
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

       MINUTES-TO-ISO.
           COMPUTE WS-CONV-DAYS = WS-CONV-MINUTES / 1440
           COMPUTE WS-CONV-REM = WS-CONV-MINUTES
               - (WS-CONV-DAYS * 1440)
           COMPUTE WS-CONV-HH = WS-CONV-REM / 60
           COMPUTE WS-CONV-MM = WS-CONV-REM - (WS-CONV-HH * 60)
           MOVE FUNCTION DATE-OF-INTEGER(WS-CONV-DAYS)
               TO WS-CONV-DATE8
           MOVE SPACES TO WS-CONV-ISO
           STRING WS-CONV-DATE8(1:4) '-' WS-CONV-DATE8(5:2) '-'
                  WS-CONV-DATE8(7:2) 'T' WS-CONV-HH ':' WS-CONV-MM
                  ':00Z'
               DELIMITED BY SIZE INTO WS-CONV-ISO
           END-STRING.

       READ-RECOVER-STATUS.
           MOVE 0 TO HTTP-STATUS-CODE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RECOVER-STATUS-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ RECOVER-STATUS-FILE INTO RECOVER-STATUS-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE FUNCTION NUMVAL(RECOVER-STATUS-RECORD)
                           TO HTTP-STATUS-CODE
               END-READ
           END-PERFORM
           CLOSE RECOVER-STATUS-FILE.

       READ-RECOVER-RESPONSE.
           MOVE SPACES TO WS-ITEM-LINE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RECOVER-RESPONSE-FILE
           IF WS-RESPONSE-STATUS = '00'
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ RECOVER-RESPONSE-FILE INTO WS-ITEM-LINE
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE RECOVER-RESPONSE-FILE
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

       END PROGRAM AZUREDFRECOVER.

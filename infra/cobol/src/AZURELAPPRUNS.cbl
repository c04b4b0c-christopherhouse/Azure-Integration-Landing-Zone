       IDENTIFICATION DIVISION.
       PROGRAM-ID. AZURELAPPRUNS.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Logic App workflow run failure report and bulk resubmit.
      *> LOGICAPP deploys the workflows in LAPP-WORKFLOW-INFO; when a
      *> downstream system is down for an hour dozens of runs fail,
      *> and resubmitting them one at a time in the portal is how an
      *> afternoon disappears. For each configured workflow (or just
      *> AZURE_LAPP_WORKFLOW) this program lists the failed runs of
      *> the last AZURE_LAPP_RUNS_HOURS (default 24), finds the
      *> action that failed first in each and its error code, and
      *> writes lapp-runs-report.txt grouped by workflow, failing
      *> action and error code. AZURE_LAPP_RUNS_ACTION picks what
      *> happens next:
      *>   REPORT   - the report only (the default); the exit code is
      *>              the number of failed runs
      *>   RESUBMIT - resubmit the selected failed runs from their
      *>              original trigger payload. AZURE_LAPP_RESUBMIT_CODE
      *>              selects by error code; AZURE_LAPP_RESUBMIT_FROM
      *>              and _TO (UTC, YYYY-MM-DDTHH:MM) narrow the start
      *>              time window; with neither, every failed run in
      *>              the window is resubmitted
      *> Resubmissions are throttled AZURE_LAPP_RESUBMIT_DELAY seconds
      *> apart (default 5) and capped at AZURE_LAPP_RESUBMIT_MAX per
      *> run (default 50), so a mass resubmit cannot flatten the
      *> system that just recovered. Every resubmission lands in the
      *> AUDITLOG trail with the original and new run IDs.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAPP-STATUS-FILE ASSIGN TO "lappruns_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LAPP-ITEMS-FILE ASSIGN TO "lappruns_items.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEMS-STATUS.
           SELECT LAPP-HEADERS-FILE ASSIGN TO "lappruns_headers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HEADERS-STATUS.
           SELECT FIELD-FILE ASSIGN TO "lappruns_field.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIELD-STATUS.
           SELECT RUNS-REPORT-FILE ASSIGN TO "lapp-runs-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTH-HEADER-FILE ASSIGN TO "lappruns_auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LAPP-STATUS-FILE.
       01  LAPP-STATUS-RECORD          PIC X(8).

       FD  LAPP-ITEMS-FILE.
       01  LAPP-ITEMS-RECORD           PIC X(8192).

       FD  LAPP-HEADERS-FILE.
       01  LAPP-HEADERS-RECORD         PIC X(2048).

       FD  FIELD-FILE.
       01  FIELD-RECORD                PIC X(64).

       FD  RUNS-REPORT-FILE.
       01  RUNS-REPORT-RECORD          PIC X(132).

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
       01  WS-ITEMS-STATUS             PIC XX.
       01  WS-HEADERS-STATUS           PIC XX.
       01  WS-FIELD-STATUS             PIC XX.
       01  WS-ARM-BASE-URL             PIC X(40) VALUE
               'https://management.azure.com'.
       01  WS-OP-CMD                   PIC X(1024).
       01  WS-RETRY-COUNT              PIC 9(2).
       01  WS-RETRY-MAX                PIC 9(2) VALUE 3.
       01  WS-RETRY-DONE               PIC X.
       01  WS-BACKOFF-SECS             PIC 9(2).

      *> Operator selections
       01  WS-RUNS-ACTION              PIC X(8).
       01  WS-ONLY-WORKFLOW            PIC X(64).
       01  WS-SELECT-CODE              PIC X(64).
       01  WS-SELECT-FROM              PIC X(16).
       01  WS-SELECT-TO                PIC X(16).
       01  WS-NUM-TEXT                 PIC X(8).
       01  WS-HOURS-BACK               PIC 9(4) VALUE 24.
       01  WS-RESUBMIT-DELAY           PIC 9(3) VALUE 5.
       01  WS-RESUBMIT-MAX             PIC 9(4) VALUE 50.

       01  WS-LAPP-NAME                PIC X(64).
       01  WS-WF-BASE-URL              PIC X(400).
       01  WS-WF-IDX                   PIC 9(2).
       01  WS-WINDOW-START             PIC X(20).
       01  WS-ITEM-LINE                PIC X(8192).
       01  WS-TEMP-BEFORE              PIC X(8192).
       01  WS-TEMP-AFTER               PIC X(8192).
       01  WS-HEADER-LINE              PIC X(2048).
       01  WS-REPORT-LINE              PIC X(132).

      *> Failed runs found in the window
       01  WS-RUN-COUNT                PIC 9(3) VALUE 0.
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY OCCURS 500 TIMES.
               10  WS-RUN-WF-IDX       PIC 9(2).
               10  WS-RUN-NAME         PIC X(64).
               10  WS-RUN-START        PIC X(20).
               10  WS-RUN-TRIGGER      PIC X(64).
               10  WS-RUN-ACTION       PIC X(64).
               10  WS-RUN-CODE         PIC X(64).
       01  WS-RUN-IDX                  PIC 9(3).
       01  WS-RUNS-TRUNCATED           PIC X VALUE 'N'.

      *> Failures grouped by workflow, failing action and error code
       01  WS-GRP-COUNT                PIC 9(3) VALUE 0.
       01  WS-GRP-TABLE.
           05  WS-GRP-ENTRY OCCURS 200 TIMES.
               10  WS-GRP-WF-IDX       PIC 9(2).
               10  WS-GRP-ACTION       PIC X(64).
               10  WS-GRP-CODE         PIC X(64).
               10  WS-GRP-RUNS         PIC 9(4).
               10  WS-GRP-FIRST        PIC X(20).
               10  WS-GRP-LAST         PIC X(20).
       01  WS-GRP-IDX                  PIC 9(3).
       01  WS-GRP-FOUND                PIC X.

       01  WS-ACTION-NAME              PIC X(64).
       01  WS-ACTION-CODE              PIC X(64).
       01  WS-NEW-RUN-ID               PIC X(64).
       01  WS-RESUBMITTED              PIC 9(4) VALUE 0.
       01  WS-RESUBMIT-FAILED          PIC 9(4) VALUE 0.
       01  WS-QUERY-FAILURES           PIC 9(3) VALUE 0.

      *> Audit record for each resubmission
       01  WS-AUDIT-METHOD             PIC X(10) VALUE 'RESUBMIT'.
       01  WS-AUDIT-URL                PIC X(256).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Logic App run failure tool starting"
           MOVE SPACES TO AZURE-CONFIG
           PERFORM READ-OPERATOR-SELECTIONS
           IF WS-RUNS-ACTION NOT = 'REPORT'
                   AND WS-RUNS-ACTION NOT = 'RESUBMIT'
               DISPLAY "AZURE_LAPP_RUNS_ACTION must be REPORT or "
                       "RESUBMIT"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           CALL 'AZUREAUTH' USING BY REFERENCE AZURE-CONFIG
                                               AZURE-AUTH-TOKEN
                                               WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Azure authentication failed, cannot query "
                       "workflow runs"
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LAPP-WORKFLOW-COUNT = 0
               DISPLAY "No workflows configured - nothing to report on"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM DETERMINE-CLOUD-ENDPOINT
           PERFORM RESOLVE-WINDOW-START
           PERFORM GENERATE-SITE-NAME
           STRING 'Bearer ' ACCESS-TOKEN
               DELIMITED BY SIZE INTO AUTHORIZATION
           END-STRING
           PERFORM WRITE-AUTH-HEADER-FILE

           OPEN OUTPUT RUNS-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM VARYING WS-WF-IDX FROM 1 BY 1
                   UNTIL WS-WF-IDX > LAPP-WORKFLOW-COUNT
               IF LAPP-WORKFLOW-NAME(WS-WF-IDX) NOT = SPACES
                   AND (WS-ONLY-WORKFLOW = SPACES
                     OR WS-ONLY-WORKFLOW
                        = LAPP-WORKFLOW-NAME(WS-WF-IDX))
                   PERFORM LIST-FAILED-RUNS
               END-IF
           END-PERFORM
           PERFORM WRITE-FAILURE-GROUPS

           IF WS-RUNS-ACTION = 'RESUBMIT'
               PERFORM RESUBMIT-SELECTED-RUNS
           END-IF
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE RUNS-REPORT-FILE
           DISPLAY "Run failure report written to lapp-runs-report.txt"

           EVALUATE TRUE
               WHEN WS-QUERY-FAILURES > 0 OR WS-RESUBMIT-FAILED > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RUNS-ACTION = 'RESUBMIT'
                   MOVE 0 TO RETURN-CODE
               WHEN WS-RUN-COUNT > 99
                   MOVE 99 TO RETURN-CODE
               WHEN OTHER
                   MOVE WS-RUN-COUNT TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       READ-OPERATOR-SELECTIONS.
           MOVE SPACES TO WS-RUNS-ACTION
           ACCEPT WS-RUNS-ACTION FROM ENVIRONMENT
               'AZURE_LAPP_RUNS_ACTION'
           INSPECT WS-RUNS-ACTION CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-RUNS-ACTION = SPACES
               MOVE 'REPORT' TO WS-RUNS-ACTION
           END-IF

           MOVE SPACES TO WS-ONLY-WORKFLOW
           ACCEPT WS-ONLY-WORKFLOW FROM ENVIRONMENT
               'AZURE_LAPP_WORKFLOW'
           MOVE SPACES TO WS-SELECT-CODE
           ACCEPT WS-SELECT-CODE FROM ENVIRONMENT
               'AZURE_LAPP_RESUBMIT_CODE'
           MOVE SPACES TO WS-SELECT-FROM
           ACCEPT WS-SELECT-FROM FROM ENVIRONMENT
               'AZURE_LAPP_RESUBMIT_FROM'
           MOVE SPACES TO WS-SELECT-TO
           ACCEPT WS-SELECT-TO FROM ENVIRONMENT
               'AZURE_LAPP_RESUBMIT_TO'

           MOVE SPACES TO WS-NUM-TEXT
           ACCEPT WS-NUM-TEXT FROM ENVIRONMENT 'AZURE_LAPP_RUNS_HOURS'
           IF WS-NUM-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-NUM-TEXT) TO WS-HOURS-BACK
           END-IF
           IF WS-HOURS-BACK = 0
               MOVE 24 TO WS-HOURS-BACK
           END-IF
           MOVE SPACES TO WS-NUM-TEXT
           ACCEPT WS-NUM-TEXT FROM ENVIRONMENT
               'AZURE_LAPP_RESUBMIT_DELAY'
           IF WS-NUM-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-NUM-TEXT) TO WS-RESUBMIT-DELAY
           END-IF
           MOVE SPACES TO WS-NUM-TEXT
           ACCEPT WS-NUM-TEXT FROM ENVIRONMENT
               'AZURE_LAPP_RESUBMIT_MAX'
           IF WS-NUM-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-NUM-TEXT) TO WS-RESUBMIT-MAX
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

      *> Run start times are UTC, so the window bound is taken from
      *> the UTC clock rather than the local one
       RESOLVE-WINDOW-START.
           MOVE SPACES TO WS-OP-CMD
           STRING 'date -u -d ' "'" WS-HOURS-BACK ' hours ago' "'"
                  ' +%Y-%m-%dT%H:%M:%SZ > lappruns_field.txt'
               DELIMITED BY SIZE INTO WS-OP-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-OP-CMD
           END-CALL
           MOVE SPACES TO WS-WINDOW-START
           OPEN INPUT FIELD-FILE
           IF WS-FIELD-STATUS = '00'
               READ FIELD-FILE INTO WS-WINDOW-START
                   AT END CONTINUE
               END-READ
               CLOSE FIELD-FILE
           END-IF.

      *> Same naming rules LOGICAPP applied when it created the site;
      *> the workflow management API sits under the site's host
      *> runtime
       GENERATE-SITE-NAME.
           MOVE 'LAPP' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-LAPP-NAME
           MOVE SPACES TO WS-WF-BASE-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/' SUBSCRIPTION-ID
                  '/resourceGroups/' FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.Web/sites/'
                  FUNCTION TRIM(WS-LAPP-NAME)
                  '/hostruntime/runtime/webhooks/workflow/api/'
                  'management/workflows/'
               DELIMITED BY SIZE INTO WS-WF-BASE-URL
           END-STRING.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Workflow run failures for Logic App '
                  FUNCTION TRIM(WS-LAPP-NAME)
                  ' (environment ' FUNCTION TRIM(ENV-NAME) ')'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE RUNS-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Window: since ' FUNCTION TRIM(WS-WINDOW-START)
                  ' (' WS-HOURS-BACK ' hours)'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE RUNS-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE RUNS-REPORT-RECORD FROM WS-REPORT-LINE.

      *> One listing per workflow, filtered server-side to failed
      *> runs started in the window. The response is split one run
      *> object per line so each can be scraped on its own
       LIST-FAILED-RUNS.
           DISPLAY "  Listing failed runs of "
                   FUNCTION TRIM(LAPP-WORKFLOW-NAME(WS-WF-IDX))
           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-WF-BASE-URL)
                  FUNCTION TRIM(LAPP-WORKFLOW-NAME(WS-WF-IDX))
                  '/runs?api-version=2018-11-01'
                  '&$filter=status%20eq%20%27Failed%27'
                  '%20and%20startTime%20ge%20'
                  FUNCTION TRIM(WS-WINDOW-START)
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           PERFORM EXECUTE-LAPP-GET
           IF HTTP-STATUS-CODE NOT = 200
               DISPLAY "    Run listing failed. Status: "
                       HTTP-STATUS-CODE
               ADD 1 TO WS-QUERY-FAILURES
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ' FUNCTION TRIM(
                          LAPP-WORKFLOW-NAME(WS-WF-IDX))
                      ': run listing failed (status '
                      HTTP-STATUS-CODE ')'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE RUNS-REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM SPLIT-RESPONSE-ITEMS
           OPEN INPUT LAPP-ITEMS-FILE
           IF WS-ITEMS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ LAPP-ITEMS-FILE INTO WS-ITEM-LINE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM LOAD-ONE-RUN
               END-READ
           END-PERFORM
           CLOSE LAPP-ITEMS-FILE

      *> The failing action is looked up per run once the listing is
      *> closed, since the lookup reuses the same scratch files
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT
               IF WS-RUN-WF-IDX(WS-RUN-IDX) = WS-WF-IDX
                   PERFORM FIND-FAILING-ACTION
                   PERFORM ADD-TO-FAILURE-GROUP
               END-IF
           END-PERFORM.

       LOAD-ONE-RUN.
           MOVE SPACES TO WS-TEMP-AFTER
           UNSTRING WS-ITEM-LINE DELIMITED BY '/runs/'
               INTO WS-TEMP-BEFORE WS-TEMP-AFTER
           END-UNSTRING
           IF WS-TEMP-AFTER = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-RUN-COUNT >= 500
               MOVE 'Y' TO WS-RUNS-TRUNCATED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RUN-COUNT
           MOVE WS-WF-IDX TO WS-RUN-WF-IDX(WS-RUN-COUNT)
           MOVE SPACES TO WS-RUN-NAME(WS-RUN-COUNT)
           UNSTRING WS-TEMP-AFTER DELIMITED BY '"'
               INTO WS-RUN-NAME(WS-RUN-COUNT)
           END-UNSTRING

           MOVE SPACES TO WS-RUN-START(WS-RUN-COUNT)
           MOVE SPACES TO WS-TEMP-AFTER
           UNSTRING WS-ITEM-LINE DELIMITED BY '"startTime":"'
               INTO WS-TEMP-BEFORE WS-TEMP-AFTER
           END-UNSTRING
           UNSTRING WS-TEMP-AFTER DELIMITED BY '"'
               INTO WS-RUN-START(WS-RUN-COUNT)
           END-UNSTRING

           MOVE SPACES TO WS-RUN-TRIGGER(WS-RUN-COUNT)
           MOVE SPACES TO WS-TEMP-AFTER
           UNSTRING WS-ITEM-LINE DELIMITED BY '"trigger":{"name":"'
               INTO WS-TEMP-BEFORE WS-TEMP-AFTER
           END-UNSTRING
           UNSTRING WS-TEMP-AFTER DELIMITED BY '"'
               INTO WS-RUN-TRIGGER(WS-RUN-COUNT)
           END-UNSTRING

           MOVE '(unknown)' TO WS-RUN-ACTION(WS-RUN-COUNT)
           MOVE '(unknown)' TO WS-RUN-CODE(WS-RUN-COUNT).

      *> A failure cascades: the action that broke fails with its own
      *> error code, and every scope around it fails with
      *> ActionFailed. The first failed action with a real code is
      *> the one worth grouping on
       FIND-FAILING-ACTION.
           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-WF-BASE-URL)
                  FUNCTION TRIM(LAPP-WORKFLOW-NAME(WS-WF-IDX))
                  '/runs/' FUNCTION TRIM(WS-RUN-NAME(WS-RUN-IDX))
                  '/actions?api-version=2018-11-01'
                  '&$filter=status%20eq%20%27Failed%27'
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           PERFORM EXECUTE-LAPP-GET
           IF HTTP-STATUS-CODE NOT = 200
               EXIT PARAGRAPH
           END-IF

           PERFORM SPLIT-RESPONSE-ITEMS
           OPEN INPUT LAPP-ITEMS-FILE
           IF WS-ITEMS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ LAPP-ITEMS-FILE INTO WS-ITEM-LINE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM SCAN-ONE-ACTION
               END-READ
           END-PERFORM
           CLOSE LAPP-ITEMS-FILE.

       SCAN-ONE-ACTION.
           MOVE SPACES TO WS-ACTION-NAME WS-ACTION-CODE
           MOVE SPACES TO WS-TEMP-AFTER
           UNSTRING WS-ITEM-LINE DELIMITED BY '/actions/'
               INTO WS-TEMP-BEFORE WS-TEMP-AFTER
           END-UNSTRING
           UNSTRING WS-TEMP-AFTER DELIMITED BY '"'
               INTO WS-ACTION-NAME
           END-UNSTRING
           MOVE SPACES TO WS-TEMP-AFTER
           UNSTRING WS-ITEM-LINE DELIMITED BY '"code":"'
               INTO WS-TEMP-BEFORE WS-TEMP-AFTER
           END-UNSTRING
           UNSTRING WS-TEMP-AFTER DELIMITED BY '"'
               INTO WS-ACTION-CODE
           END-UNSTRING
           IF WS-ACTION-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-RUN-ACTION(WS-RUN-IDX) = '(unknown)'
               MOVE WS-ACTION-NAME TO WS-RUN-ACTION(WS-RUN-IDX)
               MOVE WS-ACTION-CODE TO WS-RUN-CODE(WS-RUN-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-RUN-CODE(WS-RUN-IDX) = 'ActionFailed'
                   AND WS-ACTION-CODE NOT = 'ActionFailed'
                   AND WS-ACTION-CODE NOT = SPACES
               MOVE WS-ACTION-NAME TO WS-RUN-ACTION(WS-RUN-IDX)
               MOVE WS-ACTION-CODE TO WS-RUN-CODE(WS-RUN-IDX)
           END-IF.

       ADD-TO-FAILURE-GROUP.
           MOVE 'N' TO WS-GRP-FOUND
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
                      OR WS-GRP-FOUND = 'Y'
               IF WS-GRP-WF-IDX(WS-GRP-IDX) = WS-WF-IDX
                   AND WS-GRP-ACTION(WS-GRP-IDX)
                       = WS-RUN-ACTION(WS-RUN-IDX)
                   AND WS-GRP-CODE(WS-GRP-IDX)
                       = WS-RUN-CODE(WS-RUN-IDX)
                   MOVE 'Y' TO WS-GRP-FOUND
               END-IF
           END-PERFORM
           IF WS-GRP-FOUND = 'Y'
               SUBTRACT 1 FROM WS-GRP-IDX
           ELSE
               IF WS-GRP-COUNT >= 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GRP-COUNT
               MOVE WS-GRP-COUNT TO WS-GRP-IDX
               MOVE WS-WF-IDX TO WS-GRP-WF-IDX(WS-GRP-IDX)
               MOVE WS-RUN-ACTION(WS-RUN-IDX)
                   TO WS-GRP-ACTION(WS-GRP-IDX)
               MOVE WS-RUN-CODE(WS-RUN-IDX) TO WS-GRP-CODE(WS-GRP-IDX)
               MOVE 0 TO WS-GRP-RUNS(WS-GRP-IDX)
               MOVE WS-RUN-START(WS-RUN-IDX)
                   TO WS-GRP-FIRST(WS-GRP-IDX)
               MOVE WS-RUN-START(WS-RUN-IDX)
                   TO WS-GRP-LAST(WS-GRP-IDX)
           END-IF
           ADD 1 TO WS-GRP-RUNS(WS-GRP-IDX)
           IF WS-RUN-START(WS-RUN-IDX) < WS-GRP-FIRST(WS-GRP-IDX)
               MOVE WS-RUN-START(WS-RUN-IDX)
                   TO WS-GRP-FIRST(WS-GRP-IDX)
           END-IF
           IF WS-RUN-START(WS-RUN-IDX) > WS-GRP-LAST(WS-GRP-IDX)
               MOVE WS-RUN-START(WS-RUN-IDX)
                   TO WS-GRP-LAST(WS-GRP-IDX)
           END-IF.

       WRITE-FAILURE-GROUPS.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ' FUNCTION TRIM(LAPP-WORKFLOW-NAME(
                          WS-GRP-WF-IDX(WS-GRP-IDX)))
                      ' / ' FUNCTION TRIM(WS-GRP-ACTION(WS-GRP-IDX))
                      ' / ' FUNCTION TRIM(WS-GRP-CODE(WS-GRP-IDX))
                      ': ' WS-GRP-RUNS(WS-GRP-IDX) ' failed run(s)'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE RUNS-REPORT-RECORD FROM WS-REPORT-LINE
               DISPLAY WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING '    first ' WS-GRP-FIRST(WS-GRP-IDX)(1:16)
                      '  last ' WS-GRP-LAST(WS-GRP-IDX)(1:16)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE RUNS-REPORT-RECORD FROM WS-REPORT-LINE
           END-PERFORM.

      *> Resubmitting replays the original trigger payload as a new
      *> run; the new run's ID comes back in x-ms-workflow-run-id
       RESUBMIT-SELECTED-RUNS.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE RUNS-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Resubmissions (code '
                  FUNCTION TRIM(WS-SELECT-CODE) ', from '
                  FUNCTION TRIM(WS-SELECT-FROM) ', to '
                  FUNCTION TRIM(WS-SELECT-TO) '):'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE RUNS-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT
               IF WS-RESUBMITTED + WS-RESUBMIT-FAILED
                       >= WS-RESUBMIT-MAX
                   DISPLAY "  Stopped at the AZURE_LAPP_RESUBMIT_MAX "
                           "cap of " WS-RESUBMIT-MAX
                           " - rerun to continue"
                   EXIT PERFORM
               END-IF
               PERFORM RESUBMIT-ONE-RUN
           END-PERFORM.

       RESUBMIT-ONE-RUN.
           IF WS-SELECT-CODE NOT = SPACES
                   AND WS-SELECT-CODE NOT = WS-RUN-CODE(WS-RUN-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-SELECT-FROM NOT = SPACES
                   AND WS-RUN-START(WS-RUN-IDX)(1:16) < WS-SELECT-FROM
               EXIT PARAGRAPH
           END-IF
           IF WS-SELECT-TO NOT = SPACES
                   AND WS-RUN-START(WS-RUN-IDX)(1:16) > WS-SELECT-TO
               EXIT PARAGRAPH
           END-IF
           IF WS-RUN-TRIGGER(WS-RUN-IDX) = SPACES
               DISPLAY "  No trigger recorded for run "
                       FUNCTION TRIM(WS-RUN-NAME(WS-RUN-IDX))
                       " - cannot resubmit"
               ADD 1 TO WS-RESUBMIT-FAILED
               EXIT PARAGRAPH
           END-IF

      *> Throttle between resubmissions, not before the first
           IF WS-RESUBMITTED + WS-RESUBMIT-FAILED > 0
                   AND WS-RESUBMIT-DELAY > 0
               CALL "C$SYSTEM" USING "sleep " WS-RESUBMIT-DELAY
               END-CALL
           END-IF

           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-WF-BASE-URL)
                  FUNCTION TRIM(LAPP-WORKFLOW-NAME(
                      WS-RUN-WF-IDX(WS-RUN-IDX)))
                  '/triggers/' FUNCTION TRIM(WS-RUN-TRIGGER(WS-RUN-IDX))
                  '/histories/' FUNCTION TRIM(WS-RUN-NAME(WS-RUN-IDX))
                  '/resubmit?api-version=2018-11-01'
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           MOVE 'POST' TO HTTP-METHOD
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'POST' HTTP-URL
                                      'lappruns_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o lappruns_response.json "
                   "-D lappruns_headers.txt "
                   "-w '%{http_code}' -X POST "
                   "-H @lappruns_auth.txt -H 'Content-Length: 0' '"
                   HTTP-URL "' > lappruns_status.txt"
               END-CALL
               PERFORM READ-LAPP-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'POST' HTTP-URL
                                      'lappruns_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           MOVE SPACES TO WS-NEW-RUN-ID
           IF HTTP-STATUS-CODE = 200 OR HTTP-STATUS-CODE = 202
               PERFORM EXTRACT-NEW-RUN-ID
               ADD 1 TO WS-RESUBMITTED
           ELSE
               MOVE 'none' TO WS-NEW-RUN-ID
               ADD 1 TO WS-RESUBMIT-FAILED
           END-IF

      *> The audit record names both runs where the URL usually goes;
      *> the resubmit call itself is the hashed payload
           MOVE SPACES TO WS-AUDIT-URL
           STRING 'workflow='
                  FUNCTION TRIM(LAPP-WORKFLOW-NAME(
                      WS-RUN-WF-IDX(WS-RUN-IDX)))
                  ' originalRun=' FUNCTION TRIM(WS-RUN-NAME(WS-RUN-IDX))
                  ' newRun=' FUNCTION TRIM(WS-NEW-RUN-ID)
               DELIMITED BY SIZE INTO WS-AUDIT-URL
           END-STRING
           CALL 'AUDITLOG' USING WS-AUDIT-METHOD WS-AUDIT-URL HTTP-URL
                                 HTTP-STATUS-CODE CLIENT-ID
                                 'lappruns_headers.txt'

           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' FUNCTION TRIM(WS-RUN-NAME(WS-RUN-IDX))
                  ' -> ' FUNCTION TRIM(WS-NEW-RUN-ID)
                  ' (status ' HTTP-STATUS-CODE ')'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE RUNS-REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE.

       EXTRACT-NEW-RUN-ID.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LAPP-HEADERS-FILE
           IF WS-HEADERS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ LAPP-HEADERS-FILE INTO WS-HEADER-LINE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM SCAN-HEADER-FOR-RUN-ID
               END-READ
           END-PERFORM
           CLOSE LAPP-HEADERS-FILE.

       SCAN-HEADER-FOR-RUN-ID.
           INSPECT WS-HEADER-LINE(1:21) CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           IF WS-HEADER-LINE(1:21) = 'x-ms-workflow-run-id:'
               MOVE SPACES TO WS-NEW-RUN-ID
               UNSTRING WS-HEADER-LINE(22:) DELIMITED BY ALL SPACE
                   OR X'0D'
                   INTO WS-TEMP-BEFORE WS-NEW-RUN-ID
               END-UNSTRING
           END-IF.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE RUNS-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-RUNS-TRUNCATED = 'Y'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'Note: more than 500 failed runs - only the '
                      'first 500 are reported'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE RUNS-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Result: ' WS-RUN-COUNT ' failed run(s) in '
                  WS-GRP-COUNT ' group(s)'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE RUNS-REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY "Workflow runs: " WS-RUN-COUNT " failed, "
                   WS-GRP-COUNT " group(s)"
           IF WS-RUNS-ACTION = 'RESUBMIT'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'Resubmitted: ' WS-RESUBMITTED
                      ', failed to resubmit: ' WS-RESUBMIT-FAILED
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE RUNS-REPORT-RECORD FROM WS-REPORT-LINE
               DISPLAY "Resubmitted " WS-RESUBMITTED " run(s), "
                       WS-RESUBMIT-FAILED " failed"
           END-IF.

      *> Shared GET with retry; the body lands in
      *> lappruns_response.json for SPLIT-RESPONSE-ITEMS
       EXECUTE-LAPP-GET.
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o lappruns_response.json -w '%{http_code}' "
                   "-H @lappruns_auth.txt '"
                   HTTP-URL "' > lappruns_status.txt"
               END-CALL
               PERFORM READ-LAPP-STATUS
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM.

      *> One element of the response's value array per line
       SPLIT-RESPONSE-ITEMS.
           MOVE SPACES TO WS-OP-CMD
           STRING "tr -d '\n\r' < lappruns_response.json"
                  " | sed -e " "'" 's/},{"properties"/'
                  '}\n{"properties"/g' "'" ' > lappruns_items.txt'
               DELIMITED BY SIZE INTO WS-OP-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-OP-CMD
           END-CALL.

       READ-LAPP-STATUS.
           MOVE 0 TO HTTP-STATUS-CODE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LAPP-STATUS-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ LAPP-STATUS-FILE INTO LAPP-STATUS-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE FUNCTION NUMVAL(LAPP-STATUS-RECORD)
                           TO HTTP-STATUS-CODE
               END-READ
           END-PERFORM
           CLOSE LAPP-STATUS-FILE.

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

       END PROGRAM AZURELAPPRUNS.

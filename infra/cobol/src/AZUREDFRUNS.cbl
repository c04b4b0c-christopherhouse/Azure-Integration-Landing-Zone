      *> last N hours (AZURE_DF_RUNS_HOURS, default 24) and writes a
      *> formatted succeeded/failed/in-progress report with the latest
      *> run duration and the first failure message to
      *> df-runs-report.txt for the morning ops check. Failed runs
      *> that AZUREDFRECOVER has already rerun from failure (per its
      *> df-recovery-log.txt) are called out, and a pipeline whose
      *> every failed run has been recovered no longer counts as
      *> failing. The process exit code is the number of pipelines
      *> with unrecovered failed runs so a scheduler can page on
      *> non-zero.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTH-HEADER-FILE ASSIGN TO "dfruns_auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RECOVERY-LOG-FILE
               ASSIGN TO "df-recovery-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-HEADER-FILE.
       01  AUTH-HEADER-RECORD          PIC X(1056).

       FD  RECOVERY-LOG-FILE.
       01  RECOVERY-LOG-RECORD         PIC X(300).

       WORKING-STORAGE SECTION.
      *> Request handed to the shared AZURENAME renderer
       01  WS-NAME-REQ                 PIC X(48).
       01  WS-FAIL-MESSAGE             PIC X(80).
       01  WS-PIPELINES-WITH-FAILURES  PIC 9(2) VALUE 0.

      *> Original run IDs AZUREDFRECOVER has rerun, off its recovery
      *> log, and the walk over the runs in a response
       01  WS-LOG-STATUS               PIC XX.
       01  WS-LOG-LINE                 PIC X(300).
       01  WS-LOG-TIME                 PIC X(20).
       01  WS-LOG-MODE                 PIC X(8).
       01  WS-LOG-PIPELINE             PIC X(64).
       01  WS-LOG-TRIGGER              PIC X(64).
       01  WS-LOG-REFERENCE            PIC X(64).
       01  WS-LOG-NEW-RUN              PIC X(64).
       01  WS-LOG-RESULT               PIC X(8).
       01  WS-RERUN-COUNT              PIC 9(4) VALUE 0.
       01  WS-RERUN-TABLE.
           05  WS-RERUN-ORIGINAL OCCURS 1000 TIMES PIC X(64).
       01  WS-RERUN-IDX                PIC 9(4).
       01  WS-RECOVERED-COUNT          PIC 9(4).
       01  WS-SCAN-PTR                 PIC 9(5).
       01  WS-RESPONSE-LEN             PIC 9(5).
       01  WS-SCAN-RUN-ID              PIC X(64).
       01  WS-SCAN-FAILED              PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Data Factory pipeline run monitor starting"
               PERFORM DETERMINE-CLOUD-ENDPOINT
               PERFORM RESOLVE-LOOKBACK-WINDOW
               PERFORM GENERATE-FACTORY-NAME
               PERFORM LOAD-RECOVERY-LOG
               PERFORM WRITE-REPORT-HEADER

               IF DF-PIPELINE-COUNT = 0
               UNSTRING WS-TEMP-AFTER DELIMITED BY '"'
                   INTO WS-FAIL-MESSAGE
               END-UNSTRING
           END-IF

           MOVE 0 TO WS-RECOVERED-COUNT
           IF WS-FAILED-COUNT > 0 AND WS-RERUN-COUNT > 0
               PERFORM COUNT-RECOVERED-RUNS
           END-IF.

      *> Each '"runId":"' starts the next run object; a failed one
      *> whose ID is in the recovery log has already been rerun
       COUNT-RECOVERED-RUNS.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-RESPONSE-LINE
               TRAILING)) TO WS-RESPONSE-LEN
           MOVE 1 TO WS-SCAN-PTR
           UNSTRING WS-RESPONSE-LINE DELIMITED BY '"runId":"'
               INTO WS-TEMP-BEFORE WITH POINTER WS-SCAN-PTR
           END-UNSTRING
           PERFORM UNTIL WS-SCAN-PTR > WS-RESPONSE-LEN
               MOVE SPACES TO WS-TEMP-AFTER
               UNSTRING WS-RESPONSE-LINE DELIMITED BY '"runId":"'
                   INTO WS-TEMP-AFTER WITH POINTER WS-SCAN-PTR
               END-UNSTRING
               MOVE SPACES TO WS-SCAN-RUN-ID
               UNSTRING WS-TEMP-AFTER DELIMITED BY '"'
                   INTO WS-SCAN-RUN-ID
               END-UNSTRING
               MOVE 0 TO WS-SCAN-FAILED
               INSPECT WS-TEMP-AFTER TALLYING WS-SCAN-FAILED
                   FOR ALL '"status":"Failed"'
               IF WS-SCAN-FAILED > 0
                   PERFORM VARYING WS-RERUN-IDX FROM 1 BY 1
                           UNTIL WS-RERUN-IDX > WS-RERUN-COUNT
                       IF WS-RERUN-ORIGINAL(WS-RERUN-IDX)
                               = WS-SCAN-RUN-ID
                           ADD 1 TO WS-RECOVERED-COUNT
                           MOVE WS-RERUN-COUNT TO WS-RERUN-IDX
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       WRITE-PIPELINE-LINES.
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' FUNCTION TRIM(
               WRITE RUNS-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF

           IF WS-FAILED-COUNT > 0 AND WS-RECOVERED-COUNT > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING '    recovered: ' WS-RECOVERED-COUNT ' of '
                      WS-FAILED-COUNT ' failed run(s) rerun from '
                      'failure (df-recovery-log.txt)'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE RUNS-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF

           IF WS-FAILED-COUNT > WS-RECOVERED-COUNT
               ADD 1 TO WS-PIPELINES-WITH-FAILURES
           END-IF
           IF WS-FAILED-COUNT > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING '    first failure: '
                      FUNCTION TRIM(WS-FAIL-MESSAGE)
           DISPLAY "Pipeline run check: " WS-PIPELINES-WITH-FAILURES
                   " pipeline(s) with failures".

      *> Only reruns that were actually queued count; the log line
      *> layout is AZUREDFRECOVER's
      *>   time|mode|pipeline|trigger|reference|new run id|result
       LOAD-RECOVERY-LOG.
           MOVE 0 TO WS-RERUN-COUNT
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
           IF WS-LOG-MODE = 'RERUN' AND WS-LOG-RESULT = 'QUEUED'
                   AND WS-RERUN-COUNT < 1000
               ADD 1 TO WS-RERUN-COUNT
               MOVE WS-LOG-REFERENCE
                   TO WS-RERUN-ORIGINAL(WS-RERUN-COUNT)
           END-IF.

       READ-RUNS-STATUS.
           MOVE 0 TO HTTP-STATUS-CODE
           MOVE 'N' TO WS-EOF-FLAG

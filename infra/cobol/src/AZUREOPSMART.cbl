       IDENTIFICATION DIVISION.
       PROGRAM-ID. AZUREOPSMART.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Nightly operations data mart extract for the BI team. The
      *> suite's history files - run-history.dat, health-history.dat,
      *> capacity-history.dat and chargeback-history.dat - are turned
      *> into a fixed set of pipe-delimited fact and dimension files,
      *> each opening with a header row of the column names below,
      *> written to AZURE_MART_DIR (default mart) with the load's
      *> through-date in the name:
      *>   fact_run_<date>.dat
      *>     run_id|environment|start_ts|end_ts|status|duration_secs
      *>   fact_stage_execution_<date>.dat
      *>     run_id|environment|run_date|resource|outcome|elapsed_secs
      *>   fact_health_probe_<date>.dat
      *>     probe_ts|environment|probe|result|passed (1/0)
      *>   fact_capacity_sample_<date>.dat
      *>     month|sample_date|environment|resource|metric|average|peak
      *>   fact_cost_monthly_<date>.dat
      *>     month|environment|cost_center|amount|as_of_date - the
      *>     latest month-to-date figure in the load, so a month is
      *>     restated on every load until it closes
      *>   dim_environment_<date>.dat
      *>     environment|subscription_id|resource_group|location|
      *>     cost_center|owner
      *>   dim_resource_<date>.dat
      *>     environment|resource|kind (STAGE/PROBE/CAPACITY)|
      *>     sla_target_pct (probes only, as AZURESLARPT resolves it)
      *> Timestamps are ISO (YYYY-MM-DDTHH:MM:SS, host clock), dates
      *> YYYYMMDD, amounts in the billing currency with two decimals.
      *> Facts load incrementally by date: each load takes the records
      *> dated after the previous load's through-date, up to
      *> AZURE_MART_THROUGH (default yesterday, so no day is split).
      *> AZURE_MART_FROM reloads from a given date. Dimensions are a
      *> full snapshot on every load, from the whole history plus the
      *> environment list (AZURE_ENVIRONMENT_LIST, default
      *> environments.txt) and each environment's config file.
      *> mart-control.dat in the mart directory holds one
      *>   LOAD|<from>|<through>|<extracted stamp>|<total rows>
      *> record per load followed by a
      *>   FILE|<through>|<file name>|<rows, header excluded>
      *> record per file, for the BI load to reconcile against.
      *> Exit code 0 when a load was written, 4 when the mart is
      *> already loaded through the requested date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENV-LIST-FILE ASSIGN TO WS-ENV-LIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENV-LIST-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "run-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT HEALTH-HISTORY-FILE ASSIGN TO "health-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT CAP-HISTORY-FILE ASSIGN TO "capacity-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT CB-HISTORY-FILE ASSIGN TO "chargeback-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO WS-CONTROL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT RUN-FACT-FILE ASSIGN TO WS-RUN-FACT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STAGE-FACT-FILE ASSIGN TO WS-STAGE-FACT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROBE-FACT-FILE ASSIGN TO WS-PROBE-FACT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAP-FACT-FILE ASSIGN TO WS-CAP-FACT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COST-FACT-FILE ASSIGN TO WS-COST-FACT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ENV-DIM-FILE ASSIGN TO WS-ENV-DIM-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RES-DIM-FILE ASSIGN TO WS-RES-DIM-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ENV-LIST-FILE.
       01  ENV-LIST-RECORD             PIC X(32).

       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-RECORD          PIC X(256).

       FD  HEALTH-HISTORY-FILE.
       01  HEALTH-HISTORY-RECORD       PIC X(120).

       FD  CAP-HISTORY-FILE.
       01  CAP-HISTORY-RECORD          PIC X(120).

       FD  CB-HISTORY-FILE.
       01  CB-HISTORY-RECORD           PIC X(120).

       FD  CONTROL-FILE.
       01  CONTROL-RECORD              PIC X(160).

       FD  RUN-FACT-FILE.
       01  RUN-FACT-RECORD             PIC X(256).

       FD  STAGE-FACT-FILE.
       01  STAGE-FACT-RECORD           PIC X(256).

       FD  PROBE-FACT-FILE.
       01  PROBE-FACT-RECORD           PIC X(256).

       FD  CAP-FACT-FILE.
       01  CAP-FACT-RECORD             PIC X(256).

       FD  COST-FACT-FILE.
       01  COST-FACT-RECORD            PIC X(256).

       FD  ENV-DIM-FILE.
       01  ENV-DIM-RECORD              PIC X(256).

       FD  RES-DIM-FILE.
       01  RES-DIM-RECORD              PIC X(256).

       WORKING-STORAGE SECTION.
       COPY AZURECONFIG.

       01  WS-RETURN-CODE              PIC 9(2).
       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
       01  WS-ENV-LIST-STATUS          PIC XX.
       01  WS-SOURCE-STATUS            PIC XX.
       01  WS-CONTROL-STATUS           PIC XX.
       01  WS-ENV-LIST-FILENAME        PIC X(40) VALUE
               'environments.txt'.
       01  WS-CONFIG-FILENAME          PIC X(128).
       01  WS-CMD                      PIC X(256).

      *> Where the load goes and what it covers
       01  WS-MART-DIR                 PIC X(128).
       01  WS-CONTROL-PATH             PIC X(160).
       01  WS-RUN-FACT-PATH            PIC X(160).
       01  WS-STAGE-FACT-PATH          PIC X(160).
       01  WS-PROBE-FACT-PATH          PIC X(160).
       01  WS-CAP-FACT-PATH            PIC X(160).
       01  WS-COST-FACT-PATH           PIC X(160).
       01  WS-ENV-DIM-PATH             PIC X(160).
       01  WS-RES-DIM-PATH             PIC X(160).
       01  WS-FILE-NAME                PIC X(48).
       01  WS-DATE-TEXT                PIC X(8).
       01  WS-TODAY-DATE               PIC 9(8).
       01  WS-THROUGH-DATE             PIC 9(8).
       01  WS-AFTER-DATE               PIC 9(8) VALUE 0.
       01  WS-FROM-DATE                PIC 9(8).
       01  WS-RECORD-DATE              PIC 9(8).
       01  WS-EXTRACT-DATE8            PIC 9(8).
       01  WS-EXTRACT-CLOCK8           PIC 9(8).

      *> Rows written per file, for the control file
       01  WS-RUN-ROWS                 PIC 9(7) VALUE 0.
       01  WS-STAGE-ROWS               PIC 9(7) VALUE 0.
       01  WS-PROBE-ROWS               PIC 9(7) VALUE 0.
       01  WS-CAP-ROWS                 PIC 9(7) VALUE 0.
       01  WS-COST-ROWS                PIC 9(7) VALUE 0.
       01  WS-ENV-ROWS                 PIC 9(7) VALUE 0.
       01  WS-RES-ROWS                 PIC 9(7) VALUE 0.
       01  WS-TOTAL-ROWS               PIC 9(8) VALUE 0.
       01  WS-CONTROL-ROWS             PIC 9(7).

      *> Source record fields
       01  WS-F1                       PIC X(48).
       01  WS-F2                       PIC X(48).
       01  WS-F3                       PIC X(48).
       01  WS-F4                       PIC X(48).
       01  WS-F5                       PIC X(48).
       01  WS-F6                       PIC X(48).
       01  WS-F7                       PIC X(48).
       01  WS-RUN-ID-LEN               PIC 9(2).
       01  WS-STAMP-TEXT               PIC X(14).
       01  WS-ISO-STAMP                PIC X(19).
       01  WS-ISO-START                PIC X(19).
       01  WS-STAMP-DATE               PIC 9(8).
       01  WS-METRIC-AVG-TEXT          PIC Z(8)9.
       01  WS-METRIC-MAX-TEXT          PIC Z(8)9.
       01  WS-START-SECS               PIC 9(12).
       01  WS-END-SECS                 PIC 9(12).
       01  WS-STAMP-SECS               PIC 9(12).
       01  WS-DURATION-SECS            PIC 9(8).
       01  WS-DURATION-TEXT            PIC Z(7)9.
       01  WS-PASSED-FLAG              PIC X.
       01  WS-OUT-LINE                 PIC X(256).

      *> Environments met anywhere, for dim_environment
       01  WS-ENV-COUNT                PIC 9(2) VALUE 0.
       01  WS-ENV-TABLE.
           05  WS-ENV-ENTRY OCCURS 30 TIMES.
               10  WS-ENV-NAME         PIC X(16).
       01  WS-ENV-IDX                  PIC 9(2).
       01  WS-ENV-FOUND                PIC 9(2).
       01  WS-FIND-ENV                 PIC X(16).

      *> Resources met anywhere, for dim_resource
       01  WS-RES-COUNT                PIC 9(3) VALUE 0.
       01  WS-RES-TABLE.
           05  WS-RES-ENTRY OCCURS 500 TIMES.
               10  WS-RES-ENV          PIC X(16).
               10  WS-RES-NAME         PIC X(48).
               10  WS-RES-KIND         PIC X(8).
       01  WS-RES-IDX                  PIC 9(3).
       01  WS-RES-FOUND                PIC 9(3).
       01  WS-FIND-RES                 PIC X(48).
       01  WS-FIND-KIND                PIC X(8).

      *> Month-to-date spend, latest figure per month/env/cost center
       01  WS-COST-COUNT               PIC 9(3) VALUE 0.
       01  WS-COST-TABLE.
           05  WS-COST-ENTRY OCCURS 500 TIMES.
               10  WS-COST-MONTH       PIC X(6).
               10  WS-COST-ENV         PIC X(16).
               10  WS-COST-CENTER      PIC X(32).
               10  WS-COST-AMOUNT      PIC 9(9)V99.
               10  WS-COST-AS-OF       PIC 9(8).
       01  WS-COST-IDX                 PIC 9(3).
       01  WS-COST-FOUND               PIC 9(3).
       01  WS-AMOUNT-TEXT              PIC Z(8)9.99.

      *> SLA target resolution, as AZURESLARPT does it
       01  WS-TARGET-PCT               PIC 9(3)V99.
       01  WS-TARGET-DISPLAY           PIC ZZ9.99.
       01  WS-SLA-IDX                  PIC 9(2).
       01  WS-MATCH-COUNT              PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Operations data mart extract starting"

           PERFORM RESOLVE-LOAD-WINDOW
           IF WS-THROUGH-DATE <= WS-AFTER-DATE
               DISPLAY "  Mart already loaded through "
                       WS-AFTER-DATE " - nothing to extract"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "  Loading records dated after " WS-AFTER-DATE
                   " through " WS-THROUGH-DATE

           PERFORM OPEN-MART-FILES
           PERFORM LOAD-ENVIRONMENT-LIST
           PERFORM EXTRACT-RUN-HISTORY
           PERFORM EXTRACT-HEALTH-HISTORY
           PERFORM EXTRACT-CAPACITY-HISTORY
           PERFORM EXTRACT-CHARGEBACK-HISTORY
           PERFORM WRITE-COST-FACTS
           PERFORM WRITE-DIMENSIONS
           PERFORM CLOSE-MART-FILES
           PERFORM APPEND-CONTROL-RECORDS

           DISPLAY "  Runs: " WS-RUN-ROWS
                   "  stage executions: " WS-STAGE-ROWS
           DISPLAY "  Health probes: " WS-PROBE-ROWS
                   "  capacity samples: " WS-CAP-ROWS
                   "  cost rows: " WS-COST-ROWS
           DISPLAY "  Environments: " WS-ENV-ROWS
                   "  resources: " WS-RES-ROWS
           DISPLAY "Mart load written to "
                   FUNCTION TRIM(WS-MART-DIR)
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *> The load runs after the last one's through-date, up to
      *> yesterday unless told otherwise
       RESOLVE-LOAD-WINDOW.
           MOVE SPACES TO WS-MART-DIR
           ACCEPT WS-MART-DIR FROM ENVIRONMENT 'AZURE_MART_DIR'
           IF WS-MART-DIR = SPACES
               MOVE 'mart' TO WS-MART-DIR
           END-IF
           MOVE SPACES TO WS-CONTROL-PATH
           STRING FUNCTION TRIM(WS-MART-DIR) '/mart-control.dat'
               DELIMITED BY SIZE INTO WS-CONTROL-PATH
           END-STRING
           ACCEPT WS-ENV-LIST-FILENAME FROM ENVIRONMENT
               'AZURE_ENVIRONMENT_LIST'
           IF WS-ENV-LIST-FILENAME = SPACES
               MOVE 'environments.txt' TO WS-ENV-LIST-FILENAME
           END-IF

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1)
               TO WS-THROUGH-DATE
           MOVE SPACES TO WS-DATE-TEXT
           ACCEPT WS-DATE-TEXT FROM ENVIRONMENT 'AZURE_MART_THROUGH'
           IF WS-DATE-TEXT IS NUMERIC
               MOVE WS-DATE-TEXT TO WS-THROUGH-DATE
           END-IF

           PERFORM READ-LAST-WATERMARK
           MOVE SPACES TO WS-DATE-TEXT
           ACCEPT WS-DATE-TEXT FROM ENVIRONMENT 'AZURE_MART_FROM'
           IF WS-DATE-TEXT IS NUMERIC
               MOVE WS-DATE-TEXT TO WS-FROM-DATE
               MOVE FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FROM-DATE) - 1)
                   TO WS-AFTER-DATE
           END-IF.

      *> The through-date of the last LOAD record is the watermark
       READ-LAST-WATERMARK.
           MOVE 0 TO WS-AFTER-DATE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00'
               IF WS-CONTROL-STATUS = '05'
                   CLOSE CONTROL-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CONTROL-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF CONTROL-RECORD(1:5) = 'LOAD|'
                               AND CONTROL-RECORD(15:8) IS NUMERIC
                           MOVE CONTROL-RECORD(15:8) TO WS-AFTER-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTROL-FILE.

       OPEN-MART-FILES.
           MOVE SPACES TO WS-CMD
           STRING 'mkdir -p ' FUNCTION TRIM(WS-MART-DIR)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-CMD
           END-CALL

           MOVE 'fact_run' TO WS-FILE-NAME
           PERFORM BUILD-MART-PATH
           MOVE WS-CONTROL-PATH TO WS-RUN-FACT-PATH
           MOVE 'fact_stage_execution' TO WS-FILE-NAME
           PERFORM BUILD-MART-PATH
           MOVE WS-CONTROL-PATH TO WS-STAGE-FACT-PATH
           MOVE 'fact_health_probe' TO WS-FILE-NAME
           PERFORM BUILD-MART-PATH
           MOVE WS-CONTROL-PATH TO WS-PROBE-FACT-PATH
           MOVE 'fact_capacity_sample' TO WS-FILE-NAME
           PERFORM BUILD-MART-PATH
           MOVE WS-CONTROL-PATH TO WS-CAP-FACT-PATH
           MOVE 'fact_cost_monthly' TO WS-FILE-NAME
           PERFORM BUILD-MART-PATH
           MOVE WS-CONTROL-PATH TO WS-COST-FACT-PATH
           MOVE 'dim_environment' TO WS-FILE-NAME
           PERFORM BUILD-MART-PATH
           MOVE WS-CONTROL-PATH TO WS-ENV-DIM-PATH
           MOVE 'dim_resource' TO WS-FILE-NAME
           PERFORM BUILD-MART-PATH
           MOVE WS-CONTROL-PATH TO WS-RES-DIM-PATH
           MOVE SPACES TO WS-CONTROL-PATH
           STRING FUNCTION TRIM(WS-MART-DIR) '/mart-control.dat'
               DELIMITED BY SIZE INTO WS-CONTROL-PATH
           END-STRING

           OPEN OUTPUT RUN-FACT-FILE
           MOVE SPACES TO RUN-FACT-RECORD
           STRING 'run_id|environment|start_ts|end_ts|status|'
                  'duration_secs'
               DELIMITED BY SIZE INTO RUN-FACT-RECORD
           END-STRING
           WRITE RUN-FACT-RECORD
           OPEN OUTPUT STAGE-FACT-FILE
           MOVE SPACES TO STAGE-FACT-RECORD
           STRING 'run_id|environment|run_date|resource|outcome|'
                  'elapsed_secs'
               DELIMITED BY SIZE INTO STAGE-FACT-RECORD
           END-STRING
           WRITE STAGE-FACT-RECORD
           OPEN OUTPUT PROBE-FACT-FILE
           MOVE 'probe_ts|environment|probe|result|passed'
               TO PROBE-FACT-RECORD
           WRITE PROBE-FACT-RECORD
           OPEN OUTPUT CAP-FACT-FILE
           MOVE SPACES TO CAP-FACT-RECORD
           STRING 'month|sample_date|environment|resource|metric|'
                  'average|peak'
               DELIMITED BY SIZE INTO CAP-FACT-RECORD
           END-STRING
           WRITE CAP-FACT-RECORD
           OPEN OUTPUT COST-FACT-FILE
           MOVE 'month|environment|cost_center|amount|as_of_date'
               TO COST-FACT-RECORD
           WRITE COST-FACT-RECORD
           OPEN OUTPUT ENV-DIM-FILE
           MOVE SPACES TO ENV-DIM-RECORD
           STRING 'environment|subscription_id|resource_group|'
                  'location|cost_center|owner'
               DELIMITED BY SIZE INTO ENV-DIM-RECORD
           END-STRING
           WRITE ENV-DIM-RECORD
           OPEN OUTPUT RES-DIM-FILE
           MOVE 'environment|resource|kind|sla_target_pct'
               TO RES-DIM-RECORD
           WRITE RES-DIM-RECORD.

      *> <mart dir>/<file name>_<through date>.dat, built in the
      *> control path field and moved to the file's own
       BUILD-MART-PATH.
           MOVE SPACES TO WS-CONTROL-PATH
           STRING FUNCTION TRIM(WS-MART-DIR) '/'
                  FUNCTION TRIM(WS-FILE-NAME) '_'
                  WS-THROUGH-DATE '.dat'
               DELIMITED BY SIZE INTO WS-CONTROL-PATH
           END-STRING.

       CLOSE-MART-FILES.
           CLOSE RUN-FACT-FILE STAGE-FACT-FILE PROBE-FACT-FILE
                 CAP-FACT-FILE COST-FACT-FILE ENV-DIM-FILE
                 RES-DIM-FILE.

       LOAD-ENVIRONMENT-LIST.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ENV-LIST-FILE
           IF WS-ENV-LIST-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ENV-LIST-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF ENV-LIST-RECORD NOT = SPACES
                           MOVE FUNCTION TRIM(ENV-LIST-RECORD)
                               TO WS-FIND-ENV
                           PERFORM NOTE-ENVIRONMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENV-LIST-FILE.

       NOTE-ENVIRONMENT.
           IF WS-FIND-ENV = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ENV-FOUND
           PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
                   UNTIL WS-ENV-IDX > WS-ENV-COUNT
                      OR WS-ENV-FOUND > 0
               IF WS-ENV-NAME(WS-ENV-IDX) = WS-FIND-ENV
                   MOVE WS-ENV-IDX TO WS-ENV-FOUND
               END-IF
           END-PERFORM
           IF WS-ENV-FOUND = 0 AND WS-ENV-COUNT < 30
               ADD 1 TO WS-ENV-COUNT
               MOVE WS-FIND-ENV TO WS-ENV-NAME(WS-ENV-COUNT)
           END-IF.

       NOTE-RESOURCE.
           MOVE WS-F3 TO WS-FIND-ENV
           PERFORM NOTE-ENVIRONMENT
           IF WS-FIND-RES = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RES-FOUND
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                   UNTIL WS-RES-IDX > WS-RES-COUNT
                      OR WS-RES-FOUND > 0
               IF WS-RES-ENV(WS-RES-IDX) = WS-FIND-ENV
                       AND WS-RES-NAME(WS-RES-IDX) = WS-FIND-RES
                       AND WS-RES-KIND(WS-RES-IDX) = WS-FIND-KIND
                   MOVE WS-RES-IDX TO WS-RES-FOUND
               END-IF
           END-PERFORM
           IF WS-RES-FOUND = 0 AND WS-RES-COUNT < 500
               ADD 1 TO WS-RES-COUNT
               MOVE WS-FIND-ENV TO WS-RES-ENV(WS-RES-COUNT)
               MOVE WS-FIND-RES TO WS-RES-NAME(WS-RES-COUNT)
               MOVE WS-FIND-KIND TO WS-RES-KIND(WS-RES-COUNT)
           END-IF.

      *> True when WS-RECORD-DATE falls inside this load
       CHECK-LOAD-WINDOW.
           MOVE 'N' TO WS-PASSED-FLAG
           IF WS-RECORD-DATE > WS-AFTER-DATE
                   AND WS-RECORD-DATE <= WS-THROUGH-DATE
               MOVE 'Y' TO WS-PASSED-FLAG
           END-IF.

      *> RUN|<id>|<env>|<start>|<end>|<status> and
      *> RES|<id>|<env>|<resource>|<outcome>|<elapsed>; a stage
      *> execution is dated by its run, whose ID ends in the start
      *> stamp. Other record types in the ledger are not facts here.
       EXTRACT-RUN-HISTORY.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-SOURCE-STATUS NOT = '00'
               DISPLAY "  No run-history.dat - no run facts"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ RUN-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       EVALUATE RUN-HISTORY-RECORD(1:4)
                           WHEN 'RUN|'
                               PERFORM EXTRACT-RUN-RECORD
                           WHEN 'RES|'
                               PERFORM EXTRACT-RES-RECORD
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE RUN-HISTORY-FILE.

       EXTRACT-RUN-RECORD.
           MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5 WS-F6
           UNSTRING RUN-HISTORY-RECORD DELIMITED BY '|'
               INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5 WS-F6
           END-UNSTRING
           MOVE WS-F3 TO WS-FIND-ENV
           PERFORM NOTE-ENVIRONMENT
           IF WS-F4(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-F4(1:8) TO WS-RECORD-DATE
           PERFORM CHECK-LOAD-WINDOW
           IF WS-PASSED-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-F4(1:14) TO WS-STAMP-TEXT
           PERFORM CONVERT-STAMP
           MOVE WS-STAMP-SECS TO WS-START-SECS
           PERFORM FORMAT-ISO-STAMP
           MOVE WS-ISO-STAMP TO WS-ISO-START
           MOVE WS-F5(1:14) TO WS-STAMP-TEXT
           PERFORM CONVERT-STAMP
           MOVE WS-STAMP-SECS TO WS-END-SECS
           PERFORM FORMAT-ISO-STAMP
           MOVE 0 TO WS-DURATION-SECS
           IF WS-END-SECS > WS-START-SECS AND WS-START-SECS > 0
               COMPUTE WS-DURATION-SECS = WS-END-SECS - WS-START-SECS
           END-IF
           MOVE WS-DURATION-SECS TO WS-DURATION-TEXT

           MOVE SPACES TO RUN-FACT-RECORD
           STRING FUNCTION TRIM(WS-F2) '|' FUNCTION TRIM(WS-F3) '|'
                  WS-ISO-START '|' FUNCTION TRIM(WS-ISO-STAMP)
                  '|' FUNCTION TRIM(WS-F6) '|'
                  FUNCTION TRIM(WS-DURATION-TEXT)
               DELIMITED BY SIZE INTO RUN-FACT-RECORD
           END-STRING
           WRITE RUN-FACT-RECORD
           ADD 1 TO WS-RUN-ROWS.

       EXTRACT-RES-RECORD.
           MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5 WS-F6
           UNSTRING RUN-HISTORY-RECORD DELIMITED BY '|'
               INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5 WS-F6
           END-UNSTRING
           MOVE WS-F4 TO WS-FIND-RES
           MOVE 'STAGE' TO WS-FIND-KIND
           PERFORM NOTE-RESOURCE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-F2)) TO WS-RUN-ID-LEN
           IF WS-RUN-ID-LEN < 15
               EXIT PARAGRAPH
           END-IF
           IF WS-F2(WS-RUN-ID-LEN - 13:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-F2(WS-RUN-ID-LEN - 13:8) TO WS-RECORD-DATE
           PERFORM CHECK-LOAD-WINDOW
           IF WS-PASSED-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO STAGE-FACT-RECORD
           STRING FUNCTION TRIM(WS-F2) '|' FUNCTION TRIM(WS-F3) '|'
                  WS-RECORD-DATE '|' FUNCTION TRIM(WS-F4) '|'
                  FUNCTION TRIM(WS-F5) '|' FUNCTION TRIM(WS-F6)
               DELIMITED BY SIZE INTO STAGE-FACT-RECORD
           END-STRING
           WRITE STAGE-FACT-RECORD
           ADD 1 TO WS-STAGE-ROWS.

      *> HP|<YYYYMMDDHHMMSS>|<env>|<probe>|<PASS/FAIL>
       EXTRACT-HEALTH-HISTORY.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT HEALTH-HISTORY-FILE
           IF WS-SOURCE-STATUS NOT = '00'
               DISPLAY "  No health-history.dat - no probe facts"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ HEALTH-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF HEALTH-HISTORY-RECORD(1:3) = 'HP|'
                           PERFORM EXTRACT-PROBE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HEALTH-HISTORY-FILE.

       EXTRACT-PROBE-RECORD.
           MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
           UNSTRING HEALTH-HISTORY-RECORD DELIMITED BY '|'
               INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
           END-UNSTRING
           MOVE WS-F4 TO WS-FIND-RES
           MOVE 'PROBE' TO WS-FIND-KIND
           PERFORM NOTE-RESOURCE
           IF WS-F2(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-F2(1:8) TO WS-RECORD-DATE
           PERFORM CHECK-LOAD-WINDOW
           IF WS-PASSED-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-F2(1:14) TO WS-STAMP-TEXT
           PERFORM FORMAT-ISO-STAMP
           MOVE '0' TO WS-PASSED-FLAG
           IF WS-F5 = 'PASS'
               MOVE '1' TO WS-PASSED-FLAG
           END-IF
           MOVE SPACES TO PROBE-FACT-RECORD
           STRING WS-ISO-STAMP '|' FUNCTION TRIM(WS-F3) '|'
                  FUNCTION TRIM(WS-F4) '|' FUNCTION TRIM(WS-F5) '|'
                  WS-PASSED-FLAG
               DELIMITED BY SIZE INTO PROBE-FACT-RECORD
           END-STRING
           WRITE PROBE-FACT-RECORD
           ADD 1 TO WS-PROBE-ROWS.

      *> <YYYY-MM>|<env>|<resource>|<metric>|<avg>|<max>[|<YYYYMMDD>]
      *> - records from before the sample date was kept count as
      *> taken on the first of their month
       EXTRACT-CAPACITY-HISTORY.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CAP-HISTORY-FILE
           IF WS-SOURCE-STATUS NOT = '00'
               DISPLAY "  No capacity-history.dat - no capacity facts"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CAP-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF CAP-HISTORY-RECORD(5:1) = '-'
                           PERFORM EXTRACT-CAPACITY-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAP-HISTORY-FILE.

       EXTRACT-CAPACITY-RECORD.
           MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5 WS-F6 WS-F7
           UNSTRING CAP-HISTORY-RECORD DELIMITED BY '|'
               INTO WS-F1 WS-F3 WS-F4 WS-F5 WS-F6 WS-F7 WS-F2
           END-UNSTRING
           MOVE WS-F4 TO WS-FIND-RES
           MOVE 'CAPACITY' TO WS-FIND-KIND
           PERFORM NOTE-RESOURCE
           IF WS-F2(1:8) IS NUMERIC
               MOVE WS-F2(1:8) TO WS-RECORD-DATE
           ELSE
               MOVE SPACES TO WS-F2
               STRING WS-F1(1:4) WS-F1(6:2) '01'
                   DELIMITED BY SIZE INTO WS-F2
               END-STRING
               IF WS-F2(1:8) IS NOT NUMERIC
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-F2(1:8) TO WS-RECORD-DATE
           END-IF
           PERFORM CHECK-LOAD-WINDOW
           IF WS-PASSED-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(WS-F6) TO WS-METRIC-AVG-TEXT
           MOVE FUNCTION NUMVAL(WS-F7) TO WS-METRIC-MAX-TEXT
           MOVE SPACES TO CAP-FACT-RECORD
           STRING WS-F1(1:4) WS-F1(6:2) '|' WS-RECORD-DATE '|'
                  FUNCTION TRIM(WS-F3) '|' FUNCTION TRIM(WS-F4) '|'
                  FUNCTION TRIM(WS-F5) '|'
                  FUNCTION TRIM(WS-METRIC-AVG-TEXT) '|'
                  FUNCTION TRIM(WS-METRIC-MAX-TEXT)
               DELIMITED BY SIZE INTO CAP-FACT-RECORD
           END-STRING
           WRITE CAP-FACT-RECORD
           ADD 1 TO WS-CAP-ROWS.

      *> CB|<YYYYMMDD>|<env>|<cost center>|<month-to-date amount>;
      *> the file is in date order, so a later figure for the same
      *> month replaces an earlier one
       EXTRACT-CHARGEBACK-HISTORY.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CB-HISTORY-FILE
           IF WS-SOURCE-STATUS NOT = '00'
               DISPLAY "  No chargeback-history.dat - no cost facts"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CB-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF CB-HISTORY-RECORD(1:3) = 'CB|'
                           PERFORM EXTRACT-COST-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CB-HISTORY-FILE.

       EXTRACT-COST-RECORD.
           MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
           UNSTRING CB-HISTORY-RECORD DELIMITED BY '|'
               INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
           END-UNSTRING
           MOVE WS-F3 TO WS-FIND-ENV
           PERFORM NOTE-ENVIRONMENT
           IF WS-F2(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-F2(1:8) TO WS-RECORD-DATE
           PERFORM CHECK-LOAD-WINDOW
           IF WS-PASSED-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-COST-FOUND
           PERFORM VARYING WS-COST-IDX FROM 1 BY 1
                   UNTIL WS-COST-IDX > WS-COST-COUNT
                      OR WS-COST-FOUND > 0
               IF WS-COST-MONTH(WS-COST-IDX) = WS-F2(1:6)
                       AND WS-COST-ENV(WS-COST-IDX) = WS-F3
                       AND WS-COST-CENTER(WS-COST-IDX) = WS-F4
                   MOVE WS-COST-IDX TO WS-COST-FOUND
               END-IF
           END-PERFORM
           IF WS-COST-FOUND = 0
               IF WS-COST-COUNT >= 500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-COST-COUNT
               MOVE WS-COST-COUNT TO WS-COST-FOUND
               MOVE WS-F2(1:6) TO WS-COST-MONTH(WS-COST-FOUND)
               MOVE WS-F3 TO WS-COST-ENV(WS-COST-FOUND)
               MOVE WS-F4 TO WS-COST-CENTER(WS-COST-FOUND)
           END-IF
           MOVE FUNCTION NUMVAL(WS-F5) TO WS-COST-AMOUNT(WS-COST-FOUND)
           MOVE WS-RECORD-DATE TO WS-COST-AS-OF(WS-COST-FOUND).

       WRITE-COST-FACTS.
           PERFORM VARYING WS-COST-IDX FROM 1 BY 1
                   UNTIL WS-COST-IDX > WS-COST-COUNT
               MOVE WS-COST-AMOUNT(WS-COST-IDX) TO WS-AMOUNT-TEXT
               MOVE SPACES TO COST-FACT-RECORD
               STRING WS-COST-MONTH(WS-COST-IDX) '|'
                      FUNCTION TRIM(WS-COST-ENV(WS-COST-IDX)) '|'
                      FUNCTION TRIM(WS-COST-CENTER(WS-COST-IDX)) '|'
                      FUNCTION TRIM(WS-AMOUNT-TEXT) '|'
                      WS-COST-AS-OF(WS-COST-IDX)
                   DELIMITED BY SIZE INTO COST-FACT-RECORD
               END-STRING
               WRITE COST-FACT-RECORD
               ADD 1 TO WS-COST-ROWS
           END-PERFORM.

      *> One environment at a time: its config supplies the
      *> environment's attributes and the SLA targets of its probes.
      *> Config only - no Azure calls - so the loader is driven
      *> directly, as AZURESLARPT does.
       WRITE-DIMENSIONS.
           PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
                   UNTIL WS-ENV-IDX > WS-ENV-COUNT
               MOVE SPACES TO AZURE-CONFIG
               MOVE SPACES TO WS-CONFIG-FILENAME
               STRING 'config/azure-config-' DELIMITED BY SIZE
                      WS-ENV-NAME(WS-ENV-IDX) DELIMITED BY SPACE
                      '.conf' DELIMITED BY SIZE
                   INTO WS-CONFIG-FILENAME
               END-STRING
               CALL 'AZURECFGLOAD' USING BY REFERENCE
                                             WS-CONFIG-FILENAME
                                             AZURE-CONFIG
                                             WS-RETURN-CODE
               IF WS-RETURN-CODE NOT = 0
                   MOVE SPACES TO AZURE-CONFIG
               END-IF
               IF SLA-TARGET-COUNT IS NOT NUMERIC
                   MOVE 0 TO SLA-TARGET-COUNT
               END-IF

               MOVE SPACES TO ENV-DIM-RECORD
               STRING FUNCTION TRIM(WS-ENV-NAME(WS-ENV-IDX)) '|'
                      FUNCTION TRIM(SUBSCRIPTION-ID) '|'
                      FUNCTION TRIM(RG-NAME) '|'
                      FUNCTION TRIM(RG-LOCATION) '|'
                      FUNCTION TRIM(TAG-COST-CENTER) '|'
                      FUNCTION TRIM(TAG-OWNER)
                   DELIMITED BY SIZE INTO ENV-DIM-RECORD
               END-STRING
               WRITE ENV-DIM-RECORD
               ADD 1 TO WS-ENV-ROWS

               PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                       UNTIL WS-RES-IDX > WS-RES-COUNT
                   IF WS-RES-ENV(WS-RES-IDX) = WS-ENV-NAME(WS-ENV-IDX)
                       PERFORM WRITE-RESOURCE-DIMENSION
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-RESOURCE-DIMENSION.
           MOVE SPACES TO WS-F7
           IF WS-RES-KIND(WS-RES-IDX) = 'PROBE'
               PERFORM RESOLVE-SLA-TARGET
               MOVE WS-TARGET-PCT TO WS-TARGET-DISPLAY
               MOVE FUNCTION TRIM(WS-TARGET-DISPLAY) TO WS-F7
           END-IF
           MOVE SPACES TO RES-DIM-RECORD
           STRING FUNCTION TRIM(WS-RES-ENV(WS-RES-IDX)) '|'
                  FUNCTION TRIM(WS-RES-NAME(WS-RES-IDX)) '|'
                  FUNCTION TRIM(WS-RES-KIND(WS-RES-IDX)) '|'
                  FUNCTION TRIM(WS-F7)
               DELIMITED BY SIZE INTO RES-DIM-RECORD
           END-STRING
           WRITE RES-DIM-RECORD
           ADD 1 TO WS-RES-ROWS.

      *> First SLA-TARGETS entry whose label leads the probe label
      *> wins; 99.90 stands in where no target is configured
       RESOLVE-SLA-TARGET.
           MOVE 99.90 TO WS-TARGET-PCT
           PERFORM VARYING WS-SLA-IDX FROM 1 BY 1
                   UNTIL WS-SLA-IDX > SLA-TARGET-COUNT
               IF SLA-RESOURCE-LABEL(WS-SLA-IDX) NOT = SPACES
                   MOVE 0 TO WS-MATCH-COUNT
                   INSPECT WS-RES-NAME(WS-RES-IDX)
                       TALLYING WS-MATCH-COUNT FOR ALL
                       SLA-RESOURCE-LABEL(WS-SLA-IDX)
                           (1:FUNCTION LENGTH(FUNCTION TRIM(
                           SLA-RESOURCE-LABEL(WS-SLA-IDX))))
                   IF WS-MATCH-COUNT > 0
                       MOVE SLA-TARGET-PCT(WS-SLA-IDX)
                           TO WS-TARGET-PCT
                       MOVE SLA-TARGET-COUNT TO WS-SLA-IDX
                   END-IF
               END-IF
           END-PERFORM.

       APPEND-CONTROL-RECORDS.
           ACCEPT WS-EXTRACT-DATE8 FROM DATE YYYYMMDD
           ACCEPT WS-EXTRACT-CLOCK8 FROM TIME
           COMPUTE WS-TOTAL-ROWS = WS-RUN-ROWS + WS-STAGE-ROWS
               + WS-PROBE-ROWS + WS-CAP-ROWS + WS-COST-ROWS
               + WS-ENV-ROWS + WS-RES-ROWS
           MOVE 0 TO WS-FROM-DATE
           IF WS-AFTER-DATE > 0
               COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-AFTER-DATE) + 1)
           END-IF
           OPEN EXTEND CONTROL-FILE
           MOVE SPACES TO CONTROL-RECORD
           STRING 'LOAD|' WS-FROM-DATE '|' WS-THROUGH-DATE '|'
                  WS-EXTRACT-DATE8 WS-EXTRACT-CLOCK8(1:6) '|'
                  WS-TOTAL-ROWS
               DELIMITED BY SIZE INTO CONTROL-RECORD
           END-STRING
           WRITE CONTROL-RECORD

           MOVE 'fact_run' TO WS-FILE-NAME
           MOVE WS-RUN-ROWS TO WS-CONTROL-ROWS
           PERFORM WRITE-CONTROL-FILE-RECORD
           MOVE 'fact_stage_execution' TO WS-FILE-NAME
           MOVE WS-STAGE-ROWS TO WS-CONTROL-ROWS
           PERFORM WRITE-CONTROL-FILE-RECORD
           MOVE 'fact_health_probe' TO WS-FILE-NAME
           MOVE WS-PROBE-ROWS TO WS-CONTROL-ROWS
           PERFORM WRITE-CONTROL-FILE-RECORD
           MOVE 'fact_capacity_sample' TO WS-FILE-NAME
           MOVE WS-CAP-ROWS TO WS-CONTROL-ROWS
           PERFORM WRITE-CONTROL-FILE-RECORD
           MOVE 'fact_cost_monthly' TO WS-FILE-NAME
           MOVE WS-COST-ROWS TO WS-CONTROL-ROWS
           PERFORM WRITE-CONTROL-FILE-RECORD
           MOVE 'dim_environment' TO WS-FILE-NAME
           MOVE WS-ENV-ROWS TO WS-CONTROL-ROWS
           PERFORM WRITE-CONTROL-FILE-RECORD
           MOVE 'dim_resource' TO WS-FILE-NAME
           MOVE WS-RES-ROWS TO WS-CONTROL-ROWS
           PERFORM WRITE-CONTROL-FILE-RECORD
           CLOSE CONTROL-FILE.

       WRITE-CONTROL-FILE-RECORD.
           MOVE SPACES TO CONTROL-RECORD
           STRING 'FILE|' WS-THROUGH-DATE '|'
                  FUNCTION TRIM(WS-FILE-NAME) '_' WS-THROUGH-DATE
                  '.dat|' WS-CONTROL-ROWS
               DELIMITED BY SIZE INTO CONTROL-RECORD
           END-STRING
           WRITE CONTROL-RECORD.

      *> YYYYMMDDHHMMSS in WS-STAMP-TEXT to seconds; 0 when it is
      *> not a stamp
       CONVERT-STAMP.
           MOVE 0 TO WS-STAMP-SECS
           IF WS-STAMP-TEXT IS NOT NUMERIC
                   OR WS-STAMP-TEXT(1:8) < '16010101'
                   OR WS-STAMP-TEXT(5:2) < '01'
                   OR WS-STAMP-TEXT(5:2) > '12'
                   OR WS-STAMP-TEXT(7:2) < '01'
                   OR WS-STAMP-TEXT(7:2) > '31'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STAMP-TEXT(1:8) TO WS-STAMP-DATE
           COMPUTE WS-STAMP-SECS =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 86400
               + FUNCTION NUMVAL(WS-STAMP-TEXT(9:2)) * 3600
               + FUNCTION NUMVAL(WS-STAMP-TEXT(11:2)) * 60
               + FUNCTION NUMVAL(WS-STAMP-TEXT(13:2)).

       FORMAT-ISO-STAMP.
           MOVE SPACES TO WS-ISO-STAMP
           IF WS-STAMP-TEXT IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           STRING WS-STAMP-TEXT(1:4) '-' WS-STAMP-TEXT(5:2) '-'
                  WS-STAMP-TEXT(7:2) 'T' WS-STAMP-TEXT(9:2) ':'
                  WS-STAMP-TEXT(11:2) ':' WS-STAMP-TEXT(13:2)
               DELIMITED BY SIZE INTO WS-ISO-STAMP
           END-STRING.

       END PROGRAM AZUREOPSMART.

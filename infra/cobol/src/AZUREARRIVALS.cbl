       IDENTIFICATION DIVISION.
       PROGRAM-ID. AZUREARRIVALS.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Inbound partner file arrival monitor. Partners drop files
      *> into their SFTP home containers on a schedule; a file that
      *> never comes used to surface only when the downstream
      *> pipeline processed nothing. The arrival schedule
      *> (AZURE_ARRIVAL_SCHEDULE, default
      *> config/arrival-schedule-<env>.txt) holds one line per
      *> expected file:
      *>   partner|account slot|container|name pattern|days|cut-off
      *> The pattern takes one * wildcard and a YYYYMMDD token for
      *> the expected date; days is DAILY, WEEKDAYS or a comma list
      *> (MON,WED,FRI); the cut-off is HHMM in UTC, the same clock
      *> blob creation times use. Run by the scheduler through the
      *> day, the program lists each scheduled container once and
      *> records today's outcome per expected file in
      *> arrivals-history.dat:
      *>   AR|stamp|env|date|partner|container|item|status|blob|time
      *> ON-TIME (first match created by the cut-off), LATE (first
      *> match after it), MISSING (cut-off passed, nothing yet) and
      *> UNEXPECTED (a file created today that no pattern for its
      *> container expects). Each outcome is recorded once a day, so
      *> a MISSING file that turns up later adds a LATE record. New
      *> LATE and MISSING outcomes raise an ARRIVAL event through
      *> NOTIFYROUTE (WARN and CRIT) so the partner desk can chase
      *> before the batch runs. The exit code is the number of late
      *> and missing files raised on this run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN TO WS-SCHEDULE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.
           SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO "arrivals-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT BLOB-LIST-FILE ASSIGN TO "arrivals_list.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT FIELD-FILE ASSIGN TO "arrivals_field.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIELD-STATUS.
           SELECT ARRIVALS-STATUS-FILE ASSIGN TO "arrivals_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTH-HEADER-FILE ASSIGN TO "arrivals_auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD             PIC X(256).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD              PIC X(400).

       FD  BLOB-LIST-FILE.
       01  BLOB-LIST-RECORD            PIC X(300).

       FD  FIELD-FILE.
       01  FIELD-RECORD                PIC X(64).

       FD  ARRIVALS-STATUS-FILE.
       01  ARRIVALS-STATUS-RECORD      PIC X(8).

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
       01  WS-SCHEDULE-STATUS          PIC XX.
       01  WS-HISTORY-STATUS           PIC XX.
       01  WS-LIST-STATUS              PIC XX.
       01  WS-FIELD-STATUS             PIC XX.
       01  WS-ENV-VAR                  PIC X(16).
       01  WS-SCHEDULE-FILENAME        PIC X(128).
       01  WS-OP-CMD                   PIC X(1280).
       01  WS-RETRY-COUNT              PIC 9(2).
       01  WS-RETRY-MAX                PIC 9(2) VALUE 3.
       01  WS-RETRY-DONE               PIC X.
       01  WS-BACKOFF-SECS             PIC 9(2).

      *> UTC date, time and ISO weekday (1 = Monday) from the shell,
      *> since the cut-offs and blob times are both UTC
       01  WS-NOW-TEXT                 PIC X(13).
       01  WS-TODAY                    PIC X(8).
       01  WS-NOW-HHMM                 PIC X(4).
       01  WS-WEEKDAY                  PIC 9.
       01  WS-DAY-NAMES                PIC X(21) VALUE
               'MONTUEWEDTHUFRISATSUN'.
       01  WS-DAY-NAME                 PIC X(3).
       01  WS-STAMP-DATE8              PIC 9(8).
       01  WS-STAMP-CLOCK8             PIC 9(8).

      *> The arrival schedule
       01  WS-SCHED-COUNT              PIC 9(3) VALUE 0.
       01  WS-SCHED-TABLE.
           05  WS-SCHED-ENTRY OCCURS 100 TIMES.
               10  WS-SCHED-PARTNER    PIC X(32).
               10  WS-SCHED-SLOT       PIC 9(2).
               10  WS-SCHED-CONTAINER  PIC X(63).
               10  WS-SCHED-PATTERN    PIC X(128).
               10  WS-SCHED-DAYS       PIC X(40).
               10  WS-SCHED-CUTOFF     PIC X(4).
       01  WS-SCHED-IDX                PIC 9(3).
       01  WS-PRIOR-IDX                PIC 9(3).
       01  WS-CONTAINER-SEEN           PIC X.
       01  WS-IN-PARTNER               PIC X(32).
       01  WS-IN-SLOT                  PIC X(4).
       01  WS-IN-CONTAINER             PIC X(63).
       01  WS-IN-PATTERN               PIC X(128).
       01  WS-IN-DAYS                  PIC X(40).
       01  WS-IN-CUTOFF                PIC X(4).

      *> Blobs created today in the container being checked
       01  WS-BLOB-COUNT               PIC 9(3) VALUE 0.
       01  WS-BLOB-TABLE.
           05  WS-BLOB-ENTRY OCCURS 500 TIMES.
               10  WS-BLOB-NAME        PIC X(256).
               10  WS-BLOB-CREATED     PIC X(12).
               10  WS-BLOB-MATCHED     PIC X.
       01  WS-BLOB-IDX                 PIC 9(3).
       01  WS-LIST-NAME                PIC X(256).
       01  WS-LIST-CREATED             PIC X(12).
       01  WS-LIST-OK                  PIC X.

      *> Outcomes already recorded today, so a rerun adds nothing
       01  WS-SEEN-COUNT               PIC 9(3) VALUE 0.
       01  WS-SEEN-TABLE.
           05  WS-SEEN-KEY OCCURS 500 TIMES PIC X(200).
       01  WS-SEEN-IDX                 PIC 9(3).
       01  WS-OUTCOME-KEY              PIC X(200).
       01  WS-OUTCOME-NEW              PIC X.
       01  WS-HIST-LINE                PIC X(400).
       01  WS-HIST-PREFIX              PIC X(3).
       01  WS-HIST-STAMP               PIC X(14).
       01  WS-HIST-ENV                 PIC X(16).
       01  WS-HIST-DATE                PIC X(8).
       01  WS-HIST-PARTNER             PIC X(32).
       01  WS-HIST-CONTAINER           PIC X(63).
       01  WS-HIST-ITEM                PIC X(128).
       01  WS-HIST-STATUS              PIC X(10).

      *> Pattern matching work areas
       01  WS-EXPANDED-PATTERN         PIC X(128).
       01  WS-PATTERN-LEN              PIC 9(3).
       01  WS-PREFIX-LEN               PIC 9(3).
       01  WS-SUFFIX-LEN               PIC 9(3).
       01  WS-NAME-LEN                 PIC 9(3).
       01  WS-TOKEN-POS                PIC 9(3).
       01  WS-STAR-COUNT               PIC 9(2).
       01  WS-PATTERN-MATCH            PIC X.

       01  WS-SA-IDX                   PIC 9(2).
       01  WS-SA-NAME                  PIC X(64).
       01  WS-FIRST-CREATED            PIC X(12).
       01  WS-FIRST-BLOB               PIC X(256).
       01  WS-OUTCOME                  PIC X(10).
       01  WS-DAY-MATCH                PIC 9(2).
       01  WS-DAYS-UPPER               PIC X(40).

       01  WS-ON-TIME-COUNT            PIC 9(3) VALUE 0.
       01  WS-LATE-COUNT               PIC 9(3) VALUE 0.
       01  WS-MISSING-COUNT            PIC 9(3) VALUE 0.
       01  WS-UNEXPECTED-COUNT         PIC 9(3) VALUE 0.
       01  WS-RAISED-COUNT             PIC 9(3) VALUE 0.
       01  WS-LIST-FAILURES            PIC 9(3) VALUE 0.

       01  WS-NOTIFY-EVENT             PIC X(12).
       01  WS-NOTIFY-SEVERITY          PIC X(8).
       01  WS-NOTIFY-MESSAGE           PIC X(256).
       01  WS-NOTIFY-RC                PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Partner file arrival monitor starting"
           MOVE SPACES TO AZURE-CONFIG

           MOVE SPACES TO WS-SCHEDULE-FILENAME
           ACCEPT WS-SCHEDULE-FILENAME FROM ENVIRONMENT
               'AZURE_ARRIVAL_SCHEDULE'
           IF WS-SCHEDULE-FILENAME = SPACES
               MOVE SPACES TO WS-ENV-VAR
               ACCEPT WS-ENV-VAR FROM ENVIRONMENT 'AZURE_ENVIRONMENT'
               IF WS-ENV-VAR = SPACES
                   MOVE 'config/arrival-schedule.txt'
                       TO WS-SCHEDULE-FILENAME
               ELSE
                   STRING 'config/arrival-schedule-'
                          FUNCTION TRIM(WS-ENV-VAR) '.txt'
                       DELIMITED BY SIZE INTO WS-SCHEDULE-FILENAME
                   END-STRING
               END-IF
           END-IF

           PERFORM LOAD-ARRIVAL-SCHEDULE
           IF WS-SCHED-COUNT = 0
               DISPLAY "No expected arrivals in "
                       FUNCTION TRIM(WS-SCHEDULE-FILENAME)
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           CALL 'AZUREAUTH' USING BY REFERENCE AZURE-CONFIG
                                               AZURE-AUTH-TOKEN
                                               WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Azure authentication failed"
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CURL-TIMEOUT-SECS > 0
               MOVE CURL-TIMEOUT-SECS TO WS-CURL-MAX-TIME
           END-IF

           STRING 'Bearer ' ACCESS-TOKEN
               DELIMITED BY SIZE INTO AUTHORIZATION
           END-STRING
           PERFORM WRITE-AUTH-HEADER-FILE

           PERFORM READ-UTC-CLOCK
           DISPLAY "  " FUNCTION TRIM(ENV-NAME) " " WS-TODAY " "
                   WS-NOW-HHMM " UTC, " WS-SCHED-COUNT
                   " expected arrival(s)"
           PERFORM LOAD-TODAYS-OUTCOMES

      *> One listing per distinct account/container; every schedule
      *> entry for that container is judged against it
           PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
                   UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
               MOVE 'N' TO WS-CONTAINER-SEEN
               PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
                       UNTIL WS-PRIOR-IDX >= WS-SCHED-IDX
                   IF WS-SCHED-SLOT(WS-PRIOR-IDX)
                           = WS-SCHED-SLOT(WS-SCHED-IDX)
                       AND WS-SCHED-CONTAINER(WS-PRIOR-IDX)
                           = WS-SCHED-CONTAINER(WS-SCHED-IDX)
                       MOVE 'Y' TO WS-CONTAINER-SEEN
                   END-IF
               END-PERFORM
               IF WS-CONTAINER-SEEN = 'N'
                   PERFORM CHECK-ONE-CONTAINER
               END-IF
           END-PERFORM

           DISPLAY "Arrivals: " WS-ON-TIME-COUNT " on time, "
                   WS-LATE-COUNT " late, " WS-MISSING-COUNT
                   " missing, " WS-UNEXPECTED-COUNT " unexpected "
                   "(new outcomes this run)"
           IF WS-LIST-FAILURES > 0
               DISPLAY "  " WS-LIST-FAILURES " container(s) could "
                       "not be listed - their arrivals are unknown"
           END-IF

           IF WS-RAISED-COUNT > 99
               MOVE 99 TO RETURN-CODE
           ELSE
               MOVE WS-RAISED-COUNT TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-ARRIVAL-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SCHEDULE-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM LOAD-SCHEDULE-LINE
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE.

       LOAD-SCHEDULE-LINE.
           IF SCHEDULE-RECORD(1:1) = '#' OR SCHEDULE-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-IN-PARTNER WS-IN-SLOT WS-IN-CONTAINER
                          WS-IN-PATTERN WS-IN-DAYS WS-IN-CUTOFF
           UNSTRING SCHEDULE-RECORD DELIMITED BY '|'
               INTO WS-IN-PARTNER WS-IN-SLOT WS-IN-CONTAINER
                    WS-IN-PATTERN WS-IN-DAYS WS-IN-CUTOFF
           END-UNSTRING
           IF WS-IN-CONTAINER = SPACES OR WS-IN-PATTERN = SPACES
                   OR WS-IN-CUTOFF IS NOT NUMERIC
                   OR WS-IN-SLOT = SPACES
               DISPLAY "  Skipping malformed schedule line: "
                       FUNCTION TRIM(SCHEDULE-RECORD)
               EXIT PARAGRAPH
           END-IF
           IF WS-SCHED-COUNT >= 100
               DISPLAY "  Schedule holds more than 100 entries - "
                       "the rest are ignored"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SCHED-COUNT
           MOVE WS-IN-PARTNER TO WS-SCHED-PARTNER(WS-SCHED-COUNT)
           MOVE FUNCTION NUMVAL(WS-IN-SLOT)
               TO WS-SCHED-SLOT(WS-SCHED-COUNT)
           MOVE WS-IN-CONTAINER TO WS-SCHED-CONTAINER(WS-SCHED-COUNT)
           MOVE WS-IN-PATTERN TO WS-SCHED-PATTERN(WS-SCHED-COUNT)
           MOVE WS-IN-DAYS TO WS-SCHED-DAYS(WS-SCHED-COUNT)
           IF WS-SCHED-DAYS(WS-SCHED-COUNT) = SPACES
               MOVE 'DAILY' TO WS-SCHED-DAYS(WS-SCHED-COUNT)
           END-IF
           MOVE WS-IN-CUTOFF TO WS-SCHED-CUTOFF(WS-SCHED-COUNT).

       READ-UTC-CLOCK.
           CALL "C$SYSTEM" USING
               "date -u +%Y%m%d%H%M%u > arrivals_field.txt"
           END-CALL
           MOVE SPACES TO WS-NOW-TEXT
           OPEN INPUT FIELD-FILE
           IF WS-FIELD-STATUS = '00'
               READ FIELD-FILE
                   AT END CONTINUE
                   NOT AT END MOVE FIELD-RECORD TO WS-NOW-TEXT
               END-READ
               CLOSE FIELD-FILE
           END-IF
           MOVE WS-NOW-TEXT(1:8) TO WS-TODAY
           MOVE WS-NOW-TEXT(9:4) TO WS-NOW-HHMM
           MOVE WS-NOW-TEXT(13:1) TO WS-WEEKDAY
           MOVE WS-DAY-NAMES((WS-WEEKDAY - 1) * 3 + 1:3)
               TO WS-DAY-NAME.

       LOAD-TODAYS-OUTCOMES.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ HISTORY-FILE INTO WS-HIST-LINE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM LOAD-ONE-OUTCOME
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       LOAD-ONE-OUTCOME.
           MOVE SPACES TO WS-HIST-PREFIX WS-HIST-STAMP WS-HIST-ENV
                          WS-HIST-DATE WS-HIST-PARTNER
                          WS-HIST-CONTAINER WS-HIST-ITEM
                          WS-HIST-STATUS
           UNSTRING WS-HIST-LINE DELIMITED BY '|'
               INTO WS-HIST-PREFIX WS-HIST-STAMP WS-HIST-ENV
                    WS-HIST-DATE WS-HIST-PARTNER WS-HIST-CONTAINER
                    WS-HIST-ITEM WS-HIST-STATUS
           END-UNSTRING
           IF WS-HIST-PREFIX NOT = 'AR' OR WS-HIST-DATE NOT = WS-TODAY
                   OR WS-HIST-ENV NOT = ENV-NAME
                   OR WS-SEEN-COUNT >= 500
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SEEN-COUNT
           MOVE SPACES TO WS-SEEN-KEY(WS-SEEN-COUNT)
           STRING FUNCTION TRIM(WS-HIST-PARTNER) '|'
                  FUNCTION TRIM(WS-HIST-CONTAINER) '|'
                  FUNCTION TRIM(WS-HIST-ITEM) '|'
                  FUNCTION TRIM(WS-HIST-STATUS)
               DELIMITED BY SIZE INTO WS-SEEN-KEY(WS-SEEN-COUNT)
           END-STRING.

       CHECK-ONE-CONTAINER.
           MOVE WS-SCHED-SLOT(WS-SCHED-IDX) TO WS-SA-IDX
           IF WS-SA-IDX < 1 OR WS-SA-IDX > STORAGE-COUNT
               DISPLAY "  Account slot " WS-SCHED-SLOT(WS-SCHED-IDX)
                       " is not configured - skipping "
                       FUNCTION TRIM(WS-SCHED-CONTAINER(WS-SCHED-IDX))
               ADD 1 TO WS-LIST-FAILURES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SA-NAME
           MOVE SPACES TO WS-NAME-REQ
           STRING 'SA|' SA-NAME-PREFIX(WS-SA-IDX)
                  '|' WS-SA-IDX
               DELIMITED BY SIZE INTO WS-NAME-REQ
           END-STRING
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-SA-NAME

           PERFORM LIST-CONTAINER-BLOBS
           IF WS-LIST-OK NOT = 'Y'
               ADD 1 TO WS-LIST-FAILURES
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-PRIOR-IDX FROM WS-SCHED-IDX BY 1
                   UNTIL WS-PRIOR-IDX > WS-SCHED-COUNT
               IF WS-SCHED-SLOT(WS-PRIOR-IDX)
                       = WS-SCHED-SLOT(WS-SCHED-IDX)
                   AND WS-SCHED-CONTAINER(WS-PRIOR-IDX)
                       = WS-SCHED-CONTAINER(WS-SCHED-IDX)
                   PERFORM JUDGE-EXPECTED-ARRIVAL
               END-IF
           END-PERFORM

           PERFORM VARYING WS-BLOB-IDX FROM 1 BY 1
                   UNTIL WS-BLOB-IDX > WS-BLOB-COUNT
               IF WS-BLOB-MATCHED(WS-BLOB-IDX) = 'N'
                   PERFORM RECORD-UNEXPECTED-BLOB
               END-IF
           END-PERFORM.

      *> Data-plane listing with creation times; the shell turns each
      *> RFC 1123 Creation-Time into YYYYMMDDHHMM so only the blobs
      *> created today come into the table
       LIST-CONTAINER-BLOBS.
           MOVE 'N' TO WS-LIST-OK
           MOVE 0 TO WS-BLOB-COUNT
           MOVE 'GET' TO HTTP-METHOD
           MOVE SPACES TO HTTP-URL
           STRING 'https://' FUNCTION TRIM(WS-SA-NAME)
                  '.blob.core.windows.net/'
                  FUNCTION TRIM(WS-SCHED-CONTAINER(WS-SCHED-IDX))
                  '?restype=container&comp=list'
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               MOVE SPACES TO WS-OP-CMD
               STRING 'curl -s -m ' WS-CURL-MAX-TIME
                      ' -o arrivals_response.xml'
                      ' -w ' "'%{http_code}'"
                      ' -H @arrivals_auth.txt'
                      ' -H ' "'x-ms-version: 2021-08-06'"
                      " '" FUNCTION TRIM(HTTP-URL) "'"
                      ' > arrivals_status.txt'
                   DELIMITED BY SIZE INTO WS-OP-CMD
               END-STRING
               CALL "C$SYSTEM" USING WS-OP-CMD
               END-CALL
               PERFORM READ-ARRIVALS-STATUS
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           IF HTTP-STATUS-CODE NOT = 200
               DISPLAY "  Cannot list "
                       FUNCTION TRIM(WS-SA-NAME) "/"
                       FUNCTION TRIM(WS-SCHED-CONTAINER(WS-SCHED-IDX))
                       ". Status: " HTTP-STATUS-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-LIST-OK

           MOVE SPACES TO WS-OP-CMD
           STRING 'tr ' "'<' '\n'" ' < arrivals_response.xml'
                  ' | grep -E ' "'^(Name|Creation-Time)>'"
                  ' | sed ' "'s/^[^>]*>//'"
                  ' | paste - -'
                  ' | while IFS="$(printf ' "'\t'" ')" read N T; do'
                  ' echo "$N|$(date -u -d "$T" +%Y%m%d%H%M)"; done'
                  ' > arrivals_list.txt'
               DELIMITED BY SIZE INTO WS-OP-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-OP-CMD
           END-CALL

           OPEN INPUT BLOB-LIST-FILE
           IF WS-LIST-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ BLOB-LIST-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM LOAD-ONE-BLOB
               END-READ
           END-PERFORM
           CLOSE BLOB-LIST-FILE.

       LOAD-ONE-BLOB.
           MOVE SPACES TO WS-LIST-NAME WS-LIST-CREATED
           UNSTRING BLOB-LIST-RECORD DELIMITED BY '|'
               INTO WS-LIST-NAME WS-LIST-CREATED
           END-UNSTRING
           IF WS-LIST-CREATED(1:8) NOT = WS-TODAY
                   OR WS-BLOB-COUNT >= 500
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BLOB-COUNT
           MOVE WS-LIST-NAME TO WS-BLOB-NAME(WS-BLOB-COUNT)
           MOVE WS-LIST-CREATED TO WS-BLOB-CREATED(WS-BLOB-COUNT)
           MOVE 'N' TO WS-BLOB-MATCHED(WS-BLOB-COUNT).

      *> Every blob the pattern matches counts as expected; the
      *> earliest of them decides on-time or late
       JUDGE-EXPECTED-ARRIVAL.
           PERFORM EXPAND-DATE-TOKEN
           MOVE SPACES TO WS-FIRST-CREATED WS-FIRST-BLOB
           PERFORM VARYING WS-BLOB-IDX FROM 1 BY 1
                   UNTIL WS-BLOB-IDX > WS-BLOB-COUNT
               PERFORM MATCH-BLOB-PATTERN
               IF WS-PATTERN-MATCH = 'Y'
                   MOVE 'Y' TO WS-BLOB-MATCHED(WS-BLOB-IDX)
                   IF WS-FIRST-CREATED = SPACES
                       OR WS-BLOB-CREATED(WS-BLOB-IDX)
                           < WS-FIRST-CREATED
                       MOVE WS-BLOB-CREATED(WS-BLOB-IDX)
                           TO WS-FIRST-CREATED
                       MOVE WS-BLOB-NAME(WS-BLOB-IDX)
                           TO WS-FIRST-BLOB
                   END-IF
               END-IF
           END-PERFORM

      *> Only days the partner is due are judged, but whatever they
      *> sent has still been claimed above, so an off-day file is
      *> not reported as unexpected
           PERFORM CHECK-DUE-TODAY
           IF WS-DAY-MATCH = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-OUTCOME
           IF WS-FIRST-CREATED NOT = SPACES
               IF WS-FIRST-CREATED(9:4) > WS-SCHED-CUTOFF(WS-PRIOR-IDX)
                   MOVE 'LATE' TO WS-OUTCOME
               ELSE
                   MOVE 'ON-TIME' TO WS-OUTCOME
               END-IF
           ELSE
               IF WS-NOW-HHMM > WS-SCHED-CUTOFF(WS-PRIOR-IDX)
                   MOVE 'MISSING' TO WS-OUTCOME
               END-IF
           END-IF
           IF WS-OUTCOME = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-OUTCOME-KEY
           STRING FUNCTION TRIM(WS-SCHED-PARTNER(WS-PRIOR-IDX)) '|'
                  FUNCTION TRIM(WS-SCHED-CONTAINER(WS-PRIOR-IDX)) '|'
                  FUNCTION TRIM(WS-SCHED-PATTERN(WS-PRIOR-IDX)) '|'
                  FUNCTION TRIM(WS-OUTCOME)
               DELIMITED BY SIZE INTO WS-OUTCOME-KEY
           END-STRING
           PERFORM CHECK-OUTCOME-NEW
           IF WS-OUTCOME-NEW NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-HIST-LINE
           STRING 'AR|' WS-STAMP-DATE8 WS-STAMP-CLOCK8(1:6)
                  '|' FUNCTION TRIM(ENV-NAME)
                  '|' WS-TODAY
                  '|' FUNCTION TRIM(WS-SCHED-PARTNER(WS-PRIOR-IDX))
                  '|' FUNCTION TRIM(WS-SCHED-CONTAINER(WS-PRIOR-IDX))
                  '|' FUNCTION TRIM(WS-SCHED-PATTERN(WS-PRIOR-IDX))
                  '|' FUNCTION TRIM(WS-OUTCOME)
                  '|' FUNCTION TRIM(WS-FIRST-BLOB)
                  '|' WS-FIRST-CREATED(9:4)
               DELIMITED BY SIZE INTO WS-HIST-LINE
           END-STRING
           PERFORM APPEND-HISTORY-LINE
           DISPLAY "  " FUNCTION TRIM(WS-OUTCOME) ": "
                   FUNCTION TRIM(WS-SCHED-PARTNER(WS-PRIOR-IDX)) " "
                   FUNCTION TRIM(WS-SCHED-CONTAINER(WS-PRIOR-IDX)) "/"
                   FUNCTION TRIM(WS-EXPANDED-PATTERN)
                   " (cut-off " WS-SCHED-CUTOFF(WS-PRIOR-IDX) " UTC)"

           EVALUATE WS-OUTCOME
               WHEN 'ON-TIME'
                   ADD 1 TO WS-ON-TIME-COUNT
               WHEN 'LATE'
                   ADD 1 TO WS-LATE-COUNT
                   ADD 1 TO WS-RAISED-COUNT
                   MOVE 'WARN' TO WS-NOTIFY-SEVERITY
                   PERFORM RAISE-ARRIVAL-EVENT
               WHEN 'MISSING'
                   ADD 1 TO WS-MISSING-COUNT
                   ADD 1 TO WS-RAISED-COUNT
                   MOVE 'CRIT' TO WS-NOTIFY-SEVERITY
                   PERFORM RAISE-ARRIVAL-EVENT
           END-EVALUATE.

       CHECK-DUE-TODAY.
           MOVE WS-SCHED-DAYS(WS-PRIOR-IDX) TO WS-DAYS-UPPER
           INSPECT WS-DAYS-UPPER CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE 0 TO WS-DAY-MATCH
           EVALUATE TRUE
               WHEN WS-DAYS-UPPER = 'DAILY'
                   MOVE 1 TO WS-DAY-MATCH
               WHEN WS-DAYS-UPPER = 'WEEKDAYS'
                   IF WS-WEEKDAY < 6
                       MOVE 1 TO WS-DAY-MATCH
                   END-IF
               WHEN OTHER
                   INSPECT WS-DAYS-UPPER TALLYING WS-DAY-MATCH
                       FOR ALL WS-DAY-NAME
           END-EVALUATE.

      *> YYYYMMDD in a pattern stands for the expected (today's) date
       EXPAND-DATE-TOKEN.
           MOVE WS-SCHED-PATTERN(WS-PRIOR-IDX) TO WS-EXPANDED-PATTERN
           MOVE 0 TO WS-TOKEN-POS
           INSPECT WS-EXPANDED-PATTERN TALLYING WS-TOKEN-POS
               FOR CHARACTERS BEFORE INITIAL 'YYYYMMDD'
           IF WS-TOKEN-POS < 121
               MOVE WS-TODAY
                   TO WS-EXPANDED-PATTERN(WS-TOKEN-POS + 1:8)
           END-IF.

      *> One * stands for any run of characters: the name must start
      *> with what precedes it and end with what follows it
       MATCH-BLOB-PATTERN.
           MOVE 'N' TO WS-PATTERN-MATCH
           PERFORM VARYING WS-PATTERN-LEN FROM 128 BY -1
                   UNTIL WS-PATTERN-LEN = 0
                      OR WS-EXPANDED-PATTERN(WS-PATTERN-LEN:1)
                          NOT = SPACE
               CONTINUE
           END-PERFORM
           PERFORM VARYING WS-NAME-LEN FROM 256 BY -1
                   UNTIL WS-NAME-LEN = 0
                      OR WS-BLOB-NAME(WS-BLOB-IDX)(WS-NAME-LEN:1)
                          NOT = SPACE
               CONTINUE
           END-PERFORM
           IF WS-PATTERN-LEN = 0 OR WS-NAME-LEN = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-STAR-COUNT
           INSPECT WS-EXPANDED-PATTERN(1:WS-PATTERN-LEN)
               TALLYING WS-STAR-COUNT FOR ALL '*'
           IF WS-STAR-COUNT = 0
               IF WS-BLOB-NAME(WS-BLOB-IDX) = WS-EXPANDED-PATTERN
                   MOVE 'Y' TO WS-PATTERN-MATCH
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PREFIX-LEN
           INSPECT WS-EXPANDED-PATTERN(1:WS-PATTERN-LEN)
               TALLYING WS-PREFIX-LEN FOR CHARACTERS BEFORE INITIAL '*'
           COMPUTE WS-SUFFIX-LEN = WS-PATTERN-LEN - WS-PREFIX-LEN - 1
           IF WS-NAME-LEN < WS-PREFIX-LEN + WS-SUFFIX-LEN
               EXIT PARAGRAPH
           END-IF
           IF WS-PREFIX-LEN > 0
               IF WS-BLOB-NAME(WS-BLOB-IDX)(1:WS-PREFIX-LEN)
                       NOT = WS-EXPANDED-PATTERN(1:WS-PREFIX-LEN)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-SUFFIX-LEN > 0
               IF WS-BLOB-NAME(WS-BLOB-IDX)
                       (WS-NAME-LEN - WS-SUFFIX-LEN + 1:WS-SUFFIX-LEN)
                   NOT = WS-EXPANDED-PATTERN
                       (WS-PREFIX-LEN + 2:WS-SUFFIX-LEN)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'Y' TO WS-PATTERN-MATCH.

       RECORD-UNEXPECTED-BLOB.
           MOVE SPACES TO WS-OUTCOME-KEY
           STRING '-|'
                  FUNCTION TRIM(WS-SCHED-CONTAINER(WS-SCHED-IDX)) '|'
                  FUNCTION TRIM(WS-BLOB-NAME(WS-BLOB-IDX)) '|'
                  'UNEXPECTED'
               DELIMITED BY SIZE INTO WS-OUTCOME-KEY
           END-STRING
           PERFORM CHECK-OUTCOME-NEW
           IF WS-OUTCOME-NEW NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-HIST-LINE
           STRING 'AR|' WS-STAMP-DATE8 WS-STAMP-CLOCK8(1:6)
                  '|' FUNCTION TRIM(ENV-NAME)
                  '|' WS-TODAY
                  '|-'
                  '|' FUNCTION TRIM(WS-SCHED-CONTAINER(WS-SCHED-IDX))
                  '|' FUNCTION TRIM(WS-BLOB-NAME(WS-BLOB-IDX))
                  '|UNEXPECTED'
                  '|' FUNCTION TRIM(WS-BLOB-NAME(WS-BLOB-IDX))
                  '|' WS-BLOB-CREATED(WS-BLOB-IDX)(9:4)
               DELIMITED BY SIZE INTO WS-HIST-LINE
           END-STRING
           PERFORM APPEND-HISTORY-LINE
           ADD 1 TO WS-UNEXPECTED-COUNT
           DISPLAY "  UNEXPECTED: "
                   FUNCTION TRIM(WS-SCHED-CONTAINER(WS-SCHED-IDX)) "/"
                   FUNCTION TRIM(WS-BLOB-NAME(WS-BLOB-IDX)).

      *> Remembers the key as well, so one run cannot record the same
      *> outcome twice either
       CHECK-OUTCOME-NEW.
           MOVE 'Y' TO WS-OUTCOME-NEW
           PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                   UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
               IF WS-SEEN-KEY(WS-SEEN-IDX) = WS-OUTCOME-KEY
                   MOVE 'N' TO WS-OUTCOME-NEW
                   MOVE WS-SEEN-COUNT TO WS-SEEN-IDX
               END-IF
           END-PERFORM
           IF WS-OUTCOME-NEW = 'Y' AND WS-SEEN-COUNT < 500
               ADD 1 TO WS-SEEN-COUNT
               MOVE WS-OUTCOME-KEY TO WS-SEEN-KEY(WS-SEEN-COUNT)
           END-IF
           ACCEPT WS-STAMP-DATE8 FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-CLOCK8 FROM TIME.

       APPEND-HISTORY-LINE.
           OPEN EXTEND HISTORY-FILE
           WRITE HISTORY-RECORD FROM WS-HIST-LINE
           CLOSE HISTORY-FILE.

       RAISE-ARRIVAL-EVENT.
           MOVE 'ARRIVAL' TO WS-NOTIFY-EVENT
           MOVE SPACES TO WS-NOTIFY-MESSAGE
           STRING 'Partner '
                  FUNCTION TRIM(WS-SCHED-PARTNER(WS-PRIOR-IDX))
                  ' file ' FUNCTION TRIM(WS-EXPANDED-PATTERN)
                  ' is ' FUNCTION TRIM(WS-OUTCOME)
                  ' in ' FUNCTION TRIM(WS-SA-NAME) '/'
                  FUNCTION TRIM(WS-SCHED-CONTAINER(WS-PRIOR-IDX))
                  ' (' FUNCTION TRIM(ENV-NAME) ', cut-off '
                  WS-SCHED-CUTOFF(WS-PRIOR-IDX) ' UTC)'
               DELIMITED BY SIZE INTO WS-NOTIFY-MESSAGE
           END-STRING
           CALL 'NOTIFYROUTE' USING AZURE-CONFIG
                                    WS-NOTIFY-EVENT
                                    WS-NOTIFY-SEVERITY
                                    WS-NOTIFY-MESSAGE
                                    WS-NOTIFY-RC.

       READ-ARRIVALS-STATUS.
           MOVE 0 TO HTTP-STATUS-CODE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ARRIVALS-STATUS-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ARRIVALS-STATUS-FILE INTO ARRIVALS-STATUS-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE FUNCTION NUMVAL(ARRIVALS-STATUS-RECORD)
                           TO HTTP-STATUS-CODE
               END-READ
           END-PERFORM
           CLOSE ARRIVALS-STATUS-FILE.

      *> Azure throttles (429) and occasionally returns a transient
      *> 5xx; back off and retry those rather than marking a whole
      *> container unknown on a blip
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

       END PROGRAM AZUREARRIVALS.

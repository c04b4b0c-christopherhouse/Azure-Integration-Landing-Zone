       IDENTIFICATION DIVISION.
       PROGRAM-ID. AZUREGOVRPT.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> ARM write governor report for one deployment run. Given
      *> AZURE_RUN_ID (as in run-history.dat, <env>-<YYYYMMDDHHMMSS>)
      *> it reads the arm-governor.log ARMGOVERN appended in the run
      *> directory (AZURE_RUN_DIR, default runs/<run id>) and writes
      *> governor-<run id>.txt with one row per worker - the resource
      *> an AZUREDEPLOYONE worker deployed, or main for the serial
      *> path:
      *>   writes         draws from the subscription's write budget
      *>   waited         draws that had to wait for a write
      *>   wait secs      total and longest wait
      *>   forced         draws that went ahead at the wait ceiling
      *>   429s           throttles ARM still answered with
      *>   low remaining  fewest writes ARM reported left
      *> Workers are listed longest total wait first. A headline gives
      *> the run's totals, the busiest minute and a reading for wave
      *> sizing: 429s mean the waves outran even the governor; long
      *> waits without 429s mean the budget set the pace and larger
      *> waves would only queue; no waits mean there is headroom.
      *> Exit code 0 when written, 4 when the run has no governor
      *> log, 8 when no run ID was given.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GOV-LOG-FILE ASSIGN TO WS-GOV-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GOV-LOG-STATUS.
           SELECT GOV-REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GOV-LOG-FILE.
       01  GOV-LOG-RECORD              PIC X(192).

       FD  GOV-REPORT-FILE.
       01  GOV-REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
       01  WS-GOV-LOG-STATUS           PIC XX.

      *> The run asked for and where its files are
       01  WS-RUN-ID                   PIC X(40).
       01  WS-RUN-DIR                  PIC X(128).
       01  WS-GOV-LOG-PATH             PIC X(160).
       01  WS-REPORT-PATH              PIC X(64).

      *> arm-governor.log record:
      *>   DRAW|stamp|worker|env|method|subscription|waited secs|
      *>       remaining|G or F
      *>   THROTTLE|stamp|worker|env|method|subscription|
      *>       retry-after secs|remaining|-
       01  WS-GL-KIND                  PIC X(8).
       01  WS-GL-STAMP                 PIC X(14).
       01  WS-GL-WORKER                PIC X(16).
       01  WS-GL-ENV                   PIC X(16).
       01  WS-GL-METHOD                PIC X(10).
       01  WS-GL-SUBSCRIPTION          PIC X(36).
       01  WS-GL-SECS-TEXT             PIC X(8).
       01  WS-GL-REMAINING-TEXT        PIC X(8).
       01  WS-GL-FLAG                  PIC X.
       01  WS-GL-SECS                  PIC 9(5).
       01  WS-GL-REMAINING             PIC 9(5).

      *> Per-worker tallies; 99999 is "no remaining count seen"
       01  WS-WK-COUNT                 PIC 9(3) VALUE 0.
       01  WS-WK-TABLE.
           05  WS-WK-ENTRY OCCURS 200 TIMES.
               10  WS-WK-NAME          PIC X(16).
               10  WS-WK-DRAWS         PIC 9(5).
               10  WS-WK-WAITED        PIC 9(5).
               10  WS-WK-WAIT-SECS     PIC 9(7).
               10  WS-WK-MAX-WAIT      PIC 9(5).
               10  WS-WK-FORCED        PIC 9(5).
               10  WS-WK-THROTTLES     PIC 9(4).
               10  WS-WK-LOW-REMAINING PIC 9(5).
       01  WS-WK-HOLD.
           05  WS-HOLD-NAME            PIC X(16).
           05  WS-HOLD-DRAWS           PIC 9(5).
           05  WS-HOLD-WAITED          PIC 9(5).
           05  WS-HOLD-WAIT-SECS       PIC 9(7).
           05  WS-HOLD-MAX-WAIT        PIC 9(5).
           05  WS-HOLD-FORCED          PIC 9(5).
           05  WS-HOLD-THROTTLES       PIC 9(4).
           05  WS-HOLD-LOW-REMAINING   PIC 9(5).
       01  WS-WK-IDX                   PIC 9(3).
       01  WS-SORT-IDX                 PIC 9(3).
       01  WS-WK-FOUND                 PIC 9(3).

      *> Run totals
       01  WS-LOG-LINE-COUNT           PIC 9(6) VALUE 0.
       01  WS-TOTAL-DRAWS              PIC 9(6) VALUE 0.
       01  WS-TOTAL-WAITED             PIC 9(6) VALUE 0.
       01  WS-TOTAL-WAIT-SECS          PIC 9(8) VALUE 0.
       01  WS-TOTAL-MAX-WAIT           PIC 9(5) VALUE 0.
       01  WS-TOTAL-FORCED             PIC 9(6) VALUE 0.
       01  WS-TOTAL-THROTTLES          PIC 9(5) VALUE 0.
       01  WS-TOTAL-LOW-REMAINING      PIC 9(5) VALUE 99999.
       01  WS-SUBSCRIPTION-SEEN        PIC X(36) VALUE SPACES.
       01  WS-MULTI-SUBSCRIPTION       PIC X VALUE 'N'.
       01  WS-FIRST-STAMP              PIC X(14) VALUE SPACES.
       01  WS-LAST-STAMP               PIC X(14) VALUE SPACES.

      *> Busiest minute - the log is appended as writes are drawn,
      *> so a minute's draws sit together in it
       01  WS-MINUTE-CURRENT           PIC X(12) VALUE SPACES.
       01  WS-MINUTE-DRAWS             PIC 9(5) VALUE 0.
       01  WS-PEAK-MINUTE              PIC X(12) VALUE SPACES.
       01  WS-PEAK-DRAWS               PIC 9(5) VALUE 0.

       01  WS-DISPLAY-COUNT            PIC Z(5)9.
       01  WS-DISPLAY-SECS             PIC Z(7)9.
       01  WS-DISPLAY-MAX              PIC Z(4)9.
       01  WS-DISPLAY-AVERAGE          PIC Z(4)9.9.
       01  WS-AVERAGE-WAIT             PIC 9(5)V9.
       01  WS-REPORT-LINE              PIC X(132).
       01  WS-HEAD-LINE                PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-RUN-ID
           ACCEPT WS-RUN-ID FROM ENVIRONMENT 'AZURE_RUN_ID'
           IF WS-RUN-ID = SPACES
               DISPLAY "AZURE_RUN_ID is required - the run ID as "
                       "recorded in run-history.dat"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Building ARM write governor report for run "
                   FUNCTION TRIM(WS-RUN-ID)

           PERFORM RESOLVE-RUN-FILES
           PERFORM LOAD-GOVERNOR-LOG

           IF WS-LOG-LINE-COUNT = 0
               DISPLAY "No governor activity recorded for run "
                       FUNCTION TRIM(WS-RUN-ID)
                       " - check the run ID and AZURE_RUN_DIR"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CLOSE-BUSIEST-MINUTE
           PERFORM SORT-WORKERS-BY-WAIT
           PERFORM WRITE-GOVERNOR-REPORT
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       RESOLVE-RUN-FILES.
           MOVE SPACES TO WS-RUN-DIR
           ACCEPT WS-RUN-DIR FROM ENVIRONMENT 'AZURE_RUN_DIR'
           IF WS-RUN-DIR = SPACES
               STRING 'runs/' FUNCTION TRIM(WS-RUN-ID)
                   DELIMITED BY SIZE INTO WS-RUN-DIR
               END-STRING
           END-IF
           MOVE SPACES TO WS-GOV-LOG-PATH WS-REPORT-PATH
           STRING FUNCTION TRIM(WS-RUN-DIR) '/arm-governor.log'
               DELIMITED BY SIZE INTO WS-GOV-LOG-PATH
           END-STRING
           STRING 'governor-' FUNCTION TRIM(WS-RUN-ID) '.txt'
               DELIMITED BY SIZE INTO WS-REPORT-PATH
           END-STRING.

       LOAD-GOVERNOR-LOG.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT GOV-LOG-FILE
           IF WS-GOV-LOG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ GOV-LOG-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF GOV-LOG-RECORD NOT = SPACES
                           PERFORM APPLY-GOVERNOR-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GOV-LOG-FILE.

      *> One draw or one 429. A damaged line is skipped rather than
      *> allowed to skew the tallies.
       APPLY-GOVERNOR-RECORD.
           MOVE SPACES TO WS-GL-KIND WS-GL-STAMP WS-GL-WORKER
                          WS-GL-ENV WS-GL-METHOD WS-GL-SUBSCRIPTION
                          WS-GL-SECS-TEXT WS-GL-REMAINING-TEXT
                          WS-GL-FLAG
           UNSTRING GOV-LOG-RECORD DELIMITED BY '|'
               INTO WS-GL-KIND WS-GL-STAMP WS-GL-WORKER WS-GL-ENV
                    WS-GL-METHOD WS-GL-SUBSCRIPTION WS-GL-SECS-TEXT
                    WS-GL-REMAINING-TEXT WS-GL-FLAG
           END-UNSTRING
           IF WS-GL-KIND NOT = 'DRAW' AND WS-GL-KIND NOT = 'THROTTLE'
               EXIT PARAGRAPH
           END-IF
           IF WS-GL-WORKER = SPACES
                   OR WS-GL-SECS-TEXT = SPACES
                   OR FUNCTION TRIM(WS-GL-SECS-TEXT) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-GL-SECS-TEXT) TO WS-GL-SECS
           MOVE 99999 TO WS-GL-REMAINING
           IF WS-GL-REMAINING-TEXT NOT = SPACES
                   AND FUNCTION TRIM(WS-GL-REMAINING-TEXT) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-GL-REMAINING-TEXT)
                   TO WS-GL-REMAINING
           END-IF
           ADD 1 TO WS-LOG-LINE-COUNT

           IF WS-FIRST-STAMP = SPACES
               MOVE WS-GL-STAMP TO WS-FIRST-STAMP
           END-IF
           MOVE WS-GL-STAMP TO WS-LAST-STAMP
           IF WS-SUBSCRIPTION-SEEN = SPACES
               MOVE WS-GL-SUBSCRIPTION TO WS-SUBSCRIPTION-SEEN
           ELSE
               IF WS-GL-SUBSCRIPTION NOT = WS-SUBSCRIPTION-SEEN
                   MOVE 'Y' TO WS-MULTI-SUBSCRIPTION
               END-IF
           END-IF

           PERFORM FIND-WORKER-ENTRY
           IF WS-WK-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-GL-REMAINING < WS-WK-LOW-REMAINING(WS-WK-FOUND)
               MOVE WS-GL-REMAINING
                   TO WS-WK-LOW-REMAINING(WS-WK-FOUND)
           END-IF
           IF WS-GL-REMAINING < WS-TOTAL-LOW-REMAINING
               MOVE WS-GL-REMAINING TO WS-TOTAL-LOW-REMAINING
           END-IF

           IF WS-GL-KIND = 'THROTTLE'
               ADD 1 TO WS-WK-THROTTLES(WS-WK-FOUND)
               ADD 1 TO WS-TOTAL-THROTTLES
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-WK-DRAWS(WS-WK-FOUND)
           ADD 1 TO WS-TOTAL-DRAWS
           IF WS-GL-SECS > 0
               ADD 1 TO WS-WK-WAITED(WS-WK-FOUND)
               ADD 1 TO WS-TOTAL-WAITED
               ADD WS-GL-SECS TO WS-WK-WAIT-SECS(WS-WK-FOUND)
               ADD WS-GL-SECS TO WS-TOTAL-WAIT-SECS
               IF WS-GL-SECS > WS-WK-MAX-WAIT(WS-WK-FOUND)
                   MOVE WS-GL-SECS TO WS-WK-MAX-WAIT(WS-WK-FOUND)
               END-IF
               IF WS-GL-SECS > WS-TOTAL-MAX-WAIT
                   MOVE WS-GL-SECS TO WS-TOTAL-MAX-WAIT
               END-IF
           END-IF
           IF WS-GL-FLAG = 'F'
               ADD 1 TO WS-WK-FORCED(WS-WK-FOUND)
               ADD 1 TO WS-TOTAL-FORCED
           END-IF
           PERFORM COUNT-MINUTE-DRAW.

      *> The worker's row, added on first sight; 0 when the table is
      *> full
       FIND-WORKER-ENTRY.
           MOVE 0 TO WS-WK-FOUND
           PERFORM VARYING WS-WK-IDX FROM 1 BY 1
                   UNTIL WS-WK-IDX > WS-WK-COUNT
                      OR WS-WK-FOUND > 0
               IF WS-WK-NAME(WS-WK-IDX) = WS-GL-WORKER
                   MOVE WS-WK-IDX TO WS-WK-FOUND
               END-IF
           END-PERFORM
           IF WS-WK-FOUND > 0 OR WS-WK-COUNT >= 200
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WK-COUNT
           MOVE WS-WK-COUNT TO WS-WK-FOUND
           MOVE WS-GL-WORKER TO WS-WK-NAME(WS-WK-FOUND)
           MOVE 0 TO WS-WK-DRAWS(WS-WK-FOUND)
                     WS-WK-WAITED(WS-WK-FOUND)
                     WS-WK-WAIT-SECS(WS-WK-FOUND)
                     WS-WK-MAX-WAIT(WS-WK-FOUND)
                     WS-WK-FORCED(WS-WK-FOUND)
                     WS-WK-THROTTLES(WS-WK-FOUND)
           MOVE 99999 TO WS-WK-LOW-REMAINING(WS-WK-FOUND).

       COUNT-MINUTE-DRAW.
           IF WS-GL-STAMP(1:12) NOT = WS-MINUTE-CURRENT
               PERFORM CLOSE-BUSIEST-MINUTE
               MOVE WS-GL-STAMP(1:12) TO WS-MINUTE-CURRENT
               MOVE 0 TO WS-MINUTE-DRAWS
           END-IF
           ADD 1 TO WS-MINUTE-DRAWS.

       CLOSE-BUSIEST-MINUTE.
           IF WS-MINUTE-DRAWS > WS-PEAK-DRAWS
               MOVE WS-MINUTE-DRAWS TO WS-PEAK-DRAWS
               MOVE WS-MINUTE-CURRENT TO WS-PEAK-MINUTE
           END-IF.

      *> Insertion sort, longest total wait first; equal waits keep
      *> the order the workers first drew in
       SORT-WORKERS-BY-WAIT.
           PERFORM VARYING WS-WK-IDX FROM 2 BY 1
                   UNTIL WS-WK-IDX > WS-WK-COUNT
               MOVE WS-WK-ENTRY(WS-WK-IDX) TO WS-WK-HOLD
               MOVE WS-WK-IDX TO WS-SORT-IDX
               PERFORM UNTIL WS-SORT-IDX = 1
                       OR WS-WK-WAIT-SECS(WS-SORT-IDX - 1)
                          >= WS-HOLD-WAIT-SECS
                   MOVE WS-WK-ENTRY(WS-SORT-IDX - 1)
                       TO WS-WK-ENTRY(WS-SORT-IDX)
                   SUBTRACT 1 FROM WS-SORT-IDX
               END-PERFORM
               MOVE WS-WK-HOLD TO WS-WK-ENTRY(WS-SORT-IDX)
           END-PERFORM.

       WRITE-GOVERNOR-REPORT.
           OPEN OUTPUT GOV-REPORT-FILE

           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ARM write governor report for run '
                  FUNCTION TRIM(WS-RUN-ID)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM EMIT-HEADLINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Subscription ' FUNCTION TRIM(WS-SUBSCRIPTION-SEEN)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           IF WS-MULTI-SUBSCRIPTION = 'Y'
               MOVE WS-REPORT-LINE TO WS-HEAD-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING FUNCTION TRIM(WS-HEAD-LINE)
                      ' (and others - budgets are per subscription)'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF
           MOVE WS-REPORT-LINE TO WS-HEAD-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING FUNCTION TRIM(WS-HEAD-LINE)
                  '; first draw ' WS-FIRST-STAMP
                  ', last ' WS-LAST-STAMP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM EMIT-HEADLINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-TOTAL-DRAWS TO WS-DISPLAY-COUNT
           STRING 'Writes: ' FUNCTION TRIM(WS-DISPLAY-COUNT)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO WS-HEAD-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-TOTAL-WAITED TO WS-DISPLAY-COUNT
           MOVE WS-TOTAL-WAIT-SECS TO WS-DISPLAY-SECS
           STRING FUNCTION TRIM(WS-HEAD-LINE) ', waited: '
                  FUNCTION TRIM(WS-DISPLAY-COUNT)
                  ', time waited: ' FUNCTION TRIM(WS-DISPLAY-SECS) 's'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO WS-HEAD-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-TOTAL-MAX-WAIT TO WS-DISPLAY-MAX
           STRING FUNCTION TRIM(WS-HEAD-LINE) ', longest: '
                  FUNCTION TRIM(WS-DISPLAY-MAX) 's'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO WS-HEAD-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-TOTAL-FORCED TO WS-DISPLAY-COUNT
           STRING FUNCTION TRIM(WS-HEAD-LINE) '; forced: '
                  FUNCTION TRIM(WS-DISPLAY-COUNT)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO WS-HEAD-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-TOTAL-THROTTLES TO WS-DISPLAY-COUNT
           STRING FUNCTION TRIM(WS-HEAD-LINE) '; 429s: '
                  FUNCTION TRIM(WS-DISPLAY-COUNT)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM EMIT-HEADLINE

           MOVE SPACES TO WS-REPORT-LINE
           IF WS-TOTAL-LOW-REMAINING = 99999
               MOVE 'Lowest remaining writes reported: none reported'
                   TO WS-REPORT-LINE
           ELSE
               MOVE WS-TOTAL-LOW-REMAINING TO WS-DISPLAY-MAX
               STRING 'Lowest remaining writes reported: '
                      FUNCTION TRIM(WS-DISPLAY-MAX)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF
           MOVE WS-REPORT-LINE TO WS-HEAD-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-PEAK-DRAWS TO WS-DISPLAY-COUNT
           IF WS-PEAK-DRAWS = 0
               STRING FUNCTION TRIM(WS-HEAD-LINE)
                      '; busiest minute: none'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-HEAD-LINE)
                      '; busiest minute: ' WS-PEAK-MINUTE(9:2) ':'
                      WS-PEAK-MINUTE(11:2) ' with '
                      FUNCTION TRIM(WS-DISPLAY-COUNT) ' write(s)'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF
           PERFORM EMIT-HEADLINE

           PERFORM ASSESS-WAVE-SIZING
           PERFORM EMIT-HEADLINE

           MOVE SPACES TO GOV-REPORT-RECORD
           WRITE GOV-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Worker            Writes  Waited  Wait secs  '
                  'Avg wait  Max wait  Forced   429s  Low remaining'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE GOV-REPORT-RECORD FROM WS-REPORT-LINE

           PERFORM VARYING WS-WK-IDX FROM 1 BY 1
                   UNTIL WS-WK-IDX > WS-WK-COUNT
               PERFORM WRITE-WORKER-LINE
           END-PERFORM
           CLOSE GOV-REPORT-FILE
           DISPLAY "Governor report written to "
                   FUNCTION TRIM(WS-REPORT-PATH)
                   " (" WS-WK-COUNT " workers)".

      *> The reading the report exists for: what the run says about
      *> the wave size
       ASSESS-WAVE-SIZING.
           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-TOTAL-THROTTLES > 0
                   STRING 'Reading: ARM still throttled the run - '
                          'reduce the wave size or the write budget'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
               WHEN WS-TOTAL-FORCED > 0
                   STRING 'Reading: writes hit the wait ceiling - '
                          'reduce the wave size'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
               WHEN WS-TOTAL-WAITED > 0
                   STRING 'Reading: the write budget set the pace - '
                          'larger waves would only queue'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
               WHEN OTHER
                   STRING 'Reading: no writes waited - the wave size '
                          'has headroom'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
           END-EVALUATE.

      *> Headline lines go to the report and the console alike
       EMIT-HEADLINE.
           WRITE GOV-REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE).

       WRITE-WORKER-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-WK-NAME(WS-WK-IDX) TO WS-REPORT-LINE(1:16)
           MOVE WS-WK-DRAWS(WS-WK-IDX) TO WS-DISPLAY-COUNT
           MOVE WS-DISPLAY-COUNT TO WS-REPORT-LINE(19:6)
           MOVE WS-WK-WAITED(WS-WK-IDX) TO WS-DISPLAY-COUNT
           MOVE WS-DISPLAY-COUNT TO WS-REPORT-LINE(27:6)
           MOVE WS-WK-WAIT-SECS(WS-WK-IDX) TO WS-DISPLAY-SECS
           MOVE WS-DISPLAY-SECS TO WS-REPORT-LINE(36:8)
           MOVE 0 TO WS-AVERAGE-WAIT
           IF WS-WK-WAITED(WS-WK-IDX) > 0
               COMPUTE WS-AVERAGE-WAIT ROUNDED =
                   WS-WK-WAIT-SECS(WS-WK-IDX)
                   / WS-WK-WAITED(WS-WK-IDX)
           END-IF
           MOVE WS-AVERAGE-WAIT TO WS-DISPLAY-AVERAGE
           MOVE WS-DISPLAY-AVERAGE TO WS-REPORT-LINE(47:7)
           MOVE WS-WK-MAX-WAIT(WS-WK-IDX) TO WS-DISPLAY-MAX
           MOVE WS-DISPLAY-MAX TO WS-REPORT-LINE(59:5)
           MOVE WS-WK-FORCED(WS-WK-IDX) TO WS-DISPLAY-COUNT
           MOVE WS-DISPLAY-COUNT TO WS-REPORT-LINE(66:6)
           MOVE WS-WK-THROTTLES(WS-WK-IDX) TO WS-DISPLAY-COUNT
           MOVE WS-DISPLAY-COUNT TO WS-REPORT-LINE(73:6)
           IF WS-WK-LOW-REMAINING(WS-WK-IDX) = 99999
               MOVE '-' TO WS-REPORT-LINE(93:1)
           ELSE
               MOVE WS-WK-LOW-REMAINING(WS-WK-IDX) TO WS-DISPLAY-MAX
               MOVE WS-DISPLAY-MAX TO WS-REPORT-LINE(89:5)
           END-IF
           WRITE GOV-REPORT-RECORD FROM WS-REPORT-LINE.

       END PROGRAM AZUREGOVRPT.

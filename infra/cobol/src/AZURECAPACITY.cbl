      *> resource to capacity-history.dat so the numbers trend across
      *> months, and prints a right-sizing recommendation per resource
      *> in capacity-report.txt, flagging both undersized tiers and
      *> the idle premium units the company is paying for. Hours the
      *> AZURESCALE schedule held a resource scaled down are shown
      *> against it, and an APIM whose nights were scheduled down is
      *> judged idle on its peak rather than an average those nights
      *> drag down. The exit code is the number of resources with a
      *> recommendation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-RECOMMEND-COUNT          PIC 9(2) VALUE 0.
       01  WS-RESOURCE-LABEL           PIC X(32).

      *> Hours of the 30-day window the schedule held the resource
      *> scaled down, from SCALEHOURS
       01  WS-SCALE-WINDOW-DAYS        PIC 9(3) VALUE 30.
       01  WS-SCALE-DOWN-HOURS         PIC 9(5).
       01  WS-IDLE-MEASURE             PIC 9(9).
       01  WS-IDLE-BASIS               PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Capacity utilization report starting"
           PERFORM APPEND-CAPACITY-HISTORY.

      *> One pipe-delimited record per metric per month, so next
      *> year's review can see the trend instead of one sample; the
      *> trailing sample date lets AZUREOPSMART load it by day
       APPEND-CAPACITY-HISTORY.
           MOVE SPACES TO CAP-HISTORY-RECORD
           STRING WS-MONTH-TAG '|'
                  FUNCTION TRIM(WS-RESOURCE-LABEL) '|'
                  FUNCTION TRIM(WS-METRIC-NAME) '|'
                  WS-METRIC-AVG '|'
                  WS-METRIC-MAX '|'
                  WS-CURRENT-DATE8
               DELIMITED BY SIZE INTO CAP-HISTORY-RECORD
           END-STRING
           OPEN EXTEND CAP-HISTORY-FILE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE CAP-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM WRITE-SCHEDULED-DOWN-LINE
           IF WS-SCALE-DOWN-HOURS > 0
               MOVE WS-METRIC-MAX TO WS-IDLE-MEASURE
               MOVE 'peak' TO WS-IDLE-BASIS
           ELSE
               MOVE WS-METRIC-AVG TO WS-IDLE-MEASURE
               MOVE 'average' TO WS-IDLE-BASIS
           END-IF

           EVALUATE TRUE
               WHEN WS-METRIC-MAX > 75
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   WRITE CAP-REPORT-RECORD FROM WS-REPORT-LINE
               WHEN WS-IDLE-MEASURE < 20 AND APIM-SKU-CAPACITY > 1
                   ADD 1 TO WS-RECOMMEND-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '  RECOMMEND: '
                          FUNCTION TRIM(WS-IDLE-BASIS)
                          ' capacity below 20% '
                          '- reduce APIM_SKU_CAPACITY below '
                          APIM-SKU-CAPACITY
                          ' (idle units)'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE CAP-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM WRITE-SCHEDULED-DOWN-LINE

           EVALUATE TRUE
               WHEN WS-METRIC-MAX >= AGW-CAPACITY
                   WRITE CAP-REPORT-RECORD FROM WS-REPORT-LINE
           END-EVALUATE.

      *> Out-of-hours lows the schedule caused are not idleness
       WRITE-SCHEDULED-DOWN-LINE.
           CALL 'SCALEHOURS' USING ENV-NAME WS-RESOURCE-LABEL
                                   WS-SCALE-WINDOW-DAYS
                                   WS-SCALE-DOWN-HOURS
           IF WS-SCALE-DOWN-HOURS > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  scheduled scale-down: ' WS-SCALE-DOWN-HOURS
                      ' of 720 hours (AZURESCALE) - those lows are '
                      'the schedule, not idleness'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE CAP-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

      *> Write the bearer token to a file curl reads with -H @file
      *> instead of passing it on the command line, where it would
      *> be visible to anyone on the box running ps

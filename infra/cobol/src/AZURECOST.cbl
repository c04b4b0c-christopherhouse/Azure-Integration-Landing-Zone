       01  WS-VARIANCE-PCT             PIC S9(5)V9.
       01  WS-VARIANCE-DISPLAY         PIC +(5)9.9.

      *> Month-to-date hours AZURESCALE held each resource scaled
      *> down, as SCALEHOURS reads them from run-history.dat
       01  WS-SCALE-RESOURCE           PIC X(32).
       01  WS-SCALE-WINDOW-DAYS        PIC 9(3) VALUE 0.
       01  WS-SCALE-DOWN-HOURS         PIC 9(5).
       01  WS-SCALE-HOURS-DISPLAY      PIC Z(4)9.
       01  WS-SCALE-HEADER-DONE        PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-COST-CHECK
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'POST' WS-QUERY-URL
                                      'cost_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o cost_response.json -w '%{http_code}' "
                   "-D cost_rate_headers.txt "
                   "-X POST -H @cost_auth.txt "
                   "-H 'Content-Type: application/json' -d '"
                   HTTP-BODY
               END-CALL

               PERFORM READ-COST-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'POST' WS-QUERY-URL
                                      'cost_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           END-STRING
           WRITE VARIANCE-REPORT-RECORD FROM WS-REPORT-LINE

      *> An actual well under estimate is expected where the schedule
      *> held the resource scaled down; say so rather than leave the
      *> estimate looking wrong
           MOVE 'apiManagement' TO WS-SCALE-RESOURCE
           PERFORM WRITE-SCALE-DOWN-LINE
           MOVE 'applicationGateway' TO WS-SCALE-RESOURCE
           PERFORM WRITE-SCALE-DOWN-LINE
           MOVE 'functionPlan' TO WS-SCALE-RESOURCE
           PERFORM WRITE-SCALE-DOWN-LINE
           MOVE 'shirVms' TO WS-SCALE-RESOURCE
           PERFORM WRITE-SCALE-DOWN-LINE

           DISPLAY "Estimated $" WS-EST-DISPLAY
                   "  actual MTD $" WS-ACT-DISPLAY.

       WRITE-SCALE-DOWN-LINE.
           CALL 'SCALEHOURS' USING ENV-NAME WS-SCALE-RESOURCE
                                   WS-SCALE-WINDOW-DAYS
                                   WS-SCALE-DOWN-HOURS
           IF WS-SCALE-DOWN-HOURS = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SCALE-HEADER-DONE = 'N'
               MOVE 'Y' TO WS-SCALE-HEADER-DONE
               MOVE SPACES TO WS-REPORT-LINE
               WRITE VARIANCE-REPORT-RECORD FROM WS-REPORT-LINE
               MOVE 'Scheduled scale-down month to date (AZURESCALE):'
                   TO WS-REPORT-LINE
               WRITE VARIANCE-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           MOVE WS-SCALE-DOWN-HOURS TO WS-SCALE-HOURS-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' WS-SCALE-RESOURCE
                  WS-SCALE-HOURS-DISPLAY ' hours scaled down'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE VARIANCE-REPORT-RECORD FROM WS-REPORT-LINE.

       WRITE-VARIANCE-LINE.
           ADD WS-BUCKET-EST(WS-BUCKET-IDX) TO WS-EST-TOTAL
           ADD WS-BUCKET-ACT(WS-BUCKET-IDX) TO WS-ACT-TOTAL

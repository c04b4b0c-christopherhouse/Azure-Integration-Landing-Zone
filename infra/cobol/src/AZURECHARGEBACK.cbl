      *> month-to-date spend grouped by the costCenter tag and writes
      *> a per-cost-center statement (environment, spend, owner) plus
      *> cross-environment totals to chargeback-report.txt, ready to
      *> hand to finance. Each row is also appended to
      *> chargeback-history.dat as CB|<YYYYMMDD>|<env>|<cost center>|
      *> <month-to-date amount>, so the month's spend as of each run
      *> is kept for AZUREOPSMART rather than only the latest report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTH-HEADER-FILE ASSIGN TO "chargeback_auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CB-HISTORY-FILE ASSIGN TO
               "chargeback-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-HEADER-FILE.
       01  AUTH-HEADER-RECORD          PIC X(1056).

       FD  CB-HISTORY-FILE.
       01  CB-HISTORY-RECORD           PIC X(120).

       WORKING-STORAGE SECTION.
      *> Overall time limit handed to every curl (-m) so a network
      *> blackhole fails the call instead of hanging the run;
       01  WS-ROW-COST-CENTER          PIC X(32).
       01  WS-AMOUNT-DISPLAY           PIC Z(8)9.99.
       01  WS-ENV-TOTAL                PIC 9(9)V99.
       01  WS-HIST-DATE8               PIC 9(8).
       01  WS-HIST-AMOUNT              PIC 9(9).99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'POST' WS-QUERY-URL
                                      'chargeback_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o chargeback_response.json "
                   "-D chargeback_rate_headers.txt "
                   "-w '%{http_code}' "
                   "-X POST -H @chargeback_auth.txt "
                   "-H 'Content-Type: application/json' -d '"
               END-CALL

               PERFORM READ-CB-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'POST' WS-QUERY-URL
                                      'chargeback_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM


           ADD WS-ROW-AMOUNT TO WS-ENV-TOTAL
           PERFORM ACCUMULATE-COST-CENTER
           PERFORM APPEND-CHARGEBACK-HISTORY

           MOVE WS-ROW-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           END-STRING
           WRITE CB-REPORT-RECORD FROM WS-REPORT-LINE.

      *> One pipe-delimited CB record per cost-center row, appended
      *> the way AZUREHEALTH keeps health-history.dat
       APPEND-CHARGEBACK-HISTORY.
           ACCEPT WS-HIST-DATE8 FROM DATE YYYYMMDD
           MOVE WS-ROW-AMOUNT TO WS-HIST-AMOUNT
           MOVE SPACES TO CB-HISTORY-RECORD
           STRING 'CB|' WS-HIST-DATE8
                  '|' FUNCTION TRIM(WS-CURRENT-ENV)
                  '|' FUNCTION TRIM(WS-ROW-COST-CENTER)
                  '|' WS-HIST-AMOUNT
               DELIMITED BY SIZE INTO CB-HISTORY-RECORD
           END-STRING
           OPEN EXTEND CB-HISTORY-FILE
           WRITE CB-HISTORY-RECORD
           CLOSE CB-HISTORY-FILE.

       ACCUMULATE-COST-CENTER.
           MOVE 'N' TO WS-CC-FOUND
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1

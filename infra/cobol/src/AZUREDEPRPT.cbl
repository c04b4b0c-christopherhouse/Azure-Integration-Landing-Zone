       IDENTIFICATION DIVISION.
       PROGRAM-ID. AZUREDEPRPT.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Monthly external dependency availability report. AZUREDEPMON
      *> appends every probe of a partner backend, webhook or the
      *> ServiceNow instance to dependency-history.dat; this program
      *> reads one month of those DP records (AZURE_DEPRPT_MONTH as
      *> YYYYMM, default the current month) and writes
      *> dependency-availability.txt with, per environment, dependency
      *> and host: achieved availability (UP and SLOW probes count as
      *> available), the DOWN, TLS-failure and SLOW probe counts,
      *> average and worst response time and the fewest certificate
      *> days seen - the numbers we hand a partner about their own
      *> endpoint. Availability is held against the SLA-TARGETS entry
      *> whose label leads the dependency label (99.90 when none is
      *> configured), exactly as AZURESLARPT does for our own probes.
      *> The exit code is the number of dependencies below target.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPMON-HISTORY-FILE ASSIGN TO "dependency-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT DEPRPT-REPORT-FILE ASSIGN TO
               "dependency-availability.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPMON-HISTORY-FILE.
       01  DEPMON-HISTORY-RECORD       PIC X(200).

       FD  DEPRPT-REPORT-FILE.
       01  DEPRPT-REPORT-RECORD        PIC X(160).

       WORKING-STORAGE SECTION.
       COPY AZURECONFIG.

       01  WS-RETURN-CODE              PIC 9(2).
       01  WS-HISTORY-STATUS           PIC XX.
       01  WS-HISTORY-EOF              PIC X VALUE 'N'.

       01  WS-MONTH-TEXT               PIC X(6).
       01  WS-CURRENT-DATE8            PIC 9(8).

      *> Per env+dependency+host tallies accumulated over the month
       01  WS-TALLY-COUNT              PIC 9(3) VALUE 0.
       01  WS-TALLY-TABLE.
           05  WS-TALLY-ENTRY OCCURS 100 TIMES.
               10  WS-TALLY-ENV        PIC X(16).
               10  WS-TALLY-LABEL      PIC X(48).
               10  WS-TALLY-HOST       PIC X(64).
               10  WS-TALLY-AVAIL      PIC 9(6).
               10  WS-TALLY-TOTAL      PIC 9(6).
               10  WS-TALLY-DOWN       PIC 9(6).
               10  WS-TALLY-CERT       PIC 9(6).
               10  WS-TALLY-SLOW       PIC 9(6).
               10  WS-TALLY-MS-SUM     PIC 9(12).
               10  WS-TALLY-MS-COUNT   PIC 9(6).
               10  WS-TALLY-MS-MAX     PIC 9(7).
               10  WS-TALLY-CERT-SEEN  PIC X.
               10  WS-TALLY-CERT-MIN   PIC S9(5).
       01  WS-TALLY-IDX                PIC 9(3).
       01  WS-TALLY-SLOT               PIC 9(3).

       01  WS-REC-PREFIX               PIC X(3).
       01  WS-REC-STAMP                PIC X(14).
       01  WS-REC-ENV                  PIC X(16).
       01  WS-REC-LABEL                PIC X(48).
       01  WS-REC-HOST                 PIC X(64).
       01  WS-REC-RESULT               PIC X(4).
       01  WS-REC-HTTP                 PIC X(8).
       01  WS-REC-MS                   PIC X(8).
       01  WS-REC-CERT-DAYS            PIC X(8).
       01  WS-REC-MS-VALUE             PIC 9(7).
       01  WS-REC-CERT-VALUE           PIC S9(5).

       01  WS-ACHIEVED-PCT             PIC 9(3)V99.
       01  WS-ACHIEVED-DISPLAY         PIC ZZ9.99.
       01  WS-TARGET-PCT               PIC 9(3)V99.
       01  WS-TARGET-DISPLAY           PIC ZZ9.99.
       01  WS-AVG-MS                   PIC 9(7).
       01  WS-AVG-DISPLAY              PIC Z(6)9.
       01  WS-MAX-DISPLAY              PIC Z(6)9.
       01  WS-COUNT-DISPLAY            PIC Z(5)9.
       01  WS-CERT-MIN-DISPLAY         PIC -(5)9.
       01  WS-SLA-IDX                  PIC 9(2).
       01  WS-MATCH-COUNT              PIC 9(3).
       01  WS-BREACH-COUNT             PIC 9(3) VALUE 0.
       01  WS-REPORT-LINE              PIC X(160).
       01  WS-REPORT-PTR               PIC 9(3).
       01  WS-VERDICT-TEXT             PIC X(10).
       01  WS-CONFIG-FILENAME          PIC X(128).
       01  WS-ENV-VAR                  PIC X(32).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "External dependency availability report starting"
           MOVE SPACES TO AZURE-CONFIG
           PERFORM LOAD-ENVIRONMENT-CONFIG

           MOVE SPACES TO WS-MONTH-TEXT
           ACCEPT WS-MONTH-TEXT FROM ENVIRONMENT 'AZURE_DEPRPT_MONTH'
           IF WS-MONTH-TEXT = SPACES
               ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
               MOVE WS-CURRENT-DATE8(1:6) TO WS-MONTH-TEXT
           END-IF
           DISPLAY "  Month: " WS-MONTH-TEXT

           PERFORM TALLY-MONTH-HISTORY
           PERFORM WRITE-AVAILABILITY-REPORT

           IF WS-BREACH-COUNT > 99
               MOVE 99 TO WS-BREACH-COUNT
           END-IF
           MOVE WS-BREACH-COUNT TO RETURN-CODE
           STOP RUN.

      *> Config only - the SLA targets are all this report needs
       LOAD-ENVIRONMENT-CONFIG.
           MOVE SPACES TO WS-ENV-VAR
           ACCEPT WS-ENV-VAR FROM ENVIRONMENT 'AZURE_ENVIRONMENT'
           MOVE SPACES TO WS-CONFIG-FILENAME
           IF WS-ENV-VAR = SPACES
               MOVE 'config/azure-config.conf' TO WS-CONFIG-FILENAME
           ELSE
               STRING 'config/azure-config-' DELIMITED BY SIZE
                      WS-ENV-VAR DELIMITED BY SPACE
                      '.conf' DELIMITED BY SIZE
                   INTO WS-CONFIG-FILENAME
               END-STRING
           END-IF
           CALL 'AZURECFGLOAD' USING BY REFERENCE WS-CONFIG-FILENAME
                                                  AZURE-CONFIG
                                                  WS-RETURN-CODE.

       TALLY-MONTH-HISTORY.
           OPEN INPUT DEPMON-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY "No dependency-history.dat found - run "
                       "AZUREDEPMON first"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HISTORY-EOF = 'Y'
               READ DEPMON-HISTORY-FILE INTO DEPMON-HISTORY-RECORD
                   AT END MOVE 'Y' TO WS-HISTORY-EOF
                   NOT AT END PERFORM TALLY-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE DEPMON-HISTORY-FILE.

       TALLY-ONE-RECORD.
           MOVE SPACES TO WS-REC-PREFIX WS-REC-STAMP WS-REC-ENV
                          WS-REC-LABEL WS-REC-HOST WS-REC-RESULT
                          WS-REC-HTTP WS-REC-MS WS-REC-CERT-DAYS
           UNSTRING DEPMON-HISTORY-RECORD DELIMITED BY '|'
               INTO WS-REC-PREFIX WS-REC-STAMP WS-REC-ENV
                    WS-REC-LABEL WS-REC-HOST WS-REC-RESULT
                    WS-REC-HTTP WS-REC-MS WS-REC-CERT-DAYS
           END-UNSTRING
           IF WS-REC-PREFIX NOT = 'DP'
               EXIT PARAGRAPH
           END-IF
           IF WS-REC-STAMP(1:6) NOT = WS-MONTH-TEXT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-TALLY-SLOT
           PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
                   UNTIL WS-TALLY-IDX > WS-TALLY-COUNT
               IF WS-TALLY-ENV(WS-TALLY-IDX) = WS-REC-ENV
                       AND WS-TALLY-LABEL(WS-TALLY-IDX) = WS-REC-LABEL
                       AND WS-TALLY-HOST(WS-TALLY-IDX) = WS-REC-HOST
                   MOVE WS-TALLY-IDX TO WS-TALLY-SLOT
                   MOVE WS-TALLY-COUNT TO WS-TALLY-IDX
               END-IF
           END-PERFORM
           IF WS-TALLY-SLOT = 0
               IF WS-TALLY-COUNT >= 100
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TALLY-COUNT
               MOVE WS-TALLY-COUNT TO WS-TALLY-SLOT
               INITIALIZE WS-TALLY-ENTRY(WS-TALLY-SLOT)
               MOVE WS-REC-ENV TO WS-TALLY-ENV(WS-TALLY-SLOT)
               MOVE WS-REC-LABEL TO WS-TALLY-LABEL(WS-TALLY-SLOT)
               MOVE WS-REC-HOST TO WS-TALLY-HOST(WS-TALLY-SLOT)
               MOVE 'N' TO WS-TALLY-CERT-SEEN(WS-TALLY-SLOT)
           END-IF

           ADD 1 TO WS-TALLY-TOTAL(WS-TALLY-SLOT)
           EVALUATE WS-REC-RESULT
               WHEN 'UP'
                   ADD 1 TO WS-TALLY-AVAIL(WS-TALLY-SLOT)
               WHEN 'SLOW'
                   ADD 1 TO WS-TALLY-AVAIL(WS-TALLY-SLOT)
                   ADD 1 TO WS-TALLY-SLOW(WS-TALLY-SLOT)
               WHEN 'CERT'
                   ADD 1 TO WS-TALLY-CERT(WS-TALLY-SLOT)
               WHEN OTHER
                   ADD 1 TO WS-TALLY-DOWN(WS-TALLY-SLOT)
           END-EVALUATE

      *> Response times only count where the endpoint answered
           IF (WS-REC-RESULT = 'UP' OR WS-REC-RESULT = 'SLOW')
                   AND FUNCTION TRIM(WS-REC-MS) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-REC-MS) TO WS-REC-MS-VALUE
               ADD WS-REC-MS-VALUE TO WS-TALLY-MS-SUM(WS-TALLY-SLOT)
               ADD 1 TO WS-TALLY-MS-COUNT(WS-TALLY-SLOT)
               IF WS-REC-MS-VALUE > WS-TALLY-MS-MAX(WS-TALLY-SLOT)
                   MOVE WS-REC-MS-VALUE
                       TO WS-TALLY-MS-MAX(WS-TALLY-SLOT)
               END-IF
           END-IF

           IF WS-REC-CERT-DAYS NOT = SPACES
                   AND WS-REC-CERT-DAYS NOT = '-'
               MOVE FUNCTION NUMVAL(WS-REC-CERT-DAYS)
                   TO WS-REC-CERT-VALUE
               IF WS-TALLY-CERT-SEEN(WS-TALLY-SLOT) NOT = 'Y'
                       OR WS-REC-CERT-VALUE
                          < WS-TALLY-CERT-MIN(WS-TALLY-SLOT)
                   MOVE WS-REC-CERT-VALUE
                       TO WS-TALLY-CERT-MIN(WS-TALLY-SLOT)
                   MOVE 'Y' TO WS-TALLY-CERT-SEEN(WS-TALLY-SLOT)
               END-IF
           END-IF.

       WRITE-AVAILABILITY-REPORT.
           OPEN OUTPUT DEPRPT-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'External dependency availability - '
                  WS-MONTH-TEXT(1:4) '-' WS-MONTH-TEXT(5:2)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE DEPRPT-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE DEPRPT-REPORT-RECORD FROM WS-REPORT-LINE

           IF WS-TALLY-COUNT = 0
               MOVE 'No dependency probe history for this month'
                   TO WS-REPORT-LINE
               WRITE DEPRPT-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
                   UNTIL WS-TALLY-IDX > WS-TALLY-COUNT
               PERFORM REPORT-ONE-TALLY
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           WRITE DEPRPT-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-TALLY-COUNT ' dependency(ies), '
                  WS-BREACH-COUNT ' below target'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE DEPRPT-REPORT-RECORD FROM WS-REPORT-LINE
           CLOSE DEPRPT-REPORT-FILE

           DISPLAY "Report written to dependency-availability.txt ("
                   WS-BREACH-COUNT " below target)".

       REPORT-ONE-TALLY.
           IF WS-TALLY-TOTAL(WS-TALLY-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-TALLY-FIGURES
           PERFORM RESOLVE-SLA-TARGET
           MOVE WS-TARGET-PCT TO WS-TARGET-DISPLAY

           IF WS-ACHIEVED-PCT < WS-TARGET-PCT
               ADD 1 TO WS-BREACH-COUNT
               MOVE '  BREACH  ' TO WS-VERDICT-TEXT
           ELSE
               MOVE '  MET     ' TO WS-VERDICT-TEXT
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-VERDICT-TEXT
                  FUNCTION TRIM(WS-TALLY-ENV(WS-TALLY-IDX))
                  ' / '
                  FUNCTION TRIM(WS-TALLY-LABEL(WS-TALLY-IDX))
                  ' (' FUNCTION TRIM(WS-TALLY-HOST(WS-TALLY-IDX))
                  '): ' WS-ACHIEVED-DISPLAY
                  '% of ' WS-TARGET-DISPLAY '% target'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE DEPRPT-REPORT-RECORD FROM WS-REPORT-LINE

           MOVE WS-TALLY-TOTAL(WS-TALLY-IDX) TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 1 TO WS-REPORT-PTR
           STRING '          ' FUNCTION TRIM(WS-COUNT-DISPLAY)
                  ' probes: ' WS-TALLY-DOWN(WS-TALLY-IDX) ' down, '
                  WS-TALLY-CERT(WS-TALLY-IDX) ' TLS failure(s), '
                  WS-TALLY-SLOW(WS-TALLY-IDX) ' slow; avg '
                  FUNCTION TRIM(WS-AVG-DISPLAY) ' ms, worst '
                  FUNCTION TRIM(WS-MAX-DISPLAY) ' ms'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               WITH POINTER WS-REPORT-PTR
           END-STRING
           IF WS-TALLY-CERT-SEEN(WS-TALLY-IDX) = 'Y'
               MOVE WS-TALLY-CERT-MIN(WS-TALLY-IDX)
                   TO WS-CERT-MIN-DISPLAY
               STRING '; certificate '
                      FUNCTION TRIM(WS-CERT-MIN-DISPLAY)
                      ' day(s) from expiry at worst'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WITH POINTER WS-REPORT-PTR
               END-STRING
           END-IF
           WRITE DEPRPT-REPORT-RECORD FROM WS-REPORT-LINE.

       COMPUTE-TALLY-FIGURES.
           COMPUTE WS-ACHIEVED-PCT ROUNDED =
               WS-TALLY-AVAIL(WS-TALLY-IDX) * 100.00
               / WS-TALLY-TOTAL(WS-TALLY-IDX)
           MOVE WS-ACHIEVED-PCT TO WS-ACHIEVED-DISPLAY
           MOVE 0 TO WS-AVG-MS
           IF WS-TALLY-MS-COUNT(WS-TALLY-IDX) > 0
               COMPUTE WS-AVG-MS ROUNDED =
                   WS-TALLY-MS-SUM(WS-TALLY-IDX)
                   / WS-TALLY-MS-COUNT(WS-TALLY-IDX)
           END-IF
           MOVE WS-AVG-MS TO WS-AVG-DISPLAY
           MOVE WS-TALLY-MS-MAX(WS-TALLY-IDX) TO WS-MAX-DISPLAY.

      *> First SLA-TARGETS entry whose label leads the dependency
      *> label wins; 99.90 stands in where no target is configured
       RESOLVE-SLA-TARGET.
           MOVE 99.90 TO WS-TARGET-PCT
           PERFORM VARYING WS-SLA-IDX FROM 1 BY 1
                   UNTIL WS-SLA-IDX > SLA-TARGET-COUNT
               IF SLA-RESOURCE-LABEL(WS-SLA-IDX) NOT = SPACES
                   MOVE 0 TO WS-MATCH-COUNT
                   INSPECT WS-TALLY-LABEL(WS-TALLY-IDX)
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

       END PROGRAM AZUREDEPRPT.

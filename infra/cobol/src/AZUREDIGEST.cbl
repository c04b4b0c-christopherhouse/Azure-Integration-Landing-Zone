      *> into one pack (ops-digest.txt) opening with a traffic-light
      *> line per environment from the AZUREDEPLOYALL environment
      *> list: GREEN when the last run completed clean and nothing
      *> needs attention, AMBER for partial runs, expiry warnings or
      *> out-of-band changes without a change ticket in the last
      *> seven days (from the AZURECHANGEAUDIT ledger,
      *> oob-changes.dat), RED for failed runs or an outstanding
      *> failure summary. The
      *> pack is written to be handed to the change advisory board
      *> as-is. Exit code is the number of non-GREEN environments.

               "failure-summary.json"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAILURE-STATUS.
           SELECT OOB-CHANGE-FILE ASSIGN TO "oob-changes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OOB-STATUS.
           SELECT DIGEST-FILE ASSIGN TO "ops-digest.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  FAILURE-SUMMARY-FILE.
       01  FAILURE-SUMMARY-RECORD      PIC X(120).

       FD  OOB-CHANGE-FILE.
       01  OOB-CHANGE-RECORD           PIC X(384).

       FD  DIGEST-FILE.
       01  DIGEST-RECORD               PIC X(120).

       01  WS-HEALTH-STATUS            PIC XX.
       01  WS-EXPIRY-STATUS            PIC XX.
       01  WS-FAILURE-STATUS           PIC XX.
       01  WS-OOB-STATUS               PIC XX.
       01  WS-EOF-FLAG                 PIC X.

      *> Per-environment standing collected before the pack is built
               10  WS-ENV-EXPIRY-WARN  PIC X.
               10  WS-ENV-HAS-FAILURE  PIC X.
               10  WS-ENV-LIGHT        PIC X(5).
               10  WS-ENV-OOB-CHANGES  PIC 9(4).
               10  WS-ENV-OOB-NOTICKET PIC 9(4).
       01  WS-ENV-IDX                  PIC 9(2).

       01  WS-REC-TYPE                 PIC X(4).
       01  WS-REC-START                PIC X(14).
       01  WS-REC-END                  PIC X(14).
       01  WS-REC-STATUS               PIC X(10).
       01  WS-REC-STAMP                PIC X(14).
       01  WS-REC-EVENT-ID             PIC X(40).
       01  WS-REC-TICKET               PIC X(16).
       01  WS-REC-DATE8                PIC 9(8).
       01  WS-OOB-CUTOFF-DAY           PIC 9(7).
       01  WS-OOB-COUNT-DISPLAY        PIC ZZZ9.
       01  WS-OOB-NOTICKET-DISPLAY     PIC ZZZ9.

       01  WS-LINE                     PIC X(120).
       01  WS-DIGEST-LINE              PIC X(120).
           PERFORM SCAN-RUN-HISTORY
           PERFORM SCAN-EXPIRY-REPORT
           PERFORM SCAN-FAILURE-SUMMARY
           PERFORM SCAN-OOB-CHANGES
           PERFORM ASSIGN-TRAFFIC-LIGHTS

           OPEN OUTPUT DIGEST-FILE
           PERFORM WRITE-SUMMARY-PAGE
           PERFORM WRITE-RUN-SECTION
           PERFORM COPY-DRIFT-SECTION
           PERFORM WRITE-OOB-SECTION
           PERFORM COPY-HEALTH-SECTION
           PERFORM COPY-EXPIRY-SECTION
           PERFORM COPY-FAILURE-SECTION
                               WS-ENV-EXPIRY-WARN(WS-ENV-COUNT)
                           MOVE 'N' TO
                               WS-ENV-HAS-FAILURE(WS-ENV-COUNT)
                           MOVE 0 TO
                               WS-ENV-OOB-CHANGES(WS-ENV-COUNT)
                           MOVE 0 TO
                               WS-ENV-OOB-NOTICKET(WS-ENV-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           END-PERFORM
           CLOSE FAILURE-SUMMARY-FILE.

      *> Out-of-band changes stamped in the last seven days, counted
      *> per environment; NONE in the ticket field is unticketed
       SCAN-OOB-CHANGES.
           COMPUTE WS-OOB-CUTOFF-DAY =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE8) - 7
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT OOB-CHANGE-FILE
           IF WS-OOB-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ OOB-CHANGE-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM APPLY-OOB-RECORD
               END-READ
           END-PERFORM
           CLOSE OOB-CHANGE-FILE.

       APPLY-OOB-RECORD.
           IF OOB-CHANGE-RECORD(1:4) NOT = 'OOB|'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REC-TYPE WS-REC-STAMP WS-REC-ENV
                          WS-REC-EVENT-ID WS-REC-TICKET
           UNSTRING OOB-CHANGE-RECORD DELIMITED BY '|'
               INTO WS-REC-TYPE WS-REC-STAMP WS-REC-ENV
                    WS-REC-EVENT-ID WS-REC-TICKET
           END-UNSTRING
           IF WS-REC-STAMP(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REC-STAMP(1:8) TO WS-REC-DATE8
           IF FUNCTION INTEGER-OF-DATE(WS-REC-DATE8)
                   <= WS-OOB-CUTOFF-DAY
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
                   UNTIL WS-ENV-IDX > WS-ENV-COUNT
               IF WS-ENV-NAME(WS-ENV-IDX) = WS-REC-ENV
                   ADD 1 TO WS-ENV-OOB-CHANGES(WS-ENV-IDX)
                   IF WS-REC-TICKET = 'NONE'
                       ADD 1 TO WS-ENV-OOB-NOTICKET(WS-ENV-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       ASSIGN-TRAFFIC-LIGHTS.
           PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
                   UNTIL WS-ENV-IDX > WS-ENV-COUNT
                       MOVE 'AMBER' TO WS-ENV-LIGHT(WS-ENV-IDX)
                   WHEN WS-ENV-EXPIRY-WARN(WS-ENV-IDX) = 'Y'
                       MOVE 'AMBER' TO WS-ENV-LIGHT(WS-ENV-IDX)
                   WHEN WS-ENV-OOB-NOTICKET(WS-ENV-IDX) > 0
                       MOVE 'AMBER' TO WS-ENV-LIGHT(WS-ENV-IDX)
                   WHEN OTHER
                       MOVE 'GREEN' TO WS-ENV-LIGHT(WS-ENV-IDX)
               END-EVALUATE
                   DELIMITED BY SIZE INTO WS-DIGEST-LINE
               END-STRING
               IF WS-ENV-EXPIRY-WARN(WS-ENV-IDX) = 'Y'
                   STRING '  ' FUNCTION TRIM(WS-DIGEST-LINE)
                          ' - credential attention'
                       DELIMITED BY SIZE INTO WS-DIGEST-LINE
                   END-STRING
               END-IF
               IF WS-ENV-OOB-NOTICKET(WS-ENV-IDX) > 0
                   STRING '  ' FUNCTION TRIM(WS-DIGEST-LINE)
                          ' - unticketed changes'
                       DELIMITED BY SIZE INTO WS-DIGEST-LINE
                   END-STRING
               END-IF
               WRITE DIGEST-RECORD FROM WS-DIGEST-LINE
               DISPLAY "  " WS-ENV-LIGHT(WS-ENV-IDX) " "
                       WS-ENV-NAME(WS-ENV-IDX)
           MOVE SPACES TO WS-DIGEST-LINE
           WRITE DIGEST-RECORD FROM WS-DIGEST-LINE.

       WRITE-OOB-SECTION.
           MOVE 'Out-of-band changes (last 7 days):' TO WS-DIGEST-LINE
           WRITE DIGEST-RECORD FROM WS-DIGEST-LINE
           PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
                   UNTIL WS-ENV-IDX > WS-ENV-COUNT
               MOVE WS-ENV-OOB-CHANGES(WS-ENV-IDX)
                   TO WS-OOB-COUNT-DISPLAY
               MOVE WS-ENV-OOB-NOTICKET(WS-ENV-IDX)
                   TO WS-OOB-NOTICKET-DISPLAY
               MOVE SPACES TO WS-DIGEST-LINE
               STRING '  ' WS-ENV-NAME(WS-ENV-IDX)
                      ' ' FUNCTION TRIM(WS-OOB-COUNT-DISPLAY)
                      ' change(s), '
                      FUNCTION TRIM(WS-OOB-NOTICKET-DISPLAY)
                      ' without a change ticket'
                   DELIMITED BY SIZE INTO WS-DIGEST-LINE
               END-STRING
               WRITE DIGEST-RECORD FROM WS-DIGEST-LINE
           END-PERFORM
           IF WS-OOB-STATUS NOT = '00'
               MOVE '  (no change audit ledger on hand)'
                   TO WS-DIGEST-LINE
               WRITE DIGEST-RECORD FROM WS-DIGEST-LINE
           ELSE
               MOVE '  Callers and operations: oob-change-report.txt'
                   TO WS-DIGEST-LINE
               WRITE DIGEST-RECORD FROM WS-DIGEST-LINE
           END-IF
           MOVE SPACES TO WS-DIGEST-LINE
           WRITE DIGEST-RECORD FROM WS-DIGEST-LINE.

       COPY-HEALTH-SECTION.
           MOVE 'Latest health scorecard:' TO WS-DIGEST-LINE
           WRITE DIGEST-RECORD FROM WS-DIGEST-LINE

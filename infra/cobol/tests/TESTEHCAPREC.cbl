       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTEHCAPREC.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Unit tests for the AZUREEHCAPREC capture reconciliation -
      *> gaps between capture files, empty windows while the hub had
      *> traffic, and file sizes against the partition's average

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  TEST-COUNTER                PIC 9(3) VALUE 0.
       01  PASSED-TESTS                PIC 9(3) VALUE 0.
       01  FAILED-TESTS                PIC 9(3) VALUE 0.
       01  WS-TEST-RESULT              PIC X(6).
       01  WS-WINDOW-MINUTES           PIC 9(2) VALUE 5.
       01  WS-WINDOWS-PER-DAY          PIC 9(3) VALUE 288.
       01  WS-EMPTY-BYTES              PIC 9(9) VALUE 600.
       01  WS-SIZE-FACTOR              PIC 9(3) VALUE 4.
       01  WS-FILE-COUNT               PIC 9(4).
       01  WS-FILE-TABLE.
           05  WS-FILE-ENTRY OCCURS 1000 TIMES.
               10  WS-FILE-MINUTE      PIC 9(4).
               10  WS-FILE-SIZE        PIC 9(12).
       01  WS-FILE-IDX                 PIC 9(4).
       01  WS-WINDOW-TABLE.
           05  WS-WINDOW-ENTRY OCCURS 288 TIMES.
               10  WS-WIN-TRAFFIC      PIC 9(12).
               10  WS-WIN-FILES        PIC 9(4).
               10  WS-WIN-FULL         PIC 9(4).
       01  WS-WIN-IDX                  PIC 9(3).
       01  WS-PREV-MINUTE              PIC S9(5).
       01  WS-GAP-FROM                 PIC S9(5).
       01  WS-GAP-TO                   PIC S9(5).
       01  WS-GAP-WINDOWS              PIC 9(4).
       01  WS-SIZE-TOTAL               PIC 9(15).
       01  WS-SIZE-FILES               PIC 9(4).
       01  WS-SIZE-AVERAGE             PIC 9(12).
       01  WS-SIZE-OUTLIERS            PIC 9(4).
       01  WS-RUN-START                PIC 9(3).
       01  WS-RUN-TRAFFIC              PIC 9(14).
       01  WS-FOUND                    PIC X(60).
       01  WS-FOUND-PTR                PIC 9(3).
       01  WS-SHOW-NUM                 PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Event Hubs Capture Reconciliation Unit Tests"
           DISPLAY "============================================"

           PERFORM TEST-CAPTURE-GAPS
           PERFORM TEST-EMPTY-WINDOW-RUNS
           PERFORM TEST-SIZE-OUTLIERS

           PERFORM DISPLAY-TEST-SUMMARY

           STOP RUN.

       TEST-CAPTURE-GAPS.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Capture Gaps"

      *> A file every five minutes from 00:00 to 23:55, except that
      *> 02:00-02:55 is lost and nothing came after 23:00: two gaps,
      *> 01:55-03:00 (12 windows) and 23:00-24:00 (11 windows). One
      *> late window at 10:05 -> 10:13 is not a gap
           MOVE 0 TO WS-FILE-COUNT
           PERFORM VARYING WS-GAP-TO FROM 0 BY 5
                   UNTIL WS-GAP-TO > 1380
               IF WS-GAP-TO < 120 OR WS-GAP-TO > 175
                   ADD 1 TO WS-FILE-COUNT
                   MOVE WS-GAP-TO TO WS-FILE-MINUTE(WS-FILE-COUNT)
                   IF WS-GAP-TO = 610
                       MOVE 613 TO WS-FILE-MINUTE(WS-FILE-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-FOUND
           MOVE 1 TO WS-FOUND-PTR
           PERFORM CHECK-PARTITION-GAPS

           IF WS-FOUND = '0115-0180-12 1380-1440-11'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-FOUND
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-EMPTY-WINDOW-RUNS.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Empty Window Runs"

      *> Windows 10-12 empty with traffic, 13 has data, 20 empty with
      *> traffic, 30 empty without traffic, 40 no files at all (that
      *> is a gap, not an empty window)
           INITIALIZE WS-WINDOW-TABLE
           PERFORM VARYING WS-WIN-IDX FROM 1 BY 1
                   UNTIL WS-WIN-IDX > 288
               MOVE 4 TO WS-WIN-FILES(WS-WIN-IDX)
               MOVE 4 TO WS-WIN-FULL(WS-WIN-IDX)
               MOVE 100 TO WS-WIN-TRAFFIC(WS-WIN-IDX)
           END-PERFORM
           MOVE 0 TO WS-WIN-FULL(10) WS-WIN-FULL(11) WS-WIN-FULL(12)
                     WS-WIN-FULL(20) WS-WIN-FULL(30)
           MOVE 0 TO WS-WIN-TRAFFIC(30)
           MOVE 0 TO WS-WIN-FILES(40) WS-WIN-FULL(40)
           MOVE SPACES TO WS-FOUND
           MOVE 1 TO WS-FOUND-PTR
           PERFORM CHECK-EMPTY-WINDOWS

           IF WS-FOUND = '0010-0013-0300 0020-0021-0100'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-FOUND
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-SIZE-OUTLIERS.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Size Outliers"

      *> Twenty files of about 10,000 bytes, one of 200,000, one of
      *> 1,000 and two empty ones: the empties are ignored, the big
      *> and the small one are flagged
           MOVE 0 TO WS-FILE-COUNT
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > 24
               ADD 1 TO WS-FILE-COUNT
               MOVE 10000 TO WS-FILE-SIZE(WS-FILE-COUNT)
           END-PERFORM
           MOVE 200000 TO WS-FILE-SIZE(5)
           MOVE 1000 TO WS-FILE-SIZE(9)
           MOVE 508 TO WS-FILE-SIZE(12) WS-FILE-SIZE(13)
           MOVE SPACES TO WS-FOUND
           MOVE 1 TO WS-FOUND-PTR
           PERFORM CHECK-PARTITION-SIZES

           IF WS-SIZE-OUTLIERS = 2 AND WS-FOUND = '0005 0009'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-SIZE-OUTLIERS " " WS-FOUND
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

      *> Mirrors AZUREEHCAPREC.cbl's CHECK-PARTITION-GAPS and
      *> REPORT-GAP-IF-ANY, noting from-to-windows for each gap
       CHECK-PARTITION-GAPS.
           MOVE 0 TO WS-PREV-MINUTE
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
               MOVE WS-PREV-MINUTE TO WS-GAP-FROM
               MOVE WS-FILE-MINUTE(WS-FILE-IDX) TO WS-GAP-TO
               PERFORM REPORT-GAP-IF-ANY
               MOVE WS-FILE-MINUTE(WS-FILE-IDX) TO WS-PREV-MINUTE
           END-PERFORM
           MOVE WS-PREV-MINUTE TO WS-GAP-FROM
           MOVE 1440 TO WS-GAP-TO
           PERFORM REPORT-GAP-IF-ANY.

       REPORT-GAP-IF-ANY.
           IF WS-GAP-TO - WS-GAP-FROM <= 2 * WS-WINDOW-MINUTES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-GAP-WINDOWS = (WS-GAP-TO - WS-GAP-FROM)
               / WS-WINDOW-MINUTES - 1
           MOVE WS-GAP-FROM TO WS-SHOW-NUM
           STRING WS-SHOW-NUM '-' DELIMITED BY SIZE
               INTO WS-FOUND WITH POINTER WS-FOUND-PTR
           END-STRING
           MOVE WS-GAP-TO TO WS-SHOW-NUM
           STRING WS-SHOW-NUM '-' WS-GAP-WINDOWS(3:2) ' '
               DELIMITED BY SIZE
               INTO WS-FOUND WITH POINTER WS-FOUND-PTR
           END-STRING.

      *> Mirrors AZUREEHCAPREC.cbl's CHECK-EMPTY-WINDOWS, noting
      *> first window-end window-traffic for each run
       CHECK-EMPTY-WINDOWS.
           MOVE 0 TO WS-RUN-START WS-RUN-TRAFFIC
           PERFORM VARYING WS-WIN-IDX FROM 1 BY 1
                   UNTIL WS-WIN-IDX > WS-WINDOWS-PER-DAY
               IF WS-WIN-FILES(WS-WIN-IDX) > 0
                       AND WS-WIN-FULL(WS-WIN-IDX) = 0
                       AND WS-WIN-TRAFFIC(WS-WIN-IDX) > 0
                   IF WS-RUN-START = 0
                       MOVE WS-WIN-IDX TO WS-RUN-START
                   END-IF
                   ADD WS-WIN-TRAFFIC(WS-WIN-IDX) TO WS-RUN-TRAFFIC
               ELSE
                   IF WS-RUN-START > 0
                       PERFORM REPORT-EMPTY-RUN
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RUN-START > 0
               PERFORM REPORT-EMPTY-RUN
           END-IF.

       REPORT-EMPTY-RUN.
           MOVE WS-RUN-START TO WS-SHOW-NUM
           STRING WS-SHOW-NUM '-' DELIMITED BY SIZE
               INTO WS-FOUND WITH POINTER WS-FOUND-PTR
           END-STRING
           MOVE WS-WIN-IDX TO WS-SHOW-NUM
           STRING WS-SHOW-NUM '-' DELIMITED BY SIZE
               INTO WS-FOUND WITH POINTER WS-FOUND-PTR
           END-STRING
           MOVE WS-RUN-TRAFFIC TO WS-SHOW-NUM
           STRING WS-SHOW-NUM ' ' DELIMITED BY SIZE
               INTO WS-FOUND WITH POINTER WS-FOUND-PTR
           END-STRING
           MOVE 0 TO WS-RUN-START WS-RUN-TRAFFIC.

      *> Mirrors AZUREEHCAPREC.cbl's CHECK-PARTITION-SIZES, noting
      *> the position of each outlier
       CHECK-PARTITION-SIZES.
           MOVE 0 TO WS-SIZE-TOTAL WS-SIZE-FILES WS-SIZE-OUTLIERS
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
               IF WS-FILE-SIZE(WS-FILE-IDX) > WS-EMPTY-BYTES
                   ADD 1 TO WS-SIZE-FILES
                   ADD WS-FILE-SIZE(WS-FILE-IDX) TO WS-SIZE-TOTAL
               END-IF
           END-PERFORM
           IF WS-SIZE-FILES < 2
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SIZE-AVERAGE = WS-SIZE-TOTAL / WS-SIZE-FILES
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
               IF WS-FILE-SIZE(WS-FILE-IDX) > WS-EMPTY-BYTES
                   AND (WS-FILE-SIZE(WS-FILE-IDX)
                           > WS-SIZE-AVERAGE * WS-SIZE-FACTOR
                     OR WS-FILE-SIZE(WS-FILE-IDX) * WS-SIZE-FACTOR
                           < WS-SIZE-AVERAGE)
                   ADD 1 TO WS-SIZE-OUTLIERS
                   MOVE WS-FILE-IDX TO WS-SHOW-NUM
                   STRING WS-SHOW-NUM ' ' DELIMITED BY SIZE
                       INTO WS-FOUND WITH POINTER WS-FOUND-PTR
                   END-STRING
               END-IF
           END-PERFORM.

       DISPLAY-TEST-SUMMARY.
           DISPLAY " "
           DISPLAY "Test Summary"
           DISPLAY "============"
           DISPLAY "Total Tests: " TEST-COUNTER
           DISPLAY "Passed: " PASSED-TESTS
           DISPLAY "Failed: " FAILED-TESTS

           IF FAILED-TESTS = 0
               DISPLAY "All tests passed!"
           ELSE
               DISPLAY "Some tests failed. Please review."
           END-IF.

       END PROGRAM TESTEHCAPREC.

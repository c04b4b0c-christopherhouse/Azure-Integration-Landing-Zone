       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTEDITRACK.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Unit tests for the AZUREEDITRACK interchange report - the
      *> tracking row layout, the acknowledgement status rules and
      *> the control-number gap check

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  TEST-COUNTER                PIC 9(3) VALUE 0.
       01  PASSED-TESTS                PIC 9(3) VALUE 0.
       01  FAILED-TESTS                PIC 9(3) VALUE 0.
       01  WS-TEST-RESULT              PIC X(6).
       01  WS-ROW-LINE                 PIC X(400).
       01  WS-ROW-TIME                 PIC X(12).
       01  WS-ROW-TYPE                 PIC X(40).
       01  WS-ROW-AGREEMENT            PIC X(64).
       01  WS-ROW-SENDER               PIC X(32).
       01  WS-ROW-RECEIVER             PIC X(32).
       01  WS-ROW-DIRECTION            PIC X(8).
       01  WS-ROW-CONTROL              PIC X(64).
       01  WS-ROW-RESPONDING           PIC X(64).
       01  WS-ROW-EXPECTED             PIC X.
       01  WS-ROW-FAILED               PIC X.
       01  WS-ROW-AGE                  PIC X(6).
       01  WS-ACK-HOURS                PIC 9(4) VALUE 24.
       01  WS-IX-EXPECTED              PIC X.
       01  WS-IX-AGE                   PIC 9(5).
       01  WS-IX-ACK-STATUS            PIC X(8).
       01  WS-STATUS-LIST              PIC X(40).
       01  WS-CASE-IDX                 PIC 9(2).
       01  WS-CN-TABLE.
           05  WS-CN-NUM OCCURS 6 TIMES PIC 9(14).
       01  WS-CN-IDX                   PIC 9(2).
       01  WS-GAP-COUNT                PIC 9(2).
       01  WS-GAP-MISSING              PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "EDI Interchange Tracking Unit Tests"
           DISPLAY "==================================="

           PERFORM TEST-ROW-LAYOUT
           PERFORM TEST-ACK-STATUS-RULES
           PERFORM TEST-CONTROL-GAPS

           PERFORM DISPLAY-TEST-SUMMARY

           STOP RUN.

       TEST-ROW-LAYOUT.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Tracking Row Layout"

      *> A received 997 answering interchange 000000123 - the empty
      *> fields must not shift the columns after them
           MOVE SPACES TO WS-ROW-LINE
           STRING '202610150102|X12FunctionalGroupAcknowledgment'
                  '|agr1||host|receive|000000900|000000123|N|N|29'
               DELIMITED BY SIZE INTO WS-ROW-LINE
           END-STRING
           MOVE SPACES TO WS-ROW-TIME WS-ROW-TYPE WS-ROW-AGREEMENT
                          WS-ROW-SENDER WS-ROW-RECEIVER
                          WS-ROW-DIRECTION WS-ROW-CONTROL
                          WS-ROW-RESPONDING WS-ROW-EXPECTED
                          WS-ROW-FAILED WS-ROW-AGE
           UNSTRING WS-ROW-LINE DELIMITED BY '|'
               INTO WS-ROW-TIME WS-ROW-TYPE WS-ROW-AGREEMENT
                    WS-ROW-SENDER WS-ROW-RECEIVER WS-ROW-DIRECTION
                    WS-ROW-CONTROL WS-ROW-RESPONDING WS-ROW-EXPECTED
                    WS-ROW-FAILED WS-ROW-AGE
           END-UNSTRING

           IF WS-ROW-TIME IS NUMERIC
                   AND WS-ROW-SENDER = SPACES
                   AND WS-ROW-RECEIVER = 'host'
                   AND WS-ROW-DIRECTION = 'receive'
                   AND WS-ROW-RESPONDING = '000000123'
                   AND WS-ROW-EXPECTED = 'N'
                   AND FUNCTION NUMVAL(WS-ROW-AGE) = 29
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " FUNCTION TRIM(WS-ROW-LINE)
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-ACK-STATUS-RULES.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Acknowledgement Status"

      *> Unmatched interchanges: no ack wanted; wanted, 30h old;
      *> wanted, 2h old. A matched one keeps the status the match set
           MOVE SPACES TO WS-STATUS-LIST
           PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
                   UNTIL WS-CASE-IDX > 4
               MOVE SPACES TO WS-IX-ACK-STATUS
               EVALUATE WS-CASE-IDX
                   WHEN 1
                       MOVE 'N' TO WS-IX-EXPECTED
                       MOVE 30 TO WS-IX-AGE
                   WHEN 2
                       MOVE 'Y' TO WS-IX-EXPECTED
                       MOVE 30 TO WS-IX-AGE
                   WHEN 3
                       MOVE 'Y' TO WS-IX-EXPECTED
                       MOVE 2 TO WS-IX-AGE
                   WHEN 4
                       MOVE 'Y' TO WS-IX-EXPECTED
                       MOVE 30 TO WS-IX-AGE
                       MOVE 'ACKED' TO WS-IX-ACK-STATUS
               END-EVALUATE
               PERFORM JUDGE-ACK-STATUS
               STRING FUNCTION TRIM(WS-STATUS-LIST)
                      FUNCTION TRIM(WS-IX-ACK-STATUS) ','
                   DELIMITED BY SIZE INTO WS-STATUS-LIST
               END-STRING
           END-PERFORM

           IF WS-STATUS-LIST = 'NOT-REQ,UNACKED,PENDING,ACKED,'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-STATUS-LIST
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-CONTROL-GAPS.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Control Number Gaps"

      *> 101, 102, 102 (resend), 105, 106, 110 - two gaps, 103-104
      *> and 107-109, five numbers missing
           MOVE 101 TO WS-CN-NUM(1)
           MOVE 102 TO WS-CN-NUM(2)
           MOVE 102 TO WS-CN-NUM(3)
           MOVE 105 TO WS-CN-NUM(4)
           MOVE 106 TO WS-CN-NUM(5)
           MOVE 110 TO WS-CN-NUM(6)
           MOVE 0 TO WS-GAP-COUNT WS-GAP-MISSING
           PERFORM VARYING WS-CN-IDX FROM 2 BY 1
                   UNTIL WS-CN-IDX > 6
               IF WS-CN-NUM(WS-CN-IDX) > WS-CN-NUM(WS-CN-IDX - 1) + 1
                   ADD 1 TO WS-GAP-COUNT
                   COMPUTE WS-GAP-MISSING = WS-GAP-MISSING
                       + WS-CN-NUM(WS-CN-IDX)
                       - WS-CN-NUM(WS-CN-IDX - 1) - 1
               END-IF
           END-PERFORM

           IF WS-GAP-COUNT = 2 AND WS-GAP-MISSING = 5
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-GAP-COUNT " gap(s), "
                       WS-GAP-MISSING " missing"
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

      *> Mirrors AZUREEDITRACK.cbl's JUDGE-ACK-STATUS
       JUDGE-ACK-STATUS.
           IF WS-IX-ACK-STATUS NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-IX-EXPECTED NOT = 'Y'
                   MOVE 'NOT-REQ' TO WS-IX-ACK-STATUS
               WHEN WS-IX-AGE >= WS-ACK-HOURS
                   MOVE 'UNACKED' TO WS-IX-ACK-STATUS
               WHEN OTHER
                   MOVE 'PENDING' TO WS-IX-ACK-STATUS
           END-EVALUATE.

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

       END PROGRAM TESTEDITRACK.

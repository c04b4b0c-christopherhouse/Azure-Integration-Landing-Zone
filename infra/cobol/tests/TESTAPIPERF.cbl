       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTAPIPERF.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Unit tests for the AZUREAPIPERF gateway report - the
      *> day-over-day rise test, which operations get highlighted,
      *> and the order failing backends are listed in

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  TEST-COUNTER                PIC 9(3) VALUE 0.
       01  PASSED-TESTS                PIC 9(3) VALUE 0.
       01  FAILED-TESTS                PIC 9(3) VALUE 0.
       01  WS-TEST-RESULT              PIC X(6).

       01  APIM-API-COUNT              PIC 9(2).
       01  WS-CHANGE-PCT               PIC 9(4) VALUE 50.
       01  WS-MIN-CALLS                PIC 9(9) VALUE 100.
       01  WS-ERROR-FLOOR-BP           PIC 9(5) VALUE 100.
       01  WS-LINE-PTR                 PIC 9(3).

       01  WS-OP-TABLE.
           05  WS-OP-ENTRY OCCURS 2 TIMES.
               10  WS-OP-FLAGS         PIC X(24).
               10  WS-OP-DAY OCCURS 2 TIMES.
                   15  WS-OP-CALLS     PIC 9(9).
                   15  WS-OP-4XX       PIC 9(9).
                   15  WS-OP-5XX       PIC 9(9).
                   15  WS-OP-BACKEND-MS PIC 9(7) OCCURS 3 TIMES.
                   15  WS-OP-GATEWAY-MS PIC 9(7) OCCURS 3 TIMES.
       01  WS-OP-IDX                   PIC 9(3).

       01  WS-BE-TABLE.
           05  WS-BE-ENTRY OCCURS 5 TIMES.
               10  WS-BE-FLAG          PIC X.
               10  WS-BE-RANKED        PIC X.
               10  WS-BE-DAY OCCURS 2 TIMES.
                   15  WS-BE-CALLS     PIC 9(9).
                   15  WS-BE-FAILS     PIC 9(9).
       01  WS-API-IDX                  PIC 9(2).
       01  WS-BEST-IDX                 PIC 9(2).
       01  WS-BEST-FAILS               PIC 9(9).
       01  WS-RANK-ORDER               PIC X(5).

       01  WS-CMP-NOW                  PIC 9(9).
       01  WS-CMP-PREV                 PIC 9(9).
       01  WS-CMP-RISEN                PIC X.
       01  WS-RATE-NOW-BP              PIC 9(5).
       01  WS-RATE-PREV-BP             PIC 9(5).
       01  WS-CHANGE-COUNT             PIC 9(5) VALUE 0.
       01  WS-RISEN-LIST               PIC X(5).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "APIM Gateway Report Unit Tests"
           DISPLAY "=============================="

           PERFORM TEST-CHECK-CHANGE
           PERFORM TEST-OPERATION-HIGHLIGHT
           PERFORM TEST-BACKEND-RANKING

           PERFORM DISPLAY-TEST-SUMMARY

           STOP RUN.

       TEST-CHECK-CHANGE.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Day-Over-Day Rise"

      *> At 50%: 151 over 100 rose, exactly 150 did not, a fall did
      *> not, anything from nothing rose, and nothing never rises
           MOVE SPACES TO WS-RISEN-LIST
           MOVE 151 TO WS-CMP-NOW
           MOVE 100 TO WS-CMP-PREV
           PERFORM CHECK-CHANGE
           MOVE WS-CMP-RISEN TO WS-RISEN-LIST(1:1)
           MOVE 150 TO WS-CMP-NOW
           PERFORM CHECK-CHANGE
           MOVE WS-CMP-RISEN TO WS-RISEN-LIST(2:1)
           MOVE 80 TO WS-CMP-NOW
           PERFORM CHECK-CHANGE
           MOVE WS-CMP-RISEN TO WS-RISEN-LIST(3:1)
           MOVE 5 TO WS-CMP-NOW
           MOVE 0 TO WS-CMP-PREV
           PERFORM CHECK-CHANGE
           MOVE WS-CMP-RISEN TO WS-RISEN-LIST(4:1)
           MOVE 0 TO WS-CMP-NOW
           PERFORM CHECK-CHANGE
           MOVE WS-CMP-RISEN TO WS-RISEN-LIST(5:1)

           IF WS-RISEN-LIST = 'YNNYN'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-RISEN-LIST
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-OPERATION-HIGHLIGHT.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Operation Highlight"

      *> Operation 1: errors 0.5% -> 3% and backend p95 200 -> 900 ms
      *> with a steady gateway; operation 2 degrades just as badly
      *> but has too few calls the day before to be judged
           INITIALIZE WS-OP-TABLE
           MOVE 0 TO WS-CHANGE-COUNT
           MOVE 1000 TO WS-OP-CALLS(1, 1) WS-OP-CALLS(1, 2)
           MOVE 10 TO WS-OP-4XX(1, 1)
           MOVE 20 TO WS-OP-5XX(1, 1)
           MOVE 5 TO WS-OP-5XX(1, 2)
           MOVE 900 TO WS-OP-BACKEND-MS(1, 1, 2)
           MOVE 200 TO WS-OP-BACKEND-MS(1, 2, 2)
           MOVE 40 TO WS-OP-GATEWAY-MS(1, 1, 2)
           MOVE 35 TO WS-OP-GATEWAY-MS(1, 2, 2)
           MOVE 1 TO WS-OP-IDX
           PERFORM JUDGE-OPERATION-CHANGE

           MOVE 1000 TO WS-OP-CALLS(2, 1)
           MOVE 60 TO WS-OP-CALLS(2, 2)
           MOVE 300 TO WS-OP-5XX(2, 1)
           MOVE 900 TO WS-OP-BACKEND-MS(2, 1, 2)
           MOVE 200 TO WS-OP-BACKEND-MS(2, 2, 2)
           MOVE 2 TO WS-OP-IDX
           PERFORM JUDGE-OPERATION-CHANGE

           IF WS-OP-FLAGS(1) = 'ERRORS BACKEND'
                   AND WS-OP-FLAGS(2) = SPACES
                   AND WS-CHANGE-COUNT = 2
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-OP-FLAGS(1) "/" WS-OP-FLAGS(2)
                       " " WS-CHANGE-COUNT
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-BACKEND-RANKING.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Failing Backend Ranking"

      *> Four APIs configured: 2 fails most, then 4, then 1; API 3
      *> had no failures and the unconfigured fifth slot is skipped.
      *> Only API 2 rose past the threshold (0.2% -> 5%).
           INITIALIZE WS-BE-TABLE
           MOVE 0 TO WS-CHANGE-COUNT
           MOVE 4 TO APIM-API-COUNT
           MOVE 500 TO WS-BE-CALLS(1, 1) WS-BE-CALLS(1, 2)
           MOVE 3 TO WS-BE-FAILS(1, 1) WS-BE-FAILS(1, 2)
           MOVE 1000 TO WS-BE-CALLS(2, 1) WS-BE-CALLS(2, 2)
           MOVE 50 TO WS-BE-FAILS(2, 1)
           MOVE 2 TO WS-BE-FAILS(2, 2)
           MOVE 800 TO WS-BE-CALLS(3, 1) WS-BE-CALLS(3, 2)
           MOVE 40 TO WS-BE-CALLS(4, 1)
           MOVE 9 TO WS-BE-FAILS(4, 1)
           MOVE 99 TO WS-BE-FAILS(5, 1)
           PERFORM VARYING WS-API-IDX FROM 1 BY 1
                   UNTIL WS-API-IDX > 5
               PERFORM JUDGE-BACKEND-CHANGE
           END-PERFORM
           MOVE SPACES TO WS-RANK-ORDER
           MOVE 1 TO WS-LINE-PTR
           PERFORM RANK-NEXT-BACKEND
           PERFORM UNTIL WS-BEST-IDX = 0
               MOVE WS-BEST-IDX(2:1) TO WS-RANK-ORDER(WS-LINE-PTR:1)
               ADD 1 TO WS-LINE-PTR
               PERFORM RANK-NEXT-BACKEND
           END-PERFORM

           IF WS-RANK-ORDER = '241'
                   AND WS-BE-FLAG(2) = 'Y'
                   AND WS-BE-FLAG(4) = SPACE
                   AND WS-CHANGE-COUNT = 1
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-RANK-ORDER " " WS-CHANGE-COUNT
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

      *> Mirrors AZUREAPIPERF.cbl's CHECK-CHANGE
       CHECK-CHANGE.
           MOVE 'N' TO WS-CMP-RISEN
           IF WS-CMP-NOW = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CMP-NOW * 100 > WS-CMP-PREV * (100 + WS-CHANGE-PCT)
               MOVE 'Y' TO WS-CMP-RISEN
           END-IF.

      *> Mirrors AZUREAPIPERF.cbl's JUDGE-OPERATION-CHANGE
       JUDGE-OPERATION-CHANGE.
           MOVE SPACES TO WS-OP-FLAGS(WS-OP-IDX)
           IF WS-OP-CALLS(WS-OP-IDX, 1) < WS-MIN-CALLS
                   OR WS-OP-CALLS(WS-OP-IDX, 2) < WS-MIN-CALLS
                   OR WS-OP-CALLS(WS-OP-IDX, 2) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-LINE-PTR

           COMPUTE WS-RATE-NOW-BP =
               (WS-OP-4XX(WS-OP-IDX, 1) + WS-OP-5XX(WS-OP-IDX, 1))
               * 10000 / WS-OP-CALLS(WS-OP-IDX, 1)
           COMPUTE WS-RATE-PREV-BP =
               (WS-OP-4XX(WS-OP-IDX, 2) + WS-OP-5XX(WS-OP-IDX, 2))
               * 10000 / WS-OP-CALLS(WS-OP-IDX, 2)
           MOVE WS-RATE-NOW-BP TO WS-CMP-NOW
           MOVE WS-RATE-PREV-BP TO WS-CMP-PREV
           PERFORM CHECK-CHANGE
           IF WS-CMP-RISEN = 'Y'
                   AND WS-RATE-NOW-BP >= WS-ERROR-FLOOR-BP
               STRING 'ERRORS '
                   DELIMITED BY SIZE INTO WS-OP-FLAGS(WS-OP-IDX)
                   WITH POINTER WS-LINE-PTR
               END-STRING
               ADD 1 TO WS-CHANGE-COUNT
           END-IF

           MOVE WS-OP-BACKEND-MS(WS-OP-IDX, 1, 2) TO WS-CMP-NOW
           MOVE WS-OP-BACKEND-MS(WS-OP-IDX, 2, 2) TO WS-CMP-PREV
           PERFORM CHECK-CHANGE
           IF WS-CMP-RISEN = 'Y'
               STRING 'BACKEND '
                   DELIMITED BY SIZE INTO WS-OP-FLAGS(WS-OP-IDX)
                   WITH POINTER WS-LINE-PTR
               END-STRING
               ADD 1 TO WS-CHANGE-COUNT
           END-IF

           MOVE WS-OP-GATEWAY-MS(WS-OP-IDX, 1, 2) TO WS-CMP-NOW
           MOVE WS-OP-GATEWAY-MS(WS-OP-IDX, 2, 2) TO WS-CMP-PREV
           PERFORM CHECK-CHANGE
           IF WS-CMP-RISEN = 'Y'
               STRING 'GATEWAY'
                   DELIMITED BY SIZE INTO WS-OP-FLAGS(WS-OP-IDX)
                   WITH POINTER WS-LINE-PTR
               END-STRING
               ADD 1 TO WS-CHANGE-COUNT
           END-IF.

      *> Mirrors AZUREAPIPERF.cbl's JUDGE-BACKEND-CHANGE
       JUDGE-BACKEND-CHANGE.
           MOVE SPACE TO WS-BE-FLAG(WS-API-IDX)
           MOVE 'N' TO WS-BE-RANKED(WS-API-IDX)
           IF WS-API-IDX > APIM-API-COUNT
               MOVE 'Y' TO WS-BE-RANKED(WS-API-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-BE-CALLS(WS-API-IDX, 1) < WS-MIN-CALLS
                   OR WS-BE-CALLS(WS-API-IDX, 2) < WS-MIN-CALLS
                   OR WS-BE-CALLS(WS-API-IDX, 2) = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RATE-NOW-BP =
               WS-BE-FAILS(WS-API-IDX, 1) * 10000
               / WS-BE-CALLS(WS-API-IDX, 1)
           COMPUTE WS-RATE-PREV-BP =
               WS-BE-FAILS(WS-API-IDX, 2) * 10000
               / WS-BE-CALLS(WS-API-IDX, 2)
           MOVE WS-RATE-NOW-BP TO WS-CMP-NOW
           MOVE WS-RATE-PREV-BP TO WS-CMP-PREV
           PERFORM CHECK-CHANGE
           IF WS-CMP-RISEN = 'Y'
                   AND WS-RATE-NOW-BP >= WS-ERROR-FLOOR-BP
               MOVE 'Y' TO WS-BE-FLAG(WS-API-IDX)
               ADD 1 TO WS-CHANGE-COUNT
           END-IF.

      *> Mirrors AZUREAPIPERF.cbl's RANK-NEXT-BACKEND
       RANK-NEXT-BACKEND.
           MOVE 0 TO WS-BEST-IDX WS-BEST-FAILS
           PERFORM VARYING WS-API-IDX FROM 1 BY 1
                   UNTIL WS-API-IDX > 5
               IF WS-BE-RANKED(WS-API-IDX) = 'N'
                       AND WS-BE-FAILS(WS-API-IDX, 1) > WS-BEST-FAILS
                   MOVE WS-API-IDX TO WS-BEST-IDX
                   MOVE WS-BE-FAILS(WS-API-IDX, 1) TO WS-BEST-FAILS
               END-IF
           END-PERFORM
           IF WS-BEST-IDX > 0
               MOVE 'Y' TO WS-BE-RANKED(WS-BEST-IDX)
           END-IF.

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

       END PROGRAM TESTAPIPERF.

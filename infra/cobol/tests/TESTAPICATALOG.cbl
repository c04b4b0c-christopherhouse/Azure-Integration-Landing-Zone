       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTAPICATALOG.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Unit tests for the AZUREAPICATALOG cross-environment
      *> matrix - how each environment's copy of an API is judged
      *> against the environment before it in promotion order

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  TEST-COUNTER                PIC 9(3) VALUE 0.
       01  PASSED-TESTS                PIC 9(3) VALUE 0.
       01  FAILED-TESTS                PIC 9(3) VALUE 0.
       01  WS-TEST-RESULT              PIC X(6).

       01  WS-ENV-COUNT                PIC 9(2) VALUE 3.
       01  WS-ENV-TABLE.
           05  WS-ENV-ENTRY OCCURS 6 TIMES.
               10  WS-ENV-NAME         PIC X(16).
               10  WS-ENV-STATE        PIC X.
       01  WS-ENV-IDX                  PIC 9(2).

       01  WS-API-TABLE.
           05  WS-API-ENTRY OCCURS 4 TIMES.
               10  WS-API-NAME         PIC X(64).
               10  WS-API-FLAG-COUNT   PIC 9(2).
               10  WS-CELL OCCURS 6 TIMES.
                   15  WS-CELL-LIVE    PIC X.
                   15  WS-CELL-CONFIG  PIC X.
                   15  WS-CELL-REV     PIC X(8).
                   15  WS-CELL-HASH    PIC X(12).
                   15  WS-CELL-PRODUCTS PIC X(60).
                   15  WS-CELL-FLAG    PIC X(12).
       01  WS-API-IDX                  PIC 9(3).

       01  WS-PREV-IDX                 PIC 9(2).
       01  WS-REV-NOW                  PIC 9(5).
       01  WS-REV-PREV                 PIC 9(5).

       01  WS-FLAG-LETTERS             PIC X(12).
       01  WS-FLAG-COUNTS              PIC X(8).
       01  WS-LETTER-PTR               PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "API Catalog Unit Tests"
           DISPLAY "======================"

           PERFORM TEST-LAG-AND-DIVERGENCE
           PERFORM TEST-PROMOTION-AND-UNMANAGED
           PERFORM TEST-ENVIRONMENT-WITHOUT-APIM

           PERFORM DISPLAY-TEST-SUMMARY

           STOP RUN.

       TEST-LAG-AND-DIVERGENCE.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Lagging and Diverged"

      *> API 1: test and prod still on revision 3 while dev is on 4
      *> - test lags dev, prod matches test. API 2: all on revision
      *> 2, but prod's definition differs - diverged.
           PERFORM RESET-MATRIX
           MOVE 'Y' TO WS-ENV-STATE(1) WS-ENV-STATE(2)
                       WS-ENV-STATE(3)
           PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
                   UNTIL WS-ENV-IDX > 3
               MOVE 'Y' TO WS-CELL-LIVE(1, WS-ENV-IDX)
                           WS-CELL-CONFIG(1, WS-ENV-IDX)
                           WS-CELL-LIVE(2, WS-ENV-IDX)
                           WS-CELL-CONFIG(2, WS-ENV-IDX)
               MOVE '3' TO WS-CELL-REV(1, WS-ENV-IDX)
               MOVE 'bbbbbbbbbbbb' TO WS-CELL-HASH(1, WS-ENV-IDX)
               MOVE '2' TO WS-CELL-REV(2, WS-ENV-IDX)
               MOVE 'aaaaaaaaaaaa' TO WS-CELL-HASH(2, WS-ENV-IDX)
           END-PERFORM
           MOVE '4' TO WS-CELL-REV(1, 1)
           MOVE 'aaaaaaaaaaaa' TO WS-CELL-HASH(1, 1)
           MOVE 'cccccccccccc' TO WS-CELL-HASH(2, 3)

           PERFORM JUDGE-AND-COLLECT

           IF WS-FLAG-LETTERS(1:6) = ' L    '
                   AND WS-FLAG-LETTERS(7:6) = '  D   '
                   AND WS-FLAG-COUNTS(1:4) = '0101'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: [" WS-FLAG-LETTERS "] " WS-FLAG-COUNTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-PROMOTION-AND-UNMANAGED.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Not Promoted and Unmanaged"

      *> API 1 only ever reached dev; API 2 was created by hand in
      *> test - not in its configuration - and never reached prod
           PERFORM RESET-MATRIX
           MOVE 'Y' TO WS-ENV-STATE(1) WS-ENV-STATE(2)
                       WS-ENV-STATE(3)
           MOVE 'Y' TO WS-CELL-LIVE(1, 1) WS-CELL-CONFIG(1, 1)
           MOVE '1' TO WS-CELL-REV(1, 1)
           MOVE 'aaaaaaaaaaaa' TO WS-CELL-HASH(1, 1)
           MOVE 'Y' TO WS-CELL-LIVE(2, 2)
           MOVE '1' TO WS-CELL-REV(2, 2)
           MOVE 'bbbbbbbbbbbb' TO WS-CELL-HASH(2, 2)

           PERFORM JUDGE-AND-COLLECT

           IF WS-FLAG-LETTERS(1:6) = ' NN   '
                   AND WS-FLAG-LETTERS(7:6) = ' UN   '
                   AND WS-FLAG-COUNTS(1:4) = '0202'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: [" WS-FLAG-LETTERS "] " WS-FLAG-COUNTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-ENVIRONMENT-WITHOUT-APIM.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Environment Without APIM"

      *> Test has no API Management, so the API missing there is not
      *> a promotion gap and prod is compared with dev instead
           PERFORM RESET-MATRIX
           MOVE 'Y' TO WS-ENV-STATE(1) WS-ENV-STATE(3)
           MOVE 'N' TO WS-ENV-STATE(2)
           MOVE 'Y' TO WS-CELL-LIVE(1, 1) WS-CELL-CONFIG(1, 1)
                       WS-CELL-LIVE(1, 3) WS-CELL-CONFIG(1, 3)
           MOVE '5' TO WS-CELL-REV(1, 1) WS-CELL-REV(1, 3)
           MOVE 'aaaaaaaaaaaa' TO WS-CELL-HASH(1, 1)
                                  WS-CELL-HASH(1, 3)
           MOVE 'Y' TO WS-CELL-LIVE(2, 1) WS-CELL-CONFIG(2, 1)
                       WS-CELL-LIVE(2, 3) WS-CELL-CONFIG(2, 3)
           MOVE '5' TO WS-CELL-REV(2, 1)
           MOVE '2' TO WS-CELL-REV(2, 3)
           MOVE 'aaaaaaaaaaaa' TO WS-CELL-HASH(2, 1)
           MOVE 'bbbbbbbbbbbb' TO WS-CELL-HASH(2, 3)

           PERFORM JUDGE-AND-COLLECT

           IF WS-FLAG-LETTERS(1:6) = '      '
                   AND WS-FLAG-LETTERS(7:6) = '  L   '
                   AND WS-FLAG-COUNTS(1:4) = '0001'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: [" WS-FLAG-LETTERS "] " WS-FLAG-COUNTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       RESET-MATRIX.
           INITIALIZE WS-API-TABLE
           INITIALIZE WS-ENV-TABLE.

      *> Judges both API rows, then reduces each cell's flag to its
      *> first letter (six per API) and each row to its flag count
       JUDGE-AND-COLLECT.
           MOVE SPACES TO WS-FLAG-LETTERS WS-FLAG-COUNTS
           MOVE 1 TO WS-LETTER-PTR
           PERFORM VARYING WS-API-IDX FROM 1 BY 1
                   UNTIL WS-API-IDX > 2
               PERFORM JUDGE-API-ROW
               PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
                       UNTIL WS-ENV-IDX > 6
                   MOVE WS-CELL-FLAG(WS-API-IDX, WS-ENV-IDX)(1:1)
                       TO WS-FLAG-LETTERS(WS-LETTER-PTR:1)
                   ADD 1 TO WS-LETTER-PTR
               END-PERFORM
               MOVE WS-API-FLAG-COUNT(WS-API-IDX)
                   TO WS-FLAG-COUNTS(WS-API-IDX * 2 - 1:2)
           END-PERFORM.

      *> Mirrors AZUREAPICATALOG.cbl's JUDGE-API-ROW
       JUDGE-API-ROW.
           MOVE 0 TO WS-PREV-IDX WS-API-FLAG-COUNT(WS-API-IDX)
           PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
                   UNTIL WS-ENV-IDX > WS-ENV-COUNT
               MOVE SPACES TO WS-CELL-FLAG(WS-API-IDX, WS-ENV-IDX)
               IF WS-ENV-STATE(WS-ENV-IDX) = 'Y'
                   PERFORM JUDGE-API-CELL
               END-IF
           END-PERFORM.

      *> Mirrors AZUREAPICATALOG.cbl's JUDGE-API-CELL
       JUDGE-API-CELL.
           IF WS-CELL-LIVE(WS-API-IDX, WS-ENV-IDX) NOT = 'Y'
               IF WS-PREV-IDX > 0
                   MOVE 'NOT PROMOTED'
                       TO WS-CELL-FLAG(WS-API-IDX, WS-ENV-IDX)
                   ADD 1 TO WS-API-FLAG-COUNT(WS-API-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-CELL-CONFIG(WS-API-IDX, WS-ENV-IDX) NOT = 'Y'
               MOVE 'UNMANAGED' TO WS-CELL-FLAG(WS-API-IDX, WS-ENV-IDX)
               ADD 1 TO WS-API-FLAG-COUNT(WS-API-IDX)
           ELSE
               IF WS-PREV-IDX > 0
                   IF WS-CELL-HASH(WS-API-IDX, WS-ENV-IDX) NOT =
                           WS-CELL-HASH(WS-API-IDX, WS-PREV-IDX)
                       MOVE 0 TO WS-REV-NOW WS-REV-PREV
                       IF WS-CELL-REV(WS-API-IDX, WS-ENV-IDX)
                               NOT = SPACES
                           MOVE FUNCTION NUMVAL(
                               WS-CELL-REV(WS-API-IDX, WS-ENV-IDX))
                               TO WS-REV-NOW
                       END-IF
                       IF WS-CELL-REV(WS-API-IDX, WS-PREV-IDX)
                               NOT = SPACES
                           MOVE FUNCTION NUMVAL(
                               WS-CELL-REV(WS-API-IDX, WS-PREV-IDX))
                               TO WS-REV-PREV
                       END-IF
                       IF WS-REV-NOW < WS-REV-PREV
                           MOVE 'LAGGING'
                               TO WS-CELL-FLAG(WS-API-IDX, WS-ENV-IDX)
                       ELSE
                           MOVE 'DIVERGED'
                               TO WS-CELL-FLAG(WS-API-IDX, WS-ENV-IDX)
                       END-IF
                       ADD 1 TO WS-API-FLAG-COUNT(WS-API-IDX)
                   END-IF
               END-IF
           END-IF
           MOVE WS-ENV-IDX TO WS-PREV-IDX.

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

       END PROGRAM TESTAPICATALOG.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTLAPPRUNS.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Unit tests for the AZURELAPPRUNS failure report - scraping a
      *> run from the listing, picking the action that really failed
      *> and the resubmit selection by error code and window

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  TEST-COUNTER                PIC 9(3) VALUE 0.
       01  PASSED-TESTS                PIC 9(3) VALUE 0.
       01  FAILED-TESTS                PIC 9(3) VALUE 0.
       01  WS-TEST-RESULT              PIC X(6).
       01  WS-ITEM-LINE                PIC X(512).
       01  WS-TEMP-BEFORE              PIC X(512).
       01  WS-TEMP-AFTER               PIC X(512).
       01  WS-RUN-NAME                 PIC X(64).
       01  WS-RUN-START                PIC X(20).
       01  WS-RUN-TRIGGER              PIC X(64).
       01  WS-RUN-ACTION               PIC X(64).
       01  WS-RUN-CODE                 PIC X(64).
       01  WS-ACTION-NAME              PIC X(64).
       01  WS-ACTION-CODE              PIC X(64).
       01  WS-SELECT-CODE              PIC X(64).
       01  WS-SELECT-FROM              PIC X(16).
       01  WS-SELECT-TO                PIC X(16).
       01  WS-SELECTED                 PIC X.
       01  WS-SELECT-LIST              PIC X(8).
       01  WS-CASE-IDX                 PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Logic App Run Failure Unit Tests"
           DISPLAY "================================"

           PERFORM TEST-RUN-LINE-SCRAPE
           PERFORM TEST-FAILING-ACTION-CHOICE
           PERFORM TEST-RESUBMIT-SELECTION

           PERFORM DISPLAY-TEST-SUMMARY

           STOP RUN.

       TEST-RUN-LINE-SCRAPE.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Run Line Scrape"

      *> The trigger carries its own startTime further along the
      *> line; the run's own must be the one picked up
           MOVE SPACES TO WS-ITEM-LINE
           STRING '{"properties":{"startTime":"2026-10-15T01:02:03Z",'
                  '"status":"Failed","trigger":{"name":"manual",'
                  '"startTime":"2026-10-15T01:02:00Z"}},'
                  '"id":"/workflows/orders/runs/08585RUN1",'
                  '"name":"08585RUN1"}'
               DELIMITED BY SIZE INTO WS-ITEM-LINE
           END-STRING
           PERFORM LOAD-ONE-RUN

           IF WS-RUN-NAME = '08585RUN1'
                   AND WS-RUN-START = '2026-10-15T01:02:03Z'
                   AND WS-RUN-TRIGGER = 'manual'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " FUNCTION TRIM(WS-RUN-NAME) " "
                       WS-RUN-START " " FUNCTION TRIM(WS-RUN-TRIGGER)
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-FAILING-ACTION-CHOICE.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Failing Action Choice"

      *> The scope fails with ActionFailed ahead of the HTTP action
      *> inside it that got the real error
           MOVE '(unknown)' TO WS-RUN-ACTION WS-RUN-CODE
           MOVE SPACES TO WS-ITEM-LINE
           STRING '{"properties":{"status":"Failed","code":'
                  '"ActionFailed"},"id":"/runs/R1/actions/Scope_Post",'
                  '"name":"Scope_Post"}'
               DELIMITED BY SIZE INTO WS-ITEM-LINE
           END-STRING
           PERFORM SCAN-ONE-ACTION
           MOVE SPACES TO WS-ITEM-LINE
           STRING '{"properties":{"status":"Failed","code":'
                  '"ServiceUnavailable"},"id":"/runs/R1/actions/'
                  'HTTP_Send","name":"HTTP_Send"}'
               DELIMITED BY SIZE INTO WS-ITEM-LINE
           END-STRING
           PERFORM SCAN-ONE-ACTION
           MOVE SPACES TO WS-ITEM-LINE
           STRING '{"properties":{"status":"Failed","code":'
                  '"BadRequest"},"id":"/runs/R1/actions/Compose",'
                  '"name":"Compose"}'
               DELIMITED BY SIZE INTO WS-ITEM-LINE
           END-STRING
           PERFORM SCAN-ONE-ACTION

           IF WS-RUN-ACTION = 'HTTP_Send'
                   AND WS-RUN-CODE = 'ServiceUnavailable'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " FUNCTION TRIM(WS-RUN-ACTION) " / "
                       FUNCTION TRIM(WS-RUN-CODE)
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-RESUBMIT-SELECTION.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Resubmit Selection"

      *> Code filter ServiceUnavailable, window 01:00 - 01:59 UTC:
      *> match inside; wrong code; too early; last minute; too late
           MOVE 'ServiceUnavailable' TO WS-SELECT-CODE
           MOVE '2026-10-15T01:00' TO WS-SELECT-FROM
           MOVE '2026-10-15T01:59' TO WS-SELECT-TO
           MOVE SPACES TO WS-SELECT-LIST
           PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
                   UNTIL WS-CASE-IDX > 5
               MOVE 'ServiceUnavailable' TO WS-RUN-CODE
               EVALUATE WS-CASE-IDX
                   WHEN 1
                       MOVE '2026-10-15T01:30:00Z' TO WS-RUN-START
                   WHEN 2
                       MOVE '2026-10-15T01:30:00Z' TO WS-RUN-START
                       MOVE 'BadRequest' TO WS-RUN-CODE
                   WHEN 3
                       MOVE '2026-10-15T00:59:59Z' TO WS-RUN-START
                   WHEN 4
                       MOVE '2026-10-15T01:59:30Z' TO WS-RUN-START
                   WHEN 5
                       MOVE '2026-10-15T02:00:00Z' TO WS-RUN-START
               END-EVALUATE
               PERFORM CHECK-RUN-SELECTED
               MOVE WS-SELECTED TO WS-SELECT-LIST(WS-CASE-IDX:1)
           END-PERFORM

           IF WS-SELECT-LIST = 'YNNYN'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-SELECT-LIST
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

      *> Mirrors AZURELAPPRUNS.cbl's LOAD-ONE-RUN
       LOAD-ONE-RUN.
           MOVE SPACES TO WS-RUN-NAME WS-RUN-START WS-RUN-TRIGGER
           MOVE SPACES TO WS-TEMP-AFTER
           UNSTRING WS-ITEM-LINE DELIMITED BY '/runs/'
               INTO WS-TEMP-BEFORE WS-TEMP-AFTER
           END-UNSTRING
           UNSTRING WS-TEMP-AFTER DELIMITED BY '"'
               INTO WS-RUN-NAME
           END-UNSTRING
           MOVE SPACES TO WS-TEMP-AFTER
           UNSTRING WS-ITEM-LINE DELIMITED BY '"startTime":"'
               INTO WS-TEMP-BEFORE WS-TEMP-AFTER
           END-UNSTRING
           UNSTRING WS-TEMP-AFTER DELIMITED BY '"'
               INTO WS-RUN-START
           END-UNSTRING
           MOVE SPACES TO WS-TEMP-AFTER
           UNSTRING WS-ITEM-LINE DELIMITED BY '"trigger":{"name":"'
               INTO WS-TEMP-BEFORE WS-TEMP-AFTER
           END-UNSTRING
           UNSTRING WS-TEMP-AFTER DELIMITED BY '"'
               INTO WS-RUN-TRIGGER
           END-UNSTRING.

      *> Mirrors AZURELAPPRUNS.cbl's SCAN-ONE-ACTION
       SCAN-ONE-ACTION.
           MOVE SPACES TO WS-ACTION-NAME WS-ACTION-CODE
           MOVE SPACES TO WS-TEMP-AFTER
           UNSTRING WS-ITEM-LINE DELIMITED BY '/actions/'
               INTO WS-TEMP-BEFORE WS-TEMP-AFTER
           END-UNSTRING
           UNSTRING WS-TEMP-AFTER DELIMITED BY '"'
               INTO WS-ACTION-NAME
           END-UNSTRING
           MOVE SPACES TO WS-TEMP-AFTER
           UNSTRING WS-ITEM-LINE DELIMITED BY '"code":"'
               INTO WS-TEMP-BEFORE WS-TEMP-AFTER
           END-UNSTRING
           UNSTRING WS-TEMP-AFTER DELIMITED BY '"'
               INTO WS-ACTION-CODE
           END-UNSTRING
           IF WS-ACTION-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-RUN-ACTION = '(unknown)'
               MOVE WS-ACTION-NAME TO WS-RUN-ACTION
               MOVE WS-ACTION-CODE TO WS-RUN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RUN-CODE = 'ActionFailed'
                   AND WS-ACTION-CODE NOT = 'ActionFailed'
                   AND WS-ACTION-CODE NOT = SPACES
               MOVE WS-ACTION-NAME TO WS-RUN-ACTION
               MOVE WS-ACTION-CODE TO WS-RUN-CODE
           END-IF.

      *> Mirrors the selection tests at the top of AZURELAPPRUNS.cbl's
      *> RESUBMIT-ONE-RUN
       CHECK-RUN-SELECTED.
           MOVE 'Y' TO WS-SELECTED
           IF WS-SELECT-CODE NOT = SPACES
                   AND WS-SELECT-CODE NOT = WS-RUN-CODE
               MOVE 'N' TO WS-SELECTED
           END-IF
           IF WS-SELECT-FROM NOT = SPACES
                   AND WS-RUN-START(1:16) < WS-SELECT-FROM
               MOVE 'N' TO WS-SELECTED
           END-IF
           IF WS-SELECT-TO NOT = SPACES
                   AND WS-RUN-START(1:16) > WS-SELECT-TO
               MOVE 'N' TO WS-SELECTED
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

       END PROGRAM TESTLAPPRUNS.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTEGDLQ.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Unit tests for the AZUREEGDLQ dead-letter tool - the blob
      *> prefix Event Grid writes under, reading the reduced event
      *> fields, and selecting blobs by reason, day and name

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  TEST-COUNTER                PIC 9(3) VALUE 0.
       01  PASSED-TESTS                PIC 9(3) VALUE 0.
       01  FAILED-TESTS                PIC 9(3) VALUE 0.
       01  WS-TEST-RESULT              PIC X(6).

       01  WS-SYSTOPIC-NAME            PIC X(64).
       01  WS-SUB-NAME                 PIC X(50).
       01  WS-DLQ-PREFIX               PIC X(120).

       01  WS-EVENT-LINE               PIC X(512).
       01  WS-EVENT-REASON             PIC X(64).
       01  WS-EVENT-ATTEMPTS-TEXT      PIC X(8).
       01  WS-EVENT-COUNT-TEXT         PIC X(8).
       01  WS-EVENT-OUTCOME            PIC X(64).
       01  WS-EVENT-TIME               PIC X(32).
       01  WS-EVENT-ATTEMPTS           PIC 9(4).
       01  WS-EVENT-COUNT              PIC 9(4).

       01  WS-BLOB-NAME                PIC X(200).
       01  WS-SEG-TABLE.
           05  WS-SEG OCCURS 7 TIMES   PIC X(64).
       01  WS-PATH-YEAR                PIC 9(4).
       01  WS-PATH-MONTH               PIC 9(2).
       01  WS-PATH-DAY                 PIC 9(2).
       01  WS-PATH-DATE                PIC X(8).
       01  WS-SELECT-REASON            PIC X(64).
       01  WS-SELECT-DATE              PIC X(8).
       01  WS-SELECT-BLOB              PIC X(200).
       01  WS-BLOB-SELECTED            PIC X.
       01  WS-SELECT-LIST              PIC X(8).
       01  WS-CASE-IDX                 PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Event Grid Dead-Letter Unit Tests"
           DISPLAY "================================="

           PERFORM TEST-DEAD-LETTER-PREFIX
           PERFORM TEST-EVENT-FIELD-SPLIT
           PERFORM TEST-DEAD-LETTER-SELECTION

           PERFORM DISPLAY-TEST-SUMMARY

           STOP RUN.

       TEST-DEAD-LETTER-PREFIX.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Dead-Letter Prefix"

           MOVE 'egst-stintdev01' TO WS-SYSTOPIC-NAME
           MOVE 'blob-created-to-sb' TO WS-SUB-NAME
           PERFORM BUILD-DEAD-LETTER-PREFIX

           IF WS-DLQ-PREFIX = 'EGST-STINTDEV01/BLOB-CREATED-TO-SB/'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " FUNCTION TRIM(WS-DLQ-PREFIX)
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-EVENT-FIELD-SPLIT.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Event Field Split"

      *> A blob the shell could not pull a reason from still counts,
      *> under 'unspecified', rather than vanishing from the report
           MOVE 'MaxDeliveryAttemptsExceeded|10|1|Probation|'
               TO WS-EVENT-LINE
           PERFORM SPLIT-EVENT-FIELDS
           IF WS-EVENT-REASON NOT = 'MaxDeliveryAttemptsExceeded'
                   OR WS-EVENT-ATTEMPTS NOT = 10
                   OR WS-EVENT-COUNT NOT = 1
                   OR WS-EVENT-OUTCOME NOT = 'Probation'
               MOVE 'FAIL' TO WS-TEST-RESULT
           ELSE
               MOVE '||0||' TO WS-EVENT-LINE
               PERFORM SPLIT-EVENT-FIELDS
               IF WS-EVENT-REASON = 'unspecified'
                       AND WS-EVENT-ATTEMPTS = 0
                   MOVE 'PASS' TO WS-TEST-RESULT
               ELSE
                   MOVE 'FAIL' TO WS-TEST-RESULT
               END-IF
           END-IF

           IF WS-TEST-RESULT = 'PASS'
               ADD 1 TO PASSED-TESTS
           ELSE
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " FUNCTION TRIM(WS-EVENT-REASON) " "
                       WS-EVENT-ATTEMPTS " " WS-EVENT-COUNT " "
                       FUNCTION TRIM(WS-EVENT-OUTCOME)
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-DEAD-LETTER-SELECTION.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Dead-Letter Selection"

      *> Reason TimeToLiveExceeded on 2026-10-14: match with an
      *> unpadded month; wrong reason; wrong day; then a blob filter
      *> that picks one name and drops another
           MOVE 'TimeToLiveExceeded' TO WS-SELECT-REASON
           MOVE '20261014' TO WS-SELECT-DATE
           MOVE SPACES TO WS-SELECT-BLOB WS-SELECT-LIST
           PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
                   UNTIL WS-CASE-IDX > 5
               MOVE 'TimeToLiveExceeded' TO WS-EVENT-REASON
               EVALUATE WS-CASE-IDX
                   WHEN 1
                       MOVE 'EGST-A/SUB-B/2026/10/14/09/a1.json'
                           TO WS-BLOB-NAME
                   WHEN 2
                       MOVE 'EGST-A/SUB-B/2026/10/14/09/a2.json'
                           TO WS-BLOB-NAME
                       MOVE 'MaxDeliveryAttemptsExceeded'
                           TO WS-EVENT-REASON
                   WHEN 3
                       MOVE 'EGST-A/SUB-B/2026/10/13/23/a3.json'
                           TO WS-BLOB-NAME
                   WHEN 4
                       MOVE SPACES TO WS-SELECT-REASON
                                      WS-SELECT-DATE
                       MOVE 'EGST-A/SUB-B/2026/1/4/09/a4.json'
                           TO WS-SELECT-BLOB WS-BLOB-NAME
                   WHEN 5
                       MOVE 'EGST-A/SUB-B/2026/1/4/09/a5.json'
                           TO WS-BLOB-NAME
               END-EVALUATE
               PERFORM PARSE-DEAD-LETTER-PATH
               PERFORM SELECT-DEAD-LETTER
               MOVE WS-BLOB-SELECTED TO WS-SELECT-LIST(WS-CASE-IDX:1)
           END-PERFORM

           IF WS-SELECT-LIST = 'YNNYN' AND WS-PATH-DATE = '20260104'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-SELECT-LIST " " WS-PATH-DATE
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

      *> Mirrors AZUREEGDLQ.cbl's BUILD-DEAD-LETTER-PREFIX
       BUILD-DEAD-LETTER-PREFIX.
           MOVE SPACES TO WS-DLQ-PREFIX
           STRING FUNCTION TRIM(WS-SYSTOPIC-NAME) '/'
                  FUNCTION TRIM(WS-SUB-NAME) '/'
               DELIMITED BY SIZE INTO WS-DLQ-PREFIX
           END-STRING
           INSPECT WS-DLQ-PREFIX CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      *> Mirrors AZUREEGDLQ.cbl's SPLIT-EVENT-FIELDS
       SPLIT-EVENT-FIELDS.
           MOVE SPACES TO WS-EVENT-REASON WS-EVENT-ATTEMPTS-TEXT
                          WS-EVENT-COUNT-TEXT WS-EVENT-OUTCOME
                          WS-EVENT-TIME
           UNSTRING WS-EVENT-LINE DELIMITED BY '|'
               INTO WS-EVENT-REASON WS-EVENT-ATTEMPTS-TEXT
                    WS-EVENT-COUNT-TEXT WS-EVENT-OUTCOME
                    WS-EVENT-TIME
           END-UNSTRING
           IF WS-EVENT-REASON = SPACES
               MOVE 'unspecified' TO WS-EVENT-REASON
           END-IF
           MOVE 0 TO WS-EVENT-ATTEMPTS WS-EVENT-COUNT
           IF WS-EVENT-ATTEMPTS-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-EVENT-ATTEMPTS-TEXT)
                   TO WS-EVENT-ATTEMPTS
           END-IF
           IF WS-EVENT-COUNT-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-EVENT-COUNT-TEXT)
                   TO WS-EVENT-COUNT
           END-IF.

      *> Mirrors AZUREEGDLQ.cbl's PARSE-DEAD-LETTER-PATH
       PARSE-DEAD-LETTER-PATH.
           MOVE SPACES TO WS-SEG-TABLE WS-PATH-DATE
           UNSTRING WS-BLOB-NAME DELIMITED BY '/'
               INTO WS-SEG(1) WS-SEG(2) WS-SEG(3) WS-SEG(4)
                    WS-SEG(5) WS-SEG(6) WS-SEG(7)
           END-UNSTRING
           IF FUNCTION TRIM(WS-SEG(3)) IS NUMERIC
                   AND FUNCTION TRIM(WS-SEG(4)) IS NUMERIC
                   AND FUNCTION TRIM(WS-SEG(5)) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-SEG(3)) TO WS-PATH-YEAR
               MOVE FUNCTION NUMVAL(WS-SEG(4)) TO WS-PATH-MONTH
               MOVE FUNCTION NUMVAL(WS-SEG(5)) TO WS-PATH-DAY
               STRING WS-PATH-YEAR WS-PATH-MONTH WS-PATH-DAY
                   DELIMITED BY SIZE INTO WS-PATH-DATE
               END-STRING
           END-IF.

      *> Mirrors AZUREEGDLQ.cbl's SELECT-DEAD-LETTER
       SELECT-DEAD-LETTER.
           MOVE 'Y' TO WS-BLOB-SELECTED
           IF WS-SELECT-REASON NOT = SPACES
                   AND WS-SELECT-REASON NOT = WS-EVENT-REASON
               MOVE 'N' TO WS-BLOB-SELECTED
           END-IF
           IF WS-SELECT-DATE NOT = SPACES
                   AND WS-SELECT-DATE NOT = WS-PATH-DATE
               MOVE 'N' TO WS-BLOB-SELECTED
           END-IF
           IF WS-SELECT-BLOB NOT = SPACES
                   AND WS-SELECT-BLOB NOT = WS-BLOB-NAME
               MOVE 'N' TO WS-BLOB-SELECTED
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

       END PROGRAM TESTEGDLQ.

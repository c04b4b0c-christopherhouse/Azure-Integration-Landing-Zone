       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTAUDITARCH.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Unit tests for the AZUREAUDITARCH sealed audit archive - the
      *> seal line round trip through the index, and what a verified
      *> month has to prove after it is downloaded

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  TEST-COUNTER                PIC 9(3) VALUE 0.
       01  PASSED-TESTS                PIC 9(3) VALUE 0.
       01  FAILED-TESTS                PIC 9(3) VALUE 0.
       01  WS-TEST-RESULT              PIC X(6).

       01  WS-OUTCOME                  PIC X VALUE 'N'.
       01  WS-SEAL-FIELDS.
           05  WS-SEAL-MONTH           PIC X(7).
           05  WS-SEAL-RECORDS         PIC X(9).
           05  WS-SEAL-OPENING         PIC X(64).
           05  WS-SEAL-FINAL           PIC X(64).
           05  WS-SEAL-DIGEST          PIC X(64).
           05  WS-SEAL-STAMP           PIC X(14).
       01  WS-SEAL-LINE                PIC X(256).
       01  WS-SEAL-TAG                 PIC X(10).
       01  WS-SAVED-LINE               PIC X(256).

       01  WS-WALK-WORD                PIC X(8).
       01  WS-WALK-COUNT               PIC X(12).
       01  WS-WALK-FINAL               PIC X(64).
       01  WS-DOWNLOAD-DIGEST          PIC X(64).
       01  WS-JUDGE-LIST               PIC X(5).
       01  WS-WORD-LIST                PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Audit Archive Unit Tests"
           DISPLAY "========================"

           PERFORM TEST-SEAL-ROUND-TRIP
           PERFORM TEST-JUDGE-ARCHIVE-WALK
           PERFORM TEST-EMPTY-MONTH-WALK

           PERFORM DISPLAY-TEST-SUMMARY

           STOP RUN.

       TEST-SEAL-ROUND-TRIP.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Seal Line Round Trip"

      *> A seal written to the index splits back into the same
      *> fields and rebuilds to the identical line the archived
      *> seal blob is compared against
           MOVE SPACES TO WS-SEAL-FIELDS
           MOVE '2026-09' TO WS-SEAL-MONTH
           MOVE '2' TO WS-SEAL-RECORDS
           MOVE 'GENESIS' TO WS-SEAL-OPENING
           MOVE ALL 'a' TO WS-SEAL-FINAL
           MOVE ALL 'b' TO WS-SEAL-DIGEST
           MOVE '20261001020304' TO WS-SEAL-STAMP
           PERFORM BUILD-SEAL-LINE
           MOVE WS-SEAL-LINE TO WS-SAVED-LINE
           MOVE SPACES TO WS-SEAL-FIELDS
           PERFORM SPLIT-SEAL-LINE
           PERFORM BUILD-SEAL-LINE

           IF WS-SEAL-LINE = WS-SAVED-LINE
                   AND WS-SEAL-TAG = 'AUDITSEAL'
                   AND WS-SEAL-MONTH = '2026-09'
                   AND WS-SEAL-OPENING = 'GENESIS'
                   AND WS-SEAL-STAMP = '20261001020304'
                   AND WS-SEAL-LINE(1:28)
                       = 'AUDITSEAL|2026-09|2|GENESIS|'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-SEAL-LINE(1:60)
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-JUDGE-ARCHIVE-WALK.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Archive Walk Verdict"

      *> A clean walk passes; a broken chain, a changed digest, a
      *> short record count or a different closing hash each fail
           MOVE SPACES TO WS-SEAL-FIELDS
           MOVE '3' TO WS-SEAL-RECORDS
           MOVE ALL 'f' TO WS-SEAL-FINAL
           MOVE ALL 'd' TO WS-SEAL-DIGEST
           MOVE SPACES TO WS-JUDGE-LIST WS-WORD-LIST
           PERFORM SET-CLEAN-WALK
           PERFORM JUDGE-ARCHIVE-WALK
           MOVE WS-OUTCOME TO WS-JUDGE-LIST(1:1)
           PERFORM SET-CLEAN-WALK
           MOVE 'BROKEN' TO WS-WALK-WORD
           MOVE '2' TO WS-WALK-COUNT
           PERFORM JUDGE-ARCHIVE-WALK
           MOVE WS-OUTCOME TO WS-JUDGE-LIST(2:1)
           MOVE WS-WALK-WORD TO WS-WORD-LIST(1:8)
           PERFORM SET-CLEAN-WALK
           MOVE ALL 'e' TO WS-DOWNLOAD-DIGEST
           PERFORM JUDGE-ARCHIVE-WALK
           MOVE WS-OUTCOME TO WS-JUDGE-LIST(3:1)
           MOVE WS-WALK-WORD TO WS-WORD-LIST(9:8)
           PERFORM SET-CLEAN-WALK
           MOVE '2' TO WS-WALK-COUNT
           PERFORM JUDGE-ARCHIVE-WALK
           MOVE WS-OUTCOME TO WS-JUDGE-LIST(4:1)
           MOVE WS-WALK-WORD TO WS-WORD-LIST(17:8)
           PERFORM SET-CLEAN-WALK
           MOVE ALL 'c' TO WS-WALK-FINAL
           PERFORM JUDGE-ARCHIVE-WALK
           MOVE WS-OUTCOME TO WS-JUDGE-LIST(5:1)
           MOVE WS-WALK-WORD TO WS-WORD-LIST(25:8)

           IF WS-JUDGE-LIST = 'YNNNN'
                   AND WS-WORD-LIST =
                       'BROKEN  DIGEST  COUNT   FINAL'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-JUDGE-LIST " " WS-WORD-LIST
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-EMPTY-MONTH-WALK.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Empty Month"

      *> A month with no records walks zero records and closes on
      *> the opening hash the seal carries as its final hash
           MOVE SPACES TO WS-SEAL-FIELDS
           MOVE '0' TO WS-SEAL-RECORDS
           MOVE ALL '1' TO WS-SEAL-OPENING
           MOVE ALL '1' TO WS-SEAL-FINAL
           MOVE ALL '9' TO WS-SEAL-DIGEST
           MOVE 'OK' TO WS-WALK-WORD
           MOVE '0' TO WS-WALK-COUNT
           MOVE WS-SEAL-OPENING TO WS-WALK-FINAL
           MOVE ALL '9' TO WS-DOWNLOAD-DIGEST
           PERFORM JUDGE-ARCHIVE-WALK

           IF WS-OUTCOME = 'Y'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-WALK-WORD
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       SET-CLEAN-WALK.
           MOVE 'OK' TO WS-WALK-WORD
           MOVE '3' TO WS-WALK-COUNT
           MOVE ALL 'f' TO WS-WALK-FINAL
           MOVE ALL 'd' TO WS-DOWNLOAD-DIGEST.

      *> Mirrors AZUREAUDITARCH.cbl's SPLIT-SEAL-LINE
       SPLIT-SEAL-LINE.
           MOVE SPACES TO WS-SEAL-TAG WS-SEAL-FIELDS
           UNSTRING WS-SEAL-LINE DELIMITED BY '|'
               INTO WS-SEAL-TAG WS-SEAL-MONTH WS-SEAL-RECORDS
                    WS-SEAL-OPENING WS-SEAL-FINAL WS-SEAL-DIGEST
                    WS-SEAL-STAMP
           END-UNSTRING.

      *> Mirrors AZUREAUDITARCH.cbl's BUILD-SEAL-LINE
       BUILD-SEAL-LINE.
           MOVE SPACES TO WS-SEAL-LINE
           STRING 'AUDITSEAL|' WS-SEAL-MONTH
                  '|' FUNCTION TRIM(WS-SEAL-RECORDS)
                  '|' FUNCTION TRIM(WS-SEAL-OPENING)
                  '|' FUNCTION TRIM(WS-SEAL-FINAL)
                  '|' FUNCTION TRIM(WS-SEAL-DIGEST)
                  '|' WS-SEAL-STAMP
               DELIMITED BY SIZE INTO WS-SEAL-LINE
           END-STRING.

      *> Mirrors AZUREAUDITARCH.cbl's JUDGE-ARCHIVE-WALK
       JUDGE-ARCHIVE-WALK.
           MOVE 'N' TO WS-OUTCOME
           IF WS-WALK-WORD NOT = 'OK'
               EXIT PARAGRAPH
           END-IF
           IF WS-DOWNLOAD-DIGEST NOT = WS-SEAL-DIGEST
               MOVE 'DIGEST' TO WS-WALK-WORD
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-WALK-COUNT)
                   NOT = FUNCTION NUMVAL(WS-SEAL-RECORDS)
               MOVE 'COUNT' TO WS-WALK-WORD
               EXIT PARAGRAPH
           END-IF
           IF WS-WALK-FINAL NOT = WS-SEAL-FINAL
               MOVE 'FINAL' TO WS-WALK-WORD
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-OUTCOME.

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

       END PROGRAM TESTAUDITARCH.

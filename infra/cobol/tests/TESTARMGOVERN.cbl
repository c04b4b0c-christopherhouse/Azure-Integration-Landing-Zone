       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTARMGOVERN.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Unit tests for the ARM write governor's request filter,
      *> budget refill, draw decision and response handling

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  TEST-COUNTER                PIC 9(3) VALUE 0.
       01  PASSED-TESTS                PIC 9(3) VALUE 0.
       01  FAILED-TESTS                PIC 9(3) VALUE 0.
       01  WS-TEST-RESULT              PIC X(6).

       01  WS-TEST-METHOD              PIC X(10).
       01  WS-TEST-URL                 PIC X(512).

      *> Governor settings at their defaults
       01  WS-WRITES-PER-MIN           PIC 9(5) VALUE 120.
       01  WS-WRITE-BURST              PIC 9(4) VALUE 20.
       01  WS-WRITE-RESERVE            PIC 9(5) VALUE 100.
       01  WS-MAX-WAIT                 PIC 9(5) VALUE 300.
       01  WS-RESERVE-SPACING          PIC 9(3) VALUE 10.
       01  WS-REMAINING-MAX-AGE        PIC 9(3) VALUE 60.
       01  WS-DEFAULT-RETRY-AFTER      PIC 9(3) VALUE 30.

       01  WS-GOV-METHOD               PIC X(10).
       01  WS-SUBSCRIPTION             PIC X(64).
       01  WS-URL-HEAD                 PIC X(512).
       01  WS-URL-TAIL                 PIC X(2048).
       01  WS-METERED                  PIC X.

       01  WS-STATE-TOKENS             PIC 9(6).
       01  WS-STATE-STAMP              PIC 9(14).
       01  WS-STATE-REMAINING          PIC 9(5).
       01  WS-STATE-REMAINING-STAMP    PIC 9(14).
       01  WS-STATE-PAUSE-UNTIL        PIC 9(14).
       01  WS-REFILL-PER-MIN           PIC 9(5).
       01  WS-TOKEN-CAP                PIC 9(6).
       01  WS-ELAPSED-SECS             PIC 9(14).
       01  WS-REFILL-TOKENS            PIC 9(12).

       01  WS-GRANTED                  PIC X.
       01  WS-FORCED                   PIC X.
       01  WS-WAITED-SECS              PIC 9(5).

       01  WS-NOTE-REMAINING-TEXT      PIC X(8).
       01  WS-NOTE-RETRY-TEXT          PIC X(8).
       01  WS-NOTE-STATUS              PIC 9(3).
       01  WS-NOTE-RETRY-AFTER         PIC 9(5).

       01  WS-CURRENT-TIME             PIC 9(14).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ARM Write Governor Unit Tests"
           DISPLAY "=============================="

           PERFORM TEST-READS-NOT-METERED
           PERFORM TEST-SUBSCRIPTION-WRITE-METERED
           PERFORM TEST-NON-ARM-URL-NOT-METERED
           PERFORM TEST-FULL-BUCKET-GRANTS
           PERFORM TEST-BUCKET-REFILLS-AT-RATE
           PERFORM TEST-LOW-REMAINING-SLOWS-REFILL
           PERFORM TEST-STALE-REMAINING-DROPPED
           PERFORM TEST-THROTTLE-PAUSES-WRITERS
           PERFORM TEST-WAIT-CEILING-FORCES-WRITE
           PERFORM TEST-RETRY-AFTER-CAPPED

           PERFORM DISPLAY-TEST-SUMMARY

           STOP RUN.

       TEST-READS-NOT-METERED.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": GET and HEAD are not metered"

           MOVE 'Y' TO WS-TEST-RESULT
           MOVE SPACES TO WS-TEST-URL
           STRING 'https://management.azure.com/subscriptions/'
                  'c5d4a6e8-69bf-4148-be25-cb362f83c370'
                  '/resourceGroups/RG-AIS-LZ-TF?api-version=2021-04-01'
               DELIMITED BY SIZE INTO WS-TEST-URL
           END-STRING
           MOVE 'GET' TO WS-TEST-METHOD
           PERFORM CLASSIFY-REQUEST
           IF WS-METERED NOT = 'N'
               MOVE 'N' TO WS-TEST-RESULT
           END-IF
           MOVE 'head' TO WS-TEST-METHOD
           PERFORM CLASSIFY-REQUEST
           IF WS-METERED NOT = 'N'
               MOVE 'N' TO WS-TEST-RESULT
           END-IF

           IF WS-TEST-RESULT = 'Y'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-SUBSCRIPTION-WRITE-METERED.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": Write to a subscription is metered against it"

           MOVE SPACES TO WS-TEST-URL
           STRING 'https://management.azure.com/subscriptions/'
                  'c5d4a6e8-69bf-4148-be25-cb362f83c370'
                  '/resourceGroups/RG-AIS-LZ-TF/providers/'
                  'Microsoft.Storage/storageAccounts/staislz'
                  '?api-version=2023-01-01'
               DELIMITED BY SIZE INTO WS-TEST-URL
           END-STRING
           MOVE 'put' TO WS-TEST-METHOD
           PERFORM CLASSIFY-REQUEST

           IF WS-METERED = 'Y'
               AND WS-GOV-METHOD = 'PUT'
               AND WS-SUBSCRIPTION =
                   'c5d4a6e8-69bf-4148-be25-cb362f83c370'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

      *> Data-plane and Graph calls share no budget with ARM, and a
      *> subscription segment that is not a GUID must never name a
      *> state file
       TEST-NON-ARM-URL-NOT-METERED.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": Calls without a subscription GUID are not metered"

           MOVE 'Y' TO WS-TEST-RESULT
           MOVE 'POST' TO WS-TEST-METHOD
           MOVE 'https://graph.microsoft.com/v1.0/applications'
               TO WS-TEST-URL
           PERFORM CLASSIFY-REQUEST
           IF WS-METERED NOT = 'N'
               MOVE 'N' TO WS-TEST-RESULT
           END-IF
           MOVE 'PUT' TO WS-TEST-METHOD
           MOVE 'https://management.azure.com/subscriptions/../../etc'
               TO WS-TEST-URL
           PERFORM CLASSIFY-REQUEST
           IF WS-METERED NOT = 'N'
               MOVE 'N' TO WS-TEST-RESULT
           END-IF

           IF WS-TEST-RESULT = 'Y'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-FULL-BUCKET-GRANTS.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": Full bucket grants a write at once"

           MOVE 1000000 TO WS-CURRENT-TIME
           MOVE 2000 TO WS-STATE-TOKENS
           MOVE 1000000 TO WS-STATE-STAMP
           MOVE 00500 TO WS-STATE-REMAINING
           MOVE 999990 TO WS-STATE-REMAINING-STAMP
           MOVE 0 TO WS-STATE-PAUSE-UNTIL
           MOVE 0 TO WS-WAITED-SECS
           MOVE 'N' TO WS-GRANTED WS-FORCED
           PERFORM REFILL-BUDGET
           PERFORM DECIDE-WRITE-SLOT

           IF WS-GRANTED = 'Y' AND WS-FORCED = 'N'
               AND WS-STATE-TOKENS = 1900
               AND WS-STATE-REMAINING = 499
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

      *> 120 writes a minute is two a second, so an empty bucket has
      *> a write to give one second later
       TEST-BUCKET-REFILLS-AT-RATE.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": Empty bucket refills at the configured rate"

           MOVE 'Y' TO WS-TEST-RESULT
           MOVE 1000000 TO WS-CURRENT-TIME
           MOVE 0 TO WS-STATE-TOKENS
           MOVE 1000000 TO WS-STATE-STAMP
           MOVE 99999 TO WS-STATE-REMAINING
           MOVE 0 TO WS-STATE-REMAINING-STAMP
           MOVE 0 TO WS-STATE-PAUSE-UNTIL
           MOVE 0 TO WS-WAITED-SECS
           MOVE 'N' TO WS-GRANTED WS-FORCED
           PERFORM REFILL-BUDGET
           PERFORM DECIDE-WRITE-SLOT
           IF WS-GRANTED NOT = 'N'
               MOVE 'N' TO WS-TEST-RESULT
           END-IF
           MOVE 1000001 TO WS-CURRENT-TIME
           PERFORM REFILL-BUDGET
           PERFORM DECIDE-WRITE-SLOT
           IF WS-GRANTED NOT = 'Y' OR WS-STATE-TOKENS NOT = 100
               MOVE 'N' TO WS-TEST-RESULT
           END-IF
      *> A long idle spell fills the bucket to the burst and no more
           MOVE 1009999 TO WS-CURRENT-TIME
           PERFORM REFILL-BUDGET
           IF WS-STATE-TOKENS NOT = 2000
               MOVE 'N' TO WS-TEST-RESULT
           END-IF

           IF WS-TEST-RESULT = 'Y'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-LOW-REMAINING-SLOWS-REFILL.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": Remaining under the reserve spaces out writes"

           MOVE 'Y' TO WS-TEST-RESULT
           MOVE 1000000 TO WS-CURRENT-TIME
           MOVE 0 TO WS-STATE-TOKENS
           MOVE 1000000 TO WS-STATE-STAMP
           MOVE 00050 TO WS-STATE-REMAINING
           MOVE 1000000 TO WS-STATE-REMAINING-STAMP
           MOVE 0 TO WS-STATE-PAUSE-UNTIL
           MOVE 0 TO WS-WAITED-SECS
           MOVE 'N' TO WS-GRANTED WS-FORCED
           MOVE 1000005 TO WS-CURRENT-TIME
           PERFORM REFILL-BUDGET
           PERFORM DECIDE-WRITE-SLOT
           IF WS-GRANTED NOT = 'N' OR WS-STATE-TOKENS NOT = 50
               MOVE 'N' TO WS-TEST-RESULT
           END-IF
           MOVE 1000010 TO WS-CURRENT-TIME
           PERFORM REFILL-BUDGET
           PERFORM DECIDE-WRITE-SLOT
           IF WS-GRANTED NOT = 'Y' OR WS-STATE-REMAINING NOT = 49
               MOVE 'N' TO WS-TEST-RESULT
           END-IF

           IF WS-TEST-RESULT = 'Y'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-STALE-REMAINING-DROPPED.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": Remaining count over a minute old is dropped"

           MOVE 1000100 TO WS-CURRENT-TIME
           MOVE 0 TO WS-STATE-TOKENS
           MOVE 1000099 TO WS-STATE-STAMP
           MOVE 00050 TO WS-STATE-REMAINING
           MOVE 1000000 TO WS-STATE-REMAINING-STAMP
           PERFORM REFILL-BUDGET

           IF WS-STATE-REMAINING = 99999
               AND WS-TOKEN-CAP = 2000
               AND WS-STATE-TOKENS = 200
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-THROTTLE-PAUSES-WRITERS.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": A 429 holds writers until Retry-After passes"

           MOVE 'Y' TO WS-TEST-RESULT
           MOVE 1000000 TO WS-CURRENT-TIME
           MOVE 1500 TO WS-STATE-TOKENS
           MOVE 1000000 TO WS-STATE-STAMP
           MOVE 99999 TO WS-STATE-REMAINING
           MOVE 0 TO WS-STATE-REMAINING-STAMP
           MOVE 0 TO WS-STATE-PAUSE-UNTIL
           MOVE 429 TO WS-NOTE-STATUS
           MOVE '0' TO WS-NOTE-REMAINING-TEXT
           MOVE '17' TO WS-NOTE-RETRY-TEXT
           PERFORM APPLY-ARM-RESPONSE
           IF WS-STATE-PAUSE-UNTIL NOT = 1000017
                   OR WS-STATE-TOKENS NOT = 0
                   OR WS-STATE-REMAINING NOT = 0
               MOVE 'N' TO WS-TEST-RESULT
           END-IF
           MOVE 1000016 TO WS-CURRENT-TIME
           MOVE 0 TO WS-WAITED-SECS
           MOVE 'N' TO WS-GRANTED WS-FORCED
           PERFORM REFILL-BUDGET
           PERFORM DECIDE-WRITE-SLOT
           IF WS-GRANTED NOT = 'N'
               MOVE 'N' TO WS-TEST-RESULT
           END-IF
           MOVE 1000017 TO WS-CURRENT-TIME
           PERFORM REFILL-BUDGET
           PERFORM DECIDE-WRITE-SLOT
           IF WS-GRANTED NOT = 'Y'
               MOVE 'N' TO WS-TEST-RESULT
           END-IF

           IF WS-TEST-RESULT = 'Y'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-WAIT-CEILING-FORCES-WRITE.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": Write goes ahead once the wait ceiling is reached"

           MOVE 1000000 TO WS-CURRENT-TIME
           MOVE 0 TO WS-STATE-TOKENS
           MOVE 1000000 TO WS-STATE-STAMP
           MOVE 99999 TO WS-STATE-REMAINING
           MOVE 2000000 TO WS-STATE-PAUSE-UNTIL
           MOVE 300 TO WS-WAITED-SECS
           MOVE 'N' TO WS-GRANTED WS-FORCED
           PERFORM DECIDE-WRITE-SLOT

           IF WS-GRANTED = 'Y' AND WS-FORCED = 'Y'
               AND WS-STATE-TOKENS = 0
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-RETRY-AFTER-CAPPED.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": Retry-After is defaulted and capped"

           MOVE 'Y' TO WS-TEST-RESULT
           MOVE 1000000 TO WS-CURRENT-TIME
           MOVE 0 TO WS-STATE-PAUSE-UNTIL
           MOVE 429 TO WS-NOTE-STATUS
           MOVE SPACES TO WS-NOTE-REMAINING-TEXT
           MOVE '3600' TO WS-NOTE-RETRY-TEXT
           PERFORM APPLY-ARM-RESPONSE
           IF WS-STATE-PAUSE-UNTIL NOT = 1000300
               MOVE 'N' TO WS-TEST-RESULT
           END-IF
           MOVE 1000400 TO WS-CURRENT-TIME
           MOVE SPACES TO WS-NOTE-RETRY-TEXT
           PERFORM APPLY-ARM-RESPONSE
           IF WS-STATE-PAUSE-UNTIL NOT = 1000430
               MOVE 'N' TO WS-TEST-RESULT
           END-IF

           IF WS-TEST-RESULT = 'Y'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

      *> Mirrors ARMGOVERN.cbl's CLASSIFY-REQUEST
       CLASSIFY-REQUEST.
           MOVE 'N' TO WS-METERED
           MOVE SPACES TO WS-GOV-METHOD WS-SUBSCRIPTION
           MOVE FUNCTION TRIM(WS-TEST-METHOD) TO WS-GOV-METHOD
           INSPECT WS-GOV-METHOD CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-GOV-METHOD = SPACES OR WS-GOV-METHOD = 'GET'
                   OR WS-GOV-METHOD = 'HEAD'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-URL-HEAD WS-URL-TAIL
           UNSTRING WS-TEST-URL DELIMITED BY '/subscriptions/'
               INTO WS-URL-HEAD WS-URL-TAIL
           END-UNSTRING
           IF WS-URL-TAIL = SPACES
               EXIT PARAGRAPH
           END-IF
           UNSTRING WS-URL-TAIL DELIMITED BY '/' OR '?' OR SPACE
               INTO WS-SUBSCRIPTION
           END-UNSTRING

           IF FUNCTION LENGTH(FUNCTION TRIM(WS-SUBSCRIPTION)) = 36
                   AND WS-SUBSCRIPTION(9:1) = '-'
                   AND WS-SUBSCRIPTION(14:1) = '-'
                   AND WS-SUBSCRIPTION(19:1) = '-'
                   AND WS-SUBSCRIPTION(24:1) = '-'
               MOVE 'Y' TO WS-METERED
           END-IF.

      *> Mirrors ARMGOVERN.cbl's REFILL-BUDGET
       REFILL-BUDGET.
           IF WS-STATE-REMAINING NOT = 99999
                   AND WS-CURRENT-TIME > WS-STATE-REMAINING-STAMP
                       + WS-REMAINING-MAX-AGE
               MOVE 99999 TO WS-STATE-REMAINING
           END-IF

           IF WS-STATE-REMAINING < WS-WRITE-RESERVE
               COMPUTE WS-REFILL-PER-MIN = 60 / WS-RESERVE-SPACING
               MOVE 100 TO WS-TOKEN-CAP
           ELSE
               MOVE WS-WRITES-PER-MIN TO WS-REFILL-PER-MIN
               COMPUTE WS-TOKEN-CAP = WS-WRITE-BURST * 100
           END-IF

           IF WS-CURRENT-TIME > WS-STATE-STAMP
               COMPUTE WS-ELAPSED-SECS =
                   WS-CURRENT-TIME - WS-STATE-STAMP
               COMPUTE WS-REFILL-TOKENS =
                   WS-ELAPSED-SECS * WS-REFILL-PER-MIN * 100 / 60
               IF WS-REFILL-TOKENS > WS-TOKEN-CAP
                   MOVE WS-TOKEN-CAP TO WS-REFILL-TOKENS
               END-IF
               ADD WS-REFILL-TOKENS TO WS-STATE-TOKENS
           END-IF
           IF WS-STATE-TOKENS > WS-TOKEN-CAP
               MOVE WS-TOKEN-CAP TO WS-STATE-TOKENS
           END-IF
           MOVE WS-CURRENT-TIME TO WS-STATE-STAMP.

      *> Mirrors ARMGOVERN.cbl's DECIDE-WRITE-SLOT
       DECIDE-WRITE-SLOT.
           IF WS-CURRENT-TIME >= WS-STATE-PAUSE-UNTIL
                   AND WS-STATE-TOKENS >= 100
               SUBTRACT 100 FROM WS-STATE-TOKENS
               MOVE 'Y' TO WS-GRANTED
           ELSE
               IF WS-WAITED-SECS >= WS-MAX-WAIT
                   MOVE 0 TO WS-STATE-TOKENS
                   MOVE 'Y' TO WS-GRANTED
                   MOVE 'Y' TO WS-FORCED
               END-IF
           END-IF
           IF WS-GRANTED = 'Y' AND WS-STATE-REMAINING NOT = 99999
                   AND WS-STATE-REMAINING > 0
               SUBTRACT 1 FROM WS-STATE-REMAINING
           END-IF.

      *> Mirrors ARMGOVERN.cbl's APPLY-ARM-RESPONSE
       APPLY-ARM-RESPONSE.
           IF WS-NOTE-REMAINING-TEXT NOT = SPACES
                   AND FUNCTION TRIM(WS-NOTE-REMAINING-TEXT)
                       IS NUMERIC
               IF FUNCTION NUMVAL(WS-NOTE-REMAINING-TEXT) > 99998
                   MOVE 99998 TO WS-STATE-REMAINING
               ELSE
                   MOVE FUNCTION NUMVAL(WS-NOTE-REMAINING-TEXT)
                       TO WS-STATE-REMAINING
               END-IF
               MOVE WS-CURRENT-TIME TO WS-STATE-REMAINING-STAMP
           END-IF
           IF WS-NOTE-STATUS = 429
               MOVE WS-DEFAULT-RETRY-AFTER TO WS-NOTE-RETRY-AFTER
               IF WS-NOTE-RETRY-TEXT NOT = SPACES
                   AND FUNCTION TRIM(WS-NOTE-RETRY-TEXT)
                       IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-NOTE-RETRY-TEXT)
                       TO WS-NOTE-RETRY-AFTER
               END-IF
               IF WS-NOTE-RETRY-AFTER > WS-MAX-WAIT
                   MOVE WS-MAX-WAIT TO WS-NOTE-RETRY-AFTER
               END-IF
               IF WS-CURRENT-TIME + WS-NOTE-RETRY-AFTER
                       > WS-STATE-PAUSE-UNTIL
                   COMPUTE WS-STATE-PAUSE-UNTIL =
                       WS-CURRENT-TIME + WS-NOTE-RETRY-AFTER
               END-IF
               MOVE 0 TO WS-STATE-TOKENS
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

       END PROGRAM TESTARMGOVERN.

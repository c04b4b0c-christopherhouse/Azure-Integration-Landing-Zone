       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTCFGLAYER.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Unit tests for the layered configuration resolver: which
      *> file names sit on the shared layers, key-by-key override
      *> with provenance, and the maintenance screens' test for a
      *> value that really changed

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  TEST-COUNTER                PIC 9(3) VALUE 0.
       01  PASSED-TESTS                PIC 9(3) VALUE 0.
       01  FAILED-TESTS                PIC 9(3) VALUE 0.
       01  WS-TEST-RESULT              PIC X(6).

      *> AZURECFGLAYER working storage
       01  LS-CONFIG-FILENAME          PIC X(128).
       01  LS-RETURN-CODE              PIC 9(2).
       COPY CFGLAYERS.
       01  WS-KEY                      PIC X(32).
       01  WS-VALUE                    PIC X(288).
       01  WS-KEY-MAX                  PIC 9(4) VALUE 1000.
       01  WS-KEY-IDX                  PIC 9(4).
       01  WS-KEY-SLOT                 PIC 9(4).
       01  WS-LAYER-IDX                PIC 9(1).
       01  WS-NAME-LEN                 PIC 9(3).
       01  WS-SLASH-POS                PIC 9(3).
       01  WS-SCAN-POS                 PIC 9(3).
       01  WS-CONFIG-DIR               PIC X(128).
       01  WS-BASE-NAME                PIC X(128).
       01  WS-BASE-LEN                 PIC 9(3).
       01  WS-LAYERED                  PIC X.

      *> AZURECONFMAINT working storage
       01  WS-LINE-VALUE               PIC X(288).
       01  WS-SAME-VALUE               PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Configuration Layer Resolver Unit Tests"
           DISPLAY "======================================="

           PERFORM TEST-ENV-FILE-IS-LAYERED
           PERFORM TEST-SHARED-FILES-STAND-ALONE
           PERFORM TEST-SNAPSHOT-STANDS-ALONE
           PERFORM TEST-LATER-LAYER-WINS
           PERFORM TEST-REDUNDANT-COPY-FLAGGED
           PERFORM TEST-SAME-LAYER-REPEAT
           PERFORM TEST-NUMERIC-VALUE-UNCHANGED
           PERFORM TEST-UNSET-ZERO-UNCHANGED
           PERFORM TEST-REAL-CHANGE-DETECTED

           PERFORM DISPLAY-TEST-SUMMARY

           STOP RUN.

       TEST-ENV-FILE-IS-LAYERED.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": An environment file sits on the shared layers"

           MOVE 'config/azure-config-prod.conf' TO LS-CONFIG-FILENAME
           PERFORM CLASSIFY-CONFIG-FILENAME

           IF WS-LAYERED = 'Y' AND WS-CONFIG-DIR = 'config/'
                   AND WS-BASE-NAME = 'azure-config-prod.conf'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-SHARED-FILES-STAND-ALONE.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": Base and tier files are not layered again"

           MOVE 'Y' TO WS-TEST-RESULT
           MOVE 'config/azure-config-base.conf' TO LS-CONFIG-FILENAME
           PERFORM CLASSIFY-CONFIG-FILENAME
           IF WS-LAYERED NOT = 'N'
               MOVE 'N' TO WS-TEST-RESULT
           END-IF
           MOVE 'config/azure-config-tier-prod.conf'
               TO LS-CONFIG-FILENAME
           PERFORM CLASSIFY-CONFIG-FILENAME
           IF WS-LAYERED NOT = 'N'
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

      *> The .deployed snapshot already holds every layer, and the
      *> legacy single file never had any
       TEST-SNAPSHOT-STANDS-ALONE.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": Snapshots and the legacy file stand alone"

           MOVE 'Y' TO WS-TEST-RESULT
           MOVE 'config/azure-config-prod.conf.deployed'
               TO LS-CONFIG-FILENAME
           PERFORM CLASSIFY-CONFIG-FILENAME
           IF WS-LAYERED NOT = 'N'
               MOVE 'N' TO WS-TEST-RESULT
           END-IF
           MOVE 'config/azure-config.conf' TO LS-CONFIG-FILENAME
           PERFORM CLASSIFY-CONFIG-FILENAME
           IF WS-LAYERED NOT = 'N'
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

       TEST-LATER-LAYER-WINS.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": A later layer overrides key by key"

           MOVE 0 TO CFG-KEY-COUNT LS-RETURN-CODE
           MOVE 1 TO WS-LAYER-IDX
           MOVE 'LOCATION' TO WS-KEY
           MOVE 'uksouth' TO WS-VALUE
           PERFORM STORE-RESOLVED-KEY
           MOVE 'OWNER' TO WS-KEY
           MOVE 'platform' TO WS-VALUE
           PERFORM STORE-RESOLVED-KEY
           MOVE 3 TO WS-LAYER-IDX
           MOVE 'LOCATION' TO WS-KEY
           MOVE 'ukwest' TO WS-VALUE
           PERFORM STORE-RESOLVED-KEY

           IF CFG-KEY-COUNT = 2
                   AND CFG-KEY-NAME(1) = 'LOCATION'
                   AND CFG-KEY-VALUE(1) = 'ukwest'
                   AND CFG-KEY-LAYER(1) = 3
                   AND CFG-KEY-PRIOR-LAYER(1) = 1
                   AND CFG-KEY-REDUNDANT(1) = 'N'
                   AND CFG-KEY-VALUE(2) = 'platform'
                   AND CFG-KEY-LAYER(2) = 1
                   AND CFG-KEY-PRIOR-LAYER(2) = 0
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-REDUNDANT-COPY-FLAGGED.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": An override repeating its base is flagged"

           MOVE 0 TO CFG-KEY-COUNT LS-RETURN-CODE
           MOVE 1 TO WS-LAYER-IDX
           MOVE 'COST_CENTER' TO WS-KEY
           MOVE 'CC100' TO WS-VALUE
           PERFORM STORE-RESOLVED-KEY
           MOVE 2 TO WS-LAYER-IDX
           PERFORM STORE-RESOLVED-KEY

           IF CFG-KEY-COUNT = 1
                   AND CFG-KEY-LAYER(1) = 2
                   AND CFG-KEY-PRIOR-LAYER(1) = 1
                   AND CFG-KEY-REDUNDANT(1) = 'Y'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

      *> Within one file the last line still wins, as it always has
       TEST-SAME-LAYER-REPEAT.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": A repeated key in one file keeps the last"

           MOVE 0 TO CFG-KEY-COUNT LS-RETURN-CODE
           MOVE 3 TO WS-LAYER-IDX
           MOVE 'SUFFIX' TO WS-KEY
           MOVE 'p01' TO WS-VALUE
           PERFORM STORE-RESOLVED-KEY
           MOVE 'p02' TO WS-VALUE
           PERFORM STORE-RESOLVED-KEY

           IF CFG-KEY-COUNT = 1
                   AND CFG-KEY-VALUE(1) = 'p02'
                   AND CFG-KEY-PRIOR-LAYER(1) = 0
                   AND CFG-KEY-REDUNDANT(1) = 'N'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

      *> The screens write SB_CAPACITY_UNITS=04 for a layer's "4"
       TEST-NUMERIC-VALUE-UNCHANGED.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": A zero-padded number is not a change"

           MOVE 1 TO CFG-KEY-COUNT WS-KEY-SLOT
           MOVE 'SB_CAPACITY_UNITS' TO CFG-KEY-NAME(1)
           MOVE '4' TO CFG-KEY-VALUE(1)
           MOVE '04' TO WS-LINE-VALUE
           PERFORM COMPARE-KEY-VALUE

           IF WS-SAME-VALUE = 'Y'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-UNSET-ZERO-UNCHANGED.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": A key no layer sets, written as 0, is no change"

           MOVE 'Y' TO WS-TEST-RESULT
           MOVE 0 TO WS-KEY-SLOT
           MOVE '000' TO WS-LINE-VALUE
           PERFORM COMPARE-KEY-VALUE
           IF WS-SAME-VALUE NOT = 'Y'
               MOVE 'N' TO WS-TEST-RESULT
           END-IF
           MOVE SPACES TO WS-LINE-VALUE
           PERFORM COMPARE-KEY-VALUE
           IF WS-SAME-VALUE NOT = 'Y'
               MOVE 'N' TO WS-TEST-RESULT
           END-IF
           MOVE 'Y' TO WS-LINE-VALUE
           PERFORM COMPARE-KEY-VALUE
           IF WS-SAME-VALUE NOT = 'N'
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

       TEST-REAL-CHANGE-DETECTED.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": An edited value is a change"

           MOVE 'Y' TO WS-TEST-RESULT
           MOVE 1 TO CFG-KEY-COUNT WS-KEY-SLOT
           MOVE 'LOCATION' TO CFG-KEY-NAME(1)
           MOVE 'uksouth' TO CFG-KEY-VALUE(1)
           MOVE 'ukwest' TO WS-LINE-VALUE
           PERFORM COMPARE-KEY-VALUE
           IF WS-SAME-VALUE NOT = 'N'
               MOVE 'N' TO WS-TEST-RESULT
           END-IF
           MOVE '30' TO CFG-KEY-VALUE(1)
           MOVE '090' TO WS-LINE-VALUE
           PERFORM COMPARE-KEY-VALUE
           IF WS-SAME-VALUE NOT = 'N'
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

      *> Mirrors AZURECFGLAYER.cbl's CLASSIFY-CONFIG-FILENAME
       CLASSIFY-CONFIG-FILENAME.
           MOVE 'N' TO WS-LAYERED
           MOVE SPACES TO WS-CONFIG-DIR WS-BASE-NAME
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LS-CONFIG-FILENAME
               TRAILING)) TO WS-NAME-LEN
           MOVE 0 TO WS-SLASH-POS
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > WS-NAME-LEN
               IF LS-CONFIG-FILENAME(WS-SCAN-POS:1) = '/'
                   MOVE WS-SCAN-POS TO WS-SLASH-POS
               END-IF
           END-PERFORM
           IF WS-SLASH-POS > 0
               MOVE LS-CONFIG-FILENAME(1:WS-SLASH-POS)
                   TO WS-CONFIG-DIR
           END-IF
           IF WS-SLASH-POS >= WS-NAME-LEN
               EXIT PARAGRAPH
           END-IF
           MOVE LS-CONFIG-FILENAME(WS-SLASH-POS + 1:)
               TO WS-BASE-NAME
           COMPUTE WS-BASE-LEN = WS-NAME-LEN - WS-SLASH-POS

           IF WS-BASE-LEN < 19
                   OR WS-BASE-NAME(1:13) NOT = 'azure-config-'
                   OR WS-BASE-NAME(WS-BASE-LEN - 4:5) NOT = '.conf'
               EXIT PARAGRAPH
           END-IF
           IF WS-BASE-NAME = 'azure-config-base.conf'
                   OR WS-BASE-NAME(1:18) = 'azure-config-tier-'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-LAYERED.

      *> Mirrors AZURECFGLAYER.cbl's STORE-RESOLVED-KEY
       STORE-RESOLVED-KEY.
           MOVE 0 TO WS-KEY-SLOT
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > CFG-KEY-COUNT
                       OR WS-KEY-SLOT > 0
               IF CFG-KEY-NAME(WS-KEY-IDX) = WS-KEY
                   MOVE WS-KEY-IDX TO WS-KEY-SLOT
               END-IF
           END-PERFORM

           IF WS-KEY-SLOT = 0
               IF CFG-KEY-COUNT >= WS-KEY-MAX
                   DISPLAY "More than " WS-KEY-MAX " keys in the "
                           "configuration layers - "
                           FUNCTION TRIM(WS-KEY) " not loaded"
                   MOVE 8 TO LS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CFG-KEY-COUNT
               MOVE CFG-KEY-COUNT TO WS-KEY-SLOT
               MOVE WS-KEY TO CFG-KEY-NAME(WS-KEY-SLOT)
               MOVE 0 TO CFG-KEY-PRIOR-LAYER(WS-KEY-SLOT)
               MOVE 'N' TO CFG-KEY-REDUNDANT(WS-KEY-SLOT)
           ELSE
               IF CFG-KEY-LAYER(WS-KEY-SLOT) NOT = WS-LAYER-IDX
                   MOVE CFG-KEY-LAYER(WS-KEY-SLOT)
                       TO CFG-KEY-PRIOR-LAYER(WS-KEY-SLOT)
                   IF CFG-KEY-VALUE(WS-KEY-SLOT) = WS-VALUE
                       MOVE 'Y' TO CFG-KEY-REDUNDANT(WS-KEY-SLOT)
                   ELSE
                       MOVE 'N' TO CFG-KEY-REDUNDANT(WS-KEY-SLOT)
                   END-IF
               ELSE
                   MOVE 'N' TO CFG-KEY-REDUNDANT(WS-KEY-SLOT)
               END-IF
           END-IF
           MOVE WS-VALUE TO CFG-KEY-VALUE(WS-KEY-SLOT)
           MOVE WS-LAYER-IDX TO CFG-KEY-LAYER(WS-KEY-SLOT).

      *> Mirrors AZURECONFMAINT.cbl's COMPARE-KEY-VALUE
       COMPARE-KEY-VALUE.
           MOVE 'N' TO WS-SAME-VALUE
           IF WS-KEY-SLOT = 0
               IF WS-LINE-VALUE = SPACES
                   MOVE 'Y' TO WS-SAME-VALUE
               ELSE
                   IF FUNCTION TRIM(WS-LINE-VALUE) IS NUMERIC
                       IF FUNCTION NUMVAL(WS-LINE-VALUE) = 0
                           MOVE 'Y' TO WS-SAME-VALUE
                       END-IF
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-LINE-VALUE) =
                   FUNCTION TRIM(CFG-KEY-VALUE(WS-KEY-SLOT))
               MOVE 'Y' TO WS-SAME-VALUE
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE-VALUE NOT = SPACES
                   AND CFG-KEY-VALUE(WS-KEY-SLOT) NOT = SPACES
                   AND FUNCTION TRIM(WS-LINE-VALUE) IS NUMERIC
                   AND FUNCTION TRIM(CFG-KEY-VALUE(WS-KEY-SLOT))
                       IS NUMERIC
               IF FUNCTION NUMVAL(WS-LINE-VALUE) =
                       FUNCTION NUMVAL(CFG-KEY-VALUE(WS-KEY-SLOT))
                   MOVE 'Y' TO WS-SAME-VALUE
               END-IF
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

       END PROGRAM TESTCFGLAYER.

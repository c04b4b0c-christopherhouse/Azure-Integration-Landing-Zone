       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTQUOTA.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Unit tests for the quota headroom report: vCPUs read from a
      *> VM size name, what an environment adds beyond its deployed
      *> snapshot, and the SHORT / FILE / TIGHT / OK verdict on a
      *> family

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  TEST-COUNTER                PIC 9(3) VALUE 0.
       01  PASSED-TESTS                PIC 9(3) VALUE 0.
       01  FAILED-TESTS                PIC 9(3) VALUE 0.
       01  WS-TEST-RESULT              PIC X(6).

      *> AZUREQUOTA working storage
       01  WS-VM-SIZE                  PIC X(32).
       01  WS-VM-SIZE-POS              PIC 9(2).
       01  WS-VM-DIGITS                PIC X(4).
       01  WS-VM-DIGIT-COUNT           PIC 9(1).
       01  WS-VM-CORES                 PIC 9(3).
       01  WS-TEMP-BEFORE              PIC X(128).
       01  WS-TEMP-AFTER               PIC X(128).
       01  WS-FAMILY-VALUES.
           05  FILLER PIC X(6)  VALUE 'CORES'.
           05  FILLER PIC X(6)  VALUE 'PIP'.
           05  FILLER PIC X(6)  VALUE 'PIPPFX'.
           05  FILLER PIC X(6)  VALUE 'VNET'.
           05  FILLER PIC X(6)  VALUE 'NSG'.
           05  FILLER PIC X(6)  VALUE 'AGW'.
           05  FILLER PIC X(6)  VALUE 'NATGW'.
           05  FILLER PIC X(6)  VALUE 'SA'.
           05  FILLER PIC X(6)  VALUE 'SBNS'.
           05  FILLER PIC X(6)  VALUE 'EHNS'.
       01  WS-FAMILIES REDEFINES WS-FAMILY-VALUES.
           05  WS-FAMILY-ENTRY OCCURS 10 TIMES.
               10  WS-FAM-CODE         PIC X(6).
       01  WS-FP-COUNT                 PIC 9(2).
       01  WS-FP-TABLE.
           05  WS-FP-ENTRY OCCURS 20 TIMES.
               10  WS-FP-SUB           PIC X(36).
               10  WS-FP-LOC           PIC X(32).
               10  WS-FP-ROLE          PIC X(8).
               10  WS-FP-FAM           PIC 9(2).
               10  WS-FP-AMOUNT        PIC 9(5).
       01  WS-WANT-COUNT               PIC 9(2).
       01  WS-WANT-TABLE.
           05  WS-WANT-ENTRY OCCURS 20 TIMES.
               10  WS-WANT-SUB         PIC X(36).
               10  WS-WANT-LOC         PIC X(32).
               10  WS-WANT-ROLE        PIC X(8).
               10  WS-WANT-FAM         PIC 9(2).
               10  WS-WANT-AMOUNT      PIC 9(5).
       01  WS-FP-IDX                   PIC 9(2).
       01  WS-WANT-IDX                 PIC 9(2).
       01  WS-ADD-SUB                  PIC X(36).
       01  WS-ADD-LOC                  PIC X(32).
       01  WS-ADD-ROLE                 PIC X(8).
       01  WS-ADD-FAM                  PIC 9(2).
       01  WS-ADD-AMOUNT               PIC 9(5).
       01  WS-HAVE-AMOUNT              PIC 9(5).
       01  WS-ENV-NAME                 PIC X(32).
       01  WS-DM-COUNT                 PIC 9(2) VALUE 0.
       01  WS-DM-TABLE.
           05  WS-DM-ENTRY OCCURS 60 TIMES.
               10  WS-DM-SUB           PIC X(36).
               10  WS-DM-LOC           PIC X(32).
               10  WS-DM-ROLE          PIC X(8).
               10  WS-DM-FAM           PIC 9(2).
               10  WS-DM-ADD           PIC 9(5).
               10  WS-DM-ENVS          PIC X(64).
               10  WS-DM-FETCHED       PIC X.
               10  WS-DM-CURRENT       PIC 9(10).
               10  WS-DM-LIMIT         PIC 9(10).
               10  WS-DM-OLD-DATE      PIC 9(8).
               10  WS-DM-OLD-CURRENT   PIC 9(10).
               10  WS-DM-STATUS        PIC X(5).
               10  WS-DM-DAYS-LEFT     PIC 9(5).
       01  WS-DM-IDX                   PIC 9(2).
       01  WS-DM-SLOT                  PIC 9(2).
       01  WS-ENVS-PTR                 PIC 9(3).
       01  WS-LEAD-DAYS                PIC 9(3) VALUE 28.
       01  WS-WARN-PCT                 PIC 9(3) VALUE 80.
       01  WS-TODAY-DAYS               PIC 9(7).
       01  WS-HEADROOM                 PIC S9(10).
       01  WS-AFTER-HEADROOM           PIC S9(10).
       01  WS-PROJECTED-PCT            PIC 9(5).
       01  WS-GROWTH-DAYS              PIC 9(7).
       01  WS-GROWTH                   PIC 9(10).
       01  WS-DAILY-GROWTH             PIC 9(7)V9(4).
       01  WS-FLAGGED-COUNT            PIC 9(3) VALUE 0.
       01  WS-SHORT-COUNT              PIC 9(3) VALUE 0.
       01  WS-FILE-COUNT               PIC 9(3) VALUE 0.
       01  WS-UNAVAILABLE-COUNT        PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Quota Headroom Unit Tests"
           DISPLAY "========================="

           COMPUTE WS-TODAY-DAYS = FUNCTION INTEGER-OF-DATE(20261015)

           PERFORM TEST-CORES-FROM-SIZE
           PERFORM TEST-CORES-TWO-DIGITS
           PERFORM TEST-CORES-UNREADABLE-SIZE
           PERFORM TEST-UNDEPLOYED-FULL-FOOTPRINT
           PERFORM TEST-DEPLOYED-GROWTH-ONLY
           PERFORM TEST-DEMAND-ACROSS-ENVIRONMENTS
           PERFORM TEST-ADDITIONS-DO-NOT-FIT
           PERFORM TEST-GROWTH-WITHIN-LEAD-TIME
           PERFORM TEST-GROWTH-BEYOND-LEAD-TIME
           PERFORM TEST-FITS-ABOVE-WARNING
           PERFORM TEST-USAGE-UNAVAILABLE

           PERFORM DISPLAY-TEST-SUMMARY

           STOP RUN.

       TEST-CORES-FROM-SIZE.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": The vCPUs follow the series letters"

           MOVE 'Standard_D4s_v3' TO WS-VM-SIZE
           PERFORM CORES-FROM-VM-SIZE

           IF WS-VM-CORES = 4
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-CORES-TWO-DIGITS.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": A two-digit size is read whole"

           MOVE 'Standard_E16as_v5' TO WS-VM-SIZE
           PERFORM CORES-FROM-VM-SIZE

           IF WS-VM-CORES = 16
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-CORES-UNREADABLE-SIZE.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": A size with no number counts as 4"

           MOVE SPACES TO WS-VM-SIZE
           PERFORM CORES-FROM-VM-SIZE

           IF WS-VM-CORES = 4
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-UNDEPLOYED-FULL-FOOTPRINT.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": A new environment adds its footprint"

           MOVE 0 TO WS-DM-COUNT
           MOVE 0 TO WS-FP-COUNT
           MOVE 'dev' TO WS-ENV-NAME
           MOVE 1 TO WS-WANT-COUNT
           MOVE 'sub-1' TO WS-WANT-SUB(1)
           MOVE 'westeurope' TO WS-WANT-LOC(1)
           MOVE 'primary' TO WS-WANT-ROLE(1)
           MOVE 8 TO WS-WANT-FAM(1)
           MOVE 3 TO WS-WANT-AMOUNT(1)
           MOVE 1 TO WS-WANT-IDX
           PERFORM ADD-ENVIRONMENT-DEMAND

           IF WS-DM-COUNT = 1 AND WS-DM-ADD(1) = 3
                   AND WS-DM-ENVS(1) = 'dev'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-DEPLOYED-GROWTH-ONLY.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": A deployed one adds only its growth"

           MOVE 0 TO WS-DM-COUNT
           MOVE 'test' TO WS-ENV-NAME
           MOVE 1 TO WS-WANT-COUNT
           MOVE 'sub-1' TO WS-WANT-SUB(1)
           MOVE 'westeurope' TO WS-WANT-LOC(1)
           MOVE 'primary' TO WS-WANT-ROLE(1)
           MOVE 8 TO WS-WANT-FAM(1)
           MOVE 3 TO WS-WANT-AMOUNT(1)
           MOVE 1 TO WS-FP-COUNT
           MOVE WS-WANT-ENTRY(1) TO WS-FP-ENTRY(1)
           MOVE 2 TO WS-FP-AMOUNT(1)
           MOVE 1 TO WS-WANT-IDX
           PERFORM ADD-ENVIRONMENT-DEMAND

           IF WS-DM-COUNT = 1 AND WS-DM-ADD(1) = 1
                   AND WS-DM-ENVS(1) = 'test'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-DEMAND-ACROSS-ENVIRONMENTS.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": Environments add up and are named"

           MOVE 0 TO WS-DM-COUNT
           MOVE 0 TO WS-FP-COUNT
           MOVE 1 TO WS-WANT-COUNT
           MOVE 'sub-1' TO WS-WANT-SUB(1)
           MOVE 'westeurope' TO WS-WANT-LOC(1)
           MOVE 'primary' TO WS-WANT-ROLE(1)
           MOVE 8 TO WS-WANT-FAM(1)
           MOVE 3 TO WS-WANT-AMOUNT(1)
           MOVE 1 TO WS-WANT-IDX
           MOVE 'dev' TO WS-ENV-NAME
           PERFORM ADD-ENVIRONMENT-DEMAND
           MOVE 'prod' TO WS-ENV-NAME
           PERFORM ADD-ENVIRONMENT-DEMAND

           IF WS-DM-COUNT = 1 AND WS-DM-ADD(1) = 6
                   AND WS-DM-ENVS(1) = 'dev,prod'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-ADDITIONS-DO-NOT-FIT.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": Additions beyond the limit are SHORT"

           INITIALIZE WS-DM-ENTRY(1)
           MOVE 'Y' TO WS-DM-FETCHED(1)
           MOVE 249 TO WS-DM-CURRENT(1)
           MOVE 250 TO WS-DM-LIMIT(1)
           MOVE 3 TO WS-DM-ADD(1)
           MOVE 0 TO WS-DM-OLD-DATE(1)
           MOVE 0 TO WS-DM-OLD-CURRENT(1)
           MOVE 1 TO WS-DM-IDX
           PERFORM JUDGE-ONE-FAMILY

           IF WS-DM-STATUS(1) = 'SHORT'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-GROWTH-WITHIN-LEAD-TIME.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": Growth reaching the limit soon is FILE"

           INITIALIZE WS-DM-ENTRY(1)
           MOVE 'Y' TO WS-DM-FETCHED(1)
           MOVE 14 TO WS-DM-CURRENT(1)
           MOVE 20 TO WS-DM-LIMIT(1)
           MOVE 0 TO WS-DM-ADD(1)
           MOVE 20260915 TO WS-DM-OLD-DATE(1)
           MOVE 2 TO WS-DM-OLD-CURRENT(1)
           MOVE 1 TO WS-DM-IDX
           PERFORM JUDGE-ONE-FAMILY

           IF WS-DM-STATUS(1) = 'FILE'
                   AND WS-DM-DAYS-LEFT(1) = 15
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-GROWTH-BEYOND-LEAD-TIME.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": Slow growth is reported, not flagged"

           INITIALIZE WS-DM-ENTRY(1)
           MOVE 'Y' TO WS-DM-FETCHED(1)
           MOVE 8 TO WS-DM-CURRENT(1)
           MOVE 100 TO WS-DM-LIMIT(1)
           MOVE 0 TO WS-DM-ADD(1)
           MOVE 20260915 TO WS-DM-OLD-DATE(1)
           MOVE 2 TO WS-DM-OLD-CURRENT(1)
           MOVE 1 TO WS-DM-IDX
           PERFORM JUDGE-ONE-FAMILY

           IF WS-DM-STATUS(1) = 'OK'
                   AND WS-DM-DAYS-LEFT(1) = 460
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-FITS-ABOVE-WARNING.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": Additions that fit but crowd it are TIGHT"

           INITIALIZE WS-DM-ENTRY(1)
           MOVE 'Y' TO WS-DM-FETCHED(1)
           MOVE 80 TO WS-DM-CURRENT(1)
           MOVE 100 TO WS-DM-LIMIT(1)
           MOVE 5 TO WS-DM-ADD(1)
           MOVE 0 TO WS-DM-OLD-DATE(1)
           MOVE 0 TO WS-DM-OLD-CURRENT(1)
           MOVE 1 TO WS-DM-IDX
           PERFORM JUDGE-ONE-FAMILY

           IF WS-DM-STATUS(1) = 'TIGHT'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-USAGE-UNAVAILABLE.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": Unreadable usage is N/A"

           INITIALIZE WS-DM-ENTRY(1)
           MOVE 'F' TO WS-DM-FETCHED(1)
           MOVE 0 TO WS-DM-CURRENT(1)
           MOVE 0 TO WS-DM-LIMIT(1)
           MOVE 1 TO WS-DM-ADD(1)
           MOVE 0 TO WS-DM-OLD-DATE(1)
           MOVE 0 TO WS-DM-OLD-CURRENT(1)
           MOVE 1 TO WS-DM-IDX
           PERFORM JUDGE-ONE-FAMILY

           IF WS-DM-STATUS(1) = 'N/A'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

      *> Mirrors AZUREQUOTA.cbl's CORES-FROM-VM-SIZE
       CORES-FROM-VM-SIZE.
           MOVE 0 TO WS-VM-CORES
           MOVE SPACES TO WS-TEMP-BEFORE WS-TEMP-AFTER
           UNSTRING WS-VM-SIZE DELIMITED BY '_'
               INTO WS-TEMP-BEFORE WS-TEMP-AFTER
           END-UNSTRING
           IF WS-TEMP-AFTER = SPACES
               MOVE WS-TEMP-BEFORE TO WS-TEMP-AFTER
           END-IF
           MOVE 1 TO WS-VM-SIZE-POS
           PERFORM UNTIL WS-VM-SIZE-POS > 32
                   OR WS-TEMP-AFTER(WS-VM-SIZE-POS:1) IS NUMERIC
                   OR WS-TEMP-AFTER(WS-VM-SIZE-POS:1) = SPACE
               ADD 1 TO WS-VM-SIZE-POS
           END-PERFORM
           MOVE SPACES TO WS-VM-DIGITS
           MOVE 0 TO WS-VM-DIGIT-COUNT
           PERFORM UNTIL WS-VM-SIZE-POS > 32
                   OR WS-TEMP-AFTER(WS-VM-SIZE-POS:1) IS NOT NUMERIC
                   OR WS-VM-DIGIT-COUNT >= 3
               ADD 1 TO WS-VM-DIGIT-COUNT
               MOVE WS-TEMP-AFTER(WS-VM-SIZE-POS:1)
                   TO WS-VM-DIGITS(WS-VM-DIGIT-COUNT:1)
               ADD 1 TO WS-VM-SIZE-POS
           END-PERFORM
           IF WS-VM-DIGIT-COUNT > 0
               MOVE FUNCTION NUMVAL(WS-VM-DIGITS) TO WS-VM-CORES
           END-IF
           IF WS-VM-CORES = 0
               MOVE 4 TO WS-VM-CORES
           END-IF.

      *> Mirrors AZUREQUOTA.cbl's JUDGE-ONE-FAMILY
       JUDGE-ONE-FAMILY.
           MOVE 0 TO WS-DM-DAYS-LEFT(WS-DM-IDX)
           IF WS-DM-FETCHED(WS-DM-IDX) NOT = 'Y'
               MOVE 'N/A' TO WS-DM-STATUS(WS-DM-IDX)
               ADD 1 TO WS-UNAVAILABLE-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-HEADROOM = WS-DM-LIMIT(WS-DM-IDX)
               - WS-DM-CURRENT(WS-DM-IDX)
           COMPUTE WS-AFTER-HEADROOM = WS-HEADROOM
               - WS-DM-ADD(WS-DM-IDX)
           IF WS-AFTER-HEADROOM < 0
               MOVE 'SHORT' TO WS-DM-STATUS(WS-DM-IDX)
               ADD 1 TO WS-SHORT-COUNT WS-FLAGGED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE 'OK' TO WS-DM-STATUS(WS-DM-IDX)
           IF WS-DM-OLD-DATE(WS-DM-IDX) > 0
               COMPUTE WS-GROWTH-DAYS = WS-TODAY-DAYS -
                   FUNCTION INTEGER-OF-DATE(WS-DM-OLD-DATE(WS-DM-IDX))
               IF WS-GROWTH-DAYS > 0
                       AND WS-DM-CURRENT(WS-DM-IDX) >
                           WS-DM-OLD-CURRENT(WS-DM-IDX)
                   COMPUTE WS-GROWTH = WS-DM-CURRENT(WS-DM-IDX)
                       - WS-DM-OLD-CURRENT(WS-DM-IDX)
                   COMPUTE WS-DAILY-GROWTH =
                       WS-GROWTH / WS-GROWTH-DAYS
                   IF WS-DAILY-GROWTH > 0
                       COMPUTE WS-DM-DAYS-LEFT(WS-DM-IDX) =
                           WS-AFTER-HEADROOM / WS-DAILY-GROWTH
                       IF WS-DM-DAYS-LEFT(WS-DM-IDX) <= WS-LEAD-DAYS
                           MOVE 'FILE' TO WS-DM-STATUS(WS-DM-IDX)
                           ADD 1 TO WS-FILE-COUNT WS-FLAGGED-COUNT
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-DM-LIMIT(WS-DM-IDX) > 0
               COMPUTE WS-PROJECTED-PCT =
                   (WS-DM-CURRENT(WS-DM-IDX) + WS-DM-ADD(WS-DM-IDX))
                   * 100 / WS-DM-LIMIT(WS-DM-IDX)
               IF WS-PROJECTED-PCT > WS-WARN-PCT
                   MOVE 'TIGHT' TO WS-DM-STATUS(WS-DM-IDX)
               END-IF
           END-IF.

      *> Mirrors AZUREQUOTA.cbl's ADD-ENVIRONMENT-DEMAND
       ADD-ENVIRONMENT-DEMAND.
           MOVE 0 TO WS-HAVE-AMOUNT
           PERFORM VARYING WS-FP-IDX FROM 1 BY 1
                   UNTIL WS-FP-IDX > WS-FP-COUNT
               IF WS-FP-SUB(WS-FP-IDX) = WS-WANT-SUB(WS-WANT-IDX)
                       AND WS-FP-LOC(WS-FP-IDX) =
                           WS-WANT-LOC(WS-WANT-IDX)
                       AND WS-FP-FAM(WS-FP-IDX) =
                           WS-WANT-FAM(WS-WANT-IDX)
                   ADD WS-FP-AMOUNT(WS-FP-IDX) TO WS-HAVE-AMOUNT
               END-IF
           END-PERFORM
           MOVE WS-WANT-SUB(WS-WANT-IDX) TO WS-ADD-SUB
           MOVE WS-WANT-LOC(WS-WANT-IDX) TO WS-ADD-LOC
           MOVE WS-WANT-ROLE(WS-WANT-IDX) TO WS-ADD-ROLE
           MOVE WS-WANT-FAM(WS-WANT-IDX) TO WS-ADD-FAM
           IF WS-WANT-AMOUNT(WS-WANT-IDX) > WS-HAVE-AMOUNT
               COMPUTE WS-ADD-AMOUNT = WS-WANT-AMOUNT(WS-WANT-IDX)
                   - WS-HAVE-AMOUNT
           ELSE
               MOVE 0 TO WS-ADD-AMOUNT
           END-IF
           PERFORM NOTE-DEMAND.

      *> Mirrors AZUREQUOTA.cbl's NOTE-DEMAND
       NOTE-DEMAND.
           MOVE 0 TO WS-DM-SLOT
           PERFORM VARYING WS-DM-IDX FROM 1 BY 1
                   UNTIL WS-DM-IDX > WS-DM-COUNT OR WS-DM-SLOT > 0
               IF WS-DM-SUB(WS-DM-IDX) = WS-ADD-SUB
                       AND WS-DM-LOC(WS-DM-IDX) = WS-ADD-LOC
                       AND WS-DM-FAM(WS-DM-IDX) = WS-ADD-FAM
                   MOVE WS-DM-IDX TO WS-DM-SLOT
               END-IF
           END-PERFORM
           IF WS-DM-SLOT = 0
               IF WS-DM-COUNT >= 60
                   DISPLAY "  More than 60 quota families in play - "
                           FUNCTION TRIM(WS-FAM-CODE(WS-ADD-FAM))
                           " in " FUNCTION TRIM(WS-ADD-LOC)
                           " not checked"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DM-COUNT
               MOVE WS-DM-COUNT TO WS-DM-SLOT
               INITIALIZE WS-DM-ENTRY(WS-DM-SLOT)
               MOVE WS-ADD-SUB TO WS-DM-SUB(WS-DM-SLOT)
               MOVE WS-ADD-LOC TO WS-DM-LOC(WS-DM-SLOT)
               MOVE WS-ADD-ROLE TO WS-DM-ROLE(WS-DM-SLOT)
               MOVE WS-ADD-FAM TO WS-DM-FAM(WS-DM-SLOT)
               MOVE 'N' TO WS-DM-FETCHED(WS-DM-SLOT)
           END-IF
           IF WS-ADD-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF
           ADD WS-ADD-AMOUNT TO WS-DM-ADD(WS-DM-SLOT)
           IF WS-DM-ENVS(WS-DM-SLOT) = SPACES
               MOVE WS-ENV-NAME TO WS-DM-ENVS(WS-DM-SLOT)
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   WS-DM-ENVS(WS-DM-SLOT) TRAILING)) TO WS-ENVS-PTR
               ADD 1 TO WS-ENVS-PTR
               STRING ',' FUNCTION TRIM(WS-ENV-NAME)
                   DELIMITED BY SIZE INTO WS-DM-ENVS(WS-DM-SLOT)
                   WITH POINTER WS-ENVS-PTR
               END-STRING
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

       END PROGRAM TESTQUOTA.

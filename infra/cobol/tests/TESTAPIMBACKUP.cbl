       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTAPIMBACKUP.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Unit tests for the AZUREAPIMBACKUP backup catalog - reading
      *> catalog lines, which generations are pruned, which backup a
      *> restore picks, and when a restore counts as production

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  TEST-COUNTER                PIC 9(3) VALUE 0.
       01  PASSED-TESTS                PIC 9(3) VALUE 0.
       01  FAILED-TESTS                PIC 9(3) VALUE 0.
       01  WS-TEST-RESULT              PIC X(6).

       01  WS-APIM-NAME                PIC X(64).
       01  WS-RESTORE-REQUEST          PIC X(80).
       01  WS-BACKUP-NAME              PIC X(80).
       01  WS-KEEP-GENERATIONS         PIC 9(3) VALUE 7.
       01  WS-ENV-UPPER                PIC X(16).
       01  WS-CAT-COUNT                PIC 9(3) VALUE 0.
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY OCCURS 300 TIMES.
               10  WS-CAT-LINE         PIC X(160).
               10  WS-CAT-TAG          PIC X(8).
               10  WS-CAT-BACKUP       PIC X(80).
               10  WS-CAT-ENV          PIC X(16).
               10  WS-CAT-SERVICE      PIC X(64).
               10  WS-CAT-STAMP        PIC X(14).
               10  WS-CAT-OUTCOME      PIC X(8).
               10  WS-CAT-PRUNE        PIC X.
       01  WS-CAT-IDX                  PIC 9(3).
       01  WS-CAT-LINE-WORK            PIC X(160).
       01  WS-GOOD-COUNT               PIC 9(3).
       01  WS-GOOD-SEEN                PIC 9(3).
       01  WS-PRUNE-THROUGH            PIC 9(3).
       01  WS-PRUNED-COUNT             PIC 9(3) VALUE 0.
       01  WS-LATEST-IDX               PIC 9(3).

       01  WS-SEQ                      PIC 9(2).
       01  WS-OUTCOME-TEXT             PIC X(8).
       01  WS-PRUNE-LIST               PIC X(12).
       01  WS-PICK-LIST                PIC X(80).
       01  WS-PROD-LIST                PIC X(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "APIM Backup Catalog Unit Tests"
           DISPLAY "=============================="

           PERFORM TEST-CATALOG-LINE-PARSE
           PERFORM TEST-PRUNE-GENERATIONS
           PERFORM TEST-SELECT-RESTORE-BACKUP
           PERFORM TEST-PRODUCTION-RESTORE

           PERFORM DISPLAY-TEST-SUMMARY

           STOP RUN.

       TEST-CATALOG-LINE-PARSE.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Catalog Line Parse"

           MOVE 0 TO WS-CAT-COUNT
           INITIALIZE WS-CAT-TABLE
           MOVE 'APIMBK|apim-prod-x-20261014020000|prod|apim-prod-x|'
               TO WS-CAT-LINE-WORK
           MOVE '20261014020000|OK' TO WS-CAT-LINE-WORK(52:)
           ADD 1 TO WS-CAT-COUNT
           MOVE WS-CAT-COUNT TO WS-CAT-IDX
           PERFORM SPLIT-CATALOG-LINE

           IF WS-CAT-TAG(1) = 'APIMBK'
                   AND WS-CAT-BACKUP(1) = 'apim-prod-x-20261014020000'
                   AND WS-CAT-ENV(1) = 'prod'
                   AND WS-CAT-SERVICE(1) = 'apim-prod-x'
                   AND WS-CAT-STAMP(1) = '20261014020000'
                   AND WS-CAT-OUTCOME(1) = 'OK'
                   AND WS-CAT-PRUNE(1) = 'N'
                   AND WS-CAT-LINE(1) = WS-CAT-LINE-WORK
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-CAT-BACKUP(1)(1:40)
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-PRUNE-GENERATIONS.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Prune Old Generations"

      *> Nine good nights with a failed night between the first two,
      *> and another instance's backup: keeping 7 drops the two
      *> oldest good backups and the failure older than them, and
      *> leaves the other instance alone
           PERFORM LOAD-PRUNE-CATALOG
           MOVE 7 TO WS-KEEP-GENERATIONS
           PERFORM MARK-PRUNED-ENTRIES
           MOVE SPACES TO WS-PRUNE-LIST
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               MOVE WS-CAT-PRUNE(WS-CAT-IDX)
                   TO WS-PRUNE-LIST(WS-CAT-IDX:1)
           END-PERFORM

           IF WS-PRUNE-LIST = 'YYNYNNNNNNN'
                   AND WS-PRUNED-COUNT = 2
                   AND WS-GOOD-COUNT = 9
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-PRUNE-LIST " " WS-PRUNED-COUNT
           END-IF

      *> Fewer good backups than generations kept prunes nothing
           PERFORM LOAD-PRUNE-CATALOG
           MOVE 30 TO WS-KEEP-GENERATIONS
           PERFORM MARK-PRUNED-ENTRIES
           IF WS-PRUNE-THROUGH NOT = 0 OR WS-PRUNED-COUNT NOT = 0
               MOVE 'FAIL' TO WS-TEST-RESULT
               SUBTRACT 1 FROM PASSED-TESTS
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Pruned with nothing to prune"
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-SELECT-RESTORE-BACKUP.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Restore Backup Selection"

      *> LATEST is the newest good backup of this instance; a named
      *> failed backup or another instance's backup is not offered
           PERFORM LOAD-PRUNE-CATALOG
           MOVE SPACES TO WS-PICK-LIST
           MOVE 'LATEST' TO WS-RESTORE-REQUEST
           PERFORM SELECT-RESTORE-BACKUP
           MOVE WS-BACKUP-NAME(1:20) TO WS-PICK-LIST(1:20)
           MOVE 'apim-dev-x-04' TO WS-RESTORE-REQUEST
           PERFORM SELECT-RESTORE-BACKUP
           MOVE WS-BACKUP-NAME(1:20) TO WS-PICK-LIST(21:20)
           MOVE 'apim-dev-x-02' TO WS-RESTORE-REQUEST
           PERFORM SELECT-RESTORE-BACKUP
           MOVE WS-BACKUP-NAME(1:20) TO WS-PICK-LIST(41:20)
           MOVE 'apim-tst-x-01' TO WS-RESTORE-REQUEST
           PERFORM SELECT-RESTORE-BACKUP
           MOVE WS-BACKUP-NAME(1:20) TO WS-PICK-LIST(61:20)

           IF WS-PICK-LIST(1:20) = 'apim-dev-x-11'
                   AND WS-PICK-LIST(21:20) = 'apim-dev-x-04'
                   AND WS-PICK-LIST(41:40) = SPACES
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-PICK-LIST
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-PRODUCTION-RESTORE.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Production Name Folding"

      *> prod, Production and PROD all need the RESTORE grant;
      *> preprod and dev do not
           MOVE SPACES TO WS-PROD-LIST
           MOVE 'prod' TO WS-ENV-UPPER
           PERFORM CHECK-PRODUCTION-NAME
           PERFORM NOTE-PRODUCTION-VERDICT
           MOVE 'Production' TO WS-ENV-UPPER
           PERFORM CHECK-PRODUCTION-NAME
           PERFORM NOTE-PRODUCTION-VERDICT
           MOVE 'preprod' TO WS-ENV-UPPER
           PERFORM CHECK-PRODUCTION-NAME
           PERFORM NOTE-PRODUCTION-VERDICT
           MOVE 'dev' TO WS-ENV-UPPER
           PERFORM CHECK-PRODUCTION-NAME
           PERFORM NOTE-PRODUCTION-VERDICT

           IF WS-PROD-LIST = 'YYNN'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-PROD-LIST
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       NOTE-PRODUCTION-VERDICT.
           IF WS-ENV-UPPER = 'PROD'
               STRING WS-PROD-LIST DELIMITED BY SPACE 'Y'
                   DELIMITED BY SIZE INTO WS-PROD-LIST
               END-STRING
           ELSE
               STRING WS-PROD-LIST DELIMITED BY SPACE 'N'
                   DELIMITED BY SIZE INTO WS-PROD-LIST
               END-STRING
           END-IF.

      *> Entries 1, 2, 4-11 are dev-x nights 01, 02, 04-11 - night 02
      *> failed; entry 3 belongs to another instance
       LOAD-PRUNE-CATALOG.
           MOVE 0 TO WS-CAT-COUNT
           INITIALIZE WS-CAT-TABLE
           PERFORM VARYING WS-SEQ FROM 1 BY 1 UNTIL WS-SEQ > 11
               MOVE 'OK' TO WS-OUTCOME-TEXT
               IF WS-SEQ = 2
                   MOVE 'FAILED' TO WS-OUTCOME-TEXT
               END-IF
               MOVE SPACES TO WS-CAT-LINE-WORK
               IF WS-SEQ = 3
                   STRING 'APIMBK|apim-tst-x-01|tst|apim-tst-x|'
                          '20261001020000|OK'
                       DELIMITED BY SIZE INTO WS-CAT-LINE-WORK
                   END-STRING
               ELSE
                   STRING 'APIMBK|apim-dev-x-' WS-SEQ
                          '|dev|apim-dev-x|202610' WS-SEQ '020000|'
                          WS-OUTCOME-TEXT
                       DELIMITED BY SIZE INTO WS-CAT-LINE-WORK
                   END-STRING
               END-IF
               ADD 1 TO WS-CAT-COUNT
               MOVE WS-CAT-COUNT TO WS-CAT-IDX
               PERFORM SPLIT-CATALOG-LINE
           END-PERFORM
           MOVE 'apim-dev-x' TO WS-APIM-NAME.

      *> Mirrors AZUREAPIMBACKUP.cbl's SPLIT-CATALOG-LINE
       SPLIT-CATALOG-LINE.
           MOVE WS-CAT-LINE-WORK TO WS-CAT-LINE(WS-CAT-IDX)
           UNSTRING WS-CAT-LINE-WORK DELIMITED BY '|'
               INTO WS-CAT-TAG(WS-CAT-IDX) WS-CAT-BACKUP(WS-CAT-IDX)
                    WS-CAT-ENV(WS-CAT-IDX) WS-CAT-SERVICE(WS-CAT-IDX)
                    WS-CAT-STAMP(WS-CAT-IDX)
                    WS-CAT-OUTCOME(WS-CAT-IDX)
           END-UNSTRING
           MOVE 'N' TO WS-CAT-PRUNE(WS-CAT-IDX).

      *> Mirrors AZUREAPIMBACKUP.cbl's MARK-PRUNED-ENTRIES
       MARK-PRUNED-ENTRIES.
           MOVE 0 TO WS-GOOD-COUNT WS-GOOD-SEEN WS-PRUNE-THROUGH
                     WS-PRUNED-COUNT
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF WS-CAT-TAG(WS-CAT-IDX) = 'APIMBK'
                       AND WS-CAT-SERVICE(WS-CAT-IDX) = WS-APIM-NAME
                       AND WS-CAT-OUTCOME(WS-CAT-IDX) = 'OK'
                   ADD 1 TO WS-GOOD-COUNT
               END-IF
           END-PERFORM
           IF WS-GOOD-COUNT NOT > WS-KEEP-GENERATIONS
               EXIT PARAGRAPH
           END-IF
      *> The last good backup to go is number GOOD - KEEP, oldest
      *> first
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
                      OR WS-PRUNE-THROUGH > 0
               IF WS-CAT-TAG(WS-CAT-IDX) = 'APIMBK'
                       AND WS-CAT-SERVICE(WS-CAT-IDX) = WS-APIM-NAME
                       AND WS-CAT-OUTCOME(WS-CAT-IDX) = 'OK'
                   ADD 1 TO WS-GOOD-SEEN
                   IF WS-GOOD-SEEN =
                           WS-GOOD-COUNT - WS-KEEP-GENERATIONS
                       MOVE WS-CAT-IDX TO WS-PRUNE-THROUGH
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-PRUNE-THROUGH
               IF WS-CAT-TAG(WS-CAT-IDX) = 'APIMBK'
                       AND WS-CAT-SERVICE(WS-CAT-IDX) = WS-APIM-NAME
                   MOVE 'Y' TO WS-CAT-PRUNE(WS-CAT-IDX)
                   IF WS-CAT-OUTCOME(WS-CAT-IDX) = 'OK'
                       ADD 1 TO WS-PRUNED-COUNT
                   END-IF
               END-IF
           END-PERFORM.

      *> Mirrors AZUREAPIMBACKUP.cbl's SELECT-RESTORE-BACKUP
       SELECT-RESTORE-BACKUP.
           MOVE SPACES TO WS-BACKUP-NAME
           MOVE 0 TO WS-LATEST-IDX
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF WS-CAT-TAG(WS-CAT-IDX) = 'APIMBK'
                       AND WS-CAT-SERVICE(WS-CAT-IDX) = WS-APIM-NAME
                       AND WS-CAT-OUTCOME(WS-CAT-IDX) = 'OK'
                   IF WS-RESTORE-REQUEST = 'LATEST'
                           OR WS-RESTORE-REQUEST = 'latest'
                           OR WS-RESTORE-REQUEST
                              = WS-CAT-BACKUP(WS-CAT-IDX)
                       MOVE WS-CAT-IDX TO WS-LATEST-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LATEST-IDX > 0
               MOVE WS-CAT-BACKUP(WS-LATEST-IDX) TO WS-BACKUP-NAME
           END-IF.

      *> Mirrors AZUREAPIMBACKUP.cbl's CHECK-PRODUCTION-NAME
       CHECK-PRODUCTION-NAME.
           INSPECT WS-ENV-UPPER CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-ENV-UPPER = 'PRODUCTION'
               MOVE 'PROD' TO WS-ENV-UPPER
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

       END PROGRAM TESTAPIMBACKUP.

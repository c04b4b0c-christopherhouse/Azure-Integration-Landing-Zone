       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTSECRETSCAN.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Unit tests for the secret leak scanner: masking of matched
      *> text, escaping of configured secrets for the redaction
      *> script, one finding per file and line, and which configured
      *> values are worth searching for

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  TEST-COUNTER                PIC 9(3) VALUE 0.
       01  PASSED-TESTS                PIC 9(3) VALUE 0.
       01  FAILED-TESTS                PIC 9(3) VALUE 0.
       01  WS-TEST-RESULT              PIC X(6).

      *> AZURESECRETSCAN working storage
       01  WS-LIT-COUNT                PIC 9(2) VALUE 0.
       01  WS-LIT-TABLE.
           05  WS-LIT-ENTRY OCCURS 30 TIMES.
               10  WS-LIT-LABEL        PIC X(32).
               10  WS-LIT-VALUE        PIC X(256).
       01  WS-LIT-IDX                  PIC 9(2).
       01  WS-LIT-CANDIDATE            PIC X(256).
       01  WS-LIT-CANDIDATE-LABEL      PIC X(32).
       01  WS-LIT-MIN-LENGTH           PIC 9(2) VALUE 8.
       01  WS-ESCAPED                  PIC X(520).
       01  WS-ESCAPED-PTR              PIC 9(3).
       01  WS-ESCAPE-SOURCE            PIC X(256).
       01  WS-ESCAPE-LEN               PIC 9(3).
       01  WS-CHAR-IDX                 PIC 9(3).
       01  WS-ONE-CHAR                 PIC X.
       01  WS-HIT-FILE                 PIC X(200).
       01  WS-HIT-LINENO-TEXT          PIC X(10).
       01  WS-HIT-MATCH                PIC X(1024).
       01  WS-HIT-KIND                 PIC X(16).
       01  WS-HIT-DETAIL               PIC X(64).
       01  WS-MATCH-LEN                PIC 9(4).
       01  WS-MATCH-LEN-DISPLAY        PIC Z(3)9.
       01  WS-FINDING-MAX              PIC 9(3) VALUE 500.
       01  WS-FINDING-COUNT            PIC 9(3) VALUE 0.
       01  WS-FINDING-TABLE.
           05  WS-FINDING-ENTRY OCCURS 500 TIMES.
               10  WS-FND-FILE         PIC X(200).
               10  WS-FND-LINE         PIC 9(7).
               10  WS-FND-KIND         PIC X(16).
               10  WS-FND-DETAIL       PIC X(64).
               10  WS-FND-REDACTED     PIC X.
       01  WS-FND-IDX                  PIC 9(3).
       01  WS-FND-SLOT                 PIC 9(3).
       01  WS-UNLISTED-COUNT           PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Secret Leak Scanner Unit Tests"
           DISPLAY "=============================="

           PERFORM TEST-LONG-MATCH-MASKED
           PERFORM TEST-SHORT-MATCH-FULLY-MASKED
           PERFORM TEST-LITERAL-ESCAPED-FOR-SED
           PERFORM TEST-PLAIN-LITERAL-UNCHANGED
           PERFORM TEST-ONE-FINDING-PER-LINE
           PERFORM TEST-FINDING-TABLE-OVERFLOW
           PERFORM TEST-SHORT-AND-REPEATED-SECRETS

           PERFORM DISPLAY-TEST-SUMMARY

           STOP RUN.

       TEST-LONG-MATCH-MASKED.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": A matched key shows its name, never its value"

           MOVE 'AccountKey=abcdEFGH1234ijklMNOP5678==' TO WS-HIT-MATCH
           PERFORM MASK-MATCHED-TEXT

           IF WS-HIT-DETAIL = 'Accoun******** (37 chars)'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-SHORT-MATCH-FULLY-MASKED.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": A short match shows nothing of itself"

           MOVE 'sig=abcdefgh' TO WS-HIT-MATCH
           PERFORM MASK-MATCHED-TEXT

           IF WS-HIT-DETAIL = '******** (12 chars)'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-LITERAL-ESCAPED-FOR-SED.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": Regex characters in a secret are escaped"

           MOVE 'a.b(c)#d$e&f' TO WS-ESCAPE-SOURCE
           PERFORM ESCAPE-SED-LITERAL

           IF WS-ESCAPED = 'a\.b\(c\)\#d\$e&f'
                   AND WS-ESCAPED-PTR = 18
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-PLAIN-LITERAL-UNCHANGED.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": An ordinary secret is copied as it is"

           MOVE 'Xy7~Q_8-abc' TO WS-ESCAPE-SOURCE
           PERFORM ESCAPE-SED-LITERAL

           IF WS-ESCAPED = 'Xy7~Q_8-abc' AND WS-ESCAPED-PTR = 12
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

      *> A Bearer header carries a JWT - both patterns hit the line
       TEST-ONE-FINDING-PER-LINE.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": Two patterns on one line are one finding"

           MOVE 0 TO WS-FINDING-COUNT WS-UNLISTED-COUNT
           MOVE 'runs/dev-1/curl_status.txt' TO WS-HIT-FILE
           MOVE '2' TO WS-HIT-LINENO-TEXT
           MOVE 'BEARER-JWT' TO WS-HIT-KIND
           PERFORM NOTE-FINDING
           MOVE 'BEARER' TO WS-HIT-KIND
           PERFORM NOTE-FINDING
           MOVE '3' TO WS-HIT-LINENO-TEXT
           PERFORM NOTE-FINDING

           IF WS-FINDING-COUNT = 2
                   AND WS-FND-KIND(1) = 'BEARER-JWT'
                   AND WS-FND-LINE(1) = 2
                   AND WS-FND-LINE(2) = 3
                   AND WS-FND-REDACTED(2) = 'N'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-FINDING-TABLE-OVERFLOW.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": Findings past the table are still counted"

           MOVE 500 TO WS-FINDING-COUNT
           MOVE 0 TO WS-UNLISTED-COUNT
           MOVE 'rehearsal/t1/responses/009.body' TO WS-HIT-FILE
           MOVE '7' TO WS-HIT-LINENO-TEXT
           PERFORM NOTE-FINDING

           IF WS-FINDING-COUNT = 500 AND WS-UNLISTED-COUNT = 1
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-SHORT-AND-REPEATED-SECRETS.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": Short and repeated secret values are skipped"

           MOVE 0 TO WS-LIT-COUNT
           MOVE 'CLIENT_SECRET' TO WS-LIT-CANDIDATE-LABEL
           MOVE 'Abc.123~xyz' TO WS-LIT-CANDIDATE
           PERFORM ADD-CONFIG-LITERAL
           MOVE 'AZURE_CLIENT_SECRET' TO WS-LIT-CANDIDATE-LABEL
           PERFORM ADD-CONFIG-LITERAL
           MOVE 'KV_SECRET_1_VALUE' TO WS-LIT-CANDIDATE-LABEL
           MOVE 'pass' TO WS-LIT-CANDIDATE
           PERFORM ADD-CONFIG-LITERAL
           MOVE SPACES TO WS-LIT-CANDIDATE
           PERFORM ADD-CONFIG-LITERAL

           IF WS-LIT-COUNT = 1
                   AND WS-LIT-LABEL(1) = 'CLIENT_SECRET'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

      *> Mirrors AZURESECRETSCAN.cbl's MASK-MATCHED-TEXT
       MASK-MATCHED-TEXT.
           MOVE SPACES TO WS-HIT-DETAIL
           IF WS-HIT-MATCH = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-HIT-MATCH TRAILING))
               TO WS-MATCH-LEN
           MOVE WS-MATCH-LEN TO WS-MATCH-LEN-DISPLAY
           IF WS-MATCH-LEN <= 12
               STRING '******** (' FUNCTION TRIM(WS-MATCH-LEN-DISPLAY)
                      ' chars)'
                   DELIMITED BY SIZE INTO WS-HIT-DETAIL
               END-STRING
           ELSE
               STRING WS-HIT-MATCH(1:6) '******** ('
                      FUNCTION TRIM(WS-MATCH-LEN-DISPLAY) ' chars)'
                   DELIMITED BY SIZE INTO WS-HIT-DETAIL
               END-STRING
           END-IF.

      *> Mirrors AZURESECRETSCAN.cbl's ESCAPE-SED-LITERAL
       ESCAPE-SED-LITERAL.
           MOVE SPACES TO WS-ESCAPED
           MOVE 1 TO WS-ESCAPED-PTR
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ESCAPE-SOURCE
               TRAILING)) TO WS-ESCAPE-LEN
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > WS-ESCAPE-LEN
               MOVE WS-ESCAPE-SOURCE(WS-CHAR-IDX:1) TO WS-ONE-CHAR
               IF WS-ONE-CHAR = '\' OR '.' OR '[' OR ']' OR '*'
                       OR '^' OR '$' OR '+' OR '?' OR '(' OR ')'
                       OR '{' OR '}' OR '|' OR '#'
                   STRING '\' WS-ONE-CHAR
                       DELIMITED BY SIZE INTO WS-ESCAPED
                       WITH POINTER WS-ESCAPED-PTR
                   END-STRING
               ELSE
                   STRING WS-ONE-CHAR
                       DELIMITED BY SIZE INTO WS-ESCAPED
                       WITH POINTER WS-ESCAPED-PTR
                   END-STRING
               END-IF
           END-PERFORM.

      *> Mirrors AZURESECRETSCAN.cbl's NOTE-FINDING
       NOTE-FINDING.
           MOVE 0 TO WS-FND-SLOT
           PERFORM VARYING WS-FND-IDX FROM 1 BY 1
                   UNTIL WS-FND-IDX > WS-FINDING-COUNT
                       OR WS-FND-SLOT > 0
               IF WS-FND-FILE(WS-FND-IDX) = WS-HIT-FILE
                       AND WS-FND-LINE(WS-FND-IDX) =
                           FUNCTION NUMVAL(WS-HIT-LINENO-TEXT)
                   MOVE WS-FND-IDX TO WS-FND-SLOT
               END-IF
           END-PERFORM
           IF WS-FND-SLOT > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-FINDING-COUNT >= WS-FINDING-MAX
               ADD 1 TO WS-UNLISTED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FINDING-COUNT
           MOVE WS-HIT-FILE TO WS-FND-FILE(WS-FINDING-COUNT)
           MOVE FUNCTION NUMVAL(WS-HIT-LINENO-TEXT)
               TO WS-FND-LINE(WS-FINDING-COUNT)
           MOVE WS-HIT-KIND TO WS-FND-KIND(WS-FINDING-COUNT)
           MOVE WS-HIT-DETAIL TO WS-FND-DETAIL(WS-FINDING-COUNT)
           MOVE 'N' TO WS-FND-REDACTED(WS-FINDING-COUNT).

      *> Mirrors AZURESECRETSCAN.cbl's ADD-CONFIG-LITERAL
       ADD-CONFIG-LITERAL.
           IF WS-LIT-CANDIDATE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-LIT-CANDIDATE))
                   < WS-LIT-MIN-LENGTH
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LIT-IDX FROM 1 BY 1
                   UNTIL WS-LIT-IDX > WS-LIT-COUNT
               IF WS-LIT-VALUE(WS-LIT-IDX) = WS-LIT-CANDIDATE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-LIT-COUNT >= 30
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LIT-COUNT
           MOVE WS-LIT-CANDIDATE-LABEL TO WS-LIT-LABEL(WS-LIT-COUNT)
           MOVE WS-LIT-CANDIDATE TO WS-LIT-VALUE(WS-LIT-COUNT).

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

       END PROGRAM TESTSECRETSCAN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTKVACCESS.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Unit tests for the AZUREKVACCESS secret access review - the
      *> month bounds, reading the audit query's rows, which callers
      *> are recognised and which secrets count as read

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  TEST-COUNTER                PIC 9(3) VALUE 0.
       01  PASSED-TESTS                PIC 9(3) VALUE 0.
       01  FAILED-TESTS                PIC 9(3) VALUE 0.
       01  WS-TEST-RESULT              PIC X(6).

       01  KVACC-ROWS-RECORD           PIC X(400).

       01  WS-MONTH-START8             PIC 9(8).
       01  WS-MONTH-NEXT8              PIC 9(8).
       01  WS-MONTH-YEAR               PIC 9(4).
       01  WS-MONTH-NUM                PIC 9(2).
       01  WS-START-ISO                PIC X(10).
       01  WS-NEXT-ISO                 PIC X(10).

       01  WS-EXPECTED-COUNT           PIC 9(2) VALUE 0.
       01  WS-EXPECTED-PRINCIPALS.
           05  WS-EXPECTED-ENTRY OCCURS 12 TIMES.
               10  WS-EXPECTED-ID      PIC X(36).
       01  WS-EXP-IDX                  PIC 9(2).

       01  WS-ROW-TAG                  PIC X.
       01  WS-ROW-FIELDS.
           05  WS-ROW-FIELD OCCURS 7 TIMES PIC X(80).

       01  WS-AC-COUNT                 PIC 9(3) VALUE 0.
       01  WS-AC-DROPPED               PIC 9(5) VALUE 0.
       01  WS-AC-TABLE.
           05  WS-AC-ENTRY OCCURS 500 TIMES.
               10  WS-AC-OID           PIC X(36).
               10  WS-AC-APPID         PIC X(36).
               10  WS-AC-UPN           PIC X(80).
               10  WS-AC-OP            PIC X(24).
               10  WS-AC-SECRET        PIC X(80).
               10  WS-AC-READS         PIC 9(9).
               10  WS-AC-REFUSED       PIC 9(9).
       01  WS-AC-IDX                   PIC 9(3).

       01  WS-SN-TABLE.
           05  WS-SN-ENTRY OCCURS 300 TIMES.
               10  WS-SN-NAME          PIC X(80).
               10  WS-SN-READ          PIC X.
       01  WS-SN-IDX                   PIC 9(3).
       01  WS-SECRET-LOWER             PIC X(80).
       01  WS-AC-SECRET-LOWER          PIC X(80).

       01  WS-CALLER-OID               PIC X(36).
       01  WS-CALLER-APPID             PIC X(36).
       01  WS-CALLER-KNOWN             PIC X.
       01  WS-KNOWN-LIST               PIC X(4).
       01  WS-READ-LIST                PIC X(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Key Vault Secret Access Review Unit Tests"
           DISPLAY "========================================="

           PERFORM TEST-MONTH-BOUNDS
           PERFORM TEST-LOAD-AUDIT-ROW
           PERFORM TEST-CALLER-KNOWN
           PERFORM TEST-SECRET-READ

           PERFORM DISPLAY-TEST-SUMMARY

           STOP RUN.

       TEST-MONTH-BOUNDS.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Month Bounds"

      *> December runs into January of the next year; any other
      *> month into the following month of the same year
           MOVE 2025 TO WS-MONTH-YEAR
           MOVE 12 TO WS-MONTH-NUM
           PERFORM COMPUTE-MONTH-BOUNDS
           IF WS-START-ISO = '2025-12-01' AND WS-NEXT-ISO = '2026-01-01'
               MOVE 2026 TO WS-MONTH-YEAR
               MOVE 9 TO WS-MONTH-NUM
               PERFORM COMPUTE-MONTH-BOUNDS
           END-IF

           IF WS-START-ISO = '2026-09-01' AND WS-NEXT-ISO = '2026-10-01'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-START-ISO " " WS-NEXT-ISO
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-LOAD-AUDIT-ROW.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Audit Row Parsing"

      *> A tagged row is loaded with its counts; the JSON envelope
      *> an empty result leaves behind is skipped
           INITIALIZE WS-AC-TABLE
           MOVE 0 TO WS-AC-COUNT
           MOVE '{"tables":[{"name":"PrimaryResult","columns":[]}]}'
               TO KVACC-ROWS-RECORD
           PERFORM LOAD-ONE-ROW
           MOVE SPACES TO KVACC-ROWS-RECORD
           STRING 'A|0b1c2d3e-0000-0000-0000-000000000001|'
                  '11111111-2222-3333-4444-555555555555|'
                  'ops@contoso.com|SecretGet|sftp-password|42|3'
               DELIMITED BY SIZE INTO KVACC-ROWS-RECORD
           END-STRING
           PERFORM LOAD-ONE-ROW

           IF WS-AC-COUNT = 1
                   AND WS-AC-UPN(1) = 'ops@contoso.com'
                   AND WS-AC-OP(1) = 'SecretGet'
                   AND WS-AC-SECRET(1) = 'sftp-password'
                   AND WS-AC-READS(1) = 42
                   AND WS-AC-REFUSED(1) = 3
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-AC-COUNT " "
                       WS-AC-SECRET(1)(1:20) " " WS-AC-READS(1)
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-CALLER-KNOWN.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Caller Recognition"

      *> Known by object ID, known by application ID alone, unknown,
      *> and a caller with neither ID never matches a blank entry
           MOVE 2 TO WS-EXPECTED-COUNT
           MOVE 'aaaaaaaa-0000-0000-0000-000000000001'
               TO WS-EXPECTED-ID(1)
           MOVE 'bbbbbbbb-0000-0000-0000-000000000002'
               TO WS-EXPECTED-ID(2)
           MOVE SPACES TO WS-KNOWN-LIST
           MOVE 'aaaaaaaa-0000-0000-0000-000000000001' TO WS-CALLER-OID
           MOVE SPACES TO WS-CALLER-APPID
           PERFORM CHECK-CALLER-KNOWN
           MOVE WS-CALLER-KNOWN TO WS-KNOWN-LIST(1:1)
           MOVE SPACES TO WS-CALLER-OID
           MOVE 'bbbbbbbb-0000-0000-0000-000000000002'
               TO WS-CALLER-APPID
           PERFORM CHECK-CALLER-KNOWN
           MOVE WS-CALLER-KNOWN TO WS-KNOWN-LIST(2:1)
           MOVE 'cccccccc-0000-0000-0000-000000000003' TO WS-CALLER-OID
           MOVE SPACES TO WS-CALLER-APPID
           PERFORM CHECK-CALLER-KNOWN
           MOVE WS-CALLER-KNOWN TO WS-KNOWN-LIST(3:1)
           MOVE 3 TO WS-EXPECTED-COUNT
           MOVE SPACES TO WS-EXPECTED-ID(3)
           MOVE SPACES TO WS-CALLER-OID WS-CALLER-APPID
           PERFORM CHECK-CALLER-KNOWN
           MOVE WS-CALLER-KNOWN TO WS-KNOWN-LIST(4:1)

           IF WS-KNOWN-LIST = 'YYNN'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-KNOWN-LIST
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-SECRET-READ.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Unread Secrets"

      *> A successful get in any case reads the secret; a list, a
      *> refused get or no call at all leaves it unread
           INITIALIZE WS-AC-TABLE
           MOVE 4 TO WS-AC-COUNT
           MOVE 'SecretGet' TO WS-AC-OP(1)
           MOVE 'SQL-Password' TO WS-AC-SECRET(1)
           MOVE 5 TO WS-AC-READS(1)
           MOVE 'SecretList' TO WS-AC-OP(2)
           MOVE 'storage-key' TO WS-AC-SECRET(2)
           MOVE 9 TO WS-AC-READS(2)
           MOVE 'SecretGet' TO WS-AC-OP(3)
           MOVE 'apim-key' TO WS-AC-SECRET(3)
           MOVE 0 TO WS-AC-READS(3)
           MOVE 2 TO WS-AC-REFUSED(3)
           MOVE 'SecretList' TO WS-AC-OP(4)
           MOVE '*' TO WS-AC-SECRET(4)
           MOVE 1 TO WS-AC-READS(4)
           INITIALIZE WS-SN-TABLE
           MOVE 'sql-password' TO WS-SN-NAME(1)
           MOVE 'storage-key' TO WS-SN-NAME(2)
           MOVE 'apim-key' TO WS-SN-NAME(3)
           MOVE 'old-ftp-key' TO WS-SN-NAME(4)
           MOVE SPACES TO WS-READ-LIST
           PERFORM VARYING WS-SN-IDX FROM 1 BY 1 UNTIL WS-SN-IDX > 4
               PERFORM CHECK-SECRET-READ
               MOVE WS-SN-READ(WS-SN-IDX)
                   TO WS-READ-LIST(WS-SN-IDX:1)
           END-PERFORM

           IF WS-READ-LIST = 'YNNN'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-READ-LIST
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

      *> Mirrors AZUREKVACCESS.cbl's COMPUTE-MONTH-BOUNDS
       COMPUTE-MONTH-BOUNDS.
           COMPUTE WS-MONTH-START8 =
               WS-MONTH-YEAR * 10000 + WS-MONTH-NUM * 100 + 1
           IF WS-MONTH-NUM = 12
               COMPUTE WS-MONTH-NEXT8 =
                   (WS-MONTH-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-MONTH-NEXT8 = WS-MONTH-START8 + 100
           END-IF
           MOVE SPACES TO WS-START-ISO WS-NEXT-ISO
           STRING WS-MONTH-START8(1:4) '-' WS-MONTH-START8(5:2) '-'
                  WS-MONTH-START8(7:2)
               DELIMITED BY SIZE INTO WS-START-ISO
           END-STRING
           STRING WS-MONTH-NEXT8(1:4) '-' WS-MONTH-NEXT8(5:2) '-'
                  WS-MONTH-NEXT8(7:2)
               DELIMITED BY SIZE INTO WS-NEXT-ISO
           END-STRING.

      *> Mirrors AZUREKVACCESS.cbl's LOAD-ONE-ROW
       LOAD-ONE-ROW.
           IF KVACC-ROWS-RECORD(1:2) NOT = 'A|'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ROW-TAG WS-ROW-FIELDS
           UNSTRING KVACC-ROWS-RECORD DELIMITED BY '|'
               INTO WS-ROW-TAG
                    WS-ROW-FIELD(1) WS-ROW-FIELD(2) WS-ROW-FIELD(3)
                    WS-ROW-FIELD(4) WS-ROW-FIELD(5) WS-ROW-FIELD(6)
                    WS-ROW-FIELD(7)
           END-UNSTRING
           IF WS-AC-COUNT >= 500
               ADD 1 TO WS-AC-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AC-COUNT
           MOVE WS-ROW-FIELD(1) TO WS-AC-OID(WS-AC-COUNT)
           MOVE WS-ROW-FIELD(2) TO WS-AC-APPID(WS-AC-COUNT)
           MOVE WS-ROW-FIELD(3) TO WS-AC-UPN(WS-AC-COUNT)
           MOVE WS-ROW-FIELD(4) TO WS-AC-OP(WS-AC-COUNT)
           MOVE WS-ROW-FIELD(5) TO WS-AC-SECRET(WS-AC-COUNT)
           MOVE FUNCTION NUMVAL(WS-ROW-FIELD(6))
               TO WS-AC-READS(WS-AC-COUNT)
           MOVE FUNCTION NUMVAL(WS-ROW-FIELD(7))
               TO WS-AC-REFUSED(WS-AC-COUNT).

      *> Mirrors AZUREKVACCESS.cbl's CHECK-CALLER-KNOWN
       CHECK-CALLER-KNOWN.
           MOVE 'N' TO WS-CALLER-KNOWN
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                   UNTIL WS-EXP-IDX > WS-EXPECTED-COUNT
                      OR WS-CALLER-KNOWN = 'Y'
               IF (WS-CALLER-OID NOT = SPACES
                       AND WS-CALLER-OID = WS-EXPECTED-ID(WS-EXP-IDX))
                   OR (WS-CALLER-APPID NOT = SPACES
                       AND WS-CALLER-APPID
                           = WS-EXPECTED-ID(WS-EXP-IDX))
                   MOVE 'Y' TO WS-CALLER-KNOWN
               END-IF
           END-PERFORM.

      *> Mirrors AZUREKVACCESS.cbl's CHECK-SECRET-READ
       CHECK-SECRET-READ.
           MOVE 'N' TO WS-SN-READ(WS-SN-IDX)
           MOVE WS-SN-NAME(WS-SN-IDX) TO WS-SECRET-LOWER
           INSPECT WS-SECRET-LOWER CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-AC-COUNT
                      OR WS-SN-READ(WS-SN-IDX) = 'Y'
               IF WS-AC-OP(WS-AC-IDX) = 'SecretGet'
                       AND WS-AC-READS(WS-AC-IDX) > 0
                   MOVE WS-AC-SECRET(WS-AC-IDX) TO WS-AC-SECRET-LOWER
                   INSPECT WS-AC-SECRET-LOWER CONVERTING
                       'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
                       'abcdefghijklmnopqrstuvwxyz'
                   IF WS-AC-SECRET-LOWER = WS-SECRET-LOWER
                       MOVE 'Y' TO WS-SN-READ(WS-SN-IDX)
                   END-IF
               END-IF
           END-PERFORM.

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

       END PROGRAM TESTKVACCESS.

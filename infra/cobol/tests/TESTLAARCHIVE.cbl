       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTLAARCHIVE.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Unit tests for the Log Analytics archive export - the export
      *> rule's table list as LOGANALYTICS builds it, the day taken
      *> from an exported blob's folder path, and AZURELAARCHIVE's
      *> missing-day rules

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY AZURECONFIG.

       01  TEST-COUNTER                PIC 9(3) VALUE 0.
       01  PASSED-TESTS                PIC 9(3) VALUE 0.
       01  FAILED-TESTS                PIC 9(3) VALUE 0.
       01  WS-TEST-RESULT              PIC X(6).

       01  WS-EXPORT-JSON              PIC X(2048).
       01  WS-EXPORT-PTR               PIC 9(4).
       01  WS-EXPORT-IDX               PIC 9(2).

       01  WS-LIST-NAME                PIC X(320).
       01  WS-TEMP-BEFORE              PIC X(320).
       01  WS-NAME-AFTER               PIC X(320).
       01  WS-DAY-NO                   PIC 9(2).
       01  WS-DAY-FOUND                PIC X.

       01  WS-MONTH-START8             PIC 9(8).
       01  WS-RULE-CREATED8            PIC 9(8).
       01  WS-DAY-DATE8                PIC 9(8).
       01  WS-LAST-DAY                 PIC 9(2).
       01  WS-DAY-TABLE.
           05  WS-TBL-DAY OCCURS 31 TIMES.
               10  WS-DAY-ROWS         PIC 9(12).
               10  WS-DAY-BLOBS        PIC 9(6).
       01  WS-TBL-DATA-DAYS            PIC 9(2).
       01  WS-TBL-EXPORT-DAYS          PIC 9(2).
       01  WS-TBL-MISSING              PIC 9(2).
       01  WS-TBL-EARLY                PIC 9(2).
       01  WS-FOUND                    PIC X(60).
       01  WS-FOUND-PTR                PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Log Analytics Archive Export Unit Tests"
           DISPLAY "======================================="

           PERFORM TEST-EXPORT-TABLE-LIST
           PERFORM TEST-BLOB-DAY-PARSING
           PERFORM TEST-MISSING-DAYS
           PERFORM TEST-DAYS-BEFORE-RULE

           PERFORM DISPLAY-TEST-SUMMARY

           STOP RUN.

       TEST-EXPORT-TABLE-LIST.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Export Rule Table List"

           MOVE 3 TO LA-EXPORT-TABLE-COUNT
           MOVE 'ApiManagementGatewayLogs' TO LA-EXPORT-TABLE-NAME(1)
           MOVE 'AzureDiagnostics' TO LA-EXPORT-TABLE-NAME(2)
           MOVE 'AZMSOperationalLogs' TO LA-EXPORT-TABLE-NAME(3)
           PERFORM BUILD-EXPORT-TABLES

           IF WS-EXPORT-JSON = '"tableNames":["ApiManagementGatewayLogs'
                   & '","AzureDiagnostics","AZMSOperationalLogs"],'
                   & '"enable":true}}'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " FUNCTION TRIM(WS-EXPORT-JSON)
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-BLOB-DAY-PARSING.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Blob Day Parsing"

      *> The minute folder is also m=, so only d= may be read; a name
      *> outside the hourly layout yields no day
           MOVE SPACES TO WS-FOUND
           MOVE 1 TO WS-FOUND-PTR
           MOVE 'WorkspaceResourceId=/subscriptions/0000/resourcegrou'
             & 'ps/rg-dev/providers/microsoft.operationalinsights/wor'
             & 'kspaces/law-dev/y=2026/m=09/d=14/h=23/m=55/PT05M.json'
               TO WS-LIST-NAME
           PERFORM PARSE-BLOB-DAY
           MOVE 'WorkspaceResourceId=/subscriptions/0000/resourcegrou'
             & 'ps/rg-dev/providers/microsoft.operationalinsights/wor'
             & 'kspaces/law-dev/y=2026/m=09/d=01/h=00/m=00/PT1H.json'
               TO WS-LIST-NAME
           PERFORM PARSE-BLOB-DAY
           MOVE 'WorkspaceResourceId=/subscriptions/0000/readme.txt'
               TO WS-LIST-NAME
           PERFORM PARSE-BLOB-DAY

           IF WS-FOUND = '14 01 - '
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-FOUND
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-MISSING-DAYS.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Missing Days"

      *> September, rule in place since August: data on days 1-30,
      *> nothing exported on 5 and 6; day 20 had no data and no blob
      *> (not missing); day 21 exported with no data (not missing)
           MOVE 20260901 TO WS-MONTH-START8
           MOVE 20260815 TO WS-RULE-CREATED8
           MOVE 30 TO WS-LAST-DAY
           INITIALIZE WS-DAY-TABLE
           PERFORM VARYING WS-DAY-NO FROM 1 BY 1
                   UNTIL WS-DAY-NO > 30
               MOVE 1000 TO WS-DAY-ROWS(WS-DAY-NO)
               MOVE 288 TO WS-DAY-BLOBS(WS-DAY-NO)
           END-PERFORM
           MOVE 0 TO WS-DAY-BLOBS(5) WS-DAY-BLOBS(6)
           MOVE 0 TO WS-DAY-ROWS(20) WS-DAY-BLOBS(20)
           MOVE 0 TO WS-DAY-ROWS(21)
           PERFORM CHECK-ALL-DAYS

           IF WS-FOUND = '05 06 ' AND WS-TBL-DATA-DAYS = 28
                   AND WS-TBL-EXPORT-DAYS = 27 AND WS-TBL-MISSING = 2
                   AND WS-TBL-EARLY = 0
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-FOUND " " WS-TBL-DATA-DAYS " "
                       WS-TBL-EXPORT-DAYS " " WS-TBL-MISSING " "
                       WS-TBL-EARLY
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-DAYS-BEFORE-RULE.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Days Before The Rule"

      *> Rule created on the 10th: the unexported days 1-9 are not
      *> missing, the unexported 12th is
           MOVE 20260901 TO WS-MONTH-START8
           MOVE 20260910 TO WS-RULE-CREATED8
           MOVE 15 TO WS-LAST-DAY
           INITIALIZE WS-DAY-TABLE
           PERFORM VARYING WS-DAY-NO FROM 1 BY 1
                   UNTIL WS-DAY-NO > 15
               MOVE 50 TO WS-DAY-ROWS(WS-DAY-NO)
               IF WS-DAY-NO >= 10 AND WS-DAY-NO NOT = 12
                   MOVE 24 TO WS-DAY-BLOBS(WS-DAY-NO)
               END-IF
           END-PERFORM
           PERFORM CHECK-ALL-DAYS

           IF WS-FOUND = '12 ' AND WS-TBL-EARLY = 9
                   AND WS-TBL-MISSING = 1
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-FOUND " " WS-TBL-EARLY " "
                       WS-TBL-MISSING
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

      *> Mirrors LOGANALYTICS.cbl's table list in DEPLOY-DATA-EXPORT
       BUILD-EXPORT-TABLES.
           MOVE SPACES TO WS-EXPORT-JSON
           MOVE 1 TO WS-EXPORT-PTR
           STRING '"tableNames":['
               DELIMITED BY SIZE INTO WS-EXPORT-JSON
               WITH POINTER WS-EXPORT-PTR
           END-STRING
           PERFORM VARYING WS-EXPORT-IDX FROM 1 BY 1
                   UNTIL WS-EXPORT-IDX > LA-EXPORT-TABLE-COUNT
                      OR WS-EXPORT-IDX > 10
               IF WS-EXPORT-IDX > 1
                   STRING ','
                       DELIMITED BY SIZE INTO WS-EXPORT-JSON
                       WITH POINTER WS-EXPORT-PTR
                   END-STRING
               END-IF
               STRING '"'
                      FUNCTION TRIM(LA-EXPORT-TABLE-NAME(WS-EXPORT-IDX))
                      '"'
                   DELIMITED BY SIZE INTO WS-EXPORT-JSON
                   WITH POINTER WS-EXPORT-PTR
               END-STRING
           END-PERFORM
           STRING '],"enable":true}}'
               DELIMITED BY SIZE INTO WS-EXPORT-JSON
               WITH POINTER WS-EXPORT-PTR
           END-STRING.

      *> Mirrors AZURELAARCHIVE.cbl's LOAD-ONE-EXPORT-BLOB, noting
      *> the day found or '-'
       PARSE-BLOB-DAY.
           MOVE SPACES TO WS-TEMP-BEFORE WS-NAME-AFTER
           MOVE 'N' TO WS-DAY-FOUND
           UNSTRING WS-LIST-NAME DELIMITED BY '/d='
               INTO WS-TEMP-BEFORE WS-NAME-AFTER
           END-UNSTRING
           IF WS-NAME-AFTER(1:2) IS NUMERIC
               MOVE WS-NAME-AFTER(1:2) TO WS-DAY-NO
               IF WS-DAY-NO >= 1 AND WS-DAY-NO <= 31
                   MOVE 'Y' TO WS-DAY-FOUND
               END-IF
           END-IF
           IF WS-DAY-FOUND = 'Y'
               STRING WS-DAY-NO ' ' DELIMITED BY SIZE
                   INTO WS-FOUND WITH POINTER WS-FOUND-PTR
               END-STRING
           ELSE
               STRING '- ' DELIMITED BY SIZE
                   INTO WS-FOUND WITH POINTER WS-FOUND-PTR
               END-STRING
           END-IF.

      *> Mirrors AZURELAARCHIVE.cbl's REPORT-ONE-TABLE day loop and
      *> CHECK-ONE-DAY, noting each missing day
       CHECK-ALL-DAYS.
           MOVE SPACES TO WS-FOUND
           MOVE 1 TO WS-FOUND-PTR
           MOVE 0 TO WS-TBL-DATA-DAYS WS-TBL-EXPORT-DAYS
                     WS-TBL-MISSING WS-TBL-EARLY
           PERFORM VARYING WS-DAY-NO FROM 1 BY 1
                   UNTIL WS-DAY-NO > WS-LAST-DAY
               PERFORM CHECK-ONE-DAY
           END-PERFORM.

       CHECK-ONE-DAY.
           IF WS-DAY-BLOBS(WS-DAY-NO) > 0
               ADD 1 TO WS-TBL-EXPORT-DAYS
           END-IF
           IF WS-DAY-ROWS(WS-DAY-NO) = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TBL-DATA-DAYS
           IF WS-DAY-BLOBS(WS-DAY-NO) > 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAY-DATE8 = WS-MONTH-START8 + WS-DAY-NO - 1
           IF WS-DAY-DATE8 < WS-RULE-CREATED8
               ADD 1 TO WS-TBL-EARLY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TBL-MISSING
           STRING WS-DAY-NO ' ' DELIMITED BY SIZE
               INTO WS-FOUND WITH POINTER WS-FOUND-PTR
           END-STRING.

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

       END PROGRAM TESTLAARCHIVE.

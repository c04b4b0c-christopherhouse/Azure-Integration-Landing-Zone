       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTCHANGEAUDIT.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Unit tests for out-of-band change attribution - which
      *> Activity Log events AZURECHANGEAUDIT keeps, how it drops the
      *> suite's own identity and matches a change to a ticket, and
      *> the weekly count AZUREDIGEST takes from the ledger

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  TEST-COUNTER                PIC 9(3) VALUE 0.
       01  PASSED-TESTS                PIC 9(3) VALUE 0.
       01  FAILED-TESTS                PIC 9(3) VALUE 0.
       01  WS-TEST-RESULT              PIC X(6).
       01  WS-MATCH-STRING             PIC X(8).
       01  WS-CHANGE-KEPT              PIC X.

       01  WS-EVENT-LINE               PIC X(2048).
       01  WS-TOKEN-KEY                PIC X(24).
       01  WS-TOKEN-DELIM              PIC X(32).
       01  WS-TOKEN-DELIM-LEN          PIC 9(3).
       01  WS-TOKEN-BEFORE             PIC X(2048).
       01  WS-TOKEN-AFTER              PIC X(2048).
       01  WS-TOKEN-VALUE              PIC X(512).
       01  WS-ISO-TIME                 PIC X(32).
       01  WS-STAMP-TEXT               PIC X(14).
       01  WS-STAMP-14                 PIC X(14).
       01  WS-SEARCH-TEXT              PIC X(64).
       01  WS-SEARCH-LEN               PIC 9(3).
       01  WS-HIT-COUNT                PIC 9(4).

       01  WS-ENV-LOWER                PIC X(16).
       01  WS-RG-LOWER                 PIC X(64).
       01  WS-CLIENT-UPPER             PIC X(36).
       01  WS-CHG-EVENT-ID             PIC X(40).
       01  WS-CHG-STATUS               PIC X(24).
       01  WS-CHG-OPERATION            PIC X(128).
       01  WS-CHG-OP-REVERSED          PIC X(128).
       01  WS-CHG-CALLER               PIC X(64).
       01  WS-CHG-CALLER-UPPER         PIC X(64).
       01  WS-CHG-APPID                PIC X(40).
       01  WS-CHG-RESOURCE-ID          PIC X(512).
       01  WS-CHG-RESOURCE             PIC X(160).
       01  WS-CHG-STAMP                PIC X(14).
       01  WS-CHG-TICKET               PIC X(16).

       01  WS-TKT-COUNT                PIC 9(3).
       01  WS-TKT-TABLE.
           05  WS-TKT-ENTRY OCCURS 200.
               10  WS-TKT-NUMBER       PIC X(16).
               10  WS-TKT-START        PIC X(14).
               10  WS-TKT-END          PIC X(14).
               10  WS-TKT-DESC         PIC X(160).
       01  WS-TKT-IDX                  PIC 9(3).

       01  WS-CURRENT-DATE8            PIC 9(8) VALUE 20261015.
       01  WS-ENV-COUNT                PIC 9(2) VALUE 0.
       01  WS-ENV-TABLE.
           05  WS-ENV-ENTRY OCCURS 10 TIMES.
               10  WS-ENV-NAME         PIC X(16).
               10  WS-ENV-OOB-CHANGES  PIC 9(4).
               10  WS-ENV-OOB-NOTICKET PIC 9(4).
       01  WS-ENV-IDX                  PIC 9(2).
       01  OOB-CHANGE-RECORD           PIC X(384).
       01  WS-REC-TYPE                 PIC X(4).
       01  WS-REC-STAMP                PIC X(14).
       01  WS-REC-ENV                  PIC X(16).
       01  WS-REC-EVENT-ID             PIC X(40).
       01  WS-REC-TICKET               PIC X(16).
       01  WS-REC-DATE8                PIC 9(8).
       01  WS-OOB-CUTOFF-DAY           PIC 9(7).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Out-of-Band Change Audit Unit Tests"
           DISPLAY "==================================="

           PERFORM TEST-CHANGE-FILTER
           PERFORM TEST-OWN-IDENTITY
           PERFORM TEST-CHANGE-DETAILS
           PERFORM TEST-TICKET-MATCH
           PERFORM TEST-DIGEST-WEEKLY-COUNT

           PERFORM DISPLAY-TEST-SUMMARY

           STOP RUN.

       TEST-CHANGE-FILTER.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Change Filter"

      *> A succeeded write and delete are kept; the Started event of
      *> the same write, a read and an action are not
           MOVE SPACES TO WS-CLIENT-UPPER WS-MATCH-STRING
           MOVE SPACES TO WS-EVENT-LINE
           STRING '"caller":"alice@contoso.com","eventDataId":"e1",'
                  '"eventTimestamp":"2026-10-14T09:12:33.12Z",'
                  '"operationName":"Microsoft.Web/sites/write",'
                  '"resourceId":"/x","status":"Succeeded",'
               DELIMITED BY SIZE INTO WS-EVENT-LINE
           END-STRING
           PERFORM EVALUATE-ACTIVITY-EVENT
           MOVE WS-CHANGE-KEPT TO WS-MATCH-STRING(1:1)
           MOVE SPACES TO WS-EVENT-LINE
           STRING '"caller":"alice@contoso.com","eventDataId":"e2",'
                  '"operationName":"Microsoft.Storage/storageAccoun'
                  'ts/DELETE","status":"Succeeded",'
               DELIMITED BY SIZE INTO WS-EVENT-LINE
           END-STRING
           PERFORM EVALUATE-ACTIVITY-EVENT
           MOVE WS-CHANGE-KEPT TO WS-MATCH-STRING(2:1)
           MOVE SPACES TO WS-EVENT-LINE
           STRING '"caller":"alice@contoso.com","eventDataId":"e3",'
                  '"operationName":"Microsoft.Web/sites/write",'
                  '"status":"Started",'
               DELIMITED BY SIZE INTO WS-EVENT-LINE
           END-STRING
           PERFORM EVALUATE-ACTIVITY-EVENT
           MOVE WS-CHANGE-KEPT TO WS-MATCH-STRING(3:1)
           MOVE SPACES TO WS-EVENT-LINE
           STRING '"caller":"alice@contoso.com","eventDataId":"e4",'
                  '"operationName":"Microsoft.Web/sites/config/list'
                  '/action","status":"Succeeded",'
               DELIMITED BY SIZE INTO WS-EVENT-LINE
           END-STRING
           PERFORM EVALUATE-ACTIVITY-EVENT
           MOVE WS-CHANGE-KEPT TO WS-MATCH-STRING(4:1)

           IF WS-MATCH-STRING(1:4) = 'YYNN'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-MATCH-STRING
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-OWN-IDENTITY.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Own Identity Excluded"

      *> The deployment identity as caller (in lower case) or as the
      *> appid claim is ours; a person using the same tenant is not
           MOVE '0A1B2C3D-1111-2222-3333-444455556666'
               TO WS-CLIENT-UPPER
           MOVE SPACES TO WS-MATCH-STRING
           MOVE SPACES TO WS-EVENT-LINE
           STRING '"caller":"0a1b2c3d-1111-2222-3333-444455556666",'
                  '"eventDataId":"e5",'
                  '"operationName":"Microsoft.Web/sites/write",'
                  '"status":"Succeeded",'
               DELIMITED BY SIZE INTO WS-EVENT-LINE
           END-STRING
           PERFORM EVALUATE-ACTIVITY-EVENT
           MOVE WS-CHANGE-KEPT TO WS-MATCH-STRING(1:1)
           MOVE SPACES TO WS-EVENT-LINE
           STRING '"caller":"9f9f9f9f-0000-0000-0000-000000000001",'
                  '"appid":"0a1b2c3d-1111-2222-3333-444455556666",'
                  '"eventDataId":"e6",'
                  '"operationName":"Microsoft.Web/sites/write",'
                  '"status":"Succeeded",'
               DELIMITED BY SIZE INTO WS-EVENT-LINE
           END-STRING
           PERFORM EVALUATE-ACTIVITY-EVENT
           MOVE WS-CHANGE-KEPT TO WS-MATCH-STRING(2:1)
           MOVE SPACES TO WS-EVENT-LINE
           STRING '"caller":"bob@contoso.com",'
                  '"appid":"c44b4083-3bb0-49c1-b47d-974e53cbdf3c",'
                  '"eventDataId":"e7",'
                  '"operationName":"Microsoft.Web/sites/write",'
                  '"status":"Succeeded",'
               DELIMITED BY SIZE INTO WS-EVENT-LINE
           END-STRING
           PERFORM EVALUATE-ACTIVITY-EVENT
           MOVE WS-CHANGE-KEPT TO WS-MATCH-STRING(3:1)

           IF WS-MATCH-STRING(1:3) = 'NNY'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-MATCH-STRING
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-CHANGE-DETAILS.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Change Details"

      *> The time becomes a ledger stamp and the resource is shown
      *> from its provider onwards
           MOVE SPACES TO WS-CLIENT-UPPER WS-MATCH-STRING
           MOVE SPACES TO WS-EVENT-LINE
           STRING '"caller":"alice@contoso.com","eventDataId":"e1",'
                  '"eventTimestamp":"2026-10-14T09:12:33.12Z",'
                  '"operationName":"Microsoft.Web/sites/write",'
                  '"resourceId":"/subscriptions/s1/resourceGroups/'
                  'rg-int-dev/providers/Microsoft.Web/sites/func1",'
                  '"status":"Succeeded",'
               DELIMITED BY SIZE INTO WS-EVENT-LINE
           END-STRING
           PERFORM EVALUATE-ACTIVITY-EVENT
           IF WS-CHG-STAMP = '20261014091233'
               MOVE 'Y' TO WS-MATCH-STRING(1:1)
           END-IF
           IF WS-CHG-RESOURCE = 'Microsoft.Web/sites/func1'
               MOVE 'Y' TO WS-MATCH-STRING(2:1)
           END-IF
           IF WS-CHG-CALLER = 'alice@contoso.com'
                   AND WS-CHG-EVENT-ID = 'e1'
               MOVE 'Y' TO WS-MATCH-STRING(3:1)
           END-IF

           IF WS-MATCH-STRING(1:3) = 'YYY'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-MATCH-STRING
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-TICKET-MATCH.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Ticket Match"

      *> A ticket counts only when its window covers the change and
      *> it names the environment or resource group; an open-ended
      *> ticket covers any time
           MOVE 'dev' TO WS-ENV-LOWER
           MOVE 'rg-int-dev' TO WS-RG-LOWER
           MOVE 3 TO WS-TKT-COUNT
           MOVE 'CHG0001' TO WS-TKT-NUMBER(1)
           MOVE '20261014080000' TO WS-TKT-START(1)
           MOVE '20261014120000' TO WS-TKT-END(1)
           MOVE 'patch test function app' TO WS-TKT-DESC(1)
           MOVE 'CHG0002' TO WS-TKT-NUMBER(2)
           MOVE '20261013080000' TO WS-TKT-START(2)
           MOVE '20261013120000' TO WS-TKT-END(2)
           MOVE 'patch dev function app' TO WS-TKT-DESC(2)
           MOVE 'CHG0003' TO WS-TKT-NUMBER(3)
           MOVE ALL '0' TO WS-TKT-START(3)
           MOVE ALL '9' TO WS-TKT-END(3)
           MOVE 'scale rg-int-dev service bus' TO WS-TKT-DESC(3)
           MOVE SPACES TO WS-MATCH-STRING

           MOVE '20261014091233' TO WS-CHG-STAMP
           PERFORM FIND-COVERING-TICKET
           IF WS-CHG-TICKET = 'CHG0003'
               MOVE 'Y' TO WS-MATCH-STRING(1:1)
           END-IF
           MOVE 'tst' TO WS-ENV-LOWER
           MOVE 'rg-int-tst' TO WS-RG-LOWER
           PERFORM FIND-COVERING-TICKET
           IF WS-CHG-TICKET = 'NONE'
               MOVE 'Y' TO WS-MATCH-STRING(2:1)
           END-IF
           MOVE 'test' TO WS-ENV-LOWER
           PERFORM FIND-COVERING-TICKET
           IF WS-CHG-TICKET = 'CHG0001'
               MOVE 'Y' TO WS-MATCH-STRING(3:1)
           END-IF
           MOVE '20261014130000' TO WS-CHG-STAMP
           PERFORM FIND-COVERING-TICKET
           IF WS-CHG-TICKET = 'NONE'
               MOVE 'Y' TO WS-MATCH-STRING(4:1)
           END-IF

           IF WS-MATCH-STRING(1:4) = 'YYYY'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-MATCH-STRING
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-DIGEST-WEEKLY-COUNT.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Digest Weekly Count"

      *> Six days back counts, seven does not; NONE is unticketed
           MOVE 2 TO WS-ENV-COUNT
           MOVE 'DEV' TO WS-ENV-NAME(1)
           MOVE 'PROD' TO WS-ENV-NAME(2)
           MOVE 0 TO WS-ENV-OOB-CHANGES(1) WS-ENV-OOB-NOTICKET(1)
                     WS-ENV-OOB-CHANGES(2) WS-ENV-OOB-NOTICKET(2)
           COMPUTE WS-OOB-CUTOFF-DAY =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE8) - 7
           MOVE 'OOB|20261015090000|DEV|e1|NONE|alice|op|res'
               TO OOB-CHANGE-RECORD
           PERFORM APPLY-OOB-RECORD
           MOVE 'OOB|20261009090000|DEV|e2|CHG0001|bob|op|res'
               TO OOB-CHANGE-RECORD
           PERFORM APPLY-OOB-RECORD
           MOVE 'OOB|20261008235959|DEV|e3|NONE|carol|op|res'
               TO OOB-CHANGE-RECORD
           PERFORM APPLY-OOB-RECORD
           MOVE 'OOB|20261014090000|PROD|e4|CHG0002|dan|op|res'
               TO OOB-CHANGE-RECORD
           PERFORM APPLY-OOB-RECORD
           MOVE 'RUN|r1|DEV|20261014090000|20261014091000|FAILED'
               TO OOB-CHANGE-RECORD
           PERFORM APPLY-OOB-RECORD

           IF WS-ENV-OOB-CHANGES(1) = 2
                   AND WS-ENV-OOB-NOTICKET(1) = 1
                   AND WS-ENV-OOB-CHANGES(2) = 1
                   AND WS-ENV-OOB-NOTICKET(2) = 0
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-ENV-OOB-CHANGES(1) "/"
                       WS-ENV-OOB-NOTICKET(1) " "
                       WS-ENV-OOB-CHANGES(2) "/"
                       WS-ENV-OOB-NOTICKET(2)
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

      *> Mirrors AZURECHANGEAUDIT.cbl's EVALUATE-ACTIVITY-EVENT up to
      *> the ticket match, noting whether the change was kept
       EVALUATE-ACTIVITY-EVENT.
           MOVE 'N' TO WS-CHANGE-KEPT
           MOVE 'status' TO WS-TOKEN-KEY
           PERFORM GET-EVENT-TOKEN
           MOVE WS-TOKEN-VALUE TO WS-CHG-STATUS
           IF WS-CHG-STATUS NOT = 'Succeeded'
               EXIT PARAGRAPH
           END-IF
           MOVE 'operationName' TO WS-TOKEN-KEY
           PERFORM GET-EVENT-TOKEN
           MOVE WS-TOKEN-VALUE TO WS-CHG-OPERATION
           MOVE FUNCTION REVERSE(FUNCTION TRIM(WS-CHG-OPERATION))
               TO WS-CHG-OP-REVERSED
           INSPECT WS-CHG-OP-REVERSED CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           IF WS-CHG-OP-REVERSED(1:6) NOT = 'etirw/'
                   AND WS-CHG-OP-REVERSED(1:7) NOT = 'eteled/'
               EXIT PARAGRAPH
           END-IF

           MOVE 'caller' TO WS-TOKEN-KEY
           PERFORM GET-EVENT-TOKEN
           MOVE WS-TOKEN-VALUE TO WS-CHG-CALLER
           MOVE 'appid' TO WS-TOKEN-KEY
           PERFORM GET-EVENT-TOKEN
           MOVE WS-TOKEN-VALUE TO WS-CHG-APPID
           PERFORM CHECK-OWN-IDENTITY
           IF WS-HIT-COUNT > 0
               EXIT PARAGRAPH
           END-IF

           MOVE 'eventDataId' TO WS-TOKEN-KEY
           PERFORM GET-EVENT-TOKEN
           MOVE WS-TOKEN-VALUE TO WS-CHG-EVENT-ID
           IF WS-CHG-EVENT-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'eventTimestamp' TO WS-TOKEN-KEY
           PERFORM GET-EVENT-TOKEN
           MOVE WS-TOKEN-VALUE TO WS-ISO-TIME
           PERFORM ISO-TO-STAMP
           MOVE WS-STAMP-14 TO WS-CHG-STAMP
           MOVE 'resourceId' TO WS-TOKEN-KEY
           PERFORM GET-EVENT-TOKEN
           MOVE WS-TOKEN-VALUE TO WS-CHG-RESOURCE-ID
           PERFORM SHORTEN-RESOURCE-ID
           MOVE 'Y' TO WS-CHANGE-KEPT.

      *> Mirrors AZURECHANGEAUDIT.cbl's CHECK-OWN-IDENTITY
       CHECK-OWN-IDENTITY.
           MOVE 0 TO WS-HIT-COUNT
           IF WS-CLIENT-UPPER = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHG-CALLER TO WS-CHG-CALLER-UPPER
           INSPECT WS-CHG-CALLER-UPPER CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-CHG-APPID CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-CHG-CALLER-UPPER = WS-CLIENT-UPPER
                   OR WS-CHG-APPID = WS-CLIENT-UPPER
               MOVE 1 TO WS-HIT-COUNT
           END-IF.

      *> Mirrors AZURECHANGEAUDIT.cbl's SHORTEN-RESOURCE-ID
       SHORTEN-RESOURCE-ID.
           MOVE SPACES TO WS-CHG-RESOURCE WS-TOKEN-BEFORE
           UNSTRING WS-CHG-RESOURCE-ID DELIMITED BY '/providers/'
               INTO WS-TOKEN-BEFORE WS-CHG-RESOURCE
           END-UNSTRING
           IF WS-CHG-RESOURCE = SPACES
               MOVE WS-CHG-RESOURCE-ID TO WS-CHG-RESOURCE
           END-IF.

      *> Mirrors AZURECHANGEAUDIT.cbl's FIND-COVERING-TICKET
       FIND-COVERING-TICKET.
           MOVE 'NONE' TO WS-CHG-TICKET
           PERFORM VARYING WS-TKT-IDX FROM 1 BY 1
                   UNTIL WS-TKT-IDX > WS-TKT-COUNT
                      OR WS-CHG-TICKET NOT = 'NONE'
               IF WS-CHG-STAMP >= WS-TKT-START(WS-TKT-IDX)
                       AND WS-CHG-STAMP <= WS-TKT-END(WS-TKT-IDX)
                   MOVE 0 TO WS-HIT-COUNT
                   MOVE WS-ENV-LOWER TO WS-SEARCH-TEXT
                   PERFORM COUNT-DESCRIPTION-HITS
                   MOVE WS-RG-LOWER TO WS-SEARCH-TEXT
                   PERFORM COUNT-DESCRIPTION-HITS
                   IF WS-HIT-COUNT > 0
                       MOVE WS-TKT-NUMBER(WS-TKT-IDX)
                           TO WS-CHG-TICKET
                   END-IF
               END-IF
           END-PERFORM.

      *> Mirrors AZURECHANGEAUDIT.cbl's COUNT-DESCRIPTION-HITS
       COUNT-DESCRIPTION-HITS.
           IF WS-SEARCH-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SEARCH-TEXT))
               TO WS-SEARCH-LEN
           INSPECT WS-TKT-DESC(WS-TKT-IDX) TALLYING WS-HIT-COUNT
               FOR ALL WS-SEARCH-TEXT(1:WS-SEARCH-LEN).

      *> Mirrors AZURECHANGEAUDIT.cbl's GET-EVENT-TOKEN
       GET-EVENT-TOKEN.
           MOVE SPACES TO WS-TOKEN-DELIM WS-TOKEN-VALUE
                          WS-TOKEN-BEFORE WS-TOKEN-AFTER
           STRING '"' FUNCTION TRIM(WS-TOKEN-KEY) '":"'
               DELIMITED BY SIZE INTO WS-TOKEN-DELIM
           END-STRING
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TOKEN-DELIM))
               TO WS-TOKEN-DELIM-LEN
           UNSTRING WS-EVENT-LINE
               DELIMITED BY WS-TOKEN-DELIM(1:WS-TOKEN-DELIM-LEN)
               INTO WS-TOKEN-BEFORE WS-TOKEN-AFTER
           END-UNSTRING
           IF WS-TOKEN-AFTER = SPACES
               EXIT PARAGRAPH
           END-IF
           UNSTRING WS-TOKEN-AFTER DELIMITED BY '"'
               INTO WS-TOKEN-VALUE
           END-UNSTRING.

      *> Mirrors AZURECHANGEAUDIT.cbl's ISO-TO-STAMP
       ISO-TO-STAMP.
           MOVE SPACES TO WS-STAMP-TEXT WS-STAMP-14
           STRING WS-ISO-TIME(1:4) WS-ISO-TIME(6:2)
                  WS-ISO-TIME(9:2) WS-ISO-TIME(12:2)
                  WS-ISO-TIME(15:2) WS-ISO-TIME(18:2)
               DELIMITED BY SIZE INTO WS-STAMP-TEXT
           END-STRING
           IF WS-STAMP-TEXT IS NUMERIC
               MOVE WS-STAMP-TEXT TO WS-STAMP-14
           END-IF.

      *> Mirrors AZUREDIGEST.cbl's APPLY-OOB-RECORD
       APPLY-OOB-RECORD.
           IF OOB-CHANGE-RECORD(1:4) NOT = 'OOB|'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REC-TYPE WS-REC-STAMP WS-REC-ENV
                          WS-REC-EVENT-ID WS-REC-TICKET
           UNSTRING OOB-CHANGE-RECORD DELIMITED BY '|'
               INTO WS-REC-TYPE WS-REC-STAMP WS-REC-ENV
                    WS-REC-EVENT-ID WS-REC-TICKET
           END-UNSTRING
           IF WS-REC-STAMP(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REC-STAMP(1:8) TO WS-REC-DATE8
           IF FUNCTION INTEGER-OF-DATE(WS-REC-DATE8)
                   <= WS-OOB-CUTOFF-DAY
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
                   UNTIL WS-ENV-IDX > WS-ENV-COUNT
               IF WS-ENV-NAME(WS-ENV-IDX) = WS-REC-ENV
                   ADD 1 TO WS-ENV-OOB-CHANGES(WS-ENV-IDX)
                   IF WS-REC-TICKET = 'NONE'
                       ADD 1 TO WS-ENV-OOB-NOTICKET(WS-ENV-IDX)
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

       END PROGRAM TESTCHANGEAUDIT.

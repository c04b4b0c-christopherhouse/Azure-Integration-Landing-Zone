       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTFLOWLOGS.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Unit tests for NSG flow logs - the names and the flow log
      *> document FLOWLOGS sends - and for AZUREFLOWREPORT's ranking
      *> of denied flows and its unused-rule check

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY AZURECONFIG.
       COPY HTTPCLIENT.

       01  TEST-COUNTER                PIC 9(3) VALUE 0.
       01  PASSED-TESTS                PIC 9(3) VALUE 0.
       01  FAILED-TESTS                PIC 9(3) VALUE 0.
       01  WS-TEST-RESULT              PIC X(6).
       01  WS-MATCH-STRING             PIC X(8).
       01  WS-EXPECTED                 PIC X(256).
       01  WS-TALLY                    PIC 9(4).

       01  LS-RETURN-CODE              PIC 9(2).
       01  WS-NSG-IDX                  PIC 9(2).
       01  WS-FLOWLOG-NAME             PIC X(80).
       01  WS-LA-CUSTOMER-ID           PIC X(36).
       01  WS-NSG-ID                   PIC X(256).
       01  WS-SA-ID                    PIC X(256).
       01  WS-LA-ID                    PIC X(256).
       01  WS-RETENTION-DAYS           PIC 9(3).
       01  WS-TA-INTERVAL              PIC 9(2).
       01  WS-WORKSPACE-FRAGMENT       PIC X(64).
       01  WS-JSON.
           05  JSON-PAYLOAD            PIC X(4096).
           05  JSON-LENGTH             PIC 9(6).

       01  WS-TOP-N                    PIC 9(2) VALUE 5.
       01  WS-DN-COUNT                 PIC 9(3) VALUE 0.
       01  WS-DN-TABLE.
           05  WS-DN-ENTRY OCCURS 500 TIMES.
               10  WS-DN-NSG           PIC X(80).
               10  WS-DN-RULE          PIC X(80).
               10  WS-DN-SRC           PIC X(45).
               10  WS-DN-DST           PIC X(45).
               10  WS-DN-PORT          PIC X(6).
               10  WS-DN-PROTO         PIC X(4).
               10  WS-DN-FLOWS         PIC 9(12).
               10  WS-DN-RANKED        PIC X.
       01  WS-DN-IDX                   PIC 9(3).
       01  WS-TT-COUNT                 PIC 9(3) VALUE 0.
       01  WS-TT-TABLE.
           05  WS-TT-ENTRY OCCURS 200 TIMES.
               10  WS-TT-NSG           PIC X(80).
               10  WS-TT-RULE          PIC X(80).
               10  WS-TT-FLOWS         PIC 9(12).
               10  WS-TT-RANKED        PIC X.
       01  WS-TT-IDX                   PIC 9(3).
       01  WS-HT-COUNT                 PIC 9(3) VALUE 0.
       01  WS-HT-TABLE.
           05  WS-HT-ENTRY OCCURS 300 TIMES.
               10  WS-HT-NSG           PIC X(80).
               10  WS-HT-RULE          PIC X(80).
               10  WS-HT-FLOWS         PIC 9(12).
       01  WS-HT-IDX                   PIC 9(3).
       01  WS-NSG-RULE-IDX             PIC 9(2).
       01  WS-NSG-LOWER                PIC X(80).
       01  WS-RULE-KEY                 PIC X(80).
       01  WS-RULE-USED                PIC X.
       01  WS-CUR-RULE                 PIC X(80).
       01  WS-BEST-IDX                 PIC 9(3).
       01  WS-BEST-FLOWS               PIC 9(12).
       01  WS-RANK                     PIC 9(2).
       01  WS-ORDER                    PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "NSG Flow Log Unit Tests"
           DISPLAY "======================="

           PERFORM SET-UP-NSGS
           PERFORM TEST-FLOWLOG-NAME
           PERFORM TEST-FLOWLOG-PAYLOAD
           PERFORM TEST-RULE-KEY
           PERFORM TEST-RULE-USAGE
           PERFORM TEST-RULE-RANKING
           PERFORM TEST-DENIAL-RANKING

           PERFORM DISPLAY-TEST-SUMMARY

           STOP RUN.

       SET-UP-NSGS.
           MOVE SPACES TO AZURE-CONFIG
           MOVE 'rg-int-dev' TO RG-NAME
           MOVE 'uksouth' TO RG-LOCATION
           MOVE 2 TO NSG-COUNT
           MOVE 'NSG-Apps' TO NSG-NAME(1)
           MOVE 2 TO NSG-RULE-COUNT(1)
           MOVE 'Allow-HTTPS' TO NSG-RULE-NAME(1, 1)
           MOVE 'Deny-Legacy-FTP' TO NSG-RULE-NAME(1, 2)
           MOVE 'nsg-data' TO NSG-NAME(2)
           INITIALIZE WS-DN-TABLE WS-TT-TABLE WS-HT-TABLE.

       TEST-FLOWLOG-NAME.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Flow Log Name"

      *> The resource group keeps environments sharing one Network
      *> Watcher apart
           MOVE 1 TO WS-NSG-IDX
           PERFORM BUILD-FLOWLOG-NAME

           IF WS-FLOWLOG-NAME = 'rg-int-dev-NSG-Apps-flowlog'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " FUNCTION TRIM(WS-FLOWLOG-NAME)
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-FLOWLOG-PAYLOAD.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Flow Log Payload"

      *> Version 2 records, the retention and interval as
      *> configured, and the workspace ID only once it is known
           MOVE SPACES TO WS-MATCH-STRING
           MOVE 0 TO LS-RETURN-CODE
           MOVE '/nsg/1' TO WS-NSG-ID
           MOVE '/sa/1' TO WS-SA-ID
           MOVE '/law/1' TO WS-LA-ID
           MOVE 90 TO WS-RETENTION-DAYS
           MOVE 10 TO WS-TA-INTERVAL
           MOVE SPACES TO WS-LA-CUSTOMER-ID
           PERFORM GENERATE-FLOWLOG-JSON-PAYLOAD
           MOVE 0 TO WS-TALLY
           INSPECT JSON-PAYLOAD TALLYING WS-TALLY
               FOR ALL '"workspaceId"'
           IF WS-TALLY = 0
               MOVE 'Y' TO WS-MATCH-STRING(1:1)
           END-IF

           MOVE 'cid-123' TO WS-LA-CUSTOMER-ID
           PERFORM GENERATE-FLOWLOG-JSON-PAYLOAD
           MOVE 0 TO WS-TALLY
           INSPECT JSON-PAYLOAD TALLYING WS-TALLY
               FOR ALL '"workspaceId": "cid-123", '
                   ALL '"retentionPolicy": {"days": 090, '
                   ALL '"format": {"type": "JSON", "version": 2}'
                   ALL '"trafficAnalyticsInterval": 10}}}}'
                   ALL '"targetResourceId": "/nsg/1"'
           IF WS-TALLY = 5
               MOVE 'Y' TO WS-MATCH-STRING(2:1)
           END-IF
           IF LS-RETURN-CODE = 0
               MOVE 'Y' TO WS-MATCH-STRING(3:1)
           END-IF

           IF WS-MATCH-STRING(1:3) = 'YYY'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " FUNCTION TRIM(JSON-PAYLOAD)
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-RULE-KEY.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Rule Key"

      *> Traffic analytics lower-cases rule names behind UserRule_
           MOVE 1 TO WS-NSG-IDX
           MOVE 2 TO WS-NSG-RULE-IDX
           PERFORM BUILD-RULE-KEY

           IF WS-RULE-KEY = 'userrule_deny-legacy-ftp'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " FUNCTION TRIM(WS-RULE-KEY)
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-RULE-USAGE.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Rule Usage"

      *> Allow-HTTPS matched traffic; Deny-Legacy-FTP only shows up
      *> with zero flows on this NSG and with flows on another one,
      *> so it counts as unused
           MOVE 3 TO WS-HT-COUNT
           MOVE 'nsg-apps' TO WS-HT-NSG(1)
           MOVE 'userrule_allow-https' TO WS-HT-RULE(1)
           MOVE 120 TO WS-HT-FLOWS(1)
           MOVE 'nsg-apps' TO WS-HT-NSG(2)
           MOVE 'userrule_deny-legacy-ftp' TO WS-HT-RULE(2)
           MOVE 0 TO WS-HT-FLOWS(2)
           MOVE 'nsg-data' TO WS-HT-NSG(3)
           MOVE 'userrule_deny-legacy-ftp' TO WS-HT-RULE(3)
           MOVE 7 TO WS-HT-FLOWS(3)
           MOVE 'nsg-apps' TO WS-NSG-LOWER
           MOVE 1 TO WS-NSG-IDX
           MOVE SPACES TO WS-MATCH-STRING
           PERFORM VARYING WS-NSG-RULE-IDX FROM 1 BY 1
                   UNTIL WS-NSG-RULE-IDX > 2
               PERFORM CHECK-RULE-USAGE
               MOVE WS-RULE-USED
                   TO WS-MATCH-STRING(WS-NSG-RULE-IDX:1)
           END-PERFORM

           IF WS-MATCH-STRING(1:2) = 'YN'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-MATCH-STRING
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-RULE-RANKING.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Denying Rule Ranking"

      *> Busiest denying rule first, other NSGs' rules left out
           MOVE 3 TO WS-TT-COUNT
           MOVE 'nsg-apps' TO WS-TT-NSG(1)
           MOVE 'defaultrule_denyallinbound' TO WS-TT-RULE(1)
           MOVE 40 TO WS-TT-FLOWS(1)
           MOVE 'nsg-data' TO WS-TT-NSG(2)
           MOVE 'userrule_deny-all' TO WS-TT-RULE(2)
           MOVE 900 TO WS-TT-FLOWS(2)
           MOVE 'nsg-apps' TO WS-TT-NSG(3)
           MOVE 'userrule_deny-legacy-ftp' TO WS-TT-RULE(3)
           MOVE 75 TO WS-TT-FLOWS(3)
           MOVE 'N' TO WS-TT-RANKED(1) WS-TT-RANKED(2)
                       WS-TT-RANKED(3)
           MOVE 'nsg-apps' TO WS-NSG-LOWER
           MOVE SPACES TO WS-ORDER
           MOVE 0 TO WS-RANK
           PERFORM RANK-NEXT-RULE
           PERFORM UNTIL WS-BEST-IDX = 0
               ADD 1 TO WS-RANK
               MOVE WS-BEST-IDX(3:1) TO WS-ORDER(WS-RANK:1)
               PERFORM RANK-NEXT-RULE
           END-PERFORM

           IF WS-ORDER = '31'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-ORDER
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-DENIAL-RANKING.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Blocked Combination Ranking"

      *> Highest flow count first, only the current NSG and rule,
      *> and no more than AZURE_FLOWREPORT_TOP combinations
           MOVE 4 TO WS-DN-COUNT
           MOVE 'nsg-apps' TO WS-DN-NSG(1) WS-DN-NSG(2) WS-DN-NSG(4)
           MOVE 'nsg-data' TO WS-DN-NSG(3)
           MOVE 'userrule_deny-legacy-ftp' TO WS-DN-RULE(1)
                WS-DN-RULE(2) WS-DN-RULE(3) WS-DN-RULE(4)
           MOVE 5 TO WS-DN-FLOWS(1)
           MOVE 60 TO WS-DN-FLOWS(2)
           MOVE 99 TO WS-DN-FLOWS(3)
           MOVE 10 TO WS-DN-FLOWS(4)
           MOVE 'N' TO WS-DN-RANKED(1) WS-DN-RANKED(2)
                       WS-DN-RANKED(3) WS-DN-RANKED(4)
           MOVE 'nsg-apps' TO WS-NSG-LOWER
           MOVE 'userrule_deny-legacy-ftp' TO WS-CUR-RULE
           MOVE 2 TO WS-TOP-N
           MOVE SPACES TO WS-ORDER
           MOVE 0 TO WS-RANK
           PERFORM RANK-NEXT-DENIAL
           PERFORM UNTIL WS-BEST-IDX = 0
               ADD 1 TO WS-RANK
               MOVE WS-BEST-IDX(3:1) TO WS-ORDER(WS-RANK:1)
               PERFORM RANK-NEXT-DENIAL
           END-PERFORM

           IF WS-ORDER = '24'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-ORDER
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

      *> Mirrors FLOWLOGS.cbl's BUILD-FLOWLOG-NAME
       BUILD-FLOWLOG-NAME.
           MOVE SPACES TO WS-FLOWLOG-NAME
           STRING FUNCTION TRIM(RG-NAME) '-'
                  FUNCTION TRIM(NSG-NAME(WS-NSG-IDX)) '-flowlog'
               DELIMITED BY SIZE INTO WS-FLOWLOG-NAME
           END-STRING.

      *> Mirrors FLOWLOGS.cbl's GENERATE-FLOWLOG-JSON-PAYLOAD
       GENERATE-FLOWLOG-JSON-PAYLOAD.
           MOVE SPACES TO WS-WORKSPACE-FRAGMENT
           IF WS-LA-CUSTOMER-ID NOT = SPACES
               STRING '"workspaceId": "'
                      FUNCTION TRIM(WS-LA-CUSTOMER-ID) '", '
                   DELIMITED BY SIZE INTO WS-WORKSPACE-FRAGMENT
               END-STRING
           END-IF

           MOVE SPACES TO JSON-PAYLOAD
           STRING '{'
               '"location": "' FUNCTION TRIM(RG-LOCATION) '", '
               '"properties": {'
               '"targetResourceId": "' FUNCTION TRIM(WS-NSG-ID) '", '
               '"storageId": "' FUNCTION TRIM(WS-SA-ID) '", '
               '"enabled": true, '
               '"retentionPolicy": {"days": ' WS-RETENTION-DAYS
               ', "enabled": true}, '
               '"format": {"type": "JSON", "version": 2}, '
               '"flowAnalyticsConfiguration": {'
               '"networkWatcherFlowAnalyticsConfiguration": {'
               '"enabled": true, '
               FUNCTION TRIM(WS-WORKSPACE-FRAGMENT) ' '
               '"workspaceRegion": "' FUNCTION TRIM(RG-LOCATION)
               '", '
               '"workspaceResourceId": "' FUNCTION TRIM(WS-LA-ID)
               '", '
               '"trafficAnalyticsInterval": ' WS-TA-INTERVAL
               '}}}}'
               DELIMITED BY SIZE INTO JSON-PAYLOAD
           END-STRING
           COMPUTE JSON-LENGTH = FUNCTION LENGTH(JSON-PAYLOAD)
           PERFORM CHECK-PAYLOAD-CAPACITY.

      *> Mirrors FLOWLOGS.cbl's CHECK-PAYLOAD-CAPACITY
       CHECK-PAYLOAD-CAPACITY.
           IF JSON-PAYLOAD(4089:8) NOT = SPACES
               DISPLAY "  Request payload exceeds the 4096-byte "
                       "build buffer - refusing to send a "
                       "truncated document"
               MOVE 8 TO LS-RETURN-CODE
           END-IF.

      *> Mirrors AZUREFLOWREPORT.cbl's BUILD-RULE-KEY
       BUILD-RULE-KEY.
           MOVE SPACES TO WS-RULE-KEY
           STRING 'userrule_'
                  FUNCTION TRIM(NSG-RULE-NAME(WS-NSG-IDX,
                                              WS-NSG-RULE-IDX))
               DELIMITED BY SIZE INTO WS-RULE-KEY
           END-STRING
           INSPECT WS-RULE-KEY CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'.

      *> Mirrors AZUREFLOWREPORT.cbl's CHECK-RULE-USAGE
       CHECK-RULE-USAGE.
           PERFORM BUILD-RULE-KEY
           MOVE 'N' TO WS-RULE-USED
           PERFORM VARYING WS-HT-IDX FROM 1 BY 1
                   UNTIL WS-HT-IDX > WS-HT-COUNT
                      OR WS-RULE-USED = 'Y'
               IF WS-HT-NSG(WS-HT-IDX) = WS-NSG-LOWER
                       AND WS-HT-RULE(WS-HT-IDX) = WS-RULE-KEY
                       AND WS-HT-FLOWS(WS-HT-IDX) > 0
                   MOVE 'Y' TO WS-RULE-USED
               END-IF
           END-PERFORM.

      *> Mirrors AZUREFLOWREPORT.cbl's RANK-NEXT-RULE
       RANK-NEXT-RULE.
           MOVE 0 TO WS-BEST-IDX WS-BEST-FLOWS
           PERFORM VARYING WS-TT-IDX FROM 1 BY 1
                   UNTIL WS-TT-IDX > WS-TT-COUNT
               IF WS-TT-RANKED(WS-TT-IDX) = 'N'
                       AND WS-TT-NSG(WS-TT-IDX) = WS-NSG-LOWER
                       AND (WS-BEST-IDX = 0
                            OR WS-TT-FLOWS(WS-TT-IDX) > WS-BEST-FLOWS)
                   MOVE WS-TT-IDX TO WS-BEST-IDX
                   MOVE WS-TT-FLOWS(WS-TT-IDX) TO WS-BEST-FLOWS
               END-IF
           END-PERFORM
           IF WS-BEST-IDX > 0
               MOVE 'Y' TO WS-TT-RANKED(WS-BEST-IDX)
           END-IF.

      *> Mirrors AZUREFLOWREPORT.cbl's RANK-NEXT-DENIAL
       RANK-NEXT-DENIAL.
           MOVE 0 TO WS-BEST-IDX WS-BEST-FLOWS
           IF WS-RANK >= WS-TOP-N
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1
                   UNTIL WS-DN-IDX > WS-DN-COUNT
               IF WS-DN-RANKED(WS-DN-IDX) = 'N'
                       AND WS-DN-NSG(WS-DN-IDX) = WS-NSG-LOWER
                       AND WS-DN-RULE(WS-DN-IDX) = WS-CUR-RULE
                       AND (WS-BEST-IDX = 0
                            OR WS-DN-FLOWS(WS-DN-IDX) > WS-BEST-FLOWS)
                   MOVE WS-DN-IDX TO WS-BEST-IDX
                   MOVE WS-DN-FLOWS(WS-DN-IDX) TO WS-BEST-FLOWS
               END-IF
           END-PERFORM
           IF WS-BEST-IDX > 0
               MOVE 'Y' TO WS-DN-RANKED(WS-BEST-IDX)
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

       END PROGRAM TESTFLOWLOGS.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTPUBLICDNS.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Unit tests for the public DNS records - the record names
      *> PUBLICDNS derives inside the zone, the record set documents
      *> it sends, the custom domain name it shares with FRONTDOOR,
      *> and AZUREAUTH's check that a hostname sits in the zone

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY AZURECONFIG.
       COPY HTTPCLIENT.

       01  TEST-COUNTER                PIC 9(3) VALUE 0.
       01  PASSED-TESTS                PIC 9(3) VALUE 0.
       01  FAILED-TESTS                PIC 9(3) VALUE 0.
       01  WS-TEST-RESULT              PIC X(6).
       01  WS-MATCH-STRING             PIC X(8).
       01  WS-TALLY                    PIC 9(4).

       01  WS-ZONE-NAME                PIC X(128).
       01  WS-CUSTOM-DOMAIN-NAME       PIC X(128).
       01  WS-RECORD-HOST              PIC X(128).
       01  WS-RECORD-NAME              PIC X(140).
       01  WS-RECORD-TYPE              PIC X(5).
       01  WS-RECORD-KIND              PIC X(5).
       01  WS-RECORD-TARGET            PIC X(256).
       01  WS-RECORD-TTL               PIC 9(5).
       01  WS-HOST-LEN                 PIC 9(3).
       01  WS-ZONE-LEN                 PIC 9(3).
       01  WS-JSON.
           05  JSON-PAYLOAD            PIC X(4096).
           05  JSON-LENGTH             PIC 9(6).
       01  WS-JSON-PTR                 PIC 9(4).

       01  WS-VALIDATE-FOUND           PIC X.
       01  WS-VALIDATE-HOST            PIC X(128).
       01  WS-VALIDATE-ZONE            PIC X(128).
       01  WS-VALIDATE-HOST-LEN        PIC 9(3).
       01  WS-VALIDATE-ZONE-LEN        PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Public DNS Unit Tests"
           DISPLAY "====================="

           PERFORM SET-UP-ZONE
           PERFORM TEST-RECORD-NAME
           PERFORM TEST-APEX-AND-FOREIGN-NAME
           PERFORM TEST-CUSTOM-DOMAIN-NAME
           PERFORM TEST-ALIAS-PAYLOAD
           PERFORM TEST-CNAME-AND-TXT-PAYLOAD
           PERFORM TEST-HOST-IN-ZONE

           PERFORM DISPLAY-TEST-SUMMARY

           STOP RUN.

       SET-UP-ZONE.
           MOVE SPACES TO AZURE-CONFIG
           MOVE 'dev' TO ENV-NAME
           MOVE 'rg-int-dev' TO RG-NAME
           MOVE 'Contoso.com' TO PUBDNS-ZONE-NAME
           MOVE 'contoso.com' TO WS-ZONE-NAME.

       TEST-RECORD-NAME.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Record Name In Zone"

      *> Everything in front of the zone, case folded - one label
      *> or several
           MOVE SPACES TO WS-MATCH-STRING
           MOVE 'API.Contoso.com' TO WS-RECORD-HOST
           PERFORM DERIVE-RECORD-NAME
           IF WS-RECORD-NAME = 'api'
               MOVE 'Y' TO WS-MATCH-STRING(1:1)
           END-IF
           MOVE 'edge.eu.contoso.com' TO WS-RECORD-HOST
           PERFORM DERIVE-RECORD-NAME
           IF WS-RECORD-NAME = 'edge.eu'
               MOVE 'Y' TO WS-MATCH-STRING(2:1)
           END-IF

           IF WS-MATCH-STRING(1:2) = 'YY'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " FUNCTION TRIM(WS-RECORD-NAME)
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-APEX-AND-FOREIGN-NAME.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Apex And Foreign Names"

      *> The zone itself is '@'; a name too short to sit in the
      *> zone yields no record name at all
           MOVE SPACES TO WS-MATCH-STRING
           MOVE 'CONTOSO.COM' TO WS-RECORD-HOST
           PERFORM DERIVE-RECORD-NAME
           IF WS-RECORD-NAME = '@'
               MOVE 'Y' TO WS-MATCH-STRING(1:1)
           END-IF
           MOVE 'oso.com' TO WS-RECORD-HOST
           PERFORM DERIVE-RECORD-NAME
           IF WS-RECORD-NAME = SPACES
               MOVE 'Y' TO WS-MATCH-STRING(2:1)
           END-IF

           IF WS-MATCH-STRING(1:2) = 'YY'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " FUNCTION TRIM(WS-RECORD-NAME)
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-CUSTOM-DOMAIN-NAME.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Custom Domain Name"

      *> Dots are not allowed in a Front Door resource name
           MOVE 'Api.Contoso.com' TO FD-CUSTOM-HOSTNAME
           PERFORM BUILD-CUSTOM-DOMAIN-NAME

           IF WS-CUSTOM-DOMAIN-NAME = 'api-contoso-com'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " FUNCTION TRIM(WS-CUSTOM-DOMAIN-NAME)
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-ALIAS-PAYLOAD.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Alias Record Payload"

      *> An alias names the resource, and the metadata carries the
      *> ownership mark PUBLICDNS later looks for
           MOVE 'ALIAS' TO WS-RECORD-KIND
           MOVE 300 TO WS-RECORD-TTL
           MOVE '/subscriptions/s/pip/pip-agw' TO WS-RECORD-TARGET
           PERFORM GENERATE-RECORD-JSON-PAYLOAD
           MOVE 0 TO WS-TALLY
           INSPECT JSON-PAYLOAD TALLYING WS-TALLY
               FOR ALL '{"properties": {"TTL": 00300, '
                   ALL '"environment": "dev", '
                   ALL '"resourceGroup": "rg-int-dev"}, '
                   ALL '"targetResource": {"id": "/subscriptions/s/'
                   ALL 'pip/pip-agw"}}}'

           IF WS-TALLY = 5
                   AND JSON-LENGTH =
                       FUNCTION LENGTH(FUNCTION TRIM(JSON-PAYLOAD))
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " FUNCTION TRIM(JSON-PAYLOAD)
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-CNAME-AND-TXT-PAYLOAD.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": CNAME And TXT Payloads"

           MOVE SPACES TO WS-MATCH-STRING
           MOVE 'CNAME' TO WS-RECORD-KIND
           MOVE 'afd-dev-ep-abc.z01.azurefd.net' TO WS-RECORD-TARGET
           PERFORM GENERATE-RECORD-JSON-PAYLOAD
           MOVE 0 TO WS-TALLY
           INSPECT JSON-PAYLOAD TALLYING WS-TALLY FOR ALL
               '"CNAMERecord": {"cname": "afd-dev-ep-abc.z01.azurefd.'
           IF WS-TALLY = 1
               MOVE 'Y' TO WS-MATCH-STRING(1:1)
           END-IF

           MOVE 'TXT' TO WS-RECORD-KIND
           MOVE 3600 TO WS-RECORD-TTL
           MOVE 'tok123' TO WS-RECORD-TARGET
           PERFORM GENERATE-RECORD-JSON-PAYLOAD
           MOVE 0 TO WS-TALLY
           INSPECT JSON-PAYLOAD TALLYING WS-TALLY
               FOR ALL '"TXTRecords": [{"value": ["tok123"]}]}}'
                   ALL '"TTL": 03600'
           IF WS-TALLY = 2
               MOVE 'Y' TO WS-MATCH-STRING(2:1)
           END-IF

           IF WS-MATCH-STRING(1:2) = 'YY'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " FUNCTION TRIM(JSON-PAYLOAD)
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-HOST-IN-ZONE.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Hostname In Zone"

      *> A suffix match must fall on a label boundary -
      *> notcontoso.com is not in contoso.com
           MOVE SPACES TO WS-MATCH-STRING
           MOVE 'gw.CONTOSO.com' TO WS-VALIDATE-HOST
           PERFORM VALIDATE-HOST-IN-ZONE
           MOVE WS-VALIDATE-FOUND TO WS-MATCH-STRING(1:1)
           MOVE 'contoso.com' TO WS-VALIDATE-HOST
           PERFORM VALIDATE-HOST-IN-ZONE
           MOVE WS-VALIDATE-FOUND TO WS-MATCH-STRING(2:1)
           MOVE 'gw.notcontoso.com' TO WS-VALIDATE-HOST
           PERFORM VALIDATE-HOST-IN-ZONE
           MOVE WS-VALIDATE-FOUND TO WS-MATCH-STRING(3:1)
           MOVE 'gw.contoso.com.evil.net' TO WS-VALIDATE-HOST
           PERFORM VALIDATE-HOST-IN-ZONE
           MOVE WS-VALIDATE-FOUND TO WS-MATCH-STRING(4:1)

           IF WS-MATCH-STRING(1:4) = 'YYNN'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-MATCH-STRING(1:4)
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

      *> Mirrors PUBLICDNS.cbl's DERIVE-RECORD-NAME
       DERIVE-RECORD-NAME.
           INSPECT WS-RECORD-HOST CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           MOVE SPACES TO WS-RECORD-NAME
           IF WS-RECORD-HOST = WS-ZONE-NAME
               MOVE '@' TO WS-RECORD-NAME
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-RECORD-HOST))
               TO WS-HOST-LEN
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ZONE-NAME))
               TO WS-ZONE-LEN
           IF WS-HOST-LEN > WS-ZONE-LEN + 1
               MOVE WS-RECORD-HOST(1:WS-HOST-LEN - WS-ZONE-LEN - 1)
                   TO WS-RECORD-NAME
           END-IF.

      *> Mirrors PUBLICDNS.cbl's BUILD-CUSTOM-DOMAIN-NAME
       BUILD-CUSTOM-DOMAIN-NAME.
           MOVE FD-CUSTOM-HOSTNAME TO WS-CUSTOM-DOMAIN-NAME
           INSPECT WS-CUSTOM-DOMAIN-NAME CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ.' TO
               'abcdefghijklmnopqrstuvwxyz-'.

      *> Mirrors PUBLICDNS.cbl's GENERATE-RECORD-JSON-PAYLOAD
       GENERATE-RECORD-JSON-PAYLOAD.
           MOVE SPACES TO JSON-PAYLOAD
           MOVE 1 TO WS-JSON-PTR
           STRING '{"properties": {'
               '"TTL": ' WS-RECORD-TTL ', '
               '"metadata": {"environment": "'
               FUNCTION TRIM(ENV-NAME) '", '
               '"resourceGroup": "' FUNCTION TRIM(RG-NAME) '"}, '
               DELIMITED BY SIZE INTO JSON-PAYLOAD
               WITH POINTER WS-JSON-PTR
           END-STRING
           EVALUATE WS-RECORD-KIND
               WHEN 'ALIAS'
                   STRING '"targetResource": {"id": "'
                       FUNCTION TRIM(WS-RECORD-TARGET) '"}'
                       DELIMITED BY SIZE INTO JSON-PAYLOAD
                       WITH POINTER WS-JSON-PTR
                   END-STRING
               WHEN 'CNAME'
                   STRING '"CNAMERecord": {"cname": "'
                       FUNCTION TRIM(WS-RECORD-TARGET) '"}'
                       DELIMITED BY SIZE INTO JSON-PAYLOAD
                       WITH POINTER WS-JSON-PTR
                   END-STRING
               WHEN 'TXT'
                   STRING '"TXTRecords": [{"value": ["'
                       FUNCTION TRIM(WS-RECORD-TARGET) '"]}]'
                       DELIMITED BY SIZE INTO JSON-PAYLOAD
                       WITH POINTER WS-JSON-PTR
                   END-STRING
           END-EVALUATE
           STRING '}}'
               DELIMITED BY SIZE INTO JSON-PAYLOAD
               WITH POINTER WS-JSON-PTR
           END-STRING
           COMPUTE JSON-LENGTH = WS-JSON-PTR - 1.

      *> Mirrors AZUREAUTH.cbl's VALIDATE-HOST-IN-ZONE
       VALIDATE-HOST-IN-ZONE.
           MOVE 'N' TO WS-VALIDATE-FOUND
           MOVE PUBDNS-ZONE-NAME TO WS-VALIDATE-ZONE
           INSPECT WS-VALIDATE-HOST CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           INSPECT WS-VALIDATE-ZONE CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           IF WS-VALIDATE-HOST = WS-VALIDATE-ZONE
               MOVE 'Y' TO WS-VALIDATE-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-VALIDATE-HOST))
               TO WS-VALIDATE-HOST-LEN
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-VALIDATE-ZONE))
               TO WS-VALIDATE-ZONE-LEN
           IF WS-VALIDATE-HOST-LEN > WS-VALIDATE-ZONE-LEN + 1
               IF WS-VALIDATE-HOST(WS-VALIDATE-HOST-LEN
                       - WS-VALIDATE-ZONE-LEN:1) = '.'
                   AND WS-VALIDATE-HOST(WS-VALIDATE-HOST-LEN
                       - WS-VALIDATE-ZONE-LEN + 1:WS-VALIDATE-ZONE-LEN)
                     = WS-VALIDATE-ZONE(1:WS-VALIDATE-ZONE-LEN)
                   MOVE 'Y' TO WS-VALIDATE-FOUND
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

       END PROGRAM TESTPUBLICDNS.

      *>     SUBNET-PREFIX ranges - a public answer means the private
      *>     path is not in effect
      *>   - verifies each privatelink zone is linked to VNET-NAME
      *>   - when PUBDNS_DEPLOY is set, resolves the public records
      *>     from outside through a DNS-over-HTTPS resolver
      *>     (AZURE_PUBLIC_DOH_URL, default Google's): the gateway
      *>     hostname must answer with the gateway's public IP, the
      *>     Front Door hostname must be a CNAME to its endpoint, and
      *>     the _dnsauth TXT record must carry the validation token
      *> and writes net-validation-report.txt with one specific
      *> finding per failure. The exit code is the number of
      *> findings, so AZUREDEPLOY's AZURE_NET_VALIDATE gate can fail
       DATA DIVISION.
       FILE SECTION.
       FD  NV-FIELD-FILE.
       01  NV-FIELD-RECORD             PIC X(128).

       FD  NV-REPORT-FILE.
       01  NV-REPORT-RECORD            PIC X(120).
       01  WS-ZONE-NAME                PIC X(64).
       01  WS-LINK-COUNT               PIC 9(3).

      *> Public records, checked from outside the network
       01  WS-DOH-URL                  PIC X(128).
       01  WS-DOH-TYPE                 PIC X(5).
       01  WS-PUBLIC-ZONE              PIC X(128).
       01  WS-PUBLIC-HOST              PIC X(128).
       01  WS-PUBLIC-EXPECTED          PIC X(128).
       01  WS-PUBLIC-ANSWER            PIC X(128).
       01  WS-FIELD-VALUE              PIC X(128).
       01  WS-PIP-NAME                 PIC X(64).
       01  WS-AFD-NAME                 PIC X(64).
       01  WS-AFD-PROFILE-URL          PIC X(300).
       01  WS-CUSTOM-DOMAIN-NAME       PIC X(128).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Network path and DNS validation starting"
               PERFORM VALIDATE-ZONE-LINK
           END-IF

      *> The public names must answer correctly from the internet
           IF PUBDNS-DEPLOY-FLAG = 'Y'
               PERFORM VALIDATE-PUBLIC-RECORDS
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           WRITE NV-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE NV-REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE.

      *> What the rest of the world sees matters here, not this
      *> host's resolver - split-horizon or a hosts entry would hide
      *> a missing public record - so the names are looked up over
      *> DNS-over-HTTPS, and each answer is compared with what ARM
      *> says the record should point at
       VALIDATE-PUBLIC-RECORDS.
           MOVE SPACES TO WS-DOH-URL
           ACCEPT WS-DOH-URL FROM ENVIRONMENT 'AZURE_PUBLIC_DOH_URL'
           IF WS-DOH-URL = SPACES
               MOVE 'https://dns.google/resolve' TO WS-DOH-URL
           END-IF
           MOVE PUBDNS-ZONE-NAME TO WS-PUBLIC-ZONE
           INSPECT WS-PUBLIC-ZONE CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'

           IF AGW-DEPLOY-FLAG = 'Y'
                   AND AGW-LISTENER-HOSTNAME NOT = SPACES
               PERFORM VALIDATE-GATEWAY-PUBLIC-RECORD
           END-IF
           IF FD-DEPLOY-FLAG = 'Y'
                   AND FD-CUSTOM-HOSTNAME NOT = SPACES
               PERFORM VALIDATE-FRONTDOOR-PUBLIC-RECORDS
           END-IF.

       VALIDATE-GATEWAY-PUBLIC-RECORD.
           MOVE 'PIP|agw' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-PIP-NAME
           MOVE SPACES TO WS-NV-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -H @netval_auth.txt'
                  " '" FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/' SUBSCRIPTION-ID
                  '/resourceGroups/' FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.Network/publicIPAddresses/'
                  FUNCTION TRIM(WS-PIP-NAME)
                  "?api-version=2023-11-01'"
                  " | grep -o '" '"ipAddress": *"[^"]*"' "'"
                  " | head -1 | sed 's/.*" '"\([^"]*\)"$/\1/' "'"
                  ' > netval_field.txt; true'
               DELIMITED BY SIZE INTO WS-NV-CMD
           END-STRING
           PERFORM READ-NV-FIELD
           MOVE WS-FIELD-VALUE TO WS-PUBLIC-EXPECTED

           MOVE AGW-LISTENER-HOSTNAME TO WS-PUBLIC-HOST
           MOVE 'A' TO WS-DOH-TYPE
           MOVE 'Gateway public record' TO WS-CHECK-LABEL
           PERFORM RESOLVE-PUBLIC-NAME
           PERFORM REPORT-PUBLIC-ANSWER.

       VALIDATE-FRONTDOOR-PUBLIC-RECORDS.
           MOVE 'AFD' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-AFD-NAME
           MOVE SPACES TO WS-AFD-PROFILE-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/' SUBSCRIPTION-ID
                  '/resourceGroups/' FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.Cdn/profiles/'
                  FUNCTION TRIM(WS-AFD-NAME)
               DELIMITED BY SIZE INTO WS-AFD-PROFILE-URL
           END-STRING
      *> Mirrors FRONTDOOR.cbl's naming of the custom domain
           MOVE FD-CUSTOM-HOSTNAME TO WS-CUSTOM-DOMAIN-NAME
           INSPECT WS-CUSTOM-DOMAIN-NAME CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ.' TO
               'abcdefghijklmnopqrstuvwxyz-'

           MOVE FD-CUSTOM-HOSTNAME TO WS-PUBLIC-HOST
           INSPECT WS-PUBLIC-HOST CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'

      *> At the zone apex the record is an alias A record, whose
      *> answer is an anycast address rather than a name - only its
      *> presence can be checked
           MOVE SPACES TO WS-NV-CMD
           IF WS-PUBLIC-HOST = WS-PUBLIC-ZONE
               MOVE SPACES TO WS-PUBLIC-EXPECTED
               MOVE 'A' TO WS-DOH-TYPE
           ELSE
               STRING 'curl -s -m ' WS-CURL-MAX-TIME
                      ' -H @netval_auth.txt'
                      " '" FUNCTION TRIM(WS-AFD-PROFILE-URL)
                      '/afdEndpoints/' FUNCTION TRIM(WS-AFD-NAME)
                      "-ep?api-version=2023-05-01'"
                      " | grep -o '" '"hostName": *"[^"]*"' "'"
                      " | head -1 | sed 's/.*"
                      '"\([^"]*\)"$/\1/' "'"
                      ' > netval_field.txt; true'
                   DELIMITED BY SIZE INTO WS-NV-CMD
               END-STRING
               PERFORM READ-NV-FIELD
               MOVE WS-FIELD-VALUE TO WS-PUBLIC-EXPECTED
               MOVE 'CNAME' TO WS-DOH-TYPE
           END-IF
           MOVE 'Front Door public record' TO WS-CHECK-LABEL
           PERFORM RESOLVE-PUBLIC-NAME
           PERFORM REPORT-PUBLIC-ANSWER

      *> The validation token, as Front Door holds it, must be what
      *> the world reads from _dnsauth
           MOVE SPACES TO WS-NV-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -H @netval_auth.txt'
                  " '" FUNCTION TRIM(WS-AFD-PROFILE-URL)
                  '/customDomains/'
                  FUNCTION TRIM(WS-CUSTOM-DOMAIN-NAME)
                  "?api-version=2023-05-01'"
                  " | grep -o '" '"validationToken": *"[^"]*"' "'"
                  " | head -1 | sed 's/.*" '"\([^"]*\)"$/\1/' "'"
                  ' > netval_field.txt; true'
               DELIMITED BY SIZE INTO WS-NV-CMD
           END-STRING
           PERFORM READ-NV-FIELD
           MOVE WS-FIELD-VALUE TO WS-PUBLIC-EXPECTED
           MOVE SPACES TO WS-FIELD-VALUE
           STRING '_dnsauth.' FUNCTION TRIM(WS-PUBLIC-HOST)
               DELIMITED BY SIZE INTO WS-FIELD-VALUE
           END-STRING
           MOVE WS-FIELD-VALUE TO WS-PUBLIC-HOST
           MOVE 'TXT' TO WS-DOH-TYPE
           MOVE 'Front Door validation record' TO WS-CHECK-LABEL
           PERFORM RESOLVE-PUBLIC-NAME
           PERFORM REPORT-PUBLIC-ANSWER.

      *> First answer of the wanted type, quotes and any trailing
      *> root dot stripped - a TXT answer arrives as an escaped
      *> quoted string
       RESOLVE-PUBLIC-NAME.
           ADD 1 TO WS-CHECK-COUNT
           INSPECT WS-PUBLIC-HOST CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           MOVE SPACES TO WS-NV-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  " -H 'accept: application/dns-json' '"
                  FUNCTION TRIM(WS-DOH-URL)
                  '?name=' FUNCTION TRIM(WS-PUBLIC-HOST)
                  '&type=' FUNCTION TRIM(WS-DOH-TYPE) "'"
                  " | grep -o '" '"data": *"[^,}]*' "'"
                  " | head -1 | sed 's/" '"data": *"//' "'"
                  " | tr -d '" '"\\' "'"
                  " | sed 's/\.$//' > netval_field.txt; true"
               DELIMITED BY SIZE INTO WS-NV-CMD
           END-STRING
           PERFORM READ-NV-FIELD
           MOVE WS-FIELD-VALUE TO WS-PUBLIC-ANSWER
           INSPECT WS-PUBLIC-ANSWER CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           IF WS-DOH-TYPE NOT = 'TXT'
               INSPECT WS-PUBLIC-EXPECTED CONVERTING
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
                   'abcdefghijklmnopqrstuvwxyz'
           ELSE
               MOVE WS-FIELD-VALUE TO WS-PUBLIC-ANSWER
           END-IF.

      *> A blank expectation means ARM could not say what the record
      *> should hold; any answer at all then passes
       REPORT-PUBLIC-ANSWER.
           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-PUBLIC-ANSWER = SPACES
                   ADD 1 TO WS-FINDING-COUNT
                   STRING '  FINDING  ' WS-CHECK-LABEL
                          ' - ' FUNCTION TRIM(WS-PUBLIC-HOST) ' '
                          FUNCTION TRIM(WS-DOH-TYPE)
                          ' not found in public DNS'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
               WHEN WS-PUBLIC-EXPECTED NOT = SPACES
                       AND WS-PUBLIC-ANSWER NOT = WS-PUBLIC-EXPECTED
                   ADD 1 TO WS-FINDING-COUNT
                   STRING '  FINDING  ' WS-CHECK-LABEL
                          ' - ' FUNCTION TRIM(WS-PUBLIC-HOST)
                          ' answers ' FUNCTION TRIM(WS-PUBLIC-ANSWER)
                          ', expected '
                          FUNCTION TRIM(WS-PUBLIC-EXPECTED)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
               WHEN OTHER
                   STRING '  OK       ' WS-CHECK-LABEL
                          ' ' FUNCTION TRIM(WS-PUBLIC-HOST)
                          ' answers ' FUNCTION TRIM(WS-PUBLIC-ANSWER)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
           END-EVALUATE
           WRITE NV-REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE.

      *> Runs WS-NV-CMD and takes the first line it left behind
       READ-NV-FIELD.
           CALL "C$SYSTEM" USING WS-NV-CMD
           END-CALL
           MOVE SPACES TO WS-FIELD-VALUE
           OPEN INPUT NV-FIELD-FILE
           IF WS-FIELD-STATUS = '00'
               READ NV-FIELD-FILE INTO NV-FIELD-RECORD
                   AT END CONTINUE
                   NOT AT END
                       MOVE NV-FIELD-RECORD TO WS-FIELD-VALUE
               END-READ
               CLOSE NV-FIELD-FILE
           END-IF.

      *> Write the bearer token to a file curl reads with -H @file
      *> instead of passing it on the command line, where it would
      *> be visible to anyone on the box running ps

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUBLICDNS.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Public DNS records for the environment's internet-facing
      *> names. AGW_LISTENER_HOSTNAME and the Front Door custom
      *> domain only answer once their records exist, and those used
      *> to wait days on a ticket to the DNS team and outlive the
      *> environment. This module writes them into the Azure public
      *> DNS zone PUBDNS_ZONE (resource group PUBDNS_ZONE_RG,
      *> default this environment's own):
      *>   - an alias A record for the gateway listener hostname on
      *>     the gateway's public IP, so a re-created address is
      *>     followed without a change here
      *>   - a CNAME for FD_CUSTOM_HOSTNAME on the Front Door
      *>     endpoint's azurefd.net name (an alias A record on the
      *>     endpoint when the hostname is the zone apex, where a
      *>     CNAME is not allowed)
      *>   - the _dnsauth TXT record carrying the validation token
      *>     Front Door issued for the custom domain
      *> Every record carries the environment and resource group in
      *> its metadata. A record that already exists without this
      *> resource group's mark belongs to someone else and is left
      *> untouched - the run fails rather than hijack a name.
      *> AZUREDESTROY removes the records; AZURENETVALIDATE resolves
      *> them through a public resolver. The zone itself, and its
      *> delegation, stay with the DNS team. Runs after APPGATEWAY
      *> and FRONTDOOR, whose public IP and endpoint it points at.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PUBDNS-STATUS-FILE ASSIGN TO "pubdns_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PUBDNS-RESPONSE-FILE
               ASSIGN TO "pubdns_response.json"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-STATUS.
           SELECT AUTH-HEADER-FILE ASSIGN TO "pubdns_auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PUBDNS-STATUS-FILE.
       01  PUBDNS-STATUS-RECORD            PIC X(8).

       FD  PUBDNS-RESPONSE-FILE.
       01  PUBDNS-RESPONSE-RECORD          PIC X(4096).

       FD  AUTH-HEADER-FILE.
       01  AUTH-HEADER-RECORD              PIC X(1056).

       WORKING-STORAGE SECTION.
      *> Request handed to the shared AZURENAME renderer
       01  WS-NAME-REQ                     PIC X(48).
      *> Overall time limit handed to every curl (-m) so a network
      *> blackhole fails the call instead of hanging the run;
      *> CURL_TIMEOUT_SECS overrides the default where configured
       01  WS-CURL-MAX-TIME            PIC 9(4) VALUE 0300.
       01  WS-AV-TYPE                  PIC X(48).
       COPY AZURECONFIG.
       COPY HTTPCLIENT.

       01  WS-EOF-FLAG                     PIC X VALUE 'N'.
       01  WS-RESPONSE-STATUS              PIC XX.
       01  WS-ARM-BASE-URL                 PIC X(40)
               VALUE 'https://management.azure.com'.
       01  WS-DNS-API-VERSION              PIC X(10) VALUE '2018-05-01'.
       01  WS-CDN-API-VERSION              PIC X(10) VALUE '2023-05-01'.

       01  WS-ZONE-NAME                    PIC X(128).
       01  WS-ZONE-RG                      PIC X(64).
       01  WS-ZONE-URL                     PIC X(400).
       01  WS-TTL                          PIC 9(5).
       01  WS-PIP-NAME                     PIC X(64).
       01  WS-AFD-NAME                     PIC X(64).
       01  WS-AFD-PROFILE-ID               PIC X(256).
       01  WS-CUSTOM-DOMAIN-NAME           PIC X(128).
       01  WS-ENDPOINT-HOST                PIC X(128).
       01  WS-VALIDATION-TOKEN             PIC X(128).
       01  WS-TOKEN-ATTEMPT                PIC 9(2).
       01  WS-DOMAIN-APPROVED              PIC X.

      *> The record being written: its type in the URL, its name
      *> relative to the zone, what kind of value it carries and
      *> the value itself
       01  WS-RECORD-HOST                  PIC X(128).
       01  WS-RECORD-NAME                  PIC X(140).
       01  WS-RECORD-TYPE                  PIC X(5).
       01  WS-RECORD-KIND                  PIC X(5).
       01  WS-RECORD-TARGET                PIC X(256).
       01  WS-RECORD-TTL                   PIC 9(5).
       01  WS-HOST-LEN                     PIC 9(3).
       01  WS-ZONE-LEN                     PIC 9(3).
       01  WS-OWNER-MARK                   PIC X(100).
       01  WS-OWNER-TALLY                  PIC 9(4).
       01  WS-RECORD-OWNED                 PIC X.

       01  WS-RESPONSE-LINE                PIC X(4096).
       01  WS-TEMP-BEFORE                  PIC X(4096).
       01  WS-TEMP-AFTER                   PIC X(4096).
       01  WS-RECORDS-WRITTEN              PIC 9(2) VALUE 0.
       01  WS-RECORDS-FAILED               PIC 9(2) VALUE 0.

       01  WS-JSON.
           05  JSON-PAYLOAD                PIC X(4096).
           05  JSON-LENGTH                 PIC 9(6).
       01  WS-JSON-PTR                     PIC 9(4).

       01  WS-RETRY-COUNT                  PIC 9(2).
       01  WS-RETRY-MAX                    PIC 9(2) VALUE 3.
       01  WS-RETRY-DONE                   PIC X.
       01  WS-BACKOFF-SECS                 PIC 9(2).

       LINKAGE SECTION.
       01  LS-AZURE-CONFIG                 PIC X ANY LENGTH.
       01  LS-AZURE-AUTH-TOKEN             PIC X ANY LENGTH.
       01  LS-RETURN-CODE                  PIC 9(2).

      *> When LS-DRYRUN-FLAG is 'Y' (set by AZUREDEPLOY's what-if
      *> preview), the first record's URL and JSON are returned
      *> without calling the ARM API
       01  LS-DRYRUN-FLAG                  PIC X(1).
       01  LS-DRYRUN-URL                   PIC X(512).
       01  LS-DRYRUN-JSON                  PIC X(8192).

       PROCEDURE DIVISION USING LS-AZURE-CONFIG,
                                LS-AZURE-AUTH-TOKEN,
                                LS-RETURN-CODE,
                                LS-DRYRUN-FLAG,
                                LS-DRYRUN-URL,
                                LS-DRYRUN-JSON.
       MAIN-PROCEDURE.
      *> The primary api-version resolves through the shared
      *> catalog - one file to edit when Microsoft retires a
      *> version - and the version used is recorded for the
      *> deprecation report
           MOVE 'Microsoft.Network/dnsZones' TO WS-AV-TYPE
           CALL 'APIVERSIONS' USING WS-AV-TYPE WS-DNS-API-VERSION
           MOVE 'Microsoft.Cdn/profiles' TO WS-AV-TYPE
           CALL 'APIVERSIONS' USING WS-AV-TYPE WS-CDN-API-VERSION

           PERFORM INITIALIZE-DEPLOYMENT
           IF LS-RETURN-CODE NOT = 0
               GOBACK
           END-IF

           IF AGW-DEPLOY-FLAG = 'Y'
                   AND AGW-LISTENER-HOSTNAME NOT = SPACES
               PERFORM PUBLISH-GATEWAY-RECORD
           END-IF
           IF FD-DEPLOY-FLAG = 'Y'
                   AND FD-CUSTOM-HOSTNAME NOT = SPACES
               PERFORM PUBLISH-FRONTDOOR-RECORDS
           END-IF

           IF LS-DRYRUN-FLAG NOT = 'Y'
               DISPLAY "  Public DNS records: " WS-RECORDS-WRITTEN
                       " written, " WS-RECORDS-FAILED " failed"
           END-IF
           IF WS-RECORDS-FAILED > 0
               MOVE 8 TO LS-RETURN-CODE
           END-IF

           GOBACK.

       INITIALIZE-DEPLOYMENT.
           MOVE 0 TO LS-RETURN-CODE
           MOVE LS-AZURE-CONFIG TO AZURE-CONFIG
           MOVE LS-AZURE-AUTH-TOKEN TO AZURE-AUTH-TOKEN
           PERFORM DETERMINE-CLOUD-ENDPOINT

           DISPLAY "Initializing public DNS records..."

           MOVE PUBDNS-ZONE-NAME TO WS-ZONE-NAME
           INSPECT WS-ZONE-NAME CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           IF PUBDNS-ZONE-RG = SPACES
               MOVE RG-NAME TO WS-ZONE-RG
           ELSE
               MOVE PUBDNS-ZONE-RG TO WS-ZONE-RG
           END-IF
           IF PUBDNS-TTL = 0
               MOVE 300 TO WS-TTL
           ELSE
               MOVE PUBDNS-TTL TO WS-TTL
           END-IF

           MOVE 'PIP|agw' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-PIP-NAME
           MOVE 'AFD' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-AFD-NAME
           PERFORM BUILD-CUSTOM-DOMAIN-NAME

           MOVE SPACES TO WS-AFD-PROFILE-ID
           STRING '/subscriptions/' SUBSCRIPTION-ID
                  '/resourceGroups/' FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.Cdn/profiles/'
                  FUNCTION TRIM(WS-AFD-NAME)
               DELIMITED BY SIZE INTO WS-AFD-PROFILE-ID
           END-STRING
           MOVE SPACES TO WS-ZONE-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/' SUBSCRIPTION-ID
                  '/resourceGroups/' FUNCTION TRIM(WS-ZONE-RG)
                  '/providers/Microsoft.Network/dnsZones/'
                  FUNCTION TRIM(WS-ZONE-NAME)
               DELIMITED BY SIZE INTO WS-ZONE-URL
           END-STRING
           MOVE SPACES TO WS-OWNER-MARK
           STRING '"resourceGroup":"' FUNCTION TRIM(RG-NAME) '"'
               DELIMITED BY SIZE INTO WS-OWNER-MARK
           END-STRING

           DISPLAY "  Zone: " FUNCTION TRIM(WS-ZONE-NAME)
                   " (" FUNCTION TRIM(WS-ZONE-RG) ")"

           MOVE SPACES TO AUTHORIZATION
           STRING 'Bearer ' ACCESS-TOKEN
               DELIMITED BY SIZE INTO AUTHORIZATION
           END-STRING
           PERFORM WRITE-AUTH-HEADER-FILE

           IF LS-DRYRUN-FLAG NOT = 'Y'
               PERFORM CHECK-ZONE-EXISTS
           END-IF.

      *> defaults to the public cloud when CLOUD-ENVIRONMENT is blank
       DETERMINE-CLOUD-ENDPOINT.
           IF CURL-TIMEOUT-SECS > 0
               MOVE CURL-TIMEOUT-SECS TO WS-CURL-MAX-TIME
           END-IF
           EVALUATE CLOUD-ENVIRONMENT
               WHEN 'USGOVERNMENT'
                   MOVE 'https://management.usgovcloudapi.net'
                       TO WS-ARM-BASE-URL
               WHEN 'CHINA'
                   MOVE 'https://management.chinacloudapi.cn'
                       TO WS-ARM-BASE-URL
               WHEN OTHER
                   MOVE 'https://management.azure.com'
                       TO WS-ARM-BASE-URL
           END-EVALUATE.

      *> Mirrors FRONTDOOR.cbl's naming of the custom domain
       BUILD-CUSTOM-DOMAIN-NAME.
           MOVE FD-CUSTOM-HOSTNAME TO WS-CUSTOM-DOMAIN-NAME
           INSPECT WS-CUSTOM-DOMAIN-NAME CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ.' TO
               'abcdefghijklmnopqrstuvwxyz-'.

      *> The zone is never created here - a zone nobody delegated
      *> to answers nothing, so a missing one is a setup problem to
      *> report, not to paper over
       CHECK-ZONE-EXISTS.
           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-ZONE-URL)
                  '?api-version=' WS-DNS-API-VERSION
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           PERFORM EXECUTE-PUBDNS-GET
           IF HTTP-STATUS-CODE NOT = 200
               DISPLAY "  Public zone " FUNCTION TRIM(WS-ZONE-NAME)
                       " not found in " FUNCTION TRIM(WS-ZONE-RG)
                       " (status " HTTP-STATUS-CODE ")"
               MOVE 8 TO LS-RETURN-CODE
           END-IF.

      *> The record name relative to the zone: '@' for the apex,
      *> otherwise the labels in front of the zone name
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

       PUBLISH-GATEWAY-RECORD.
           MOVE AGW-LISTENER-HOSTNAME TO WS-RECORD-HOST
           PERFORM DERIVE-RECORD-NAME
           MOVE 'A' TO WS-RECORD-TYPE
           MOVE 'ALIAS' TO WS-RECORD-KIND
           MOVE WS-TTL TO WS-RECORD-TTL
           MOVE SPACES TO WS-RECORD-TARGET
           STRING '/subscriptions/' SUBSCRIPTION-ID
                  '/resourceGroups/' FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.Network/publicIPAddresses/'
                  FUNCTION TRIM(WS-PIP-NAME)
               DELIMITED BY SIZE INTO WS-RECORD-TARGET
           END-STRING
           PERFORM PUT-RECORD-SET.

      *> The endpoint's azurefd.net name and the validation token
      *> both come from Front Door itself; the token is issued a
      *> little after the custom domain is created, so it is asked
      *> for a few times before giving up
       PUBLISH-FRONTDOOR-RECORDS.
           MOVE FD-CUSTOM-HOSTNAME TO WS-RECORD-HOST
           PERFORM DERIVE-RECORD-NAME
           MOVE WS-TTL TO WS-RECORD-TTL
           MOVE SPACES TO WS-RECORD-TARGET
           IF WS-RECORD-NAME = '@'
               MOVE 'A' TO WS-RECORD-TYPE
               MOVE 'ALIAS' TO WS-RECORD-KIND
               STRING FUNCTION TRIM(WS-AFD-PROFILE-ID)
                      '/afdEndpoints/' FUNCTION TRIM(WS-AFD-NAME)
                      '-ep'
                   DELIMITED BY SIZE INTO WS-RECORD-TARGET
               END-STRING
           ELSE
               MOVE 'CNAME' TO WS-RECORD-TYPE
               MOVE 'CNAME' TO WS-RECORD-KIND
               IF LS-DRYRUN-FLAG = 'Y'
                   STRING FUNCTION TRIM(WS-AFD-NAME)
                          '-ep.azurefd.net'
                       DELIMITED BY SIZE INTO WS-RECORD-TARGET
                   END-STRING
               ELSE
                   PERFORM LOOKUP-ENDPOINT-HOST
                   IF WS-ENDPOINT-HOST = SPACES
                       ADD 1 TO WS-RECORDS-FAILED
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-ENDPOINT-HOST TO WS-RECORD-TARGET
               END-IF
           END-IF
           PERFORM PUT-RECORD-SET

           IF LS-DRYRUN-FLAG = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-VALIDATION-TOKEN
           IF WS-VALIDATION-TOKEN = SPACES
               IF WS-DOMAIN-APPROVED = 'Y'
                   DISPLAY "  " FUNCTION TRIM(FD-CUSTOM-HOSTNAME)
                           " already validated - no TXT record "
                           "needed"
               ELSE
                   DISPLAY "  No validation token issued for "
                           FUNCTION TRIM(FD-CUSTOM-HOSTNAME)
                   ADD 1 TO WS-RECORDS-FAILED
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE FD-CUSTOM-HOSTNAME TO WS-RECORD-HOST
           PERFORM DERIVE-RECORD-NAME
           IF WS-RECORD-NAME = '@'
               MOVE '_dnsauth' TO WS-RECORD-NAME
           ELSE
               MOVE WS-RECORD-NAME TO WS-TEMP-AFTER
               MOVE SPACES TO WS-RECORD-NAME
               STRING '_dnsauth.' FUNCTION TRIM(WS-TEMP-AFTER)
                   DELIMITED BY SIZE INTO WS-RECORD-NAME
               END-STRING
           END-IF
           MOVE 'TXT' TO WS-RECORD-TYPE
           MOVE 'TXT' TO WS-RECORD-KIND
           MOVE 3600 TO WS-RECORD-TTL
           MOVE WS-VALIDATION-TOKEN TO WS-RECORD-TARGET
           PERFORM PUT-RECORD-SET.

       LOOKUP-ENDPOINT-HOST.
           MOVE SPACES TO WS-ENDPOINT-HOST
           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  FUNCTION TRIM(WS-AFD-PROFILE-ID)
                  '/afdEndpoints/' FUNCTION TRIM(WS-AFD-NAME) '-ep'
                  '?api-version=' WS-CDN-API-VERSION
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           PERFORM EXECUTE-PUBDNS-GET
           IF HTTP-STATUS-CODE NOT = 200
               DISPLAY "  Front Door endpoint not readable (status "
                       HTTP-STATUS-CODE ")"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-PUBDNS-RESPONSE
           MOVE SPACES TO WS-TEMP-AFTER
           UNSTRING WS-RESPONSE-LINE DELIMITED BY '"hostName":"'
               INTO WS-TEMP-BEFORE WS-TEMP-AFTER
           END-UNSTRING
           UNSTRING WS-TEMP-AFTER DELIMITED BY '"'
               INTO WS-ENDPOINT-HOST
           END-UNSTRING.

       LOOKUP-VALIDATION-TOKEN.
           MOVE SPACES TO WS-VALIDATION-TOKEN
           MOVE 'N' TO WS-DOMAIN-APPROVED
           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  FUNCTION TRIM(WS-AFD-PROFILE-ID)
                  '/customDomains/'
                  FUNCTION TRIM(WS-CUSTOM-DOMAIN-NAME)
                  '?api-version=' WS-CDN-API-VERSION
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           PERFORM VARYING WS-TOKEN-ATTEMPT FROM 1 BY 1
                   UNTIL WS-TOKEN-ATTEMPT > 6
                      OR WS-VALIDATION-TOKEN NOT = SPACES
                      OR WS-DOMAIN-APPROVED = 'Y'
               IF WS-TOKEN-ATTEMPT > 1
                   CALL "C$SYSTEM" USING "sleep 10"
                   END-CALL
               END-IF
               PERFORM EXECUTE-PUBDNS-GET
               IF HTTP-STATUS-CODE = 200
                   PERFORM READ-PUBDNS-RESPONSE
                   MOVE SPACES TO WS-TEMP-AFTER
                   UNSTRING WS-RESPONSE-LINE
                       DELIMITED BY '"validationToken":"'
                       INTO WS-TEMP-BEFORE WS-TEMP-AFTER
                   END-UNSTRING
                   UNSTRING WS-TEMP-AFTER DELIMITED BY '"'
                       INTO WS-VALIDATION-TOKEN
                   END-UNSTRING
                   MOVE 0 TO WS-OWNER-TALLY
                   INSPECT WS-RESPONSE-LINE TALLYING WS-OWNER-TALLY
                       FOR ALL '"domainValidationState":"Approved"'
                   IF WS-OWNER-TALLY > 0
                       MOVE 'Y' TO WS-DOMAIN-APPROVED
                   END-IF
               END-IF
           END-PERFORM.

      *> A name somebody else already publishes is not taken over:
      *> an existing record set must carry this resource group's
      *> mark in its metadata before it is rewritten
       CHECK-RECORD-OWNERSHIP.
           MOVE 'Y' TO WS-RECORD-OWNED
           PERFORM EXECUTE-PUBDNS-GET
           IF HTTP-STATUS-CODE = 404
               EXIT PARAGRAPH
           END-IF
           IF HTTP-STATUS-CODE NOT = 200
               MOVE 'N' TO WS-RECORD-OWNED
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-PUBDNS-RESPONSE
           MOVE 0 TO WS-OWNER-TALLY
           INSPECT WS-RESPONSE-LINE TALLYING WS-OWNER-TALLY
               FOR ALL WS-OWNER-MARK(1:FUNCTION LENGTH(
                   FUNCTION TRIM(WS-OWNER-MARK)))
           IF WS-OWNER-TALLY = 0
               MOVE 'N' TO WS-RECORD-OWNED
           END-IF.

       PUT-RECORD-SET.
           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-ZONE-URL)
                  '/' FUNCTION TRIM(WS-RECORD-TYPE)
                  '/' FUNCTION TRIM(WS-RECORD-NAME)
                  '?api-version=' WS-DNS-API-VERSION
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           PERFORM GENERATE-RECORD-JSON-PAYLOAD

           IF LS-DRYRUN-FLAG = 'Y'
               IF LS-DRYRUN-URL = SPACES
                   MOVE HTTP-URL TO LS-DRYRUN-URL
                   MOVE JSON-PAYLOAD TO LS-DRYRUN-JSON
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-RECORD-OWNERSHIP
           IF WS-RECORD-OWNED NOT = 'Y'
               DISPLAY "  " FUNCTION TRIM(WS-RECORD-TYPE) " "
                       FUNCTION TRIM(WS-RECORD-NAME)
                       " exists and is not managed by this "
                       "environment (status " HTTP-STATUS-CODE
                       ") - left untouched"
               ADD 1 TO WS-RECORDS-FAILED
               EXIT PARAGRAPH
           END-IF

           MOVE JSON-PAYLOAD TO HTTP-BODY
           MOVE JSON-LENGTH TO CONTENT-LENGTH
           PERFORM EXECUTE-PUBDNS-PUT

           IF HTTP-STATUS-CODE = 200 OR HTTP-STATUS-CODE = 201
               DISPLAY "  " FUNCTION TRIM(WS-RECORD-TYPE) " "
                       FUNCTION TRIM(WS-RECORD-NAME) " -> "
                       FUNCTION TRIM(WS-RECORD-TARGET)
               ADD 1 TO WS-RECORDS-WRITTEN
           ELSE
               DISPLAY "  Failed to write "
                       FUNCTION TRIM(WS-RECORD-TYPE) " "
                       FUNCTION TRIM(WS-RECORD-NAME)
                       ". Status: " HTTP-STATUS-CODE
               ADD 1 TO WS-RECORDS-FAILED
           END-IF.

      *> An alias record follows the Azure resource it names; the
      *> metadata marks whose record it is
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

       EXECUTE-PUBDNS-GET.
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o pubdns_response.json -w '%{http_code}' "
                   "-H @pubdns_auth.txt '"
                   HTTP-URL "' > pubdns_status.txt"
               END-CALL
               PERFORM READ-PUBDNS-STATUS
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM.

      *> Shared PUT with the retry/backoff treatment every module
      *> gives its ARM calls
       EXECUTE-PUBDNS-PUT.
           MOVE 'PUT' TO HTTP-METHOD
           MOVE 'application/json' TO CONTENT-TYPE

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' HTTP-URL
                                      'pubdns_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o pubdns_response.json "
                   "-D pubdns_headers.txt "
                   "-w '%{http_code}' -X PUT "
                   "-H @pubdns_auth.txt -H 'Content-Type: "
                   "application/json' -d '"
                   HTTP-BODY
                   "' '" HTTP-URL "' > pubdns_status.txt"
               END-CALL

               PERFORM READ-PUBDNS-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' HTTP-URL
                                      'pubdns_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

      *> Every ARM change lands one chained record in the audit
      *> trail, correlation ID included
           CALL 'AUDITLOG' USING HTTP-METHOD HTTP-URL HTTP-BODY
                                 HTTP-STATUS-CODE CLIENT-ID
                                 'pubdns_headers.txt'.

       READ-PUBDNS-STATUS.
           MOVE 0 TO HTTP-STATUS-CODE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PUBDNS-STATUS-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PUBDNS-STATUS-FILE INTO PUBDNS-STATUS-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE FUNCTION NUMVAL(PUBDNS-STATUS-RECORD)
                           TO HTTP-STATUS-CODE
               END-READ
           END-PERFORM
           CLOSE PUBDNS-STATUS-FILE.

       READ-PUBDNS-RESPONSE.
           MOVE SPACES TO WS-RESPONSE-LINE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PUBDNS-RESPONSE-FILE
           IF WS-RESPONSE-STATUS = '00'
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ PUBDNS-RESPONSE-FILE INTO WS-RESPONSE-LINE
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE PUBDNS-RESPONSE-FILE
           END-IF.

      *> Azure throttles ARM calls (429) and occasionally returns a
      *> transient 5xx; back off and retry those rather than failing
      *> the whole deployment on a blip. Anything else is a real
      *> failure and is left for the caller to report.
       EVALUATE-RETRY-STATUS.
           IF HTTP-STATUS-CODE = 408 OR HTTP-STATUS-CODE = 429
                   OR HTTP-STATUS-CODE = 500 OR HTTP-STATUS-CODE = 502
                   OR HTTP-STATUS-CODE = 503 OR HTTP-STATUS-CODE = 504
               ADD 1 TO WS-RETRY-COUNT
               IF WS-RETRY-COUNT >= WS-RETRY-MAX
                   MOVE 'Y' TO WS-RETRY-DONE
               ELSE
                   COMPUTE WS-BACKOFF-SECS = 2 ** WS-RETRY-COUNT
                   DISPLAY "  Transient error (status "
                           HTTP-STATUS-CODE "), retrying in "
                           WS-BACKOFF-SECS " seconds..."
                   CALL "C$SYSTEM" USING "sleep " WS-BACKOFF-SECS
                   END-CALL
               END-IF
           ELSE
               MOVE 'Y' TO WS-RETRY-DONE
           END-IF.

      *> Write the bearer token to a file curl reads with -H @file
      *> instead of passing it on the command line, where it would
      *> be visible to anyone on the box running ps
       WRITE-AUTH-HEADER-FILE.
           MOVE SPACES TO AUTH-HEADER-RECORD
           STRING 'Authorization: ' AUTHORIZATION
               DELIMITED BY SIZE INTO AUTH-HEADER-RECORD
           END-STRING
           OPEN OUTPUT AUTH-HEADER-FILE
           WRITE AUTH-HEADER-RECORD
           CLOSE AUTH-HEADER-FILE.

       END PROGRAM PUBLICDNS.

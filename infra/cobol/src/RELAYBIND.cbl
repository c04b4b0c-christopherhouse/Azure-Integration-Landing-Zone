       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELAYBIND.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Shared hybrid connection binding for the App Service sites,
      *> called by LOGICAPP and FUNCAPP once a site's VNet
      *> integration is in place. For every RELAY_HC_n entry whose
      *> SITES is blank or names the calling site kind, the send
      *> rule's key is read with a listKeys POST (picked out of the
      *> response by the shell, the REDISCONN pattern) and the
      *> connection is bound to the site with the on-prem host and
      *> port it fronts, so workflow and function code calls the
      *> host:port as if it were on the network. The key never
      *> reaches a DISPLAY, a log or the audit trail. Returns 0 when
      *> every binding is in place, 8 otherwise.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIND-STATUS-FILE ASSIGN TO "relaybind_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BIND-FIELD-FILE ASSIGN TO "relaybind_field.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIELD-STATUS.
           SELECT AUTH-HEADER-FILE ASSIGN TO "relaybind_auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BIND-STATUS-FILE.
       01  BIND-STATUS-RECORD              PIC X(8).

       FD  BIND-FIELD-FILE.
       01  BIND-FIELD-RECORD               PIC X(512).

       FD  AUTH-HEADER-FILE.
       01  AUTH-HEADER-RECORD              PIC X(1056).

       WORKING-STORAGE SECTION.
      *> Request handed to the shared AZURENAME renderer
       01  WS-NAME-REQ                 PIC X(48).
      *> Overall time limit handed to every curl (-m) so a network
      *> blackhole fails the call instead of hanging the run;
      *> CURL_TIMEOUT_SECS overrides the default where configured
       01  WS-CURL-MAX-TIME            PIC 9(4) VALUE 0300.
       01  WS-AV-TYPE                  PIC X(48).
       COPY HTTPCLIENT.

       01  WS-EOF-FLAG                     PIC X VALUE 'N'.
       01  WS-FIELD-STATUS                 PIC XX.
       01  WS-ARM-BASE-URL                 PIC X(40)
               VALUE 'https://management.azure.com'.
      *> The suffix App Service appends to the namespace name to
      *> reach the relay, per cloud
       01  WS-RELAY-SUFFIX                 PIC X(32)
               VALUE '.servicebus.windows.net'.
       01  WS-RELAY-API-VERSION            PIC X(10) VALUE '2021-11-01'.
       01  WS-WEB-API-VERSION              PIC X(10) VALUE '2022-09-01'.
       01  WS-RELAY-NAME                   PIC X(64).
       01  WS-HC-IDX                       PIC 9(2).
       01  WS-HC-ID                        PIC X(384).
       01  WS-HC-PORT-DISPLAY              PIC Z(4)9.
       01  WS-BIND-URL                     PIC X(512).
       01  WS-BIND-CMD                     PIC X(1024).
       01  WS-SEND-KEY                     PIC X(128).
       01  WS-BIND-COUNT                   PIC 9(2).
       01  WS-BIND-JSON                    PIC X(2048).
       01  WS-RETRY-COUNT                  PIC 9(2).
       01  WS-RETRY-MAX                    PIC 9(2) VALUE 3.
       01  WS-RETRY-DONE                   PIC X.
       01  WS-BACKOFF-SECS                 PIC 9(2).

       LINKAGE SECTION.
       COPY AZURECONFIG REPLACING AZURE-CONFIG BY LS-AZURE-CONFIG.
       01  LS-AUTH-TOKEN.
           05  LS-ACCESS-TOKEN             PIC X(2048).
           05  LS-TOKEN-TYPE               PIC X(16).
           05  LS-EXPIRES-IN               PIC 9(8).
           05  LS-TOKEN-EXPIRY-TIME        PIC 9(14).
       01  LS-SITE-NAME                    PIC X(64).
      *> LOGICAPP or FUNCAPP - matched against RELAY_HC_n_SITES
       01  LS-SITE-KIND                    PIC X(8).
       01  LS-RETURN-CODE                  PIC 9(2).

       PROCEDURE DIVISION USING LS-AZURE-CONFIG,
                                LS-AUTH-TOKEN,
                                LS-SITE-NAME,
                                LS-SITE-KIND,
                                LS-RETURN-CODE.
       MAIN-PROCEDURE.
           MOVE 0 TO LS-RETURN-CODE
           MOVE 0 TO WS-BIND-COUNT
           MOVE 'Microsoft.Relay/namespaces'
               TO WS-AV-TYPE
           CALL 'APIVERSIONS' USING WS-AV-TYPE WS-RELAY-API-VERSION
           MOVE 'Microsoft.Web/sites'
               TO WS-AV-TYPE
           CALL 'APIVERSIONS' USING WS-AV-TYPE WS-WEB-API-VERSION
           PERFORM DETERMINE-CLOUD-ENDPOINT

           MOVE 'RELAY' TO WS-NAME-REQ
           CALL 'AZURENAME' USING LS-AZURE-CONFIG WS-NAME-REQ
                                  WS-RELAY-NAME

           STRING 'Bearer ' LS-ACCESS-TOKEN
               DELIMITED BY SIZE INTO AUTHORIZATION
           END-STRING
           PERFORM WRITE-AUTH-HEADER-FILE

           DISPLAY "Binding hybrid connections to "
                   FUNCTION TRIM(LS-SITE-NAME) "..."

           PERFORM VARYING WS-HC-IDX FROM 1 BY 1
                   UNTIL WS-HC-IDX > RELAY-HC-COUNT
                      OR LS-RETURN-CODE NOT = 0
               IF RELAY-HC-SITES(WS-HC-IDX) = SPACES
                       OR RELAY-HC-SITES(WS-HC-IDX) = LS-SITE-KIND
                   PERFORM BIND-HYBRID-CONNECTION
               END-IF
           END-PERFORM

           IF LS-RETURN-CODE = 0
               DISPLAY "  " WS-BIND-COUNT " hybrid connection(s) bound"
           END-IF

           GOBACK.

      *> defaults to the public cloud when CLOUD-ENVIRONMENT is blank
       DETERMINE-CLOUD-ENDPOINT.
           IF CURL-TIMEOUT-SECS > 0
               MOVE CURL-TIMEOUT-SECS TO WS-CURL-MAX-TIME
           END-IF
           EVALUATE CLOUD-ENVIRONMENT
               WHEN 'USGOVERNMENT'
                   MOVE 'https://management.usgovcloudapi.net'
                       TO WS-ARM-BASE-URL
                   MOVE '.servicebus.usgovcloudapi.net'
                       TO WS-RELAY-SUFFIX
               WHEN 'CHINA'
                   MOVE 'https://management.chinacloudapi.cn'
                       TO WS-ARM-BASE-URL
                   MOVE '.servicebus.chinacloudapi.cn'
                       TO WS-RELAY-SUFFIX
               WHEN OTHER
                   MOVE 'https://management.azure.com'
                       TO WS-ARM-BASE-URL
                   MOVE '.servicebus.windows.net'
                       TO WS-RELAY-SUFFIX
           END-EVALUATE.

       BIND-HYBRID-CONNECTION.
           MOVE SPACES TO WS-HC-ID
           STRING '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/'
                  FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.Relay/namespaces/'
                  FUNCTION TRIM(WS-RELAY-NAME)
                  '/hybridConnections/'
                  FUNCTION TRIM(RELAY-HC-NAME(WS-HC-IDX))
               DELIMITED BY SIZE INTO WS-HC-ID
           END-STRING

           PERFORM READ-SEND-KEY
           IF LS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-BIND-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/'
                  FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.Web/sites/'
                  FUNCTION TRIM(LS-SITE-NAME)
                  '/hybridConnectionNamespaces/'
                  FUNCTION TRIM(WS-RELAY-NAME)
                  '/relays/'
                  FUNCTION TRIM(RELAY-HC-NAME(WS-HC-IDX))
                  '?api-version='
                  WS-WEB-API-VERSION
               DELIMITED BY SIZE INTO WS-BIND-URL
           END-STRING

           MOVE RELAY-HC-PORT(WS-HC-IDX) TO WS-HC-PORT-DISPLAY
           MOVE SPACES TO WS-BIND-JSON
           STRING '{"properties": {'
                  '"serviceBusNamespace": "'
                      FUNCTION TRIM(WS-RELAY-NAME) '",'
                  '"serviceBusSuffix": "'
                      FUNCTION TRIM(WS-RELAY-SUFFIX) '",'
                  '"relayName": "'
                      FUNCTION TRIM(RELAY-HC-NAME(WS-HC-IDX)) '",'
                  '"relayArmUri": "' FUNCTION TRIM(WS-HC-ID) '",'
                  '"hostname": "'
                      FUNCTION TRIM(RELAY-HC-HOST(WS-HC-IDX)) '",'
                  '"port": ' FUNCTION TRIM(WS-HC-PORT-DISPLAY) ','
                  '"sendKeyName": "send",'
                  '"sendKeyValue": "' FUNCTION TRIM(WS-SEND-KEY) '"'
                  '}}'
               DELIMITED BY SIZE INTO WS-BIND-JSON
           END-STRING
           MOVE SPACES TO WS-SEND-KEY

      *> The body carries the send key, so this PUT stays out of
      *> AUDITLOG and the body is cleared straight after
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' WS-BIND-URL
                                      'relaybind_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o relaybind_response.json "
                   "-D relaybind_rate_headers.txt "
                   "-w '%{http_code}' -X PUT "
                   "-H @relaybind_auth.txt -H 'Content-Type: "
                   "application/json' -d '"
                   WS-BIND-JSON
                   "' '" WS-BIND-URL "' > relaybind_status.txt"
               END-CALL

               PERFORM READ-BIND-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' WS-BIND-URL
                                      'relaybind_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM
           MOVE SPACES TO WS-BIND-JSON

           IF HTTP-STATUS-CODE = 200 OR HTTP-STATUS-CODE = 201
               ADD 1 TO WS-BIND-COUNT
               DISPLAY "  Bound: "
                       FUNCTION TRIM(RELAY-HC-NAME(WS-HC-IDX))
                       " -> " FUNCTION TRIM(RELAY-HC-HOST(WS-HC-IDX))
                       ":" FUNCTION TRIM(WS-HC-PORT-DISPLAY)
           ELSE
               DISPLAY "  Failed to bind hybrid connection "
                       FUNCTION TRIM(RELAY-HC-NAME(WS-HC-IDX))
                       ". Status: " HTTP-STATUS-CODE
               MOVE 8 TO LS-RETURN-CODE
           END-IF.

      *> The response file is removed as soon as it has been read
       READ-SEND-KEY.
           MOVE SPACES TO WS-BIND-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  FUNCTION TRIM(WS-HC-ID)
                  '/authorizationRules/send/listKeys?api-version='
                  WS-RELAY-API-VERSION
               DELIMITED BY SIZE INTO WS-BIND-URL
           END-STRING

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'POST' WS-BIND-URL
                                      'relaybind_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o relaybind_response.json -w '%{http_code}' "
                   "-D relaybind_rate_headers.txt "
                   "-X POST -H 'Content-Length: 0' "
                   "-H @relaybind_auth.txt '"
                   WS-BIND-URL "' > relaybind_status.txt"
               END-CALL

               PERFORM READ-BIND-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'POST' WS-BIND-URL
                                      'relaybind_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           IF HTTP-STATUS-CODE NOT = 200
               DISPLAY "  Send key for "
                       FUNCTION TRIM(RELAY-HC-NAME(WS-HC-IDX))
                       " not readable. Status: " HTTP-STATUS-CODE
               MOVE 8 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-BIND-CMD
           STRING "tr -d '\n' < relaybind_response.json"
                  ' | grep -o ' "'" '"primaryKey":"[^"]*"' "'"
                  ' | head -1 | sed ' "'"
                  's/.*:"//; s/"$//' "'"
                  ' > relaybind_field.txt; '
                  'rm -f relaybind_response.json'
               DELIMITED BY SIZE INTO WS-BIND-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-BIND-CMD
           END-CALL
           PERFORM READ-BIND-FIELD

           IF WS-SEND-KEY = SPACES
               DISPLAY "  No send key returned for "
                       FUNCTION TRIM(RELAY-HC-NAME(WS-HC-IDX))
               MOVE 8 TO LS-RETURN-CODE
           END-IF.

       READ-BIND-STATUS.
           MOVE 0 TO HTTP-STATUS-CODE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT BIND-STATUS-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ BIND-STATUS-FILE INTO BIND-STATUS-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE FUNCTION NUMVAL(BIND-STATUS-RECORD)
                           TO HTTP-STATUS-CODE
               END-READ
           END-PERFORM
           CLOSE BIND-STATUS-FILE.

      *> The field file is emptied again once read so the key does
      *> not outlive the call on disk
       READ-BIND-FIELD.
           MOVE SPACES TO WS-SEND-KEY
           OPEN INPUT BIND-FIELD-FILE
           IF WS-FIELD-STATUS = '00'
               READ BIND-FIELD-FILE INTO BIND-FIELD-RECORD
                   AT END CONTINUE
                   NOT AT END
                       MOVE FUNCTION TRIM(BIND-FIELD-RECORD)
                           TO WS-SEND-KEY
               END-READ
               CLOSE BIND-FIELD-FILE
           END-IF
           CALL "C$SYSTEM" USING "rm -f relaybind_field.txt"
           END-CALL.

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

       END PROGRAM RELAYBIND.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLOTSWAP.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Shared staging-slot release for the App Service sites,
      *> called by FUNCAPP and LOGICAPP once a new build sits in the
      *> staging slot, and by AZURESWAPBACK to undo a release.
      *>   RELEASE   the slot's health path is polled until it
      *>             answers 200 (SLOT_WARMUP_SECS, default 300);
      *>             only then is the slot swapped into production.
      *>             A slot that never warms is left where it is -
      *>             production keeps serving the previous build.
      *>   SWAPBACK  the slot - which holds the previous build after
      *>             a release - is swapped straight back.
      *> Either way the swap's ARM operation is followed to the end
      *> and production's own health path is checked afterwards.
      *> Every outcome lands as a SWAP record in run-history.dat:
      *>   SWAP|<stamp>|<env>|<site>|<slot>|<outcome>|<http>
      *> with outcome SWAPPED, HELD, ROLLBACK or FAILED. Returns 0
      *> when the swap completed, 4 when the slot was held, 8 when
      *> the swap failed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWAP-STATUS-FILE ASSIGN TO "slotswap_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SWAP-FIELD-FILE ASSIGN TO "slotswap_field.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIELD-STATUS.
           SELECT AUTH-HEADER-FILE ASSIGN TO "slotswap_auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO
               "run-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SWAP-STATUS-FILE.
       01  SWAP-STATUS-RECORD              PIC X(8).

       FD  SWAP-FIELD-FILE.
       01  SWAP-FIELD-RECORD               PIC X(512).

       FD  AUTH-HEADER-FILE.
       01  AUTH-HEADER-RECORD              PIC X(1056).

       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-RECORD              PIC X(120).

       WORKING-STORAGE SECTION.
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
       01  WS-WEB-API-VERSION              PIC X(10) VALUE '2022-09-01'.
       01  WS-SITE-URL                     PIC X(512).
       01  WS-SWAP-CMD                     PIC X(1024).
       01  WS-FIELD-VALUE                  PIC X(512).
       01  WS-HEALTH-PATH                  PIC X(128).
       01  WS-SLOT-HOST                    PIC X(128).
       01  WS-PROD-HOST                    PIC X(128).
       01  WS-CHECK-HOST                   PIC X(128).
       01  WS-OPERATION-URL                PIC X(512).

      *> Warm-up: one probe every WS-PROBE-INTERVAL seconds until the
      *> health path answers 200 or the allowance runs out
       01  WS-WARMUP-SECS                  PIC 9(4) VALUE 300.
       01  WS-PROBE-INTERVAL               PIC 9(2) VALUE 10.
       01  WS-PROBE-ELAPSED                PIC 9(5).
       01  WS-HEALTH-OK                    PIC X.
       01  WS-HEALTH-STATUS                PIC 9(3).

      *> Following the swap's asynchronous operation
       01  WS-POLL-INTERVAL                PIC 9(4) VALUE 15.
       01  WS-POLL-MAX                     PIC 9(5) VALUE 900.
       01  WS-POLL-ELAPSED                 PIC 9(5).

       01  WS-SWAP-OUTCOME                 PIC X(8).
       01  WS-CURRENT-DATE8                PIC 9(8).
       01  WS-CURRENT-CLOCK8               PIC 9(8).
       01  WS-HISTORY-LINE                 PIC X(120).

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
       01  LS-SLOT-NAME                    PIC X(32).
      *> Path probed on the slot before the swap and on production
      *> after it; blank probes the site root
       01  LS-HEALTH-PATH                  PIC X(128).
      *> RELEASE or SWAPBACK
       01  LS-SWAP-ACTION                  PIC X(8).
       01  LS-RETURN-CODE                  PIC 9(2).

       PROCEDURE DIVISION USING LS-AZURE-CONFIG,
                                LS-AUTH-TOKEN,
                                LS-SITE-NAME,
                                LS-SLOT-NAME,
                                LS-HEALTH-PATH,
                                LS-SWAP-ACTION,
                                LS-RETURN-CODE.
       MAIN-PROCEDURE.
           MOVE 0 TO LS-RETURN-CODE WS-HEALTH-STATUS
           MOVE 'Microsoft.Web/sites'
               TO WS-AV-TYPE
           CALL 'APIVERSIONS' USING WS-AV-TYPE WS-WEB-API-VERSION
           PERFORM DETERMINE-CLOUD-ENDPOINT

           IF SLOT-WARMUP-SECS > 0
               MOVE SLOT-WARMUP-SECS TO WS-WARMUP-SECS
           END-IF
           IF POLL-INTERVAL-SECS > 0
               MOVE POLL-INTERVAL-SECS TO WS-POLL-INTERVAL
           END-IF
           IF POLL-MAX-SECS > 0
               MOVE POLL-MAX-SECS TO WS-POLL-MAX
           END-IF
           IF LS-HEALTH-PATH = SPACES
               MOVE '/' TO WS-HEALTH-PATH
           ELSE
               MOVE LS-HEALTH-PATH TO WS-HEALTH-PATH
           END-IF

           STRING 'Bearer ' LS-ACCESS-TOKEN
               DELIMITED BY SIZE INTO AUTHORIZATION
           END-STRING
           PERFORM WRITE-AUTH-HEADER-FILE

           MOVE SPACES TO WS-SITE-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/'
                  FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.Web/sites/'
                  FUNCTION TRIM(LS-SITE-NAME)
               DELIMITED BY SIZE INTO WS-SITE-URL
           END-STRING

           PERFORM RESOLVE-HOST-NAMES
           IF WS-SLOT-HOST = SPACES OR WS-PROD-HOST = SPACES
               DISPLAY "  Cannot read the host names of "
                       FUNCTION TRIM(LS-SITE-NAME) " and its "
                       FUNCTION TRIM(LS-SLOT-NAME) " slot"
               MOVE 'FAILED' TO WS-SWAP-OUTCOME
               MOVE 8 TO LS-RETURN-CODE
               PERFORM APPEND-SWAP-RECORD
               GOBACK
           END-IF

           IF LS-SWAP-ACTION = 'RELEASE'
               DISPLAY "Warming " FUNCTION TRIM(LS-SLOT-NAME)
                       " slot of " FUNCTION TRIM(LS-SITE-NAME)
                       " at " FUNCTION TRIM(WS-HEALTH-PATH) "..."
               MOVE WS-SLOT-HOST TO WS-CHECK-HOST
               PERFORM PROBE-HEALTH-PATH
               IF WS-HEALTH-OK NOT = 'Y'
                   DISPLAY "  Slot did not warm within "
                           WS-WARMUP-SECS " seconds (last status "
                           WS-HEALTH-STATUS ") - not swapped, "
                           "production unchanged"
                   MOVE 'HELD' TO WS-SWAP-OUTCOME
                   MOVE 4 TO LS-RETURN-CODE
                   PERFORM APPEND-SWAP-RECORD
                   GOBACK
               END-IF
               DISPLAY "  Slot warm - swapping into production"
           ELSE
               DISPLAY "Swapping " FUNCTION TRIM(LS-SLOT-NAME)
                       " slot of " FUNCTION TRIM(LS-SITE-NAME)
                       " back into production..."
           END-IF

           PERFORM SWAP-SLOT-INTO-PRODUCTION
           IF LS-RETURN-CODE = 0
               MOVE WS-PROD-HOST TO WS-CHECK-HOST
               PERFORM PROBE-HEALTH-PATH
               IF WS-HEALTH-OK NOT = 'Y'
                   DISPLAY "  Production not healthy after the swap "
                           "(status " WS-HEALTH-STATUS ")"
                   MOVE 8 TO LS-RETURN-CODE
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN LS-RETURN-CODE NOT = 0
                   MOVE 'FAILED' TO WS-SWAP-OUTCOME
               WHEN LS-SWAP-ACTION = 'RELEASE'
                   MOVE 'SWAPPED' TO WS-SWAP-OUTCOME
                   DISPLAY "  Swapped - previous build kept in the "
                           FUNCTION TRIM(LS-SLOT-NAME) " slot"
               WHEN OTHER
                   MOVE 'ROLLBACK' TO WS-SWAP-OUTCOME
                   DISPLAY "  Previous build is live again"
           END-EVALUATE
           PERFORM APPEND-SWAP-RECORD
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
               WHEN 'CHINA'
                   MOVE 'https://management.chinacloudapi.cn'
                       TO WS-ARM-BASE-URL
               WHEN OTHER
                   MOVE 'https://management.azure.com'
                       TO WS-ARM-BASE-URL
           END-EVALUATE.

      *> Slot host names are shortened by App Service when site and
      *> slot names run long, so both are read from ARM rather than
      *> composed
       RESOLVE-HOST-NAMES.
           MOVE SPACES TO WS-SWAP-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o slotswap_response.json -w ' "'%{http_code}'"
                  ' -H @slotswap_auth.txt'
                  " '" FUNCTION TRIM(WS-SITE-URL)
                  '/slots/' FUNCTION TRIM(LS-SLOT-NAME)
                  '?api-version=' WS-WEB-API-VERSION "'"
                  ' > slotswap_status.txt'
               DELIMITED BY SIZE INTO WS-SWAP-CMD
           END-STRING
           MOVE 'GET' TO HTTP-METHOD
           PERFORM RUN-WITH-RETRY
           PERFORM EXTRACT-DEFAULT-HOST
           MOVE WS-FIELD-VALUE TO WS-SLOT-HOST
           IF HTTP-STATUS-CODE NOT = 200
               MOVE SPACES TO WS-SLOT-HOST
           END-IF

           MOVE SPACES TO WS-SWAP-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o slotswap_response.json -w ' "'%{http_code}'"
                  ' -H @slotswap_auth.txt'
                  " '" FUNCTION TRIM(WS-SITE-URL)
                  '?api-version=' WS-WEB-API-VERSION "'"
                  ' > slotswap_status.txt'
               DELIMITED BY SIZE INTO WS-SWAP-CMD
           END-STRING
           MOVE 'GET' TO HTTP-METHOD
           PERFORM RUN-WITH-RETRY
           PERFORM EXTRACT-DEFAULT-HOST
           MOVE WS-FIELD-VALUE TO WS-PROD-HOST
           IF HTTP-STATUS-CODE NOT = 200
               MOVE SPACES TO WS-PROD-HOST
           END-IF.

       EXTRACT-DEFAULT-HOST.
           CALL "C$SYSTEM" USING
               "grep -o '" '"defaultHostName":"[^"]*"' "' "
               "slotswap_response.json | head -1 | cut -d'" '"'
               "' -f4 > slotswap_field.txt"
           END-CALL
           PERFORM READ-FIELD-VALUE.

      *> Probes https://<host><path> until it answers 200 or the
      *> warm-up allowance is spent; anything else - 5xx while the
      *> host starts, 404 from a path the build does not serve yet -
      *> counts as not warm
       PROBE-HEALTH-PATH.
           MOVE 'N' TO WS-HEALTH-OK
           MOVE 0 TO WS-PROBE-ELAPSED
           MOVE SPACES TO WS-SWAP-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o /dev/null -w ' "'%{http_code}'"
                  " 'https://" FUNCTION TRIM(WS-CHECK-HOST)
                  FUNCTION TRIM(WS-HEALTH-PATH) "'"
                  ' > slotswap_status.txt'
               DELIMITED BY SIZE INTO WS-SWAP-CMD
           END-STRING
           PERFORM UNTIL WS-HEALTH-OK = 'Y'
                      OR WS-PROBE-ELAPSED >= WS-WARMUP-SECS
               CALL "C$SYSTEM" USING WS-SWAP-CMD
               END-CALL
               PERFORM READ-SWAP-STATUS
               MOVE HTTP-STATUS-CODE TO WS-HEALTH-STATUS
               IF HTTP-STATUS-CODE = 200
                   MOVE 'Y' TO WS-HEALTH-OK
               ELSE
                   CALL "C$SYSTEM" USING "sleep " WS-PROBE-INTERVAL
                   END-CALL
                   ADD WS-PROBE-INTERVAL TO WS-PROBE-ELAPSED
               END-IF
           END-PERFORM.

      *> preserveVnet keeps production's VNet integration in place
      *> through the swap. ARM answers 202 and finishes the swap in
      *> the background; the operation named in the Location header
      *> is followed until it stops answering 202.
       SWAP-SLOT-INTO-PRODUCTION.
           MOVE 'POST' TO HTTP-METHOD
           MOVE SPACES TO HTTP-URL HTTP-BODY
           STRING FUNCTION TRIM(WS-SITE-URL)
                  '/slots/' FUNCTION TRIM(LS-SLOT-NAME)
                  '/slotsswap?api-version=' WS-WEB-API-VERSION
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           MOVE '{"targetSlot": "production", "preserveVnet": true}'
               TO HTTP-BODY

           MOVE SPACES TO WS-SWAP-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o slotswap_response.json -D slotswap_headers.txt'
                  ' -w ' "'%{http_code}'"
                  ' -X POST -H @slotswap_auth.txt'
                  ' -H ' "'Content-Type: application/json'"
                  " -d '" FUNCTION TRIM(HTTP-BODY) "'"
                  " '" FUNCTION TRIM(HTTP-URL) "'"
                  ' > slotswap_status.txt'
               DELIMITED BY SIZE INTO WS-SWAP-CMD
           END-STRING
           PERFORM RUN-WITH-RETRY

      *> Every ARM change lands one chained record in the audit
      *> trail, correlation ID included
           CALL 'AUDITLOG' USING HTTP-METHOD HTTP-URL HTTP-BODY
                                 HTTP-STATUS-CODE CLIENT-ID
                                 'slotswap_headers.txt'

           IF HTTP-STATUS-CODE = 200
               EXIT PARAGRAPH
           END-IF
           IF HTTP-STATUS-CODE NOT = 202
               DISPLAY "  Swap refused. Status: " HTTP-STATUS-CODE
               MOVE 8 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM WAIT-FOR-SWAP-OPERATION.

       WAIT-FOR-SWAP-OPERATION.
           CALL "C$SYSTEM" USING
               "grep -i '^location:' slotswap_headers.txt | head -1"
               " | cut -d' ' -f2 | tr -d '\r' > slotswap_field.txt"
           END-CALL
           PERFORM READ-FIELD-VALUE
           MOVE WS-FIELD-VALUE TO WS-OPERATION-URL
           IF WS-OPERATION-URL = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-POLL-ELAPSED
           MOVE 202 TO HTTP-STATUS-CODE
           MOVE SPACES TO WS-SWAP-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o slotswap_response.json -w ' "'%{http_code}'"
                  ' -H @slotswap_auth.txt'
                  " '" FUNCTION TRIM(WS-OPERATION-URL) "'"
                  ' > slotswap_status.txt'
               DELIMITED BY SIZE INTO WS-SWAP-CMD
           END-STRING
           PERFORM UNTIL HTTP-STATUS-CODE NOT = 202
                      OR WS-POLL-ELAPSED >= WS-POLL-MAX
               CALL "C$SYSTEM" USING "sleep " WS-POLL-INTERVAL
               END-CALL
               ADD WS-POLL-INTERVAL TO WS-POLL-ELAPSED
               CALL "C$SYSTEM" USING WS-SWAP-CMD
               END-CALL
               PERFORM READ-SWAP-STATUS
           END-PERFORM

           IF HTTP-STATUS-CODE NOT = 200
               DISPLAY "  Swap did not complete. Status: "
                       HTTP-STATUS-CODE
               MOVE 8 TO LS-RETURN-CODE
           END-IF.

      *> SWAP|<stamp>|<env>|<site>|<slot>|<outcome>|<http> joins the
      *> RUN, RES and GATE records in the ledger, so which build was
      *> live when is answerable from one file
       APPEND-SWAP-RECORD.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-CLOCK8 FROM TIME
           MOVE SPACES TO WS-HISTORY-LINE
           STRING 'SWAP|' WS-CURRENT-DATE8 WS-CURRENT-CLOCK8(1:6)
                  '|' FUNCTION TRIM(ENV-NAME)
                  '|' FUNCTION TRIM(LS-SITE-NAME)
                  '|' FUNCTION TRIM(LS-SLOT-NAME)
                  '|' FUNCTION TRIM(WS-SWAP-OUTCOME)
                  '|' WS-HEALTH-STATUS
               DELIMITED BY SIZE INTO WS-HISTORY-LINE
           END-STRING
           OPEN EXTEND RUN-HISTORY-FILE
           WRITE RUN-HISTORY-RECORD FROM WS-HISTORY-LINE
           CLOSE RUN-HISTORY-FILE.

       READ-FIELD-VALUE.
           MOVE SPACES TO WS-FIELD-VALUE
           OPEN INPUT SWAP-FIELD-FILE
           IF WS-FIELD-STATUS = '00'
               READ SWAP-FIELD-FILE INTO WS-FIELD-VALUE
                   AT END CONTINUE
               END-READ
               CLOSE SWAP-FIELD-FILE
           END-IF.

       RUN-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' HTTP-METHOD HTTP-URL
                                      'slotswap_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING WS-SWAP-CMD
               END-CALL
               PERFORM READ-SWAP-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' HTTP-METHOD HTTP-URL
                                      'slotswap_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM.

       READ-SWAP-STATUS.
           MOVE 0 TO HTTP-STATUS-CODE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SWAP-STATUS-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SWAP-STATUS-FILE INTO SWAP-STATUS-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE FUNCTION NUMVAL(SWAP-STATUS-RECORD)
                           TO HTTP-STATUS-CODE
               END-READ
           END-PERFORM
           CLOSE SWAP-STATUS-FILE.

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

       END PROGRAM SLOTSWAP.

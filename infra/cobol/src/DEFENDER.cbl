       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEFENDER.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Microsoft Defender for Cloud plan enablement. Security wants
      *> Defender watching the Key Vaults, storage accounts, APIM,
      *> SQL and the SHIR VMs; the plans are priced per subscription,
      *> so this module sets each plan listed in config
      *> (DEFENDER_PLAN_n_NAME - KeyVaults, StorageAccounts, Api,
      *> SqlServers, VirtualMachines and the rest of the pricing
      *> names) to the Standard tier on SUBSCRIPTION-ID, with the
      *> plan's sub-plan where one is given (DEFENDER_PLAN_n_SUBPLAN,
      *> e.g. P1 for Api or DefenderForStorageV2). A plan marked
      *> DEFENDER_PLAN_n_PRODONLY=Y is only enabled when ENV-NAME is
      *> PROD or PRODUCTION and is reported as skipped elsewhere.
      *> Nothing is ever set back to Free here - other environments
      *> may share the subscription - so dropping a plan from config
      *> leaves it running until someone downgrades it on purpose.
      *> AZURESECSCORE reports the secure score these plans feed.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEFENDER-STATUS-FILE ASSIGN TO "defender_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTH-HEADER-FILE ASSIGN TO "defender_auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DEFENDER-STATUS-FILE.
       01  DEFENDER-STATUS-RECORD          PIC X(8).

       FD  AUTH-HEADER-FILE.
       01  AUTH-HEADER-RECORD              PIC X(1056).

       WORKING-STORAGE SECTION.
      *> Overall time limit handed to every curl (-m) so a network
      *> blackhole fails the call instead of hanging the run;
      *> CURL_TIMEOUT_SECS overrides the default where configured
       01  WS-CURL-MAX-TIME            PIC 9(4) VALUE 0300.
       01  WS-AV-TYPE                  PIC X(48).
       COPY AZURECONFIG.
       COPY HTTPCLIENT.

       01  WS-EOF-FLAG                     PIC X VALUE 'N'.
       01  WS-ARM-BASE-URL                 PIC X(40)
               VALUE 'https://management.azure.com'.
       01  WS-PRICING-API-VERSION          PIC X(10) VALUE '2024-01-01'.

       01  WS-ENV-UPPER                    PIC X(16).
       01  WS-IS-PRODUCTION                PIC X VALUE 'N'.
       01  WS-PLAN-IDX                     PIC 9(2).
       01  WS-PLAN-URL                     PIC X(512).
       01  WS-SUBPLAN-FRAGMENT             PIC X(64).
       01  WS-PLANS-ENABLED                PIC 9(2) VALUE 0.
       01  WS-PLANS-SKIPPED                PIC 9(2) VALUE 0.
       01  WS-PLANS-FAILED                 PIC 9(2) VALUE 0.

       01  WS-JSON.
           05  JSON-PAYLOAD                PIC X(4096).
           05  JSON-LENGTH                 PIC 9(6).

       01  WS-RETRY-COUNT                  PIC 9(2).
       01  WS-RETRY-MAX                    PIC 9(2) VALUE 3.
       01  WS-RETRY-DONE                   PIC X.
       01  WS-BACKOFF-SECS                 PIC 9(2).

       LINKAGE SECTION.
       01  LS-AZURE-CONFIG                 PIC X ANY LENGTH.
       01  LS-AZURE-AUTH-TOKEN             PIC X ANY LENGTH.
       01  LS-RETURN-CODE                  PIC 9(2).

      *> When LS-DRYRUN-FLAG is 'Y' (set by AZUREDEPLOY's what-if
      *> preview), the first plan this environment would enable has
      *> its URL and JSON returned without calling the ARM API
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
           MOVE 'Microsoft.Security/pricings'
               TO WS-AV-TYPE
           CALL 'APIVERSIONS' USING WS-AV-TYPE WS-PRICING-API-VERSION

           PERFORM INITIALIZE-DEPLOYMENT
           IF LS-RETURN-CODE NOT = 0
               GOBACK
           END-IF

           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                   UNTIL WS-PLAN-IDX > DEFENDER-PLAN-COUNT
               PERFORM ENABLE-DEFENDER-PLAN
           END-PERFORM

           IF LS-DRYRUN-FLAG NOT = 'Y'
               DISPLAY "  Defender plans: " WS-PLANS-ENABLED
                       " enabled, " WS-PLANS-SKIPPED
                       " skipped (production only), "
                       WS-PLANS-FAILED " failed"
           END-IF
           IF WS-PLANS-FAILED > 0
               MOVE 8 TO LS-RETURN-CODE
           END-IF

           GOBACK.

       INITIALIZE-DEPLOYMENT.
           MOVE 0 TO LS-RETURN-CODE
           MOVE LS-AZURE-CONFIG TO AZURE-CONFIG
           MOVE LS-AZURE-AUTH-TOKEN TO AZURE-AUTH-TOKEN
           PERFORM DETERMINE-CLOUD-ENDPOINT

           DISPLAY "Initializing Defender for Cloud plans..."

           IF DEFENDER-PLAN-COUNT = 0
               DISPLAY "  DEFENDER_PLAN_COUNT is 0 - no plans to "
                       "enable"
               EXIT PARAGRAPH
           END-IF

           MOVE ENV-NAME TO WS-ENV-UPPER
           INSPECT WS-ENV-UPPER CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-ENV-UPPER = 'PROD' OR WS-ENV-UPPER = 'PRODUCTION'
               MOVE 'Y' TO WS-IS-PRODUCTION
           ELSE
               MOVE 'N' TO WS-IS-PRODUCTION
           END-IF

           DISPLAY "  Subscription: " SUBSCRIPTION-ID
                   " (" FUNCTION TRIM(ENV-NAME) ")".

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

      *> One pricing PUT per plan; a failed plan is counted and the
      *> rest still go out, so one bad sub-plan name does not leave
      *> every other workload unprotected
       ENABLE-DEFENDER-PLAN.
           IF DEFENDER-PLAN-NAME(WS-PLAN-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF DEFENDER-PLAN-PROD-ONLY(WS-PLAN-IDX) = 'Y'
                   AND WS-IS-PRODUCTION NOT = 'Y'
               IF LS-DRYRUN-FLAG NOT = 'Y'
                   DISPLAY "  "
                           FUNCTION TRIM(DEFENDER-PLAN-NAME
                               (WS-PLAN-IDX))
                           ": production only - skipped"
               END-IF
               ADD 1 TO WS-PLANS-SKIPPED
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PLAN-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/' SUBSCRIPTION-ID
                  '/providers/Microsoft.Security/pricings/'
                  FUNCTION TRIM(DEFENDER-PLAN-NAME(WS-PLAN-IDX))
                  '?api-version=' WS-PRICING-API-VERSION
               DELIMITED BY SIZE INTO WS-PLAN-URL
           END-STRING
           MOVE WS-PLAN-URL TO HTTP-URL

           PERFORM GENERATE-PRICING-JSON-PAYLOAD
           IF LS-RETURN-CODE NOT = 0
               ADD 1 TO WS-PLANS-FAILED
               MOVE 0 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF LS-DRYRUN-FLAG = 'Y'
               IF LS-DRYRUN-URL = SPACES
                   MOVE HTTP-URL TO LS-DRYRUN-URL
                   MOVE JSON-PAYLOAD TO LS-DRYRUN-JSON
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE JSON-PAYLOAD TO HTTP-BODY
           MOVE JSON-LENGTH TO CONTENT-LENGTH
           PERFORM EXECUTE-DEFENDER-PUT

           IF HTTP-STATUS-CODE = 200 OR HTTP-STATUS-CODE = 201
               DISPLAY "  "
                       FUNCTION TRIM(DEFENDER-PLAN-NAME(WS-PLAN-IDX))
                       ": Standard"
               ADD 1 TO WS-PLANS-ENABLED
           ELSE
               DISPLAY "  Failed to enable Defender plan "
                       FUNCTION TRIM(DEFENDER-PLAN-NAME(WS-PLAN-IDX))
                       ". Status: " HTTP-STATUS-CODE
               ADD 1 TO WS-PLANS-FAILED
           END-IF.

      *> The sub-plan is sent only when config names one; without it
      *> Azure applies the plan's default
       GENERATE-PRICING-JSON-PAYLOAD.
           MOVE SPACES TO WS-SUBPLAN-FRAGMENT
           IF DEFENDER-PLAN-SUBPLAN(WS-PLAN-IDX) NOT = SPACES
               STRING ', "subPlan": "'
                      FUNCTION TRIM(DEFENDER-PLAN-SUBPLAN(WS-PLAN-IDX))
                      '"'
                   DELIMITED BY SIZE INTO WS-SUBPLAN-FRAGMENT
               END-STRING
           END-IF

           MOVE SPACES TO JSON-PAYLOAD
           STRING '{'
               '"properties": {'
               '  "pricingTier": "Standard"'
               FUNCTION TRIM(WS-SUBPLAN-FRAGMENT)
               '}'
               '}'
               DELIMITED BY SIZE INTO JSON-PAYLOAD
           END-STRING
           COMPUTE JSON-LENGTH = FUNCTION LENGTH(JSON-PAYLOAD)
           PERFORM CHECK-PAYLOAD-CAPACITY.

      *> Shared PUT with the retry/backoff treatment every module
      *> gives its ARM calls
       EXECUTE-DEFENDER-PUT.
           MOVE 'PUT' TO HTTP-METHOD
           MOVE 'application/json' TO CONTENT-TYPE
           MOVE SPACES TO AUTHORIZATION
           STRING 'Bearer ' ACCESS-TOKEN
               DELIMITED BY SIZE INTO AUTHORIZATION
           END-STRING
           PERFORM WRITE-AUTH-HEADER-FILE

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' HTTP-URL
                                      'defender_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o defender_response.json "
                   "-D defender_headers.txt "
                   "-w '%{http_code}' -X PUT "
                   "-H @defender_auth.txt -H 'Content-Type: "
                   "application/json' -d '"
                   HTTP-BODY
                   "' '" HTTP-URL "' > defender_status.txt"
               END-CALL

               PERFORM READ-DEFENDER-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' HTTP-URL
                                      'defender_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

      *> Every ARM change lands one chained record in the audit
      *> trail, correlation ID included
           CALL 'AUDITLOG' USING HTTP-METHOD HTTP-URL HTTP-BODY
                                 HTTP-STATUS-CODE CLIENT-ID
                                 'defender_headers.txt'.

       READ-DEFENDER-STATUS.
           MOVE 0 TO HTTP-STATUS-CODE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT DEFENDER-STATUS-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ DEFENDER-STATUS-FILE INTO DEFENDER-STATUS-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE FUNCTION NUMVAL(DEFENDER-STATUS-RECORD)
                           TO HTTP-STATUS-CODE
               END-READ
           END-PERFORM
           CLOSE DEFENDER-STATUS-FILE.

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

      *> STRING stops copying silently when the build buffer fills;
      *> a payload that reached the end of the buffer would go out
      *> truncated, so it is refused loudly instead
       CHECK-PAYLOAD-CAPACITY.
           IF JSON-PAYLOAD(4089:8) NOT = SPACES
               DISPLAY "  Request payload exceeds the 4096-byte "
                       "build buffer - refusing to send a "
                       "truncated document"
               MOVE 8 TO LS-RETURN-CODE
           END-IF.

       END PROGRAM DEFENDER.

       01  WS-REV-DISPLAY              PIC ZZ9.
       01  WS-SMOKE-PASSED             PIC X.

      *> Breaking-change gate: the incoming spec and the current
      *> revision's export go to APISPECDIFF before any import, and
      *> its change report is kept per API for the consuming teams.
      *> AZURE_APIM_BREAKING_OVERRIDE (Y, or a comma list of API
      *> names) lets a breaking import through deliberately.
       01  WS-SPEC-CURRENT-FILE        PIC X(128).
       01  WS-SPEC-INCOMING-FILE       PIC X(128) VALUE
               'apim_spec_incoming.json'.
       01  WS-SPEC-REPORT-FILE         PIC X(128).
       01  WS-SPEC-OVERRIDE            PIC X(1).
       01  WS-SPEC-OVERRIDE-ENV        PIC X(256).
       01  WS-SPEC-OVERRIDE-LIST       PIC X(258).
       01  WS-SPEC-OVERRIDE-KEY        PIC X(66).
       01  WS-SPEC-MATCH-COUNT         PIC 9(2).
       01  WS-SPEC-BREAKING            PIC 9(4).
       01  WS-SPEC-CHANGES             PIC 9(4).
       01  WS-SPEC-RC                  PIC 9(2).
       01  WS-SPEC-BLOCKED             PIC X.

      *> Consumer-team onboarding and portal publication scratch
       01  WS-TEAM-IDX                 PIC 9(2).
       01  WS-TEAM-USER-IDX            PIC 9(2).
       01  WS-SUBSCR-KEY               PIC X(128).
       01  WS-SUBSCR-SECRET-URL        PIC X(512).

      *> Self-hosted gateways for the data-centre consumers: each
      *> configured gateway is created with its location label,
      *> given the APIs listed in its APIM_GW_n_APIS entry, and its
      *> access token goes straight into the vault as
      *> apim-gw-<name>-token for the on-prem container hosts
       01  WS-GW-INDEX                 PIC 9(2).
       01  WS-GW-NAME                  PIC X(32).
       01  WS-GW-LOCATION              PIC X(64).
       01  WS-GW-URL                   PIC X(512).
       01  WS-GW-JSON                  PIC X(512).
       01  WS-GW-API-NAME              PIC X(64).
       01  WS-GW-API-PTR               PIC 9(3).
       01  WS-GW-API-URL               PIC X(512).
       01  WS-GW-COMMAND               PIC X(1024).
       01  WS-GW-SECRET-URL            PIC X(512).
       01  WS-GW-TOKEN-DAYS            PIC 9(2).
       01  WS-GW-EXPIRY-DATE8          PIC 9(8).
       01  WS-GW-EXPIRY-EPOCH          PIC 9(10).
       01  WS-GW-EXPIRY-TEXT           PIC X(20).

      *> Application Insights logger and the service-wide diagnostic
      *> that uses it: W3C correlation, so the traceparent the gateway
      *> stamps is the one FUNCAPP and LOGICAPP continue
       01  WS-APPI-CONN-STRING         PIC X(512).
       01  WS-APPI-RC                  PIC 9(2).
       01  WS-APPI-NAME                PIC X(64).
       01  WS-APPI-SAMPLING            PIC 9(3).
       01  WS-APPI-URL                 PIC X(512).
       01  WS-APPI-JSON                PIC X(1024).
       01  WS-REDIS-CONN-STRING        PIC X(512).
       01  WS-REDIS-RC                 PIC 9(2).
       01  WS-REDIS-NAME               PIC X(64).

       01  WS-JSON-TEMPLATE.
           05  FILLER                  PIC X(30) VALUE
               '{"location":"'.
           05  FILLER                  PIC X(5) VALUE
               '"}}}'.

       01  WS-REQUEST-JSON             PIC X(4096).

      *> Shared user-assigned identities listed for APIM by
      *> IDENTITY_n_CONSUMERS, rendered by IDENTREF. The service had
      *> no identity of its own, so only the shared ones are attached
       01  WS-UAI-CONSUMER             PIC X(16) VALUE 'APIMGMT'.
       01  WS-UAI-MAP                  PIC X(1024).
       01  WS-UAI-KV-REF-ID            PIC X(256).
       01  WS-UAI-JSON                 PIC X(4096).

       01  WS-DIAG-JSON-TEMPLATE.
           05  FILLER                  PIC X(40) VALUE
                       PERFORM CONFIGURE-DIAGNOSTIC-SETTINGS
                   END-IF

                   IF LS-RETURN-CODE = 0 AND APPI-DEPLOY-FLAG = 'Y'
                       PERFORM CONFIGURE-APPINSIGHTS-LOGGER
                   END-IF

                   IF LS-RETURN-CODE = 0 AND REDIS-DEPLOY-FLAG = 'Y'
                       PERFORM CONFIGURE-EXTERNAL-CACHE
                   END-IF

                   IF LS-RETURN-CODE = 0
                       PERFORM CREATE-STARTER-PRODUCT
                   END-IF
                       PERFORM IMPORT-API-DEFINITIONS
                   END-IF

                   IF LS-RETURN-CODE = 0 AND APIM-GW-COUNT > 0
                       PERFORM CREATE-SELF-HOSTED-GATEWAYS
                   END-IF

                   IF LS-RETURN-CODE = 0
                       PERFORM CREATE-CONSUMER-SUBSCRIPTIONS
                   END-IF
      *> Convert template to actual JSON string
           STRING WS-JSON-TEMPLATE DELIMITED BY LOW-VALUE
               INTO WS-REQUEST-JSON
           END-STRING

           CALL 'IDENTREF' USING LS-AZURE-CONFIG WS-UAI-CONSUMER
                                 WS-UAI-MAP WS-UAI-KV-REF-ID
           IF WS-UAI-MAP NOT = SPACES
               MOVE SPACES TO WS-UAI-JSON
               STRING '{"identity":{"type":"UserAssigned",'
                      FUNCTION TRIM(WS-UAI-MAP) '},'
                      WS-REQUEST-JSON(2:)
                   DELIMITED BY SIZE INTO WS-UAI-JSON
               END-STRING
               MOVE WS-UAI-JSON TO WS-REQUEST-JSON
           END-IF.
       
       MAKE-API-CALL.
      *> Set up HTTP request for ARM API
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' HTTP-METHOD HTTP-URL
                                      'apim_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o apim_response.json "
               END-CALL

               PERFORM READ-APIM-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' HTTP-METHOD HTTP-URL
                                      'apim_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' HTTP-METHOD HTTP-URL
                                      'apim_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o apim_response.json "
                   "-D apim_rate_headers.txt "
                   "-w '%{http_code}' -X " HTTP-METHOD
                   " -H @apim_auth.txt -H 'Content-Type: "
                   "application/json' -d '"
               END-CALL

               PERFORM READ-APIM-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' HTTP-METHOD HTTP-URL
                                      'apim_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

               MOVE 1 TO LS-RETURN-CODE
           END-IF.

      *> The logger carries the component's connection string; the
      *> 'applicationinsights' diagnostic at service scope then
      *> applies to every API, present and future. A component that
      *> cannot be read leaves the gateway untraced with a warning
      *> rather than failing the whole instance.
       CONFIGURE-APPINSIGHTS-LOGGER.
           DISPLAY "Configuring Application Insights logger for "
                   WS-APIM-NAME "..."

           CALL 'APPICONN' USING LS-AZURE-CONFIG LS-AUTH-TOKEN
                                 WS-APPI-CONN-STRING WS-APPI-RC
           IF WS-APPI-RC NOT = 0
               DISPLAY "  WARNING: Application Insights connection "
                       "string unavailable - gateway left untraced"
               EXIT PARAGRAPH
           END-IF

           MOVE 'APPI' TO WS-NAME-REQ
           CALL 'AZURENAME' USING LS-AZURE-CONFIG WS-NAME-REQ
                                  WS-APPI-NAME

           MOVE SPACES TO WS-APPI-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/'
                  RG-NAME
                  '/providers/Microsoft.ApiManagement/service/'
                  WS-APIM-NAME
                  '/loggers/appi-logger'
                  '?api-version='
                  WS-API-VERSION
               DELIMITED BY SIZE INTO WS-APPI-URL
           END-STRING

           MOVE SPACES TO WS-APPI-JSON
           STRING '{"properties":{"loggerType":"applicationInsights",'
                  '"description":"'
                  FUNCTION TRIM(WS-APPI-NAME)
                  '","resourceId":"/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/'
                  FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.Insights/components/'
                  FUNCTION TRIM(WS-APPI-NAME)
                  '","credentials":{"connectionString":"'
                  FUNCTION TRIM(WS-APPI-CONN-STRING)
                  '"}}}'
               DELIMITED BY SIZE INTO WS-APPI-JSON
           END-STRING
           MOVE SPACES TO WS-APPI-CONN-STRING

           PERFORM PUT-APPI-RESOURCE
           IF HTTP-STATUS-CODE = 200 OR HTTP-STATUS-CODE = 201
               DISPLAY "  Logger created: appi-logger"
           ELSE
               DISPLAY "  Failed to create Application Insights "
                       "logger. Status: " HTTP-STATUS-CODE
               MOVE 1 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF APPI-SAMPLING-PCT = 0 OR APPI-SAMPLING-PCT > 100
               MOVE 100 TO WS-APPI-SAMPLING
           ELSE
               MOVE APPI-SAMPLING-PCT TO WS-APPI-SAMPLING
           END-IF

           MOVE SPACES TO WS-APPI-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/'
                  RG-NAME
                  '/providers/Microsoft.ApiManagement/service/'
                  WS-APIM-NAME
                  '/diagnostics/applicationinsights'
                  '?api-version='
                  WS-API-VERSION
               DELIMITED BY SIZE INTO WS-APPI-URL
           END-STRING

           MOVE SPACES TO WS-APPI-JSON
           STRING '{"properties":{"loggerId":"/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/'
                  FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.ApiManagement/service/'
                  FUNCTION TRIM(WS-APIM-NAME)
                  '/loggers/appi-logger",'
                  '"alwaysLog":"allErrors",'
                  '"httpCorrelationProtocol":"W3C",'
                  '"verbosity":"information",'
                  '"logClientIp":true,'
                  '"sampling":{"samplingType":"fixed",'
                  '"percentage":' WS-APPI-SAMPLING '}}}'
               DELIMITED BY SIZE INTO WS-APPI-JSON
           END-STRING

           PERFORM PUT-APPI-RESOURCE
           IF HTTP-STATUS-CODE = 200 OR HTTP-STATUS-CODE = 201
               DISPLAY "  Diagnostic created: applicationinsights"
           ELSE
               DISPLAY "  Failed to create Application Insights "
                       "diagnostic. Status: " HTTP-STATUS-CODE
               MOVE 1 TO LS-RETURN-CODE
           END-IF.

      *> Registers the REDIS cache as the instance's external cache
      *> for every location ('default'), so cache-lookup/cache-store
      *> policies keep their entries when APIM-SKU-CAPACITY changes
      *> and units come and go. Unlike the logger, a gateway whose
      *> policies expect the external cache must not come up without
      *> it, so a missing key fails the instance.
       CONFIGURE-EXTERNAL-CACHE.
           DISPLAY "Registering external Redis cache for "
                   WS-APIM-NAME "..."

           CALL 'REDISCONN' USING LS-AZURE-CONFIG LS-AUTH-TOKEN
                                  WS-REDIS-CONN-STRING WS-REDIS-RC
           IF WS-REDIS-RC NOT = 0
               DISPLAY "  Redis connection string unavailable - "
                       "external cache not registered"
               MOVE 1 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 'REDIS' TO WS-NAME-REQ
           CALL 'AZURENAME' USING LS-AZURE-CONFIG WS-NAME-REQ
                                  WS-REDIS-NAME

           MOVE SPACES TO WS-APPI-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/'
                  RG-NAME
                  '/providers/Microsoft.ApiManagement/service/'
                  WS-APIM-NAME
                  '/caches/default'
                  '?api-version='
                  WS-API-VERSION
               DELIMITED BY SIZE INTO WS-APPI-URL
           END-STRING

           MOVE SPACES TO WS-APPI-JSON
           STRING '{"properties":{"description":"'
                  FUNCTION TRIM(WS-REDIS-NAME)
                  '","useFromLocation":"default",'
                  '"resourceId":"'
                  FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/'
                  FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.Cache/redis/'
                  FUNCTION TRIM(WS-REDIS-NAME)
                  '","connectionString":"'
                  FUNCTION TRIM(WS-REDIS-CONN-STRING)
                  '"}}'
               DELIMITED BY SIZE INTO WS-APPI-JSON
           END-STRING
           MOVE SPACES TO WS-REDIS-CONN-STRING

           PERFORM PUT-APPI-RESOURCE
           IF HTTP-STATUS-CODE = 200 OR HTTP-STATUS-CODE = 201
               DISPLAY "  External cache registered: "
                       FUNCTION TRIM(WS-REDIS-NAME)
           ELSE
               DISPLAY "  Failed to register external cache. "
                       "Status: " HTTP-STATUS-CODE
               MOVE 1 TO LS-RETURN-CODE
           END-IF.

      *> Deliberately not routed through AUDITLOG: the logger and
      *> external cache bodies carry connection strings, which have
      *> no place in the audit trail
       PUT-APPI-RESOURCE.
           MOVE 'PUT' TO HTTP-METHOD
           MOVE WS-APPI-URL TO HTTP-URL
           MOVE 'application/json' TO CONTENT-TYPE
           STRING 'Bearer ' LS-ACCESS-TOKEN
               DELIMITED BY SIZE INTO AUTHORIZATION
           END-STRING
           PERFORM WRITE-AUTH-HEADER-FILE
           MOVE WS-APPI-JSON TO HTTP-BODY
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-APPI-JSON))
               TO CONTENT-LENGTH

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' HTTP-URL
                                      'apim_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o apim_response.json "
                   "-D apim_rate_headers.txt "
                   "-w '%{http_code}' -X PUT "
                   "-H @apim_auth.txt -H 'Content-Type: "
                   "application/json' -d '"
                   HTTP-BODY
                   "' '" HTTP-URL "' > apim_status.txt"
               END-CALL

               PERFORM READ-APIM-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' HTTP-URL
                                      'apim_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM
           MOVE SPACES TO HTTP-BODY WS-APPI-JSON.

      *> Create a starter product with an open default policy so the
      *> instance has something publishable as soon as it comes up.
       CREATE-STARTER-PRODUCT.
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' HTTP-METHOD HTTP-URL
                                      'apim_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o apim_response.json "
                   "-D apim_rate_headers.txt "
                   "-w '%{http_code}' -X " HTTP-METHOD
                   " -H @apim_auth.txt -H 'Content-Type: "
                   "application/json' -d '"
               END-CALL

               PERFORM READ-APIM-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' HTTP-METHOD HTTP-URL
                                      'apim_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' HTTP-METHOD HTTP-URL
                                      'apim_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o apim_response.json "
                   "-D apim_rate_headers.txt "
                   "-w '%{http_code}' -X " HTTP-METHOD
                   " -H @apim_auth.txt -H 'Content-Type: "
                   "application/json' -d '"
               END-CALL

               PERFORM READ-APIM-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' HTTP-METHOD HTTP-URL
                                      'apim_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

               MOVE 0 TO WS-RETRY-COUNT
               MOVE 'N' TO WS-RETRY-DONE
               PERFORM UNTIL WS-RETRY-DONE = 'Y'
                   CALL 'ARMGOVERN' USING 'DRAW' HTTP-METHOD HTTP-URL
                                          'apim_rate_headers.txt'
                   END-CALL
                   CALL "C$SYSTEM" USING
                       "curl -s -m " WS-CURL-MAX-TIME
                       " -o apim_response.json "
                       "-D apim_rate_headers.txt "
                       "-w '%{http_code}' -X " HTTP-METHOD
                       " -H @apim_auth.txt -H 'Content-Type: "
                       "application/json' -d '"
                   END-CALL

                   PERFORM READ-APIM-STATUS
                   CALL 'ARMGOVERN' USING 'NOTE' HTTP-METHOD HTTP-URL
                                          'apim_rate_headers.txt'
                   END-CALL
                   PERFORM EVALUATE-RETRY-STATUS
               END-PERFORM

               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-SPEC-COMPATIBILITY
           IF WS-SPEC-BLOCKED = 'Y'
               MOVE 1 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-API-URL
           IF WS-REV-COUNT = 0
               STRING FUNCTION TRIM(WS-ARM-BASE-URL)
           COMPUTE WS-NEXT-REV = WS-REV-COUNT + 1
           MOVE WS-NEXT-REV TO WS-REV-DISPLAY.

      *> Compares the spec about to be imported with the definition
      *> the current revision serves and writes
      *> apim-spec-changes-<api>.txt either way. A removed path,
      *> operation, parameter or response, a changed response
      *> schema or a new requirement holds the import back unless
      *> the override names this API; so does a spec that cannot be
      *> compared at all, since nothing then shows it is safe. A
      *> first import has no consumers yet and is never held.
       CHECK-SPEC-COMPATIBILITY.
           MOVE 'N' TO WS-SPEC-BLOCKED
           MOVE SPACES TO WS-API-COMMAND
           IF APIM-API-SPEC(WS-API-INDEX)(1:4) = 'http'
               STRING 'curl -s -m ' WS-CURL-MAX-TIME
                      ' -o ' FUNCTION TRIM(WS-SPEC-INCOMING-FILE)
                      " '"
                      FUNCTION TRIM(APIM-API-SPEC(WS-API-INDEX))
                      "'"
                   DELIMITED BY SIZE INTO WS-API-COMMAND
               END-STRING
           ELSE
               STRING "cp '"
                      FUNCTION TRIM(APIM-API-SPEC(WS-API-INDEX))
                      "' " FUNCTION TRIM(WS-SPEC-INCOMING-FILE)
                   DELIMITED BY SIZE INTO WS-API-COMMAND
               END-STRING
           END-IF
           CALL "C$SYSTEM" USING WS-API-COMMAND
           END-CALL

           MOVE SPACES TO WS-SPEC-CURRENT-FILE
           IF WS-REV-COUNT > 0
               PERFORM EXPORT-CURRENT-DEFINITION
           END-IF

           MOVE SPACES TO WS-SPEC-REPORT-FILE
           STRING 'apim-spec-changes-'
                  FUNCTION TRIM(APIM-API-NAME(WS-API-INDEX))
                  '.txt'
               DELIMITED BY SIZE INTO WS-SPEC-REPORT-FILE
           END-STRING
           PERFORM CHECK-SPEC-OVERRIDE
           CALL 'APISPECDIFF' USING APIM-API-NAME(WS-API-INDEX)
                                    WS-SPEC-CURRENT-FILE
                                    WS-SPEC-INCOMING-FILE
                                    WS-SPEC-REPORT-FILE
                                    WS-SPEC-OVERRIDE
                                    WS-SPEC-BREAKING
                                    WS-SPEC-CHANGES
                                    WS-SPEC-RC

           EVALUATE TRUE
               WHEN WS-REV-COUNT = 0
                   DISPLAY "  Spec check: first import, change report "
                           FUNCTION TRIM(WS-SPEC-REPORT-FILE)
               WHEN WS-SPEC-RC = 0 AND WS-SPEC-BREAKING = 0
                   DISPLAY "  Spec check: " WS-SPEC-CHANGES
                           " change(s), none breaking"
               WHEN WS-SPEC-OVERRIDE = 'Y'
                   DISPLAY "  Spec check: breaking or unverified "
                           "changes imported under override - see "
                           FUNCTION TRIM(WS-SPEC-REPORT-FILE)
               WHEN WS-SPEC-RC NOT = 0
                   MOVE 'Y' TO WS-SPEC-BLOCKED
                   DISPLAY "  Spec check could not compare "
                           FUNCTION TRIM(APIM-API-NAME(WS-API-INDEX))
                           " - import held, see "
                           FUNCTION TRIM(WS-SPEC-REPORT-FILE)
               WHEN OTHER
                   MOVE 'Y' TO WS-SPEC-BLOCKED
                   DISPLAY "  Spec check: " WS-SPEC-BREAKING
                           " breaking change(s) in "
                           FUNCTION TRIM(APIM-API-NAME(WS-API-INDEX))
                           " - import refused, see "
                           FUNCTION TRIM(WS-SPEC-REPORT-FILE)
           END-EVALUATE.

      *> The current revision's definition as APIM itself exports
      *> it; a failed export removes the file, which APISPECDIFF
      *> then reports as not comparable
       EXPORT-CURRENT-DEFINITION.
           MOVE 'apim_spec_current.json' TO WS-SPEC-CURRENT-FILE
           MOVE SPACES TO WS-API-COMMAND
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o apim_spec_current.json -w ' "'%{http_code}'"
                  ' -H @apim_auth.txt'
                  " '" FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/'
                  FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.ApiManagement/service/'
                  FUNCTION TRIM(WS-APIM-NAME)
                  '/apis/'
                  FUNCTION TRIM(APIM-API-NAME(WS-API-INDEX))
                  '?format=openapi%2Bjson&export=true'
                  '&api-version='
                  FUNCTION TRIM(WS-API-VERSION) "'"
                  ' > apim_status.txt'
               DELIMITED BY SIZE INTO WS-API-COMMAND
           END-STRING

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL "C$SYSTEM" USING WS-API-COMMAND
               END-CALL
               PERFORM READ-APIM-STATUS
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM
           IF HTTP-STATUS-CODE NOT = 200
               DISPLAY "  Could not export the current definition of "
                       FUNCTION TRIM(APIM-API-NAME(WS-API-INDEX))
                       " Status: " HTTP-STATUS-CODE
               CALL "C$SYSTEM" USING
                   "rm -f apim_spec_current.json"
               END-CALL
           END-IF.

      *> The override is a comma list of API names, or Y for all;
      *> bracketing list and name with commas keeps one API from
      *> matching inside a longer name
       CHECK-SPEC-OVERRIDE.
           MOVE 'N' TO WS-SPEC-OVERRIDE
           MOVE SPACES TO WS-SPEC-OVERRIDE-ENV
           ACCEPT WS-SPEC-OVERRIDE-ENV FROM ENVIRONMENT
               'AZURE_APIM_BREAKING_OVERRIDE'
           IF WS-SPEC-OVERRIDE-ENV = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-SPEC-OVERRIDE-ENV = 'Y' OR WS-SPEC-OVERRIDE-ENV = 'y'
               MOVE 'Y' TO WS-SPEC-OVERRIDE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SPEC-OVERRIDE-LIST WS-SPEC-OVERRIDE-KEY
           STRING ',' FUNCTION TRIM(WS-SPEC-OVERRIDE-ENV) ','
               DELIMITED BY SIZE INTO WS-SPEC-OVERRIDE-LIST
           END-STRING
           STRING ',' FUNCTION TRIM(APIM-API-NAME(WS-API-INDEX)) ','
               DELIMITED BY SIZE INTO WS-SPEC-OVERRIDE-KEY
           END-STRING
           MOVE 0 TO WS-SPEC-MATCH-COUNT
           INSPECT WS-SPEC-OVERRIDE-LIST TALLYING WS-SPEC-MATCH-COUNT
               FOR ALL WS-SPEC-OVERRIDE-KEY(1:
                   FUNCTION LENGTH(FUNCTION TRIM(WS-SPEC-OVERRIDE-KEY)))
           IF WS-SPEC-MATCH-COUNT > 0
               MOVE 'Y' TO WS-SPEC-OVERRIDE
           END-IF.

      *> One configured smoke call through the gateway against the
      *> unreleased revision - anything below 500 proves the gateway
      *> routed it and the revision parses
      *> A release makes the new revision current; the one it
      *> replaces stays on hand for AZUREAPIREVERT
       PROMOTE-NEW-REVISION.
           MOVE 'PUT' TO HTTP-METHOD
           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/'
                  FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.ApiManagement/service/'
                  FUNCTION TRIM(WS-APIM-NAME)
                  '/apis/'
                  FUNCTION TRIM(APIM-API-NAME(WS-API-INDEX))
                  '/releases/rel-'
                  FUNCTION TRIM(WS-REV-DISPLAY)
                  '?api-version='
                  FUNCTION TRIM(WS-API-VERSION)
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING

           MOVE SPACES TO WS-API-COMMAND
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o apim_response.json'
                  ' -D apim_rate_headers.txt -w ' "'%{http_code}'"
                  ' -X PUT -H @apim_auth.txt'
                  ' -H ' "'Content-Type: application/json'"
                  ' -d ' "'"
                  FUNCTION TRIM(WS-REV-DISPLAY)
                  '","notes":"released by deployment"}}'
                  "'"
                  " '" FUNCTION TRIM(HTTP-URL) "'"
                  ' > apim_status.txt'
               DELIMITED BY SIZE INTO WS-API-COMMAND
           END-STRING
           CALL 'ARMGOVERN' USING 'DRAW' 'PUT' HTTP-URL
                                  'apim_rate_headers.txt'
           END-CALL
           CALL "C$SYSTEM" USING WS-API-COMMAND
           END-CALL
           PERFORM READ-APIM-STATUS
           CALL 'ARMGOVERN' USING 'NOTE' 'PUT' HTTP-URL
                                  'apim_rate_headers.txt'
           END-CALL

           IF HTTP-STATUS-CODE = 200 OR HTTP-STATUS-CODE = 201
               DISPLAY "  Revision "
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' HTTP-METHOD HTTP-URL
                                      'apim_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o apim_response.json "
                   "-D apim_rate_headers.txt "
                   "-w '%{http_code}' -X " HTTP-METHOD
                   " -H @apim_auth.txt -H 'Content-Type: "
                   "application/json' -d '"
               END-CALL

               PERFORM READ-APIM-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' HTTP-METHOD HTTP-URL
                                      'apim_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM.


           MOVE SPACES TO WS-API-COMMAND
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o apim_response.json'
                  ' -D apim_rate_headers.txt -w '
                  "'%{http_code}'"
                  ' -X PUT -H @apim_auth.txt'
                  ' -H ' "'Content-Type: application/json'"
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' WS-API-URL
                                      'apim_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING WS-API-COMMAND
               END-CALL

               PERFORM READ-APIM-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' WS-API-URL
                                      'apim_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM.

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' WS-API-ASSOC-URL
                                      'apim_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o apim_response.json "
                   "-D apim_rate_headers.txt "
                   "-w '%{http_code}' -X PUT "
                   "-H @apim_auth.txt '"
                   WS-API-ASSOC-URL "' > apim_status.txt"
               END-CALL

               PERFORM READ-APIM-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' WS-API-ASSOC-URL
                                      'apim_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' HTTP-URL
                                      'apim_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o apim_response.json "
                   "-D apim_rate_headers.txt "
                   "-w '%{http_code}' -X PUT "
                   "-H @apim_auth.txt -H 'Content-Type: "
                   "application/json' -d '"
               END-CALL

               PERFORM READ-APIM-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' HTTP-URL
                                      'apim_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM.

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' HTTP-METHOD HTTP-URL
                                      'apim_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o apim_response.json "
                   "-D apim_rate_headers.txt "
                   "-w '%{http_code}' -X " HTTP-METHOD
                   " -H @apim_auth.txt -H 'Content-Type: "
                   "application/json' -d '"
               END-CALL

               PERFORM READ-APIM-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' HTTP-METHOD HTTP-URL
                                      'apim_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

               MOVE 1 TO LS-RETURN-CODE
           END-IF.

      *> Gateways follow the API import so every API they are
      *> mapped to already exists. The token is regenerated on every
      *> run with a fresh expiry (APIM_GW_TOKEN_DAYS, default and
      *> maximum 30), so the scheduled deployment keeps the vault
      *> copy ahead of the date the container hosts would lose their
      *> configuration connection
       CREATE-SELF-HOSTED-GATEWAYS.
           DISPLAY "Creating self-hosted gateways..."

           MOVE SPACES TO WS-SUBSCR-KV-NAME
           MOVE 'KV' TO WS-NAME-REQ
           CALL 'AZURENAME' USING LS-AZURE-CONFIG WS-NAME-REQ
                                  WS-SUBSCR-KV-NAME

           IF APIM-GW-TOKEN-DAYS = 0 OR APIM-GW-TOKEN-DAYS > 30
               MOVE 30 TO WS-GW-TOKEN-DAYS
           ELSE
               MOVE APIM-GW-TOKEN-DAYS TO WS-GW-TOKEN-DAYS
           END-IF
           ACCEPT WS-STAMP-DATE8 FROM DATE YYYYMMDD
           COMPUTE WS-GW-EXPIRY-DATE8 = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE8)
               + WS-GW-TOKEN-DAYS)
           COMPUTE WS-GW-EXPIRY-EPOCH =
               (FUNCTION INTEGER-OF-DATE(WS-GW-EXPIRY-DATE8)
               - FUNCTION INTEGER-OF-DATE(19700101)) * 86400
           MOVE SPACES TO WS-GW-EXPIRY-TEXT
           STRING WS-GW-EXPIRY-DATE8(1:4) '-'
                  WS-GW-EXPIRY-DATE8(5:2) '-'
                  WS-GW-EXPIRY-DATE8(7:2) 'T00:00:00Z'
               DELIMITED BY SIZE INTO WS-GW-EXPIRY-TEXT
           END-STRING

           PERFORM VARYING WS-GW-INDEX FROM 1 BY 1
                   UNTIL WS-GW-INDEX > APIM-GW-COUNT
                      OR WS-GW-INDEX > 5
               PERFORM CREATE-SINGLE-GATEWAY
           END-PERFORM.

       CREATE-SINGLE-GATEWAY.
           MOVE APIM-GW-NAME(WS-GW-INDEX) TO WS-GW-NAME
           IF WS-GW-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           IF APIM-GW-LOCATION(WS-GW-INDEX) = SPACES
               MOVE WS-GW-NAME TO WS-GW-LOCATION
           ELSE
               MOVE APIM-GW-LOCATION(WS-GW-INDEX) TO WS-GW-LOCATION
           END-IF

           MOVE SPACES TO WS-GW-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/'
                  RG-NAME
                  '/providers/Microsoft.ApiManagement/service/'
                  WS-APIM-NAME
                  '/gateways/'
                  FUNCTION TRIM(WS-GW-NAME)
                  '?api-version='
                  WS-API-VERSION
               DELIMITED BY SIZE INTO WS-GW-URL
           END-STRING

           MOVE SPACES TO WS-GW-JSON
           STRING '{"properties":{"locationData":{"name":"'
                  FUNCTION TRIM(WS-GW-LOCATION)
                  '"},"description":"Self-hosted gateway for '
                  FUNCTION TRIM(WS-GW-LOCATION)
                  ' consumers"}}'
               DELIMITED BY SIZE INTO WS-GW-JSON
           END-STRING

           MOVE 'PUT' TO HTTP-METHOD
           MOVE WS-GW-URL TO HTTP-URL
           MOVE 'application/json' TO CONTENT-TYPE
           STRING 'Bearer ' LS-ACCESS-TOKEN
               DELIMITED BY SIZE INTO AUTHORIZATION
           END-STRING
           PERFORM WRITE-AUTH-HEADER-FILE
           MOVE WS-GW-JSON TO HTTP-BODY
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-GW-JSON))
               TO CONTENT-LENGTH

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' HTTP-METHOD HTTP-URL
                                      'apim_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o apim_response.json "
                   "-D apim_headers.txt "
                   "-w '%{http_code}' -X " HTTP-METHOD
                   " -H @apim_auth.txt -H 'Content-Type: "
                   "application/json' -d '"
                   HTTP-BODY
                   "' '" HTTP-URL "' > apim_status.txt"
               END-CALL

               PERFORM READ-APIM-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' HTTP-METHOD HTTP-URL
                                      'apim_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           CALL 'AUDITLOG' USING HTTP-METHOD HTTP-URL HTTP-BODY
                                 HTTP-STATUS-CODE CLIENT-ID
                                 'apim_headers.txt'

           IF HTTP-STATUS-CODE = 200 OR HTTP-STATUS-CODE = 201
               DISPLAY "  Gateway created: "
                   FUNCTION TRIM(WS-GW-NAME)
                   " (" FUNCTION TRIM(WS-GW-LOCATION) ")"
               PERFORM ASSOCIATE-GATEWAY-APIS
               PERFORM PUBLISH-GATEWAY-TOKEN
           ELSE
               DISPLAY "  Failed to create gateway: "
                   FUNCTION TRIM(WS-GW-NAME)
                   " Status: " HTTP-STATUS-CODE
               MOVE 1 TO LS-RETURN-CODE
           END-IF.

      *> APIM_GW_n_APIS is a comma-separated list of APIM_API_n_NAME
      *> values; VALIDATE-CONFIGURATION has already rejected any name
      *> that is not one of the imported APIs
       ASSOCIATE-GATEWAY-APIS.
           MOVE 1 TO WS-GW-API-PTR
           PERFORM UNTIL WS-GW-API-PTR >
                   FUNCTION LENGTH(APIM-GW-APIS(WS-GW-INDEX))
               MOVE SPACES TO WS-GW-API-NAME
               UNSTRING APIM-GW-APIS(WS-GW-INDEX) DELIMITED BY ','
                   INTO WS-GW-API-NAME
                   WITH POINTER WS-GW-API-PTR
               END-UNSTRING
               IF FUNCTION TRIM(WS-GW-API-NAME) NOT = SPACES
                   PERFORM ASSOCIATE-SINGLE-GATEWAY-API
               END-IF
           END-PERFORM.

       ASSOCIATE-SINGLE-GATEWAY-API.
           MOVE SPACES TO WS-GW-API-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/'
                  RG-NAME
                  '/providers/Microsoft.ApiManagement/service/'
                  WS-APIM-NAME
                  '/gateways/'
                  FUNCTION TRIM(WS-GW-NAME)
                  '/apis/'
                  FUNCTION TRIM(WS-GW-API-NAME)
                  '?api-version='
                  WS-API-VERSION
               DELIMITED BY SIZE INTO WS-GW-API-URL
           END-STRING

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' WS-GW-API-URL
                                      'apim_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o apim_response.json "
                   "-D apim_rate_headers.txt "
                   "-w '%{http_code}' -X PUT "
                   "-H @apim_auth.txt -H 'Content-Type: "
                   "application/json' -d '"
                   '{"properties":{"provisioningState":"created"}}'
                   "' '" WS-GW-API-URL "' > apim_status.txt"
               END-CALL

               PERFORM READ-APIM-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' WS-GW-API-URL
                                      'apim_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           IF HTTP-STATUS-CODE = 200 OR HTTP-STATUS-CODE = 201
               DISPLAY "    API mapped to gateway: "
                       FUNCTION TRIM(WS-GW-API-NAME)
           ELSE
               DISPLAY "    Failed to map API "
                       FUNCTION TRIM(WS-GW-API-NAME)
                       " Status: " HTTP-STATUS-CODE
               MOVE 1 TO LS-RETURN-CODE
           END-IF.

      *> Same handling as the subscription keys: generateToken
      *> writes into a scratch file, the vault PUT ships it with the
      *> token's own expiry on the secret, and the scratch file is
      *> shredded - the token is never displayed or logged
       PUBLISH-GATEWAY-TOKEN.
           MOVE 'POST' TO HTTP-METHOD
           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/'
                  FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.ApiManagement/service/'
                  FUNCTION TRIM(WS-APIM-NAME)
                  '/gateways/'
                  FUNCTION TRIM(WS-GW-NAME)
                  '/generateToken?api-version='
                  FUNCTION TRIM(WS-API-VERSION)
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING

           MOVE SPACES TO WS-GW-COMMAND
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -D apim_rate_headers.txt'
                  ' -X POST -H @apim_auth.txt'
                  ' -H ' "'Content-Type: application/json'"
                  ' -d ' "'" '{"keyType":"primary","expiry":"'
                  FUNCTION TRIM(WS-GW-EXPIRY-TEXT) '"}' "'"
                  " '" FUNCTION TRIM(HTTP-URL) "'"
                  " | tr -d '\n'"
                  ' | grep -o ' "'" '"value":"[^"]*"' "'"
                  ' | head -1 | sed ' "'"
                  's/.*:"//; s/"$//' "'"
                  ' > apim_gwtoken.txt'
               DELIMITED BY SIZE INTO WS-GW-COMMAND
           END-STRING
           CALL 'ARMGOVERN' USING 'DRAW' 'POST' HTTP-URL
                                  'apim_rate_headers.txt'
           END-CALL
           CALL "C$SYSTEM" USING WS-GW-COMMAND
           END-CALL
           CALL 'ARMGOVERN' USING 'NOTE' 'POST' HTTP-URL
                                  'apim_rate_headers.txt'
           END-CALL

           MOVE SPACES TO WS-GW-SECRET-URL
           STRING 'https://' FUNCTION TRIM(WS-SUBSCR-KV-NAME)
                  '.vault.azure.net/secrets/apim-gw-'
                  FUNCTION TRIM(WS-GW-NAME)
                  '-token?api-version=7.4'
               DELIMITED BY SIZE INTO WS-GW-SECRET-URL
           END-STRING

           MOVE SPACES TO WS-GW-COMMAND
           STRING 'K=$(cat apim_gwtoken.txt); '
                  'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o apim_response.json -w '
                  "'%{http_code}'"
                  ' -X PUT -H @apim_auth.txt'
                  ' -H ' "'Content-Type: application/json'"
                  ' -d "{\"value\":\"$K\",'
                  '\"attributes\":{\"exp\":'
                  WS-GW-EXPIRY-EPOCH '}}"'
                  " '" FUNCTION TRIM(WS-GW-SECRET-URL)
                  "' > apim_status.txt; rm -f apim_gwtoken.txt"
               DELIMITED BY SIZE INTO WS-GW-COMMAND
           END-STRING
           CALL "C$SYSTEM" USING WS-GW-COMMAND
           END-CALL
           PERFORM READ-APIM-STATUS

           IF HTTP-STATUS-CODE = 200 OR HTTP-STATUS-CODE = 201
               DISPLAY "    Token published to vault secret apim-gw-"
                   FUNCTION TRIM(WS-GW-NAME) "-token (expires "
                   WS-GW-EXPIRY-TEXT(1:10) ")"
           ELSE
               DISPLAY "    Failed to publish gateway token. "
                   "Status: " HTTP-STATUS-CODE
               MOVE 1 TO LS-RETURN-CODE
           END-IF.

       END PROGRAM APIMGMT.

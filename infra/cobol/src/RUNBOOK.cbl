       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNBOOK.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Approved remediation actions, called by AZURESNOWBRIDGE when
      *> an alert that fired has a row in the remediation table:
      *>   RESTART-SHIR-VMS   restarts the DF-SHIR-VM-COUNT host VMs
      *>                      of the self-hosted integration runtime
      *>   ADD-SB-CAPACITY    raises the Service Bus namespace one
      *>                      Premium step (1, 2, 4, 8, 16 units)
      *>   RESTART-FUNCAPP    restarts the Function App
      *>   RESTART-LOGICAPP   restarts the Logic App
      *> Only these actions run; anything else in the table is
      *> refused. Every ARM change is audited. LS-RUNBOOK-RESULT
      *> carries one line for the incident's work notes. Returns 0
      *> when the action was accepted, 4 when it does not apply to
      *> this environment, 8 when it failed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNBOOK-STATUS-FILE ASSIGN TO "runbook_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNBOOK-FIELD-FILE ASSIGN TO "runbook_field.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIELD-STATUS.
           SELECT AUTH-HEADER-FILE ASSIGN TO "runbook_auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNBOOK-STATUS-FILE.
       01  RUNBOOK-STATUS-RECORD           PIC X(8).

       FD  RUNBOOK-FIELD-FILE.
       01  RUNBOOK-FIELD-RECORD            PIC X(512).

       FD  AUTH-HEADER-FILE.
       01  AUTH-HEADER-RECORD              PIC X(1056).

       WORKING-STORAGE SECTION.
      *> Overall time limit handed to every curl (-m) so a network
      *> blackhole fails the call instead of hanging the run;
      *> CURL_TIMEOUT_SECS overrides the default where configured
       01  WS-CURL-MAX-TIME            PIC 9(4) VALUE 0300.
       01  WS-AV-TYPE                  PIC X(48).
      *> Request handed to the shared AZURENAME renderer
       01  WS-NAME-REQ                 PIC X(48).
       COPY HTTPCLIENT.

       01  WS-EOF-FLAG                     PIC X VALUE 'N'.
       01  WS-FIELD-STATUS                 PIC XX.
       01  WS-ARM-BASE-URL                 PIC X(40)
               VALUE 'https://management.azure.com'.
       01  WS-WEB-API-VERSION              PIC X(10) VALUE '2022-09-01'.
       01  WS-COMPUTE-API-VERSION          PIC X(10) VALUE '2023-03-01'.
       01  WS-SB-API-VERSION               PIC X(10) VALUE '2021-06-01'.
       01  WS-RUNBOOK-CMD                  PIC X(1024).
       01  WS-FIELD-VALUE                  PIC X(512).
       01  WS-RESOURCE-URL                 PIC X(512).
       01  WS-SITE-NAME                    PIC X(64).
       01  WS-SB-NAMESPACE                 PIC X(64).

       01  WS-SHIR-VM-NAME                 PIC X(64).
       01  WS-SHIR-VM-IDX                  PIC 9(2).
       01  WS-VM-RESTARTED                 PIC 9(2).
       01  WS-VM-FAILED-STATUS             PIC 9(3).

       01  WS-CURRENT-UNITS                PIC 9(2).
       01  WS-TARGET-UNITS                 PIC 9(2).
       01  WS-UNITS-DISPLAY                PIC Z9.
       01  WS-FROM-DISPLAY                 PIC Z9.

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
      *> One of the approved action names above
       01  LS-RUNBOOK-ACTION               PIC X(24).
       01  LS-RUNBOOK-RESULT               PIC X(128).
      *> Last ARM status seen, for the ledger
       01  LS-RUNBOOK-STATUS               PIC 9(3).
       01  LS-RETURN-CODE                  PIC 9(2).

       PROCEDURE DIVISION USING LS-AZURE-CONFIG,
                                LS-AUTH-TOKEN,
                                LS-RUNBOOK-ACTION,
                                LS-RUNBOOK-RESULT,
                                LS-RUNBOOK-STATUS,
                                LS-RETURN-CODE.
       MAIN-PROCEDURE.
           MOVE 0 TO LS-RETURN-CODE LS-RUNBOOK-STATUS
           MOVE SPACES TO LS-RUNBOOK-RESULT
           PERFORM DETERMINE-CLOUD-ENDPOINT

           MOVE SPACES TO AUTHORIZATION
           STRING 'Bearer ' LS-ACCESS-TOKEN
               DELIMITED BY SIZE INTO AUTHORIZATION
           END-STRING
           PERFORM WRITE-AUTH-HEADER-FILE

           EVALUATE LS-RUNBOOK-ACTION
               WHEN 'RESTART-SHIR-VMS'
                   PERFORM RESTART-SHIR-HOSTS
               WHEN 'ADD-SB-CAPACITY'
                   PERFORM ADD-SERVICEBUS-CAPACITY
               WHEN 'RESTART-FUNCAPP'
                   IF FUNC-DEPLOY-FLAG NOT = 'Y'
                       MOVE 'no Function App in this environment'
                           TO LS-RUNBOOK-RESULT
                       MOVE 4 TO LS-RETURN-CODE
                   ELSE
                       MOVE 'FUNC' TO WS-NAME-REQ
                       PERFORM RESTART-APP-SITE
                   END-IF
               WHEN 'RESTART-LOGICAPP'
                   IF LAPP-DEPLOY-FLAG NOT = 'Y'
                       MOVE 'no Logic App in this environment'
                           TO LS-RUNBOOK-RESULT
                       MOVE 4 TO LS-RETURN-CODE
                   ELSE
                       MOVE 'LAPP' TO WS-NAME-REQ
                       PERFORM RESTART-APP-SITE
                   END-IF
               WHEN OTHER
                   STRING 'action ' FUNCTION TRIM(LS-RUNBOOK-ACTION)
                          ' is not an approved runbook'
                       DELIMITED BY SIZE INTO LS-RUNBOOK-RESULT
                   END-STRING
                   MOVE 4 TO LS-RETURN-CODE
           END-EVALUATE
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

      *> An offline IR node is almost always a hung host; a restart
      *> brings the node back within a few minutes. Host names
      *> follow DATAFACTORY's vm-shir-<env>-<nn>.
       RESTART-SHIR-HOSTS.
           IF DF-DEPLOY-FLAG NOT = 'Y' OR DF-SHIR-ENABLED NOT = 'Y'
                   OR DF-SHIR-VM-COUNT = 0
               STRING 'no self-hosted integration runtime hosts in '
                      FUNCTION TRIM(ENV-NAME)
                   DELIMITED BY SIZE INTO LS-RUNBOOK-RESULT
               END-STRING
               MOVE 4 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Microsoft.Compute/virtualMachines'
               TO WS-AV-TYPE
           CALL 'APIVERSIONS' USING WS-AV-TYPE WS-COMPUTE-API-VERSION

           MOVE 0 TO WS-VM-RESTARTED WS-VM-FAILED-STATUS
           PERFORM VARYING WS-SHIR-VM-IDX FROM 1 BY 1
                   UNTIL WS-SHIR-VM-IDX > DF-SHIR-VM-COUNT
               PERFORM RESTART-SINGLE-SHIR-HOST
           END-PERFORM

           IF WS-VM-FAILED-STATUS = 0
               STRING 'restarted ' WS-VM-RESTARTED
                      ' self-hosted integration runtime host VM(s)'
                   DELIMITED BY SIZE INTO LS-RUNBOOK-RESULT
               END-STRING
           ELSE
               MOVE WS-VM-FAILED-STATUS TO LS-RUNBOOK-STATUS
               STRING 'restarted ' WS-VM-RESTARTED ' of '
                      DF-SHIR-VM-COUNT
                      ' integration runtime host VM(s), last '
                      'failure status ' WS-VM-FAILED-STATUS
                   DELIMITED BY SIZE INTO LS-RUNBOOK-RESULT
               END-STRING
               MOVE 8 TO LS-RETURN-CODE
           END-IF.

       RESTART-SINGLE-SHIR-HOST.
           MOVE SPACES TO WS-SHIR-VM-NAME
           STRING 'vm-shir-' FUNCTION TRIM(ENV-NAME)
                  '-' WS-SHIR-VM-IDX
               DELIMITED BY SIZE INTO WS-SHIR-VM-NAME
           END-STRING
           MOVE 'POST' TO HTTP-METHOD
           MOVE SPACES TO HTTP-URL HTTP-BODY
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/' SUBSCRIPTION-ID
                  '/resourceGroups/' FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.Compute/virtualMachines/'
                  FUNCTION TRIM(WS-SHIR-VM-NAME)
                  '/restart?api-version=' WS-COMPUTE-API-VERSION
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           PERFORM SEND-RUNBOOK-CHANGE
           IF HTTP-STATUS-CODE = 200 OR HTTP-STATUS-CODE = 202
               ADD 1 TO WS-VM-RESTARTED
               DISPLAY "  Restarting " FUNCTION TRIM(WS-SHIR-VM-NAME)
           ELSE
               DISPLAY "  Restart of " FUNCTION TRIM(WS-SHIR-VM-NAME)
                       " failed. Status: " HTTP-STATUS-CODE
               MOVE HTTP-STATUS-CODE TO WS-VM-FAILED-STATUS
           END-IF.

      *> Throttling on a Premium namespace means it has run out of
      *> messaging units. The live capacity is read first - an
      *> earlier run may already have raised it past the configured
      *> SB_CAPACITY_UNITS - and taken one step up. 16 is the top;
      *> past that it needs a person.
       ADD-SERVICEBUS-CAPACITY.
           IF SB-DEPLOY-FLAG NOT = 'Y'
               MOVE 'no Service Bus namespace in this environment'
                   TO LS-RUNBOOK-RESULT
               MOVE 4 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Microsoft.ServiceBus/namespaces'
               TO WS-AV-TYPE
           CALL 'APIVERSIONS' USING WS-AV-TYPE WS-SB-API-VERSION
           MOVE 'SB' TO WS-NAME-REQ
           CALL 'AZURENAME' USING LS-AZURE-CONFIG WS-NAME-REQ
                                  WS-SB-NAMESPACE
           MOVE SPACES TO WS-RESOURCE-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/' SUBSCRIPTION-ID
                  '/resourceGroups/' FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.ServiceBus/namespaces/'
                  FUNCTION TRIM(WS-SB-NAMESPACE)
                  '?api-version=' WS-SB-API-VERSION
               DELIMITED BY SIZE INTO WS-RESOURCE-URL
           END-STRING

           MOVE SPACES TO WS-RUNBOOK-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o runbook_response.json -w ' "'%{http_code}'"
                  ' -H @runbook_auth.txt'
                  " '" FUNCTION TRIM(WS-RESOURCE-URL) "'"
                  ' > runbook_status.txt'
               DELIMITED BY SIZE INTO WS-RUNBOOK-CMD
           END-STRING
           MOVE 'GET' TO HTTP-METHOD
           PERFORM RUN-WITH-RETRY
           MOVE SB-CAPACITY-UNITS TO WS-CURRENT-UNITS
           IF HTTP-STATUS-CODE = 200
               CALL "C$SYSTEM" USING
                   "grep -o '" '"capacity": *[0-9]*' "' "
                   "runbook_response.json | head -1 | tr -dc '0-9'"
                   " > runbook_field.txt"
               END-CALL
               PERFORM READ-FIELD-VALUE
               IF WS-FIELD-VALUE NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-FIELD-VALUE)
                       TO WS-CURRENT-UNITS
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-CURRENT-UNITS < 2
                   MOVE 2 TO WS-TARGET-UNITS
               WHEN WS-CURRENT-UNITS < 4
                   MOVE 4 TO WS-TARGET-UNITS
               WHEN WS-CURRENT-UNITS < 8
                   MOVE 8 TO WS-TARGET-UNITS
               WHEN WS-CURRENT-UNITS < 16
                   MOVE 16 TO WS-TARGET-UNITS
               WHEN OTHER
                   MOVE 0 TO WS-TARGET-UNITS
           END-EVALUATE
           MOVE WS-CURRENT-UNITS TO WS-FROM-DISPLAY
           IF WS-TARGET-UNITS = 0
               STRING 'namespace ' FUNCTION TRIM(WS-SB-NAMESPACE)
                      ' already at ' FUNCTION TRIM(WS-FROM-DISPLAY)
                      ' messaging units, the Premium maximum'
                   DELIMITED BY SIZE INTO LS-RUNBOOK-RESULT
               END-STRING
               MOVE 8 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TARGET-UNITS TO WS-UNITS-DISPLAY

           MOVE 'PATCH' TO HTTP-METHOD
           MOVE SPACES TO HTTP-URL HTTP-BODY
           MOVE WS-RESOURCE-URL TO HTTP-URL
           STRING '{"sku": {"name": "Premium", "tier": "Premium", '
                  '"capacity": ' FUNCTION TRIM(WS-UNITS-DISPLAY) '}}'
               DELIMITED BY SIZE INTO HTTP-BODY
           END-STRING
           PERFORM SEND-RUNBOOK-CHANGE
           IF HTTP-STATUS-CODE = 200 OR HTTP-STATUS-CODE = 201
                   OR HTTP-STATUS-CODE = 202
               DISPLAY "  " FUNCTION TRIM(WS-SB-NAMESPACE) " "
                       FUNCTION TRIM(WS-FROM-DISPLAY) " -> "
                       FUNCTION TRIM(WS-UNITS-DISPLAY)
                       " messaging units"
               STRING 'raised ' FUNCTION TRIM(WS-SB-NAMESPACE)
                      ' from ' FUNCTION TRIM(WS-FROM-DISPLAY)
                      ' to ' FUNCTION TRIM(WS-UNITS-DISPLAY)
                      ' messaging units - set SB_CAPACITY_UNITS to'
                      ' match'
                   DELIMITED BY SIZE INTO LS-RUNBOOK-RESULT
               END-STRING
           ELSE
               STRING 'capacity change on '
                      FUNCTION TRIM(WS-SB-NAMESPACE)
                      ' refused, status ' HTTP-STATUS-CODE
                   DELIMITED BY SIZE INTO LS-RUNBOOK-RESULT
               END-STRING
               MOVE 8 TO LS-RETURN-CODE
           END-IF.

      *> WS-NAME-REQ names the site (FUNC or LAPP); a restart
      *> recycles every instance of the production slot
       RESTART-APP-SITE.
           MOVE 'Microsoft.Web/sites'
               TO WS-AV-TYPE
           CALL 'APIVERSIONS' USING WS-AV-TYPE WS-WEB-API-VERSION
           CALL 'AZURENAME' USING LS-AZURE-CONFIG WS-NAME-REQ
                                  WS-SITE-NAME
           MOVE 'POST' TO HTTP-METHOD
           MOVE SPACES TO HTTP-URL HTTP-BODY
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/' SUBSCRIPTION-ID
                  '/resourceGroups/' FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.Web/sites/'
                  FUNCTION TRIM(WS-SITE-NAME)
                  '/restart?api-version=' WS-WEB-API-VERSION
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           PERFORM SEND-RUNBOOK-CHANGE
           IF HTTP-STATUS-CODE = 200 OR HTTP-STATUS-CODE = 202
                   OR HTTP-STATUS-CODE = 204
               DISPLAY "  Restarted " FUNCTION TRIM(WS-SITE-NAME)
               STRING 'restarted ' FUNCTION TRIM(WS-SITE-NAME)
                   DELIMITED BY SIZE INTO LS-RUNBOOK-RESULT
               END-STRING
           ELSE
               STRING 'restart of ' FUNCTION TRIM(WS-SITE-NAME)
                      ' refused, status ' HTTP-STATUS-CODE
                   DELIMITED BY SIZE INTO LS-RUNBOOK-RESULT
               END-STRING
               MOVE 8 TO LS-RETURN-CODE
           END-IF.

      *> PATCH or POST the prepared HTTP-URL and HTTP-BODY (an empty
      *> body for the restarts); every change is audited
       SEND-RUNBOOK-CHANGE.
           MOVE SPACES TO WS-RUNBOOK-CMD
           IF HTTP-BODY = SPACES
               STRING 'curl -s -m ' WS-CURL-MAX-TIME
                      ' -o runbook_response.json -D runbook_headers.txt'
                      ' -w ' "'%{http_code}'"
                      ' -X ' FUNCTION TRIM(HTTP-METHOD)
                      ' -H @runbook_auth.txt'
                      " -H 'Content-Length: 0'"
                      " '" FUNCTION TRIM(HTTP-URL) "'"
                      ' > runbook_status.txt'
                   DELIMITED BY SIZE INTO WS-RUNBOOK-CMD
               END-STRING
           ELSE
               STRING 'curl -s -m ' WS-CURL-MAX-TIME
                      ' -o runbook_response.json -D runbook_headers.txt'
                      ' -w ' "'%{http_code}'"
                      ' -X ' FUNCTION TRIM(HTTP-METHOD)
                      ' -H @runbook_auth.txt'
                      ' -H ' "'Content-Type: application/json'"
                      " -d '" FUNCTION TRIM(HTTP-BODY) "'"
                      " '" FUNCTION TRIM(HTTP-URL) "'"
                      ' > runbook_status.txt'
                   DELIMITED BY SIZE INTO WS-RUNBOOK-CMD
               END-STRING
           END-IF
           PERFORM RUN-WITH-RETRY
           MOVE HTTP-STATUS-CODE TO LS-RUNBOOK-STATUS

      *> Every ARM change lands one chained record in the audit
      *> trail, correlation ID included
           CALL 'AUDITLOG' USING HTTP-METHOD HTTP-URL HTTP-BODY
                                 HTTP-STATUS-CODE CLIENT-ID
                                 'runbook_headers.txt'.

       READ-FIELD-VALUE.
           MOVE SPACES TO WS-FIELD-VALUE
           OPEN INPUT RUNBOOK-FIELD-FILE
           IF WS-FIELD-STATUS = '00'
               READ RUNBOOK-FIELD-FILE INTO WS-FIELD-VALUE
                   AT END CONTINUE
               END-READ
               CLOSE RUNBOOK-FIELD-FILE
           END-IF.

       RUN-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' HTTP-METHOD HTTP-URL
                                      'runbook_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING WS-RUNBOOK-CMD
               END-CALL
               PERFORM READ-RUNBOOK-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' HTTP-METHOD HTTP-URL
                                      'runbook_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM.

       READ-RUNBOOK-STATUS.
           MOVE 0 TO HTTP-STATUS-CODE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RUNBOOK-STATUS-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ RUNBOOK-STATUS-FILE INTO RUNBOOK-STATUS-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE FUNCTION NUMVAL(RUNBOOK-STATUS-RECORD)
                           TO HTTP-STATUS-CODE
               END-READ
           END-PERFORM
           CLOSE RUNBOOK-STATUS-FILE.

      *> Azure throttles ARM calls (429) and occasionally returns a
      *> transient 5xx; back off and retry those rather than failing
      *> the remediation on a blip. Anything else is a real failure
      *> and is left for the caller to report.
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

       END PROGRAM RUNBOOK.

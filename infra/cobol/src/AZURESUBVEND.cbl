       IDENTIFICATION DIVISION.
       PROGRAM-ID. AZURESUBVEND.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Subscription vending for a new landing zone. SUBSCRIPTION-ID,
      *> DATA-SUBSCRIPTION-ID and DR-SUBSCRIPTION-ID all assumed the
      *> subscription had been raised by hand with the right
      *> providers, budget and management-group placement - a
      *> fortnight of tickets per business unit. This program does it
      *> in one run, as the deployment identity of the vending
      *> configuration (AZURE_VEND_CONFIG, default
      *> config/azure-config-base.conf):
      *>   1. creates the subscription through the billing alias API
      *>      (Microsoft.Subscription/aliases/lz-<env>) under
      *>      AZURE_VEND_BILLING_SCOPE, placed in management group
      *>      AZURE_VEND_MGMT_GROUP, workload AZURE_VEND_WORKLOAD
      *>      (Production, or DevTest) - the alias makes a re-run pick
      *>      up the subscription already created instead of a second
      *>      one
      *>   2. registers every resource provider the deployment modules
      *>      call and waits for the registrations to complete
      *>   3. assigns the vending configuration's POLICY-ASSIGNMENTS
      *>      at subscription scope
      *>   4. creates a monthly budget of BUDGET-AMOUNT (or
      *>      AZURE_VEND_BUDGET), notifying ALERT-EMAIL-RECEIVER at
      *>      BUDGET-WARN-PCT / BUDGET-CRIT-PCT
      *>   5. records the subscription for AZURE_VEND_ENV: for the
      *>      environment's own subscription (AZURE_VEND_ROLE PRIMARY,
      *>      the default) a starter config/azure-config-<env>.conf
      *>      with SUBSCRIPTION_ID filled in, ready for
      *>      AZURECONFMAINT; for a DATA or DR subscription the
      *>      DATA_SUBSCRIPTION_ID / DR_SUBSCRIPTION_ID line is
      *>      appended to the existing environment file (the last
      *>      line for a key wins)
      *> Every ARM write goes through ARMGOVERN and into the audit
      *> trail. Exit code 0 when the subscription is ready, 4 when it
      *> was created but a provider, policy or budget step failed, 8
      *> when it could not be created, 3 for missing settings or an
      *> environment file in the way, 99 when authentication fails.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEND-STATUS-FILE ASSIGN TO "vend_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-STATUS.
           SELECT VEND-FIELD-FILE ASSIGN TO "vend_field.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIELD-STATUS.
           SELECT AUTH-HEADER-FILE ASSIGN TO "vend_auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STARTER-CONFIG-FILE ASSIGN TO WS-ENV-CONFIG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STARTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VEND-STATUS-FILE.
       01  VEND-STATUS-RECORD          PIC X(8).

       FD  VEND-FIELD-FILE.
       01  VEND-FIELD-RECORD           PIC X(128).

       FD  AUTH-HEADER-FILE.
       01  AUTH-HEADER-RECORD          PIC X(1056).

       FD  STARTER-CONFIG-FILE.
       01  STARTER-CONFIG-RECORD       PIC X(320).

       WORKING-STORAGE SECTION.
      *> Overall time limit handed to every curl (-m) so a network
      *> blackhole fails the call instead of hanging the run;
      *> CURL_TIMEOUT_SECS overrides the default where configured
       01  WS-CURL-MAX-TIME            PIC 9(4) VALUE 0300.
       COPY AZURECONFIG.
       COPY HTTPCLIENT.

       01  WS-RETURN-CODE              PIC 9(2).
       01  WS-STEP-FAILURES            PIC 9(2) VALUE 0.
       01  WS-STATUS-STATUS            PIC XX.
       01  WS-FIELD-STATUS             PIC XX.
       01  WS-STARTER-STATUS           PIC XX.
       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
       01  WS-ARM-BASE-URL             PIC X(40)
               VALUE 'https://management.azure.com'.
       01  WS-CMD                      PIC X(2048).
       01  WS-FIELD-VALUE              PIC X(128).
       01  WS-CURRENT-DATE8            PIC 9(8).
       01  WS-CONFIG-LINE              PIC X(320).

      *> api-versions, resolved through the shared catalog
       01  WS-AV-TYPE                  PIC X(48).
       01  WS-ALIAS-API-VERSION        PIC X(10) VALUE '2021-10-01'.
       01  WS-PROVIDER-API-VERSION     PIC X(10) VALUE '2021-04-01'.
       01  WS-POLICY-API-VERSION       PIC X(10) VALUE '2022-06-01'.
       01  WS-BUDGET-API-VERSION       PIC X(10) VALUE '2023-05-01'.

      *> What to vend
       01  WS-VEND-ENV                 PIC X(32).
       01  WS-VEND-ROLE                PIC X(8).
       01  WS-VEND-CONFIG-FILENAME     PIC X(128).
       01  WS-VEND-BILLING-SCOPE       PIC X(256).
       01  WS-VEND-MGMT-GROUP          PIC X(64).
       01  WS-VEND-WORKLOAD            PIC X(12).
       01  WS-VEND-TIER                PIC X(16).
       01  WS-VEND-BUDGET-TEXT         PIC X(8).
       01  WS-ENV-CONFIG-FILENAME      PIC X(128).
       01  WS-ALIAS-NAME               PIC X(48).
       01  WS-ALIAS-URL                PIC X(256).
       01  WS-DISPLAY-NAME             PIC X(64).
       01  WS-NEW-SUBSCRIPTION-ID      PIC X(36).
       01  WS-SUB-BASE-URL             PIC X(128).

      *> One ARM write: method, URL and body in, status out
       01  WS-WRITE-METHOD             PIC X(10).
       01  WS-WRITE-URL                PIC X(512).
       01  WS-WRITE-BODY               PIC X(2048).
       01  WS-RETRY-COUNT              PIC 9(2).
       01  WS-RETRY-MAX                PIC 9(2) VALUE 3.
       01  WS-RETRY-DONE               PIC X.
       01  WS-BACKOFF-SECS             PIC 9(2).
       01  WS-ARMWAIT-RC               PIC 9(2).

      *> The resource providers the deployment modules call.
      *> Microsoft.Authorization and Microsoft.Resources are always
      *> registered and need no entry
       01  WS-PROVIDER-VALUES.
           05  FILLER PIC X(36) VALUE 'Microsoft.Network'.
           05  FILLER PIC X(36) VALUE 'Microsoft.Storage'.
           05  FILLER PIC X(36) VALUE 'Microsoft.KeyVault'.
           05  FILLER PIC X(36) VALUE 'Microsoft.ManagedIdentity'.
           05  FILLER PIC X(36) VALUE 'Microsoft.OperationalInsights'.
           05  FILLER PIC X(36) VALUE 'Microsoft.Insights'.
           05  FILLER PIC X(36) VALUE 'Microsoft.AlertsManagement'.
           05  FILLER PIC X(36) VALUE 'Microsoft.ServiceBus'.
           05  FILLER PIC X(36) VALUE 'Microsoft.EventHub'.
           05  FILLER PIC X(36) VALUE 'Microsoft.EventGrid'.
           05  FILLER PIC X(36) VALUE 'Microsoft.Relay'.
           05  FILLER PIC X(36) VALUE 'Microsoft.Web'.
           05  FILLER PIC X(36) VALUE 'Microsoft.Logic'.
           05  FILLER PIC X(36) VALUE 'Microsoft.ApiManagement'.
           05  FILLER PIC X(36) VALUE 'Microsoft.DataFactory'.
           05  FILLER PIC X(36) VALUE 'Microsoft.Sql'.
           05  FILLER PIC X(36) VALUE 'Microsoft.Cache'.
           05  FILLER PIC X(36) VALUE 'Microsoft.Cdn'.
           05  FILLER PIC X(36) VALUE 'Microsoft.Compute'.
           05  FILLER PIC X(36) VALUE 'Microsoft.Security'.
           05  FILLER PIC X(36) VALUE 'Microsoft.PolicyInsights'.
           05  FILLER PIC X(36) VALUE 'Microsoft.Consumption'.
           05  FILLER PIC X(36) VALUE 'Microsoft.CostManagement'.
           05  FILLER PIC X(36) VALUE 'Microsoft.Advisor'.
           05  FILLER PIC X(36) VALUE 'Microsoft.ResourceHealth'.
       01  WS-PROVIDER-TABLE REDEFINES WS-PROVIDER-VALUES.
           05  WS-PROVIDER-NAME OCCURS 25 TIMES PIC X(36).
       01  WS-PROVIDER-COUNT           PIC 9(2) VALUE 25.
       01  WS-PROVIDER-IDX             PIC 9(2).
       01  WS-PROVIDER-STATES.
           05  WS-PROVIDER-READY OCCURS 25 TIMES PIC X(1).
       01  WS-PENDING-COUNT            PIC 9(2).
       01  WS-WAITED-SECS              PIC 9(5).
       01  WS-WAIT-INTERVAL            PIC 9(4).
       01  WS-WAIT-CEILING             PIC 9(5).
       01  WS-SLEEP-DISPLAY            PIC 9(4).

      *> Budget thresholds
       01  WS-BUDGET-AMOUNT            PIC 9(7).
       01  WS-BUDGET-WARN              PIC 9(3).
       01  WS-BUDGET-CRIT              PIC 9(3).
       01  WS-BUDGET-START             PIC X(10).
       01  WS-POLICY-INDEX             PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Subscription vending starting"
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           PERFORM READ-VEND-SETTINGS
           PERFORM CHECK-VEND-SETTINGS
           IF WS-RETURN-CODE NOT = 0
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF

           INITIALIZE AZURE-CONFIG
           CALL 'AZURECFGLOAD' USING BY REFERENCE
                                        WS-VEND-CONFIG-FILENAME
                                        AZURE-CONFIG
                                        WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Vending configuration "
                       FUNCTION TRIM(WS-VEND-CONFIG-FILENAME)
                       " could not be loaded"
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM DETERMINE-CLOUD-ENDPOINT

           CALL 'AZUREAUTH' USING BY REFERENCE AZURE-CONFIG
                                               AZURE-AUTH-TOKEN
                                               WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Azure authentication failed, cannot vend "
                       "the subscription"
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF
           STRING 'Bearer ' ACCESS-TOKEN
               DELIMITED BY SIZE INTO AUTHORIZATION
           END-STRING
           PERFORM WRITE-AUTH-HEADER-FILE

           PERFORM CREATE-SUBSCRIPTION-ALIAS
           IF WS-NEW-SUBSCRIPTION-ID = SPACES
               PERFORM REMOVE-SCRATCH-FILES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-SUB-BASE-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL) '/subscriptions/'
                  FUNCTION TRIM(WS-NEW-SUBSCRIPTION-ID)
               DELIMITED BY SIZE INTO WS-SUB-BASE-URL
           END-STRING

           PERFORM REGISTER-RESOURCE-PROVIDERS
           PERFORM WAIT-FOR-PROVIDERS
           PERFORM ASSIGN-BASELINE-POLICIES
           PERFORM CREATE-SUBSCRIPTION-BUDGET
           PERFORM RECORD-SUBSCRIPTION-IN-CONFIG
           PERFORM REMOVE-SCRATCH-FILES

           DISPLAY "Subscription " FUNCTION TRIM(WS-NEW-SUBSCRIPTION-ID)
                   " vended for " FUNCTION TRIM(WS-VEND-ENV)
                   " (" FUNCTION TRIM(WS-VEND-ROLE) ")"
           IF WS-STEP-FAILURES > 0
               DISPLAY WS-STEP-FAILURES " step(s) failed - re-run to "
                       "complete them"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-VEND-SETTINGS.
           MOVE SPACES TO WS-VEND-ENV WS-VEND-ROLE
                          WS-VEND-CONFIG-FILENAME WS-VEND-BILLING-SCOPE
                          WS-VEND-MGMT-GROUP WS-VEND-WORKLOAD
                          WS-VEND-TIER WS-VEND-BUDGET-TEXT
           ACCEPT WS-VEND-ENV FROM ENVIRONMENT 'AZURE_VEND_ENV'
           ACCEPT WS-VEND-ROLE FROM ENVIRONMENT 'AZURE_VEND_ROLE'
           ACCEPT WS-VEND-CONFIG-FILENAME FROM ENVIRONMENT
               'AZURE_VEND_CONFIG'
           ACCEPT WS-VEND-BILLING-SCOPE FROM ENVIRONMENT
               'AZURE_VEND_BILLING_SCOPE'
           ACCEPT WS-VEND-MGMT-GROUP FROM ENVIRONMENT
               'AZURE_VEND_MGMT_GROUP'
           ACCEPT WS-VEND-WORKLOAD FROM ENVIRONMENT
               'AZURE_VEND_WORKLOAD'
           ACCEPT WS-VEND-TIER FROM ENVIRONMENT 'AZURE_VEND_TIER'
           ACCEPT WS-VEND-BUDGET-TEXT FROM ENVIRONMENT
               'AZURE_VEND_BUDGET'
           MOVE FUNCTION UPPER-CASE(WS-VEND-ROLE) TO WS-VEND-ROLE
           IF WS-VEND-ROLE = SPACES
               MOVE 'PRIMARY' TO WS-VEND-ROLE
           END-IF
           IF WS-VEND-CONFIG-FILENAME = SPACES
               MOVE 'config/azure-config-base.conf'
                   TO WS-VEND-CONFIG-FILENAME
           END-IF
           IF WS-VEND-WORKLOAD = SPACES
               MOVE 'Production' TO WS-VEND-WORKLOAD
           END-IF
           PERFORM BUILD-VEND-NAMES.

      *> One alias per environment and role, so a re-run finds the
      *> subscription it already created
       BUILD-VEND-NAMES.
           MOVE SPACES TO WS-ENV-CONFIG-FILENAME WS-ALIAS-NAME
                          WS-DISPLAY-NAME
           STRING 'config/azure-config-' FUNCTION TRIM(WS-VEND-ENV)
                  '.conf'
               DELIMITED BY SIZE INTO WS-ENV-CONFIG-FILENAME
           END-STRING
           IF WS-VEND-ROLE = 'PRIMARY'
               STRING 'lz-' FUNCTION TRIM(WS-VEND-ENV)
                   DELIMITED BY SIZE INTO WS-ALIAS-NAME
               END-STRING
           ELSE
               STRING 'lz-' FUNCTION TRIM(WS-VEND-ENV) '-'
                      FUNCTION LOWER-CASE(FUNCTION TRIM(WS-VEND-ROLE))
                   DELIMITED BY SIZE INTO WS-ALIAS-NAME
               END-STRING
           END-IF
           STRING 'Landing zone ' FUNCTION TRIM(WS-ALIAS-NAME)
               DELIMITED BY SIZE INTO WS-DISPLAY-NAME
           END-STRING.

      *> Nothing is created until the settings are complete
       CHECK-VEND-SETTINGS.
           MOVE 0 TO WS-RETURN-CODE
           IF WS-VEND-ENV = SPACES
               DISPLAY "AZURE_VEND_ENV must name the environment"
               MOVE 3 TO WS-RETURN-CODE
           END-IF
           IF WS-VEND-BILLING-SCOPE = SPACES
               DISPLAY "AZURE_VEND_BILLING_SCOPE must give the "
                       "billing account scope to create under"
               MOVE 3 TO WS-RETURN-CODE
           END-IF
           IF WS-VEND-MGMT-GROUP = SPACES
               DISPLAY "AZURE_VEND_MGMT_GROUP must name the "
                       "management group"
               MOVE 3 TO WS-RETURN-CODE
           END-IF
           IF WS-VEND-WORKLOAD NOT = 'Production'
                   AND WS-VEND-WORKLOAD NOT = 'DevTest'
               DISPLAY "AZURE_VEND_WORKLOAD must be Production or "
                       "DevTest"
               MOVE 3 TO WS-RETURN-CODE
           END-IF
           IF WS-VEND-ROLE NOT = 'PRIMARY' AND WS-VEND-ROLE NOT = 'DATA'
                   AND WS-VEND-ROLE NOT = 'DR'
               DISPLAY "AZURE_VEND_ROLE must be PRIMARY, DATA or DR"
               MOVE 3 TO WS-RETURN-CODE
           END-IF
           IF WS-VEND-BUDGET-TEXT NOT = SPACES
                   AND FUNCTION TRIM(WS-VEND-BUDGET-TEXT)
                       IS NOT NUMERIC
               DISPLAY "AZURE_VEND_BUDGET must be a whole amount"
               MOVE 3 TO WS-RETURN-CODE
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM CHECK-ENV-CONFIG-FILE
           END-IF.

      *> ... and the environment file is in the state the role
      *> expects: absent for a new environment, present for its DATA
      *> or DR subscription
       CHECK-ENV-CONFIG-FILE.
           OPEN INPUT STARTER-CONFIG-FILE
           IF WS-STARTER-STATUS = '00'
               CLOSE STARTER-CONFIG-FILE
               IF WS-VEND-ROLE = 'PRIMARY'
                   DISPLAY FUNCTION TRIM(WS-ENV-CONFIG-FILENAME)
                           " already exists - not overwritten"
                   MOVE 3 TO WS-RETURN-CODE
               END-IF
           ELSE
               IF WS-VEND-ROLE NOT = 'PRIMARY'
                   DISPLAY FUNCTION TRIM(WS-ENV-CONFIG-FILENAME)
                           " not found - vend the environment's own "
                           "subscription first"
                   MOVE 3 TO WS-RETURN-CODE
               END-IF
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
           END-EVALUATE
           MOVE 'Microsoft.Subscription/aliases' TO WS-AV-TYPE
           CALL 'APIVERSIONS' USING WS-AV-TYPE WS-ALIAS-API-VERSION
           MOVE 'Microsoft.Resources/providers' TO WS-AV-TYPE
           CALL 'APIVERSIONS' USING WS-AV-TYPE WS-PROVIDER-API-VERSION
           MOVE 'Microsoft.Authorization/policyAssignments'
               TO WS-AV-TYPE
           CALL 'APIVERSIONS' USING WS-AV-TYPE WS-POLICY-API-VERSION
           MOVE 'Microsoft.Consumption/budgets' TO WS-AV-TYPE
           CALL 'APIVERSIONS' USING WS-AV-TYPE WS-BUDGET-API-VERSION.

      *> The alias PUT is answered before the subscription exists;
      *> ARMWAIT follows the alias to Succeeded and the ID is then
      *> read from it
       CREATE-SUBSCRIPTION-ALIAS.
           MOVE SPACES TO WS-NEW-SUBSCRIPTION-ID WS-ALIAS-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/providers/Microsoft.Subscription/aliases/'
                  FUNCTION TRIM(WS-ALIAS-NAME)
                  '?api-version=' FUNCTION TRIM(WS-ALIAS-API-VERSION)
               DELIMITED BY SIZE INTO WS-ALIAS-URL
           END-STRING
           DISPLAY "Creating subscription alias "
                   FUNCTION TRIM(WS-ALIAS-NAME) "..."

           MOVE 'PUT' TO WS-WRITE-METHOD
           MOVE WS-ALIAS-URL TO WS-WRITE-URL
           MOVE SPACES TO WS-WRITE-BODY
           STRING '{"properties":{"displayName":"'
                  FUNCTION TRIM(WS-DISPLAY-NAME)
                  '","billingScope":"'
                  FUNCTION TRIM(WS-VEND-BILLING-SCOPE)
                  '","workload":"' FUNCTION TRIM(WS-VEND-WORKLOAD)
                  '","additionalProperties":{"managementGroupId":'
                  '"/providers/Microsoft.Management/managementGroups/'
                  FUNCTION TRIM(WS-VEND-MGMT-GROUP)
                  '","tags":{"environment":"'
                  FUNCTION TRIM(WS-VEND-ENV)
                  '","role":"' FUNCTION TRIM(WS-VEND-ROLE)
                  '"}}}}'
               DELIMITED BY SIZE INTO WS-WRITE-BODY
           END-STRING
           PERFORM SEND-ARM-WRITE
           IF HTTP-STATUS-CODE NOT = 200 AND HTTP-STATUS-CODE NOT = 201
                   AND HTTP-STATUS-CODE NOT = 202
               DISPLAY "  Subscription alias not accepted. Status: "
                       HTTP-STATUS-CODE
               EXIT PARAGRAPH
           END-IF

           CALL 'ARMWAIT' USING BY REFERENCE WS-ALIAS-URL
                                BY CONTENT 'vend_auth.txt'
                                BY REFERENCE POLL-INTERVAL-SECS
                                             POLL-MAX-SECS
                                             WS-ARMWAIT-RC
           IF WS-ARMWAIT-RC NOT = 0
               DISPLAY "  Subscription was not created"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o vend_response.json -w '
                  "'%{http_code}'"
                  " -H @vend_auth.txt '" FUNCTION TRIM(WS-ALIAS-URL)
                  "' > vend_status.txt; "
                  "tr -d '\n' < vend_response.json | grep -o "
                  '"subscriptionId.: *.[0-9a-f-]*" | head -1 | '
                  'sed "s/.*[^0-9a-f-]//" > vend_field.txt'
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-CMD
           END-CALL
           PERFORM READ-VEND-STATUS
           PERFORM READ-FIELD-VALUE
           IF HTTP-STATUS-CODE = 200 AND WS-FIELD-VALUE NOT = SPACES
               MOVE WS-FIELD-VALUE TO WS-NEW-SUBSCRIPTION-ID
               DISPLAY "  Subscription ID "
                       FUNCTION TRIM(WS-NEW-SUBSCRIPTION-ID)
           ELSE
               DISPLAY "  Subscription ID could not be read from the "
                       "alias. Status: " HTTP-STATUS-CODE
           END-IF.

      *> Registration is asynchronous - every provider is asked
      *> first, then WAIT-FOR-PROVIDERS polls them together
       REGISTER-RESOURCE-PROVIDERS.
           DISPLAY "Registering resource providers..."
           MOVE ALL 'N' TO WS-PROVIDER-STATES
           PERFORM VARYING WS-PROVIDER-IDX FROM 1 BY 1
                   UNTIL WS-PROVIDER-IDX > WS-PROVIDER-COUNT
               MOVE 'POST' TO WS-WRITE-METHOD
               MOVE SPACES TO WS-WRITE-URL WS-WRITE-BODY
               STRING FUNCTION TRIM(WS-SUB-BASE-URL) '/providers/'
                      FUNCTION TRIM(WS-PROVIDER-NAME(WS-PROVIDER-IDX))
                      '/register?api-version='
                      FUNCTION TRIM(WS-PROVIDER-API-VERSION)
                   DELIMITED BY SIZE INTO WS-WRITE-URL
               END-STRING
               PERFORM SEND-ARM-WRITE
               IF HTTP-STATUS-CODE NOT = 200
                   DISPLAY "  Registration of "
                       FUNCTION TRIM(WS-PROVIDER-NAME(WS-PROVIDER-IDX))
                       " refused. Status: " HTTP-STATUS-CODE
                   MOVE 'F' TO WS-PROVIDER-READY(WS-PROVIDER-IDX)
               END-IF
           END-PERFORM.

       WAIT-FOR-PROVIDERS.
           IF POLL-INTERVAL-SECS = 0
               MOVE 15 TO WS-WAIT-INTERVAL
           ELSE
               MOVE POLL-INTERVAL-SECS TO WS-WAIT-INTERVAL
           END-IF
           IF POLL-MAX-SECS = 0
               MOVE 1800 TO WS-WAIT-CEILING
           ELSE
               MOVE POLL-MAX-SECS TO WS-WAIT-CEILING
           END-IF
           MOVE 0 TO WS-WAITED-SECS
           MOVE 1 TO WS-PENDING-COUNT
           PERFORM UNTIL WS-PENDING-COUNT = 0
               MOVE 0 TO WS-PENDING-COUNT
               PERFORM VARYING WS-PROVIDER-IDX FROM 1 BY 1
                       UNTIL WS-PROVIDER-IDX > WS-PROVIDER-COUNT
                   IF WS-PROVIDER-READY(WS-PROVIDER-IDX) = 'N'
                       PERFORM POLL-PROVIDER-STATE
                   END-IF
               END-PERFORM
               IF WS-PENDING-COUNT > 0
                   IF WS-WAITED-SECS >= WS-WAIT-CEILING
                       DISPLAY "  " WS-PENDING-COUNT " provider(s) "
                               "still registering after "
                               WS-WAITED-SECS " seconds"
                       MOVE 0 TO WS-PENDING-COUNT
                   ELSE
                       MOVE WS-WAIT-INTERVAL TO WS-SLEEP-DISPLAY
                       CALL "C$SYSTEM" USING
                           "sleep " WS-SLEEP-DISPLAY
                       END-CALL
                       ADD WS-WAIT-INTERVAL TO WS-WAITED-SECS
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-PROVIDER-IDX FROM 1 BY 1
                   UNTIL WS-PROVIDER-IDX > WS-PROVIDER-COUNT
               IF WS-PROVIDER-READY(WS-PROVIDER-IDX) NOT = 'Y'
                   DISPLAY "  Not registered: "
                       FUNCTION TRIM(WS-PROVIDER-NAME(WS-PROVIDER-IDX))
                   ADD 1 TO WS-STEP-FAILURES
               END-IF
           END-PERFORM.

       POLL-PROVIDER-STATE.
           MOVE SPACES TO WS-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o vend_response.json -w '
                  "'%{http_code}'"
                  " -H @vend_auth.txt '" FUNCTION TRIM(WS-SUB-BASE-URL)
                  '/providers/'
                  FUNCTION TRIM(WS-PROVIDER-NAME(WS-PROVIDER-IDX))
                  '?api-version=' FUNCTION TRIM(WS-PROVIDER-API-VERSION)
                  "' > vend_status.txt; "
                  "tr -d '\n' < vend_response.json | grep -o "
                  '"registrationState.: *.[A-Za-z]*" | head -1 | '
                  'sed "s/.*[^A-Za-z]//" > vend_field.txt'
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-CMD
           END-CALL
           PERFORM READ-VEND-STATUS
           PERFORM READ-FIELD-VALUE
           IF HTTP-STATUS-CODE = 200 AND WS-FIELD-VALUE = 'Registered'
               MOVE 'Y' TO WS-PROVIDER-READY(WS-PROVIDER-IDX)
           ELSE
               ADD 1 TO WS-PENDING-COUNT
           END-IF.

      *> The vending configuration's baseline assignments, at the
      *> scope of the whole subscription rather than AZUREPOLICY's
      *> resource group, so they bind before any workload lands
       ASSIGN-BASELINE-POLICIES.
           IF POLICY-COUNT = 0
               DISPLAY "No baseline policy assignments configured"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Assigning baseline policies..."
           PERFORM VARYING WS-POLICY-INDEX FROM 1 BY 1
                   UNTIL WS-POLICY-INDEX > POLICY-COUNT
                       OR WS-POLICY-INDEX > 10
               IF POLICY-ASSIGN-NAME(WS-POLICY-INDEX) NOT = SPACES
                       AND POLICY-DEF-ID(WS-POLICY-INDEX) NOT = SPACES
                   PERFORM ASSIGN-ONE-BASELINE-POLICY
               END-IF
           END-PERFORM.

       ASSIGN-ONE-BASELINE-POLICY.
           MOVE 'PUT' TO WS-WRITE-METHOD
           MOVE SPACES TO WS-WRITE-URL WS-WRITE-BODY
           STRING FUNCTION TRIM(WS-SUB-BASE-URL)
                  '/providers/Microsoft.Authorization/'
                  'policyAssignments/'
                  FUNCTION TRIM(POLICY-ASSIGN-NAME(WS-POLICY-INDEX))
                  '?api-version=' FUNCTION TRIM(WS-POLICY-API-VERSION)
               DELIMITED BY SIZE INTO WS-WRITE-URL
           END-STRING
           STRING '{"properties":{'
                  '"displayName":"'
                  FUNCTION TRIM(POLICY-ASSIGN-NAME(WS-POLICY-INDEX))
                  '","policyDefinitionId":"'
                  FUNCTION TRIM(POLICY-DEF-ID(WS-POLICY-INDEX))
                  '","enforcementMode":"Default"}}'
               DELIMITED BY SIZE INTO WS-WRITE-BODY
           END-STRING
           PERFORM SEND-ARM-WRITE
           IF HTTP-STATUS-CODE = 200 OR HTTP-STATUS-CODE = 201
               DISPLAY "  Policy assigned: "
                   FUNCTION TRIM(POLICY-ASSIGN-NAME(WS-POLICY-INDEX))
           ELSE
               DISPLAY "  Failed to assign policy: "
                   FUNCTION TRIM(POLICY-ASSIGN-NAME(WS-POLICY-INDEX))
                   " Status: " HTTP-STATUS-CODE
               ADD 1 TO WS-STEP-FAILURES
           END-IF.

      *> Same thresholds and monthly grain as ALERTING's
      *> resource-group budget, but over the whole subscription and
      *> mailed only - the action group does not exist yet
       CREATE-SUBSCRIPTION-BUDGET.
           MOVE BUDGET-AMOUNT TO WS-BUDGET-AMOUNT
           IF WS-VEND-BUDGET-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-VEND-BUDGET-TEXT)
                   TO WS-BUDGET-AMOUNT
           END-IF
           IF WS-BUDGET-AMOUNT = 0
               DISPLAY "No budget amount configured - no budget "
                       "created"
               EXIT PARAGRAPH
           END-IF
           IF ALERT-EMAIL-RECEIVER = SPACES
               DISPLAY "No ALERT-EMAIL-RECEIVER to notify - no budget "
                       "created"
               ADD 1 TO WS-STEP-FAILURES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Creating subscription budget..."
           IF BUDGET-WARN-PCT = 0
               MOVE 80 TO WS-BUDGET-WARN
           ELSE
               MOVE BUDGET-WARN-PCT TO WS-BUDGET-WARN
           END-IF
           IF BUDGET-CRIT-PCT = 0
               MOVE 100 TO WS-BUDGET-CRIT
           ELSE
               MOVE BUDGET-CRIT-PCT TO WS-BUDGET-CRIT
           END-IF
           MOVE SPACES TO WS-BUDGET-START
           STRING WS-CURRENT-DATE8(1:4) '-' WS-CURRENT-DATE8(5:2)
                  '-01'
               DELIMITED BY SIZE INTO WS-BUDGET-START
           END-STRING

           MOVE 'PUT' TO WS-WRITE-METHOD
           MOVE SPACES TO WS-WRITE-URL WS-WRITE-BODY
           STRING FUNCTION TRIM(WS-SUB-BASE-URL)
                  '/providers/Microsoft.Consumption/budgets/'
                  'budget-' FUNCTION TRIM(WS-ALIAS-NAME)
                  '?api-version=' FUNCTION TRIM(WS-BUDGET-API-VERSION)
               DELIMITED BY SIZE INTO WS-WRITE-URL
           END-STRING
           STRING '{"properties":{"category":"Cost",'
                  '"amount":' WS-BUDGET-AMOUNT ','
                  '"timeGrain":"Monthly",'
                  '"timePeriod":{"startDate":"'
                  FUNCTION TRIM(WS-BUDGET-START) 'T00:00:00Z"},'
                  '"notifications":{'
                  '"warnThreshold":{"enabled":true,'
                  '"operator":"GreaterThan",'
                  '"threshold":' WS-BUDGET-WARN ','
                  '"contactEmails":["'
                  FUNCTION TRIM(ALERT-EMAIL-RECEIVER) '"]},'
                  '"critThreshold":{"enabled":true,'
                  '"operator":"GreaterThan",'
                  '"threshold":' WS-BUDGET-CRIT ','
                  '"contactEmails":["'
                  FUNCTION TRIM(ALERT-EMAIL-RECEIVER) '"]}}}}'
               DELIMITED BY SIZE INTO WS-WRITE-BODY
           END-STRING
           PERFORM SEND-ARM-WRITE
           IF HTTP-STATUS-CODE = 200 OR HTTP-STATUS-CODE = 201
               DISPLAY "  Budget created: " WS-BUDGET-AMOUNT
                       " / month, notify at " WS-BUDGET-WARN
                       "% and " WS-BUDGET-CRIT "%"
           ELSE
               DISPLAY "  Failed to create budget. Status: "
                       HTTP-STATUS-CODE
               ADD 1 TO WS-STEP-FAILURES
           END-IF.

      *> A new environment gets a starter file holding only its own
      *> keys - everything organisation-wide comes from the base and
      *> tier layers. A DATA or DR subscription is appended to the
      *> environment's file, where the last line for a key wins
       RECORD-SUBSCRIPTION-IN-CONFIG.
           IF WS-VEND-ROLE NOT = 'PRIMARY'
               OPEN EXTEND STARTER-CONFIG-FILE
               MOVE SPACES TO WS-CONFIG-LINE
               STRING '# ' FUNCTION TRIM(WS-VEND-ROLE)
                      ' subscription vended ' WS-CURRENT-DATE8
                      ' (alias ' FUNCTION TRIM(WS-ALIAS-NAME) ')'
                   DELIMITED BY SIZE INTO WS-CONFIG-LINE
               END-STRING
               PERFORM WRITE-CONFIG-LINE
               IF WS-VEND-ROLE = 'DATA'
                   STRING 'DATA_SUBSCRIPTION_ID='
                          FUNCTION TRIM(WS-NEW-SUBSCRIPTION-ID)
                       DELIMITED BY SIZE INTO WS-CONFIG-LINE
                   END-STRING
               ELSE
                   STRING 'DR_SUBSCRIPTION_ID='
                          FUNCTION TRIM(WS-NEW-SUBSCRIPTION-ID)
                       DELIMITED BY SIZE INTO WS-CONFIG-LINE
                   END-STRING
               END-IF
               PERFORM WRITE-CONFIG-LINE
               CLOSE STARTER-CONFIG-FILE
               DISPLAY "Recorded in "
                       FUNCTION TRIM(WS-ENV-CONFIG-FILENAME)
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT STARTER-CONFIG-FILE
           IF WS-STARTER-STATUS NOT = '00'
               DISPLAY "Cannot write "
                       FUNCTION TRIM(WS-ENV-CONFIG-FILENAME)
                       " - record SUBSCRIPTION_ID="
                       FUNCTION TRIM(WS-NEW-SUBSCRIPTION-ID)
                       " by hand"
               ADD 1 TO WS-STEP-FAILURES
               EXIT PARAGRAPH
           END-IF
           STRING '# Starter configuration for '
                  FUNCTION TRIM(WS-VEND-ENV) ', subscription vended '
                  WS-CURRENT-DATE8 ' (alias '
                  FUNCTION TRIM(WS-ALIAS-NAME) ')'
               DELIMITED BY SIZE INTO WS-CONFIG-LINE
           END-STRING
           PERFORM WRITE-CONFIG-LINE
           MOVE '# Complete it with AZURECONFMAINT before deploying'
               TO WS-CONFIG-LINE
           PERFORM WRITE-CONFIG-LINE
           STRING 'ENVIRONMENT=' FUNCTION TRIM(WS-VEND-ENV)
               DELIMITED BY SIZE INTO WS-CONFIG-LINE
           END-STRING
           PERFORM WRITE-CONFIG-LINE
           IF WS-VEND-TIER NOT = SPACES
               STRING 'CONFIG_TIER=' FUNCTION TRIM(WS-VEND-TIER)
                   DELIMITED BY SIZE INTO WS-CONFIG-LINE
               END-STRING
               PERFORM WRITE-CONFIG-LINE
           END-IF
           STRING 'SUBSCRIPTION_ID='
                  FUNCTION TRIM(WS-NEW-SUBSCRIPTION-ID)
               DELIMITED BY SIZE INTO WS-CONFIG-LINE
           END-STRING
           PERFORM WRITE-CONFIG-LINE
           STRING 'RESOURCE_GROUP_NAME=rg-' FUNCTION TRIM(WS-VEND-ENV)
               DELIMITED BY SIZE INTO WS-CONFIG-LINE
           END-STRING
           PERFORM WRITE-CONFIG-LINE
           IF WS-VEND-BUDGET-TEXT NOT = SPACES
               STRING 'BUDGET_AMOUNT='
                      FUNCTION TRIM(WS-VEND-BUDGET-TEXT)
                   DELIMITED BY SIZE INTO WS-CONFIG-LINE
               END-STRING
               PERFORM WRITE-CONFIG-LINE
           END-IF
           CLOSE STARTER-CONFIG-FILE
           DISPLAY "Starter configuration written to "
                   FUNCTION TRIM(WS-ENV-CONFIG-FILENAME).

       WRITE-CONFIG-LINE.
           WRITE STARTER-CONFIG-RECORD FROM WS-CONFIG-LINE
           MOVE SPACES TO WS-CONFIG-LINE.

      *> One governed, retried, audited ARM write of WS-WRITE-METHOD
      *> to WS-WRITE-URL carrying WS-WRITE-BODY (none when blank)
       SEND-ARM-WRITE.
           MOVE WS-WRITE-METHOD TO HTTP-METHOD
           MOVE WS-WRITE-URL TO HTTP-URL
           MOVE WS-WRITE-BODY TO HTTP-BODY
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' WS-WRITE-METHOD
                                      WS-WRITE-URL 'vend_headers.txt'
               END-CALL
               MOVE SPACES TO WS-CMD
               IF WS-WRITE-BODY = SPACES
                   STRING 'curl -s -m ' WS-CURL-MAX-TIME
                          ' -o vend_response.json'
                          ' -D vend_headers.txt -w '
                          "'%{http_code}' -X "
                          FUNCTION TRIM(WS-WRITE-METHOD)
                          ' -H @vend_auth.txt'
                          " -H 'Content-Length: 0' '"
                          FUNCTION TRIM(WS-WRITE-URL)
                          "' > vend_status.txt"
                       DELIMITED BY SIZE INTO WS-CMD
                   END-STRING
               ELSE
                   STRING 'curl -s -m ' WS-CURL-MAX-TIME
                          ' -o vend_response.json'
                          ' -D vend_headers.txt -w '
                          "'%{http_code}' -X "
                          FUNCTION TRIM(WS-WRITE-METHOD)
                          ' -H @vend_auth.txt'
                          " -H 'Content-Type: application/json'"
                          " -d '" FUNCTION TRIM(WS-WRITE-BODY)
                          "' '" FUNCTION TRIM(WS-WRITE-URL)
                          "' > vend_status.txt"
                       DELIMITED BY SIZE INTO WS-CMD
                   END-STRING
               END-IF
               CALL "C$SYSTEM" USING WS-CMD
               END-CALL
               PERFORM READ-VEND-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' WS-WRITE-METHOD
                                      WS-WRITE-URL 'vend_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

      *> Every ARM change lands one chained record in the audit
      *> trail, correlation ID included
           CALL 'AUDITLOG' USING HTTP-METHOD HTTP-URL HTTP-BODY
                                 HTTP-STATUS-CODE CLIENT-ID
                                 'vend_headers.txt'.

       READ-VEND-STATUS.
           MOVE 0 TO HTTP-STATUS-CODE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT VEND-STATUS-FILE
           IF WS-STATUS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ VEND-STATUS-FILE INTO VEND-STATUS-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF VEND-STATUS-RECORD NOT = SPACES
                           MOVE FUNCTION NUMVAL(VEND-STATUS-RECORD)
                               TO HTTP-STATUS-CODE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VEND-STATUS-FILE.

       READ-FIELD-VALUE.
           MOVE SPACES TO WS-FIELD-VALUE
           OPEN INPUT VEND-FIELD-FILE
           IF WS-FIELD-STATUS = '00'
               READ VEND-FIELD-FILE INTO WS-FIELD-VALUE
                   AT END MOVE SPACES TO WS-FIELD-VALUE
               END-READ
               CLOSE VEND-FIELD-FILE
           END-IF.

      *> Azure throttles ARM calls (429) and occasionally returns a
      *> transient 5xx; back off and retry those rather than failing
      *> the whole run on a blip
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

      *> The auth file carries the bearer token - it does not outlive
      *> the run
       REMOVE-SCRATCH-FILES.
           CALL "C$SYSTEM" USING
               "rm -f vend_auth.txt vend_status.txt vend_field.txt "
               "vend_response.json vend_headers.txt"
           END-CALL.

       END PROGRAM AZURESUBVEND.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AZURESCALE.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Scheduled out-of-hours scale-down for non-production
      *> environments. Dev and test used to run at full size all
      *> night and all weekend. Run by the scheduler (every 15 to 30
      *> minutes), this program walks the AZUREDEPLOYALL environment
      *> list (AZURE_ENVIRONMENT_LIST, default environments.txt) and,
      *> for each environment with a config/scale-schedule-<env>.conf:
      *>   UP=<DOW>,<HHMM>-<HHMM>     business hours (DOW: MON..SUN,
      *>                              or ALL) - one line per window
      *>   DOWN_APIM_CAPACITY=<n>     APIM units out of hours (1)
      *>   DOWN_AGW_CAPACITY=<n>      gateway instances (1)
      *>   DOWN_FUNC_PLAN_SKU=<sku>   Elastic Premium size (EP1)
      *>   DEALLOCATE_SHIR=Y|N        deallocate the SHIR VMs (Y)
      *> Outside every UP window the environment belongs scaled down:
      *> APIM-SKU-CAPACITY, AGW-CAPACITY and FUNC-PLAN-SKU drop to the
      *> out-of-hours levels and the DF-SHIR-VM-COUNT host VMs are
      *> deallocated. Bring-up starts AZURE_SCALE_LEAD_MINUTES
      *> (default 60) ahead of a window so APIM's units are back
      *> before the working day, and restores the configured sizes.
      *> Only transitions act: config/azure-config-<env>.scaled marks
      *> an environment that is down. Every action is a SCALE record
      *> in run-history.dat, which SCALEHOURS reads so the capacity
      *> and cost reports can tell scheduled downtime from idleness.
      *> Production is never touched - an environment named prod or
      *> production is skipped by list name and by configured name,
      *> schedule file or not. The exit code is the number of scale
      *> actions that failed (capped at 99); 3 when the environment
      *> list cannot be opened.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENV-LIST-FILE ASSIGN TO WS-ENV-LIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENV-LIST-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO WS-SCHEDULE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.
           SELECT MARKER-FILE ASSIGN TO WS-MARKER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARKER-STATUS.
           SELECT SCALE-STATUS-FILE ASSIGN TO "scale_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTH-HEADER-FILE ASSIGN TO "scale_auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO
               "run-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ENV-LIST-FILE.
       01  ENV-LIST-RECORD             PIC X(32).

       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD             PIC X(80).

       FD  MARKER-FILE.
       01  MARKER-RECORD               PIC X(120).

       FD  SCALE-STATUS-FILE.
       01  SCALE-STATUS-RECORD         PIC X(8).

       FD  AUTH-HEADER-FILE.
       01  AUTH-HEADER-RECORD          PIC X(1056).

       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-RECORD          PIC X(120).

       WORKING-STORAGE SECTION.
      *> Request handed to the shared AZURENAME renderer
       01  WS-NAME-REQ                 PIC X(48).
      *> Overall time limit handed to every curl (-m) so a network
      *> blackhole fails the call instead of hanging the run;
      *> CURL_TIMEOUT_SECS overrides the default where configured
       01  WS-CURL-MAX-TIME            PIC 9(4) VALUE 0300.
       01  WS-AV-TYPE                  PIC X(48).
       COPY AZURECONFIG.
       COPY HTTPCLIENT.

       01  WS-RETURN-CODE              PIC 9(2).
       01  WS-EXIT-CODE                PIC 9(2) VALUE 0.
       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
       01  WS-ENV-LIST-EOF             PIC X VALUE 'N'.
       01  WS-ENV-LIST-STATUS          PIC XX.
       01  WS-SCHEDULE-STATUS          PIC XX.
       01  WS-MARKER-STATUS            PIC XX.
       01  WS-ENV-LIST-FILENAME        PIC X(40) VALUE
               'environments.txt'.
       01  WS-SCHEDULE-FILENAME        PIC X(128).
       01  WS-MARKER-FILENAME          PIC X(128).
       01  WS-ARM-BASE-URL             PIC X(40) VALUE
               'https://management.azure.com'.
       01  WS-APIM-API-VERSION         PIC X(20) VALUE
               '2023-05-01-preview'.
       01  WS-NET-API-VERSION          PIC X(10) VALUE '2023-04-01'.
       01  WS-WEB-API-VERSION          PIC X(10) VALUE '2022-09-01'.
       01  WS-COMPUTE-API-VERSION      PIC X(10) VALUE '2023-03-01'.
       01  WS-SCALE-CMD                PIC X(1536).
       01  WS-RETRY-COUNT              PIC 9(2).
       01  WS-RETRY-MAX                PIC 9(2) VALUE 3.
       01  WS-RETRY-DONE               PIC X.
       01  WS-BACKOFF-SECS             PIC 9(2).

       01  WS-ENV-NAME-WORK            PIC X(16).
       01  WS-ENV-UPPER                PIC X(16).
       01  WS-APIM-NAME                PIC X(64).
       01  WS-AGW-NAME                 PIC X(64).
       01  WS-PLAN-NAME                PIC X(64).
       01  WS-SHIR-VM-NAME             PIC X(64).
       01  WS-SHIR-VM-IDX              PIC 9(2).
       01  WS-RESOURCE-URL             PIC X(384).

      *> The schedule: business-hours windows and the out-of-hours
      *> sizes, defaulted before each environment's file is read
       01  WS-SCHEDULE-LINE            PIC X(80).
       01  WS-SCH-KEY                  PIC X(24).
       01  WS-SCH-VALUE                PIC X(40).
       01  WS-SCHEDULE-FOUND           PIC X.
       01  WS-UP-DOW                   PIC X(8).
       01  WS-UP-RANGE                 PIC X(16).
       01  WS-UP-FROM                  PIC X(8).
       01  WS-UP-TO                    PIC X(8).
       01  WS-UP-FROM-N                PIC 9(4).
       01  WS-UP-TO-N                  PIC 9(4).
       01  WS-UP-FROM-MIN              PIC 9(4).
       01  WS-UP-TO-MIN                PIC 9(4).
       01  WS-UP-MATCHED               PIC X.
       01  WS-DOWN-APIM-CAPACITY       PIC 9(2).
       01  WS-DOWN-AGW-CAPACITY        PIC 9(2).
       01  WS-DOWN-FUNC-SKU            PIC X(8).
       01  WS-DEALLOCATE-SHIR          PIC X.

       01  WS-CURRENT-DATE8            PIC 9(8).
       01  WS-CURRENT-CLOCK8           PIC 9(8).
       01  WS-CURRENT-HHMM             PIC 9(4).
       01  WS-NOW-MINUTES              PIC 9(4).
       01  WS-CURRENT-DAYNUM           PIC 9(7).
       01  WS-CURRENT-DOW              PIC 9(1).
       01  WS-CURRENT-DOW-NAME         PIC X(3).
       01  WS-LEAD-TEXT                PIC X(8).
       01  WS-LEAD-MINUTES             PIC 9(3) VALUE 60.

      *> UP or DOWN: where the environment is, where it belongs
       01  WS-CURRENT-STATE            PIC X(4).
       01  WS-DESIRED-STATE            PIC X(4).

      *> One scale action, as it lands in the ledger
       01  WS-SCALE-DIRECTION          PIC X(4).
       01  WS-SCALE-RESOURCE           PIC X(32).
       01  WS-SCALE-FROM               PIC X(8).
       01  WS-SCALE-TO                 PIC X(8).
       01  WS-SCALE-OUTCOME            PIC X(8).
       01  WS-CONFIGURED-CAPACITY      PIC 9(2).
       01  WS-TARGET-CAPACITY          PIC 9(2).
       01  WS-CAPACITY-DISPLAY         PIC Z9.
       01  WS-CONFIGURED-SKU           PIC X(8).
       01  WS-TARGET-SKU               PIC X(8).
       01  WS-VM-ACTION                PIC X(12).
       01  WS-VM-FAILED                PIC X.
       01  WS-VM-FAILED-STATUS         PIC 9(3).
       01  WS-HISTORY-LINE             PIC X(120).

       01  WS-ENV-ACTIONS-OK           PIC 9(3).
       01  WS-ENV-ACTIONS-FAILED       PIC 9(3).
       01  WS-ACTIONS-OK               PIC 9(5) VALUE 0.
       01  WS-ACTIONS-FAILED           PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Scheduled scaling starting"
           MOVE 'Microsoft.ApiManagement/service'
               TO WS-AV-TYPE
           CALL 'APIVERSIONS' USING WS-AV-TYPE WS-APIM-API-VERSION

           PERFORM COMPUTE-CURRENT-MOMENT
           MOVE SPACES TO WS-LEAD-TEXT
           ACCEPT WS-LEAD-TEXT FROM ENVIRONMENT
               'AZURE_SCALE_LEAD_MINUTES'
           IF WS-LEAD-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-LEAD-TEXT) TO WS-LEAD-MINUTES
           END-IF

           ACCEPT WS-ENV-LIST-FILENAME FROM ENVIRONMENT
               'AZURE_ENVIRONMENT_LIST'
           IF WS-ENV-LIST-FILENAME = SPACES
               MOVE 'environments.txt' TO WS-ENV-LIST-FILENAME
           END-IF

           OPEN INPUT ENV-LIST-FILE
           IF WS-ENV-LIST-STATUS NOT = '00'
               DISPLAY "Cannot open environment list: "
                       FUNCTION TRIM(WS-ENV-LIST-FILENAME)
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-ENV-LIST-EOF = 'Y'
               READ ENV-LIST-FILE INTO ENV-LIST-RECORD
                   AT END MOVE 'Y' TO WS-ENV-LIST-EOF
                   NOT AT END PERFORM SCALE-ONE-ENVIRONMENT
               END-READ
           END-PERFORM
           CLOSE ENV-LIST-FILE

           DISPLAY "Scale actions: " WS-ACTIONS-OK " applied, "
                   WS-ACTIONS-FAILED " failed"
           IF WS-ACTIONS-FAILED > 99
               MOVE 99 TO WS-EXIT-CODE
           ELSE
               MOVE WS-ACTIONS-FAILED TO WS-EXIT-CODE
           END-IF
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

       COMPUTE-CURRENT-MOMENT.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-CLOCK8 FROM TIME
           MOVE WS-CURRENT-CLOCK8(1:4) TO WS-CURRENT-HHMM
           COMPUTE WS-NOW-MINUTES =
               FUNCTION INTEGER(WS-CURRENT-HHMM / 100) * 60
               + FUNCTION MOD(WS-CURRENT-HHMM, 100)
      *> Day 1 of the intrinsic date base (1601-01-01) was a Monday,
      *> so (days - 1) mod 7 maps 0..6 onto MON..SUN
           COMPUTE WS-CURRENT-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE8)
           COMPUTE WS-CURRENT-DOW =
               FUNCTION MOD(WS-CURRENT-DAYNUM - 1, 7)
           EVALUATE WS-CURRENT-DOW
               WHEN 0 MOVE 'MON' TO WS-CURRENT-DOW-NAME
               WHEN 1 MOVE 'TUE' TO WS-CURRENT-DOW-NAME
               WHEN 2 MOVE 'WED' TO WS-CURRENT-DOW-NAME
               WHEN 3 MOVE 'THU' TO WS-CURRENT-DOW-NAME
               WHEN 4 MOVE 'FRI' TO WS-CURRENT-DOW-NAME
               WHEN 5 MOVE 'SAT' TO WS-CURRENT-DOW-NAME
               WHEN 6 MOVE 'SUN' TO WS-CURRENT-DOW-NAME
           END-EVALUATE.

       SCALE-ONE-ENVIRONMENT.
           MOVE SPACES TO WS-ENV-NAME-WORK
           MOVE ENV-LIST-RECORD TO WS-ENV-NAME-WORK
           IF FUNCTION TRIM(WS-ENV-NAME-WORK) = SPACES
               EXIT PARAGRAPH
           END-IF

      *> Production is never scaled, schedule file or not
           MOVE WS-ENV-NAME-WORK TO WS-ENV-UPPER
           PERFORM CHECK-PRODUCTION-NAME
           IF WS-ENV-UPPER = 'PROD'
               DISPLAY "  Skipping production environment "
                       FUNCTION TRIM(WS-ENV-NAME-WORK)
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-SCHEDULE-FILENAME
           STRING 'config/scale-schedule-'
                  FUNCTION TRIM(WS-ENV-NAME-WORK) '.conf'
               DELIMITED BY SIZE INTO WS-SCHEDULE-FILENAME
           END-STRING
           PERFORM READ-SCALE-SCHEDULE
           IF WS-SCHEDULE-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-UP-MATCHED = 'Y'
               MOVE 'UP' TO WS-DESIRED-STATE
           ELSE
               MOVE 'DOWN' TO WS-DESIRED-STATE
           END-IF

           MOVE SPACES TO WS-MARKER-FILENAME
           STRING 'config/azure-config-'
                  FUNCTION TRIM(WS-ENV-NAME-WORK) '.scaled'
               DELIMITED BY SIZE INTO WS-MARKER-FILENAME
           END-STRING
           MOVE 'UP' TO WS-CURRENT-STATE
           OPEN INPUT MARKER-FILE
           IF WS-MARKER-STATUS = '00'
               MOVE 'DOWN' TO WS-CURRENT-STATE
               CLOSE MARKER-FILE
           END-IF

           IF WS-CURRENT-STATE = WS-DESIRED-STATE
               DISPLAY "  " FUNCTION TRIM(WS-ENV-NAME-WORK)
                       " already " FUNCTION TRIM(WS-CURRENT-STATE)
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Scaling " FUNCTION TRIM(WS-ENV-NAME-WORK) " "
                   FUNCTION TRIM(WS-DESIRED-STATE) " ("
                   WS-CURRENT-DOW-NAME " " WS-CURRENT-HHMM ")..."
           DISPLAY 'AZURE_ENVIRONMENT' UPON ENVIRONMENT-NAME
           DISPLAY WS-ENV-NAME-WORK UPON ENVIRONMENT-VALUE
           MOVE SPACES TO AZURE-CONFIG
           CALL 'AZUREAUTH' USING BY REFERENCE AZURE-CONFIG
                                               AZURE-AUTH-TOKEN
                                               WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "  Authentication failed for "
                       FUNCTION TRIM(WS-ENV-NAME-WORK)
                       " - left as it is"
               ADD 1 TO WS-ACTIONS-FAILED
               EXIT PARAGRAPH
           END-IF

      *> A list entry that loads a production configuration is still
      *> production
           MOVE ENV-NAME TO WS-ENV-UPPER
           PERFORM CHECK-PRODUCTION-NAME
           IF WS-ENV-UPPER = 'PROD'
               DISPLAY "  " FUNCTION TRIM(WS-ENV-NAME-WORK)
                       " is configured as production - skipped"
               EXIT PARAGRAPH
           END-IF

           PERFORM DETERMINE-CLOUD-ENDPOINT
           PERFORM GENERATE-RESOURCE-NAMES
           MOVE SPACES TO AUTHORIZATION
           STRING 'Bearer ' ACCESS-TOKEN
               DELIMITED BY SIZE INTO AUTHORIZATION
           END-STRING
           PERFORM WRITE-AUTH-HEADER-FILE

           MOVE 0 TO WS-ENV-ACTIONS-OK WS-ENV-ACTIONS-FAILED
           MOVE WS-DESIRED-STATE TO WS-SCALE-DIRECTION
      *> The SHIR hosts go last on the way down and first on the way
      *> up, so pipelines find their runtime before the day starts
           IF WS-SCALE-DIRECTION = 'UP'
               PERFORM SCALE-SHIR-HOSTS
           END-IF
           PERFORM SCALE-API-MANAGEMENT
           PERFORM SCALE-APP-GATEWAY
           PERFORM SCALE-FUNCTION-PLAN
           IF WS-SCALE-DIRECTION = 'DOWN'
               PERFORM SCALE-SHIR-HOSTS
           END-IF

           IF WS-SCALE-DIRECTION = 'DOWN'
      *> Marked down unless nothing at all could be scaled, so a
      *> partly failed night is still brought back in the morning
               IF WS-ENV-ACTIONS-OK > 0
                       OR WS-ENV-ACTIONS-FAILED = 0
                   PERFORM WRITE-SCALE-MARKER
               END-IF
           ELSE
      *> The marker stays until every restore succeeded, so the next
      *> run retries the ones that did not
               IF WS-ENV-ACTIONS-FAILED = 0
                   MOVE SPACES TO WS-SCALE-CMD
                   STRING 'rm -f "'
                          FUNCTION TRIM(WS-MARKER-FILENAME) '"'
                       DELIMITED BY SIZE INTO WS-SCALE-CMD
                   END-STRING
                   CALL "C$SYSTEM" USING WS-SCALE-CMD
                   END-CALL
               END-IF
           END-IF.

      *> Folds PROD and PRODUCTION, any case, onto 'PROD'
       CHECK-PRODUCTION-NAME.
           INSPECT WS-ENV-UPPER CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-ENV-UPPER = 'PRODUCTION'
               MOVE 'PROD' TO WS-ENV-UPPER
           END-IF.

      *> No schedule file means the environment is not scheduled
       READ-SCALE-SCHEDULE.
           MOVE 'N' TO WS-SCHEDULE-FOUND WS-UP-MATCHED
           MOVE 1 TO WS-DOWN-APIM-CAPACITY WS-DOWN-AGW-CAPACITY
           MOVE 'EP1' TO WS-DOWN-FUNC-SKU
           MOVE 'Y' TO WS-DEALLOCATE-SHIR
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-SCHEDULE-FOUND
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SCHEDULE-FILE INTO WS-SCHEDULE-LINE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM EVALUATE-SCHEDULE-LINE
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE.

       EVALUATE-SCHEDULE-LINE.
           IF WS-SCHEDULE-LINE(1:1) = '#'
                   OR WS-SCHEDULE-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SCH-KEY WS-SCH-VALUE
           UNSTRING WS-SCHEDULE-LINE DELIMITED BY '='
               INTO WS-SCH-KEY WS-SCH-VALUE
           END-UNSTRING
           EVALUATE WS-SCH-KEY
               WHEN 'UP'
                   PERFORM EVALUATE-UP-WINDOW
               WHEN 'DOWN_APIM_CAPACITY'
                   MOVE FUNCTION NUMVAL(WS-SCH-VALUE)
                       TO WS-DOWN-APIM-CAPACITY
               WHEN 'DOWN_AGW_CAPACITY'
                   MOVE FUNCTION NUMVAL(WS-SCH-VALUE)
                       TO WS-DOWN-AGW-CAPACITY
               WHEN 'DOWN_FUNC_PLAN_SKU'
                   MOVE WS-SCH-VALUE TO WS-DOWN-FUNC-SKU
               WHEN 'DEALLOCATE_SHIR'
                   MOVE WS-SCH-VALUE(1:1) TO WS-DEALLOCATE-SHIR
           END-EVALUATE.

      *> A window counts from the lead time before it opens, so the
      *> bring-up has finished by the time the working day starts
       EVALUATE-UP-WINDOW.
           MOVE SPACES TO WS-UP-DOW WS-UP-RANGE
           UNSTRING WS-SCH-VALUE DELIMITED BY ','
               INTO WS-UP-DOW WS-UP-RANGE
           END-UNSTRING
           IF WS-UP-DOW NOT = 'ALL'
                   AND WS-UP-DOW(1:3) NOT = WS-CURRENT-DOW-NAME
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-UP-FROM WS-UP-TO
           UNSTRING WS-UP-RANGE DELIMITED BY '-'
               INTO WS-UP-FROM WS-UP-TO
           END-UNSTRING
           IF WS-UP-FROM = SPACES OR WS-UP-TO = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-UP-FROM) TO WS-UP-FROM-N
           MOVE FUNCTION NUMVAL(WS-UP-TO) TO WS-UP-TO-N
           COMPUTE WS-UP-FROM-MIN =
               FUNCTION INTEGER(WS-UP-FROM-N / 100) * 60
               + FUNCTION MOD(WS-UP-FROM-N, 100)
           COMPUTE WS-UP-TO-MIN =
               FUNCTION INTEGER(WS-UP-TO-N / 100) * 60
               + FUNCTION MOD(WS-UP-TO-N, 100)
           IF WS-NOW-MINUTES + WS-LEAD-MINUTES >= WS-UP-FROM-MIN
                   AND WS-NOW-MINUTES < WS-UP-TO-MIN
               MOVE 'Y' TO WS-UP-MATCHED
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

      *> Same naming rules the deploy modules apply, so the scale
      *> calls aim at the resources this suite actually created
       GENERATE-RESOURCE-NAMES.
           MOVE 'APIM' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-APIM-NAME
           MOVE 'AGW' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-AGW-NAME
           MOVE 'PLAN|func' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-PLAN-NAME.

      *> Developer and Consumption tiers have no units to give back
       SCALE-API-MANAGEMENT.
           MOVE 'apiManagement' TO WS-SCALE-RESOURCE
           IF APIM-DEPLOY-FLAG NOT = 'Y'
                   OR APIM-SKU-NAME = 'Developer'
                   OR APIM-SKU-NAME = 'Consumption'
                   OR APIM-SKU-CAPACITY <= WS-DOWN-APIM-CAPACITY
               EXIT PARAGRAPH
           END-IF
           IF WS-SCALE-DIRECTION = 'DOWN'
               MOVE APIM-SKU-CAPACITY TO WS-SCALE-FROM
               MOVE WS-DOWN-APIM-CAPACITY TO WS-TARGET-CAPACITY
           ELSE
               MOVE WS-DOWN-APIM-CAPACITY TO WS-SCALE-FROM
               MOVE APIM-SKU-CAPACITY TO WS-TARGET-CAPACITY
           END-IF
           MOVE WS-TARGET-CAPACITY TO WS-SCALE-TO
           MOVE WS-TARGET-CAPACITY TO WS-CAPACITY-DISPLAY

           MOVE 'PATCH' TO HTTP-METHOD
           MOVE SPACES TO HTTP-URL HTTP-BODY
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/' SUBSCRIPTION-ID
                  '/resourceGroups/' FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.ApiManagement/service/'
                  FUNCTION TRIM(WS-APIM-NAME)
                  '?api-version=' FUNCTION TRIM(WS-APIM-API-VERSION)
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           STRING '{"sku": {"name": "'
                  FUNCTION TRIM(APIM-SKU-NAME)
                  '", "capacity": '
                  FUNCTION TRIM(WS-CAPACITY-DISPLAY) '}}'
               DELIMITED BY SIZE INTO HTTP-BODY
           END-STRING
           PERFORM SEND-SCALE-CHANGE
           PERFORM RECORD-SCALE-ACTION.

      *> The gateway only takes a full PUT: read it back, change the
      *> sku capacity and send the whole document again
       SCALE-APP-GATEWAY.
           MOVE 'applicationGateway' TO WS-SCALE-RESOURCE
           IF AGW-DEPLOY-FLAG NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF AGW-CAPACITY = 0
               MOVE 2 TO WS-CONFIGURED-CAPACITY
           ELSE
               MOVE AGW-CAPACITY TO WS-CONFIGURED-CAPACITY
           END-IF
           IF WS-CONFIGURED-CAPACITY <= WS-DOWN-AGW-CAPACITY
               EXIT PARAGRAPH
           END-IF
           IF WS-SCALE-DIRECTION = 'DOWN'
               MOVE WS-CONFIGURED-CAPACITY TO WS-SCALE-FROM
               MOVE WS-DOWN-AGW-CAPACITY TO WS-TARGET-CAPACITY
           ELSE
               MOVE WS-DOWN-AGW-CAPACITY TO WS-SCALE-FROM
               MOVE WS-CONFIGURED-CAPACITY TO WS-TARGET-CAPACITY
           END-IF
           MOVE WS-TARGET-CAPACITY TO WS-SCALE-TO
           MOVE WS-TARGET-CAPACITY TO WS-CAPACITY-DISPLAY

           MOVE SPACES TO WS-RESOURCE-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/' SUBSCRIPTION-ID
                  '/resourceGroups/' FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.Network/applicationGateways/'
                  FUNCTION TRIM(WS-AGW-NAME)
                  '?api-version=' WS-NET-API-VERSION
               DELIMITED BY SIZE INTO WS-RESOURCE-URL
           END-STRING
           MOVE SPACES TO WS-SCALE-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o scale_agw.json -w ' "'%{http_code}'"
                  ' -H @scale_auth.txt'
                  " '" FUNCTION TRIM(WS-RESOURCE-URL) "'"
                  ' > scale_status.txt'
               DELIMITED BY SIZE INTO WS-SCALE-CMD
           END-STRING
           MOVE 'GET' TO HTTP-METHOD
           PERFORM RUN-WITH-RETRY
           IF HTTP-STATUS-CODE NOT = 200
               DISPLAY "  Could not read the gateway. Status: "
                       HTTP-STATUS-CODE
               PERFORM RECORD-SCALE-ACTION
               EXIT PARAGRAPH
           END-IF

           MOVE 'PUT' TO HTTP-METHOD
           MOVE SPACES TO HTTP-URL HTTP-BODY
           MOVE WS-RESOURCE-URL TO HTTP-URL
           STRING '{"properties": {"sku": {"capacity": '
                  FUNCTION TRIM(WS-CAPACITY-DISPLAY) '}}}'
               DELIMITED BY SIZE INTO HTTP-BODY
           END-STRING
           MOVE SPACES TO WS-SCALE-CMD
           STRING "sed 's/" '"capacity": *[0-9]*/"capacity":'
                  FUNCTION TRIM(WS-CAPACITY-DISPLAY) "/'"
                  ' scale_agw.json > scale_agw_put.json'
                  ' && curl -s -m ' WS-CURL-MAX-TIME
                  ' -o scale_response.json -D scale_headers.txt'
                  ' -w ' "'%{http_code}'"
                  ' -X PUT -H @scale_auth.txt'
                  ' -H ' "'Content-Type: application/json'"
                  ' --data-binary @scale_agw_put.json'
                  " '" FUNCTION TRIM(HTTP-URL) "'"
                  ' > scale_status.txt'
               DELIMITED BY SIZE INTO WS-SCALE-CMD
           END-STRING
           PERFORM RUN-WITH-RETRY
           CALL 'AUDITLOG' USING HTTP-METHOD HTTP-URL HTTP-BODY
                                 HTTP-STATUS-CODE CLIENT-ID
                                 'scale_headers.txt'
           PERFORM RECORD-SCALE-ACTION.

      *> Elastic Premium keeps its minimum instances warm at the
      *> plan's size; out of hours they drop to the smaller size
       SCALE-FUNCTION-PLAN.
           MOVE 'functionPlan' TO WS-SCALE-RESOURCE
           IF FUNC-DEPLOY-FLAG NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF FUNC-PLAN-SKU = SPACES
               MOVE 'EP1' TO WS-CONFIGURED-SKU
           ELSE
               MOVE FUNC-PLAN-SKU TO WS-CONFIGURED-SKU
           END-IF
           IF WS-CONFIGURED-SKU = WS-DOWN-FUNC-SKU
               EXIT PARAGRAPH
           END-IF
           IF WS-SCALE-DIRECTION = 'DOWN'
               MOVE WS-CONFIGURED-SKU TO WS-SCALE-FROM
               MOVE WS-DOWN-FUNC-SKU TO WS-TARGET-SKU
           ELSE
               MOVE WS-DOWN-FUNC-SKU TO WS-SCALE-FROM
               MOVE WS-CONFIGURED-SKU TO WS-TARGET-SKU
           END-IF
           MOVE WS-TARGET-SKU TO WS-SCALE-TO

           MOVE 'PATCH' TO HTTP-METHOD
           MOVE SPACES TO HTTP-URL HTTP-BODY
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/' SUBSCRIPTION-ID
                  '/resourceGroups/' FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.Web/serverfarms/'
                  FUNCTION TRIM(WS-PLAN-NAME)
                  '?api-version=' WS-WEB-API-VERSION
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           STRING '{"sku": {"name": "'
                  FUNCTION TRIM(WS-TARGET-SKU)
                  '", "tier": "ElasticPremium"}}'
               DELIMITED BY SIZE INTO HTTP-BODY
           END-STRING
           PERFORM SEND-SCALE-CHANGE
           PERFORM RECORD-SCALE-ACTION.

      *> Deallocated, the host VMs stop billing compute; the IR shows
      *> its nodes offline until they are started again. One SCALE
      *> record covers the set, failed if any VM failed.
       SCALE-SHIR-HOSTS.
           MOVE 'shirVms' TO WS-SCALE-RESOURCE
           IF DF-DEPLOY-FLAG NOT = 'Y' OR DF-SHIR-ENABLED NOT = 'Y'
                   OR DF-SHIR-VM-COUNT = 0
                   OR WS-DEALLOCATE-SHIR = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-SCALE-DIRECTION = 'DOWN'
               MOVE DF-SHIR-VM-COUNT TO WS-SCALE-FROM
               MOVE '00' TO WS-SCALE-TO
               MOVE 'deallocate' TO WS-VM-ACTION
           ELSE
               MOVE '00' TO WS-SCALE-FROM
               MOVE DF-SHIR-VM-COUNT TO WS-SCALE-TO
               MOVE 'start' TO WS-VM-ACTION
           END-IF

           MOVE 'N' TO WS-VM-FAILED
           PERFORM VARYING WS-SHIR-VM-IDX FROM 1 BY 1
                   UNTIL WS-SHIR-VM-IDX > DF-SHIR-VM-COUNT
               PERFORM SCALE-SINGLE-SHIR-HOST
           END-PERFORM
           IF WS-VM-FAILED = 'Y'
               MOVE WS-VM-FAILED-STATUS TO HTTP-STATUS-CODE
           END-IF
           PERFORM RECORD-SCALE-ACTION.

      *> Host names follow DATAFACTORY's vm-shir-<env>-<nn>
       SCALE-SINGLE-SHIR-HOST.
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
                  '/' FUNCTION TRIM(WS-VM-ACTION)
                  '?api-version=' WS-COMPUTE-API-VERSION
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           PERFORM SEND-SCALE-CHANGE
           IF HTTP-STATUS-CODE NOT = 200
                   AND HTTP-STATUS-CODE NOT = 202
               DISPLAY "  " FUNCTION TRIM(WS-VM-ACTION) " of "
                       FUNCTION TRIM(WS-SHIR-VM-NAME)
                       " failed. Status: " HTTP-STATUS-CODE
               MOVE 'Y' TO WS-VM-FAILED
               MOVE HTTP-STATUS-CODE TO WS-VM-FAILED-STATUS
           END-IF.

      *> PATCH or POST the prepared HTTP-URL and HTTP-BODY (an empty
      *> body for the VM power actions); every change is audited
       SEND-SCALE-CHANGE.
           MOVE SPACES TO WS-SCALE-CMD
           IF HTTP-BODY = SPACES
               STRING 'curl -s -m ' WS-CURL-MAX-TIME
                      ' -o scale_response.json -D scale_headers.txt'
                      ' -w ' "'%{http_code}'"
                      ' -X ' FUNCTION TRIM(HTTP-METHOD)
                      ' -H @scale_auth.txt'
                      " -H 'Content-Length: 0'"
                      " '" FUNCTION TRIM(HTTP-URL) "'"
                      ' > scale_status.txt'
                   DELIMITED BY SIZE INTO WS-SCALE-CMD
               END-STRING
           ELSE
               STRING 'curl -s -m ' WS-CURL-MAX-TIME
                      ' -o scale_response.json -D scale_headers.txt'
                      ' -w ' "'%{http_code}'"
                      ' -X ' FUNCTION TRIM(HTTP-METHOD)
                      ' -H @scale_auth.txt'
                      ' -H ' "'Content-Type: application/json'"
                      " -d '" FUNCTION TRIM(HTTP-BODY) "'"
                      " '" FUNCTION TRIM(HTTP-URL) "'"
                      ' > scale_status.txt'
                   DELIMITED BY SIZE INTO WS-SCALE-CMD
               END-STRING
           END-IF
           PERFORM RUN-WITH-RETRY
           CALL 'AUDITLOG' USING HTTP-METHOD HTTP-URL HTTP-BODY
                                 HTTP-STATUS-CODE CLIENT-ID
                                 'scale_headers.txt'.

      *> SCALE|<stamp>|<env>|<resource>|<DOWN or UP>|<from>|<to>|
      *> <outcome>|<http> joins the other ledger records; SCALEHOURS
      *> turns the OK ones back into hours of scheduled downtime.
      *> The scale operations finish in the background - APIM takes
      *> the longest - so OK means ARM accepted the change.
       RECORD-SCALE-ACTION.
           IF WS-SCALE-RESOURCE = 'shirVms'
               IF WS-VM-FAILED = 'Y'
                   MOVE 'FAILED' TO WS-SCALE-OUTCOME
               ELSE
                   MOVE 'OK' TO WS-SCALE-OUTCOME
               END-IF
           ELSE
               IF HTTP-STATUS-CODE = 200 OR HTTP-STATUS-CODE = 201
                       OR HTTP-STATUS-CODE = 202
                   MOVE 'OK' TO WS-SCALE-OUTCOME
               ELSE
                   MOVE 'FAILED' TO WS-SCALE-OUTCOME
               END-IF
           END-IF

           IF WS-SCALE-OUTCOME = 'OK'
               ADD 1 TO WS-ENV-ACTIONS-OK WS-ACTIONS-OK
               DISPLAY "  " FUNCTION TRIM(WS-SCALE-RESOURCE) " "
                       FUNCTION TRIM(WS-SCALE-FROM) " -> "
                       FUNCTION TRIM(WS-SCALE-TO)
           ELSE
               ADD 1 TO WS-ENV-ACTIONS-FAILED WS-ACTIONS-FAILED
               DISPLAY "  " FUNCTION TRIM(WS-SCALE-RESOURCE)
                       " scale " FUNCTION TRIM(WS-SCALE-DIRECTION)
                       " failed. Status: " HTTP-STATUS-CODE
           END-IF

           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-CLOCK8 FROM TIME
           MOVE SPACES TO WS-HISTORY-LINE
           STRING 'SCALE|' WS-CURRENT-DATE8 WS-CURRENT-CLOCK8(1:6)
                  '|' FUNCTION TRIM(ENV-NAME)
                  '|' FUNCTION TRIM(WS-SCALE-RESOURCE)
                  '|' FUNCTION TRIM(WS-SCALE-DIRECTION)
                  '|' FUNCTION TRIM(WS-SCALE-FROM)
                  '|' FUNCTION TRIM(WS-SCALE-TO)
                  '|' FUNCTION TRIM(WS-SCALE-OUTCOME)
                  '|' HTTP-STATUS-CODE
               DELIMITED BY SIZE INTO WS-HISTORY-LINE
           END-STRING
           OPEN EXTEND RUN-HISTORY-FILE
           WRITE RUN-HISTORY-RECORD FROM WS-HISTORY-LINE
           CLOSE RUN-HISTORY-FILE.

       WRITE-SCALE-MARKER.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-CLOCK8 FROM TIME
           MOVE SPACES TO WS-SCALE-CMD
           STRING 'printf ' "'SCALED|%s\n'" ' "'
                  WS-CURRENT-DATE8 WS-CURRENT-CLOCK8(1:6)
                  '" > "' FUNCTION TRIM(WS-MARKER-FILENAME) '"'
               DELIMITED BY SIZE INTO WS-SCALE-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-SCALE-CMD
           END-CALL.

       RUN-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' HTTP-METHOD HTTP-URL
                                      'scale_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING WS-SCALE-CMD
               END-CALL
               PERFORM READ-SCALE-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' HTTP-METHOD HTTP-URL
                                      'scale_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM.

       READ-SCALE-STATUS.
           MOVE 0 TO HTTP-STATUS-CODE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SCALE-STATUS-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SCALE-STATUS-FILE INTO SCALE-STATUS-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE FUNCTION NUMVAL(SCALE-STATUS-RECORD)
                           TO HTTP-STATUS-CODE
               END-READ
           END-PERFORM
           CLOSE SCALE-STATUS-FILE.

      *> Azure throttles ARM calls (429) and occasionally returns a
      *> transient 5xx; back off and retry those rather than failing
      *> the whole run on a blip. Anything else is a real failure
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

       END PROGRAM AZURESCALE.

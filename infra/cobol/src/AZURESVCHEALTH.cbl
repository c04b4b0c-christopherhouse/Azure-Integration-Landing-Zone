       IDENTIFICATION DIVISION.
       PROGRAM-ID. AZURESVCHEALTH.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Azure Service Health watch for the regions and services our
      *> environments run on. When Azure had a regional incident our
      *> runs used to fail halfway and were diagnosed by hand before
      *> anyone looked at the status page. Run by the scheduler
      *> (every 10 to 15 minutes), this program walks the
      *> AZUREDEPLOYALL environment list (AZURE_ENVIRONMENT_LIST,
      *> default environments.txt) and, for each environment, reads:
      *>   - Service Health events of type ServiceIssue that are
      *>     still Active and name one of the environment's regions
      *>     (RG-LOCATION, DR-LOCATION when DR is deployed, or a
      *>     global incident) together with a service the enabled
      *>     modules use - resource manager, networking, key vault,
      *>     storage and log analytics always, API management,
      *>     Service Bus and the rest by their deploy flags;
      *>   - Resource Health for the environment's resource group,
      *>     where a resource Unavailable or Degraded for a platform
      *>     reason (not one a user or customer initiated) counts as
      *>     an incident of its own, RH-<resource>.
      *> Open incidents are written to config/service-health.dat,
      *> replaced whole on every run:
      *>   ASOF|<stamp>
      *>   INC|<env>|<incident id>|<SERVICE or RESOURCE>|<where>|
      *>       <start>|<title>
      *> which SVCHOLD reads for AZUREDEPLOY, AZUREDEPLOYQUEUE and
      *> AZUREPIPELINE, so work on an affected environment holds
      *> until the incident clears or AZURE_HEALTH_OVERRIDE=Y. For
      *> production (by list name or configured name) a newly seen
      *> incident goes out through NOTIFYROUTE (event SVCHEALTH,
      *> CRIT) and an INFO when it clears. Runs in run-history.dat
      *> that ended FAILED or PARTIAL on an affected environment
      *> after the incident began are tagged with it, once:
      *>   SVCINC|<stamp>|<env>|<run id>|<incident id>
      *> The exit code is 0 when all is clear, 4 when an incident is
      *> open, 8 when an environment could not be checked, and 3
      *> when the environment list cannot be opened.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENV-LIST-FILE ASSIGN TO WS-ENV-LIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENV-LIST-STATUS.
           SELECT OPTIONAL HEALTH-STATUS-FILE ASSIGN TO
               "config/service-health.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HEALTH-STATUS.
           SELECT HEALTH-NEW-FILE ASSIGN TO
               "config/service-health.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HEALTH-NEW-STATUS.
           SELECT EVENT-FILE ASSIGN TO "svchealth_events.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.
           SELECT SVC-STATUS-FILE ASSIGN TO "svchealth_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTH-HEADER-FILE ASSIGN TO "svchealth_auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO
               "run-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENV-LIST-FILE.
       01  ENV-LIST-RECORD             PIC X(32).

       FD  HEALTH-STATUS-FILE.
       01  HEALTH-STATUS-RECORD        PIC X(256).

       FD  HEALTH-NEW-FILE.
       01  HEALTH-NEW-RECORD           PIC X(256).

       FD  EVENT-FILE.
       01  EVENT-RECORD                PIC X(2048).

       FD  SVC-STATUS-FILE.
       01  SVC-STATUS-RECORD           PIC X(8).

       FD  AUTH-HEADER-FILE.
       01  AUTH-HEADER-RECORD          PIC X(1056).

       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-RECORD          PIC X(120).

       WORKING-STORAGE SECTION.
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
       01  WS-HEALTH-STATUS            PIC XX.
       01  WS-HEALTH-NEW-STATUS        PIC XX.
       01  WS-EVENT-STATUS             PIC XX.
       01  WS-HISTORY-STATUS           PIC XX.
       01  WS-ENV-LIST-FILENAME        PIC X(40) VALUE
               'environments.txt'.
       01  WS-ARM-BASE-URL             PIC X(40) VALUE
               'https://management.azure.com'.
       01  WS-HEALTH-API-VERSION       PIC X(10) VALUE '2022-10-01'.
       01  WS-RH-API-VERSION           PIC X(10) VALUE '2022-10-01'.
       01  WS-HEALTH-CMD               PIC X(1536).
       01  WS-RESOURCE-URL             PIC X(384).
       01  WS-RETRY-COUNT              PIC 9(2).
       01  WS-RETRY-MAX                PIC 9(2) VALUE 3.
       01  WS-RETRY-DONE               PIC X.
       01  WS-BACKOFF-SECS             PIC 9(2).

       01  WS-ENV-NAME-WORK            PIC X(16).
       01  WS-ENV-UPPER                PIC X(16).
       01  WS-ENV-IS-PROD              PIC X.
       01  WS-ENV-INCIDENTS            PIC 9(3).
       01  WS-ENVS-AFFECTED            PIC 9(3) VALUE 0.
       01  WS-ENVS-UNCHECKED           PIC 9(3) VALUE 0.

      *> Where this environment runs: its regions as Service Health
      *> spells them (lower case, no spaces) and the services its
      *> enabled modules depend on
       01  WS-REGION-PRIMARY           PIC X(32).
       01  WS-REGION-DR                PIC X(32).
       01  WS-SVC-COUNT                PIC 9(2).
       01  WS-SVC-KEYWORD              PIC X(24) OCCURS 24.
       01  WS-SVC-IDX                  PIC 9(2).
       01  WS-NEW-KEYWORD              PIC X(24).

      *> One event or availability status, compacted by the fetch
      *> into "key":"value", pairs on a single line
       01  WS-EVENT-LINE               PIC X(2048).
       01  WS-EVENT-LOWER              PIC X(2048).
       01  WS-TOKEN-KEY                PIC X(24).
       01  WS-TOKEN-DELIM              PIC X(32).
       01  WS-TOKEN-DELIM-LEN          PIC 9(3).
       01  WS-TOKEN-BEFORE             PIC X(2048).
       01  WS-TOKEN-AFTER              PIC X(2048).
       01  WS-TOKEN-VALUE              PIC X(160).
       01  WS-SEARCH-TEXT              PIC X(64).
       01  WS-SEARCH-LEN               PIC 9(3).
       01  WS-HIT-COUNT                PIC 9(4).
       01  WS-EVENT-STATE              PIC X(24).
       01  WS-EVENT-TYPE               PIC X(24).
       01  WS-REASON-TYPE              PIC X(40).
       01  WS-MATCHED-REGION           PIC X(32).
       01  WS-SERVICE-MATCHED          PIC X.
       01  WS-ISO-TIME                 PIC X(32).
       01  WS-STAMP-TEXT               PIC X(14).

      *> The incident being recorded
       01  WS-INC-ID                   PIC X(40).
       01  WS-INC-KIND                 PIC X(8).
       01  WS-INC-WHERE                PIC X(64).
       01  WS-INC-START                PIC X(14).
       01  WS-INC-TITLE                PIC X(120).
       01  WS-INC-LINE                 PIC X(256).

      *> Incidents the previous run wrote, so only changes notify
       01  WS-PREV-COUNT               PIC 9(3) VALUE 0.
       01  WS-PREV-TABLE.
           05  WS-PREV-ENTRY OCCURS 200.
               10  WS-PREV-ENV         PIC X(16).
               10  WS-PREV-ID          PIC X(40).
               10  WS-PREV-LINE        PIC X(256).
       01  WS-PREV-IDX                 PIC 9(3).
       01  WS-CARRY-SCOPE              PIC X(8).
       01  WS-PREV-FOUND               PIC X.

      *> Incidents open now, with the configured environment name
      *> the RUN records carry
       01  WS-CUR-COUNT                PIC 9(3) VALUE 0.
       01  WS-CUR-TABLE.
           05  WS-CUR-ENTRY OCCURS 200.
               10  WS-CUR-ENV          PIC X(16).
               10  WS-CUR-CFG-ENV      PIC X(16).
               10  WS-CUR-ID           PIC X(40).
               10  WS-CUR-START        PIC X(14).
       01  WS-CUR-IDX                  PIC 9(3).
       01  WS-CUR-FOUND                PIC X.

      *> Run tagging: failed runs that overlap an open incident and
      *> the tags already in the ledger
       01  WS-REC-TYPE                 PIC X(8).
       01  WS-REC-RUN-ID               PIC X(40).
       01  WS-REC-ENV                  PIC X(16).
       01  WS-REC-START                PIC X(14).
       01  WS-REC-END                  PIC X(14).
       01  WS-REC-STATUS               PIC X(16).
       01  WS-REC-INC-ID               PIC X(40).
       01  WS-TAG-COUNT                PIC 9(3) VALUE 0.
       01  WS-TAG-TABLE.
           05  WS-TAG-ENTRY OCCURS 500.
               10  WS-TAG-RUN-ID       PIC X(40).
               10  WS-TAG-INC-ID       PIC X(40).
       01  WS-CAND-COUNT               PIC 9(3) VALUE 0.
       01  WS-CAND-TABLE.
           05  WS-CAND-ENTRY OCCURS 200.
               10  WS-CAND-RUN-ID      PIC X(40).
               10  WS-CAND-ENV         PIC X(16).
               10  WS-CAND-INC-ID      PIC X(40).
       01  WS-TAG-IDX                  PIC 9(3).
       01  WS-CAND-IDX                 PIC 9(3).
       01  WS-TAG-FOUND                PIC X.
       01  WS-RUNS-TAGGED              PIC 9(3) VALUE 0.
       01  WS-HISTORY-LINE             PIC X(120).

       01  WS-NOTIFY-EVENT             PIC X(12) VALUE 'SVCHEALTH'.
       01  WS-NOTIFY-SEVERITY          PIC X(8).
       01  WS-NOTIFY-MESSAGE           PIC X(256).
       01  WS-NOTIFY-RC                PIC 9(2).

       01  WS-CURRENT-DATE8            PIC 9(8).
       01  WS-CURRENT-CLOCK8           PIC 9(8).
       01  WS-NOW-STAMP                PIC X(14).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Service health watch starting"
           MOVE 'Microsoft.ResourceHealth/events' TO WS-AV-TYPE
           CALL 'APIVERSIONS' USING WS-AV-TYPE WS-HEALTH-API-VERSION
           MOVE 'Microsoft.ResourceHealth/availabilityStatuses'
               TO WS-AV-TYPE
           CALL 'APIVERSIONS' USING WS-AV-TYPE WS-RH-API-VERSION

           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-CLOCK8 FROM TIME
           MOVE SPACES TO WS-NOW-STAMP
           STRING WS-CURRENT-DATE8 WS-CURRENT-CLOCK8(1:6)
               DELIMITED BY SIZE INTO WS-NOW-STAMP
           END-STRING

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

           PERFORM LOAD-PREVIOUS-INCIDENTS

      *> Written beside the live file and moved over it at the end,
      *> so a deploy never reads half a status file
           OPEN OUTPUT HEALTH-NEW-FILE
           MOVE SPACES TO WS-INC-LINE
           STRING 'ASOF|' WS-NOW-STAMP
               DELIMITED BY SIZE INTO WS-INC-LINE
           END-STRING
           WRITE HEALTH-NEW-RECORD FROM WS-INC-LINE

           PERFORM UNTIL WS-ENV-LIST-EOF = 'Y'
               READ ENV-LIST-FILE INTO ENV-LIST-RECORD
                   AT END MOVE 'Y' TO WS-ENV-LIST-EOF
                   NOT AT END PERFORM WATCH-ONE-ENVIRONMENT
               END-READ
           END-PERFORM
           CLOSE ENV-LIST-FILE
           CLOSE HEALTH-NEW-FILE

           MOVE SPACES TO WS-HEALTH-CMD
           STRING 'mv -f config/service-health.new'
                  ' config/service-health.dat'
               DELIMITED BY SIZE INTO WS-HEALTH-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-HEALTH-CMD
           END-CALL

           IF WS-CUR-COUNT > 0
               PERFORM TAG-FAILED-RUNS
           END-IF

           DISPLAY "Open incidents: " WS-CUR-COUNT " across "
                   WS-ENVS-AFFECTED " environment(s), "
                   WS-ENVS-UNCHECKED " not checked, "
                   WS-RUNS-TAGGED " run(s) tagged"
           EVALUATE TRUE
               WHEN WS-ENVS-UNCHECKED > 0
                   MOVE 8 TO WS-EXIT-CODE
               WHEN WS-CUR-COUNT > 0
                   MOVE 4 TO WS-EXIT-CODE
               WHEN OTHER
                   MOVE 0 TO WS-EXIT-CODE
           END-EVALUATE
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

       LOAD-PREVIOUS-INCIDENTS.
           MOVE 0 TO WS-PREV-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT HEALTH-STATUS-FILE
           IF WS-HEALTH-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ HEALTH-STATUS-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF HEALTH-STATUS-RECORD(1:4) = 'INC|'
                               AND WS-PREV-COUNT < 200
                           ADD 1 TO WS-PREV-COUNT
                           MOVE SPACES TO WS-REC-TYPE
                           UNSTRING HEALTH-STATUS-RECORD
                               DELIMITED BY '|'
                               INTO WS-REC-TYPE
                                    WS-PREV-ENV(WS-PREV-COUNT)
                                    WS-PREV-ID(WS-PREV-COUNT)
                           END-UNSTRING
                           MOVE HEALTH-STATUS-RECORD
                               TO WS-PREV-LINE(WS-PREV-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HEALTH-STATUS-FILE.

       WATCH-ONE-ENVIRONMENT.
           MOVE SPACES TO WS-ENV-NAME-WORK
           MOVE ENV-LIST-RECORD TO WS-ENV-NAME-WORK
           IF FUNCTION TRIM(WS-ENV-NAME-WORK) = SPACES
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Checking " FUNCTION TRIM(WS-ENV-NAME-WORK) "..."
           DISPLAY 'AZURE_ENVIRONMENT' UPON ENVIRONMENT-NAME
           DISPLAY WS-ENV-NAME-WORK UPON ENVIRONMENT-VALUE
           MOVE SPACES TO AZURE-CONFIG
           CALL 'AZUREAUTH' USING BY REFERENCE AZURE-CONFIG
                                               AZURE-AUTH-TOKEN
                                               WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "  Authentication failed for "
                       FUNCTION TRIM(WS-ENV-NAME-WORK)
                       " - not checked"
               ADD 1 TO WS-ENVS-UNCHECKED
               MOVE 'ALL' TO WS-CARRY-SCOPE
               PERFORM CARRY-FORWARD-INCIDENTS
               EXIT PARAGRAPH
           END-IF

      *> Production by list name or by configured name
           MOVE 'N' TO WS-ENV-IS-PROD
           MOVE WS-ENV-NAME-WORK TO WS-ENV-UPPER
           PERFORM CHECK-PRODUCTION-NAME
           IF WS-ENV-UPPER = 'PROD'
               MOVE 'Y' TO WS-ENV-IS-PROD
           END-IF
           MOVE ENV-NAME TO WS-ENV-UPPER
           PERFORM CHECK-PRODUCTION-NAME
           IF WS-ENV-UPPER = 'PROD'
               MOVE 'Y' TO WS-ENV-IS-PROD
           END-IF

           PERFORM DETERMINE-CLOUD-ENDPOINT
           MOVE SPACES TO AUTHORIZATION
           STRING 'Bearer ' ACCESS-TOKEN
               DELIMITED BY SIZE INTO AUTHORIZATION
           END-STRING
           PERFORM WRITE-AUTH-HEADER-FILE
           PERFORM BUILD-WATCH-SCOPE

           MOVE 0 TO WS-ENV-INCIDENTS
           PERFORM FETCH-SERVICE-ISSUES
           IF HTTP-STATUS-CODE = 200
               PERFORM READ-COMPACTED-EVENTS
           ELSE
               DISPLAY "  Service Health query failed. Status: "
                       HTTP-STATUS-CODE
               ADD 1 TO WS-ENVS-UNCHECKED
               MOVE 'ALL' TO WS-CARRY-SCOPE
               PERFORM CARRY-FORWARD-INCIDENTS
               EXIT PARAGRAPH
           END-IF

           PERFORM FETCH-RESOURCE-HEALTH
           IF HTTP-STATUS-CODE = 200
               PERFORM READ-COMPACTED-EVENTS
           ELSE
               DISPLAY "  Resource Health query failed. Status: "
                       HTTP-STATUS-CODE
               ADD 1 TO WS-ENVS-UNCHECKED
               MOVE 'RH-' TO WS-CARRY-SCOPE
               PERFORM CARRY-FORWARD-INCIDENTS
           END-IF

           IF WS-ENV-INCIDENTS > 0
               ADD 1 TO WS-ENVS-AFFECTED
           ELSE
               DISPLAY "  No open incidents"
           END-IF
           IF WS-ENV-IS-PROD = 'Y'
               PERFORM ANNOUNCE-CLEARED-INCIDENTS
           END-IF.

      *> An environment that could not be checked keeps the incidents
      *> it had (all of them, or the Resource Health ones), so a
      *> watch that cannot reach Azure never lifts a hold
       CARRY-FORWARD-INCIDENTS.
           PERFORM VARYING WS-PREV-IDX FROM 1 BY 1
                   UNTIL WS-PREV-IDX > WS-PREV-COUNT
               IF WS-PREV-ENV(WS-PREV-IDX) = WS-ENV-NAME-WORK
                   IF WS-CARRY-SCOPE = 'ALL'
                           OR WS-PREV-ID(WS-PREV-IDX)(1:3) = 'RH-'
                       WRITE HEALTH-NEW-RECORD
                           FROM WS-PREV-LINE(WS-PREV-IDX)
                       ADD 1 TO WS-ENV-INCIDENTS
                       DISPLAY "  Kept from last check: "
                               FUNCTION TRIM(WS-PREV-ID(WS-PREV-IDX))
                       PERFORM KEEP-CARRIED-INCIDENT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ENV-INCIDENTS > 0 AND WS-CARRY-SCOPE = 'ALL'
               ADD 1 TO WS-ENVS-AFFECTED
           END-IF.

      *> Still open as far as this run knows, so still announced
      *> only once and still used to tag failed runs
       KEEP-CARRIED-INCIDENT.
           IF WS-CUR-COUNT >= 200
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CUR-COUNT
           MOVE SPACES TO WS-REC-TYPE WS-INC-KIND WS-INC-WHERE
                          WS-INC-START
           UNSTRING WS-PREV-LINE(WS-PREV-IDX) DELIMITED BY '|'
               INTO WS-REC-TYPE WS-CUR-ENV(WS-CUR-COUNT)
                    WS-CUR-ID(WS-CUR-COUNT) WS-INC-KIND
                    WS-INC-WHERE WS-INC-START
           END-UNSTRING
           MOVE ENV-NAME TO WS-CUR-CFG-ENV(WS-CUR-COUNT)
           MOVE WS-INC-START TO WS-CUR-START(WS-CUR-COUNT).

      *> Folds PROD and PRODUCTION, any case, onto 'PROD'
       CHECK-PRODUCTION-NAME.
           INSPECT WS-ENV-UPPER CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-ENV-UPPER = 'PRODUCTION'
               MOVE 'PROD' TO WS-ENV-UPPER
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

      *> The platform services every environment stands on, then one
      *> keyword per enabled module, as Service Health names them
       BUILD-WATCH-SCOPE.
           MOVE FUNCTION TRIM(RG-LOCATION) TO WS-REGION-PRIMARY
           INSPECT WS-REGION-PRIMARY CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           MOVE SPACES TO WS-REGION-DR
           IF DR-DEPLOY-FLAG = 'Y' AND DR-LOCATION NOT = SPACES
               MOVE FUNCTION TRIM(DR-LOCATION) TO WS-REGION-DR
               INSPECT WS-REGION-DR CONVERTING
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
                   'abcdefghijklmnopqrstuvwxyz'
           END-IF

           MOVE 0 TO WS-SVC-COUNT
           MOVE 'resource manager' TO WS-NEW-KEYWORD
           PERFORM ADD-SERVICE-KEYWORD
           MOVE 'virtual network' TO WS-NEW-KEYWORD
           PERFORM ADD-SERVICE-KEYWORD
           MOVE 'key vault' TO WS-NEW-KEYWORD
           PERFORM ADD-SERVICE-KEYWORD
           MOVE 'storage' TO WS-NEW-KEYWORD
           PERFORM ADD-SERVICE-KEYWORD
           MOVE 'log analytics' TO WS-NEW-KEYWORD
           PERFORM ADD-SERVICE-KEYWORD
           IF APIM-DEPLOY-FLAG = 'Y'
               MOVE 'api management' TO WS-NEW-KEYWORD
               PERFORM ADD-SERVICE-KEYWORD
           END-IF
           IF SB-DEPLOY-FLAG = 'Y'
               MOVE 'service bus' TO WS-NEW-KEYWORD
               PERFORM ADD-SERVICE-KEYWORD
           END-IF
           IF EH-DEPLOY-FLAG = 'Y'
               MOVE 'event hubs' TO WS-NEW-KEYWORD
               PERFORM ADD-SERVICE-KEYWORD
           END-IF
           IF LAPP-DEPLOY-FLAG = 'Y' OR IA-DEPLOY-FLAG = 'Y'
               MOVE 'logic apps' TO WS-NEW-KEYWORD
               PERFORM ADD-SERVICE-KEYWORD
           END-IF
           IF FUNC-DEPLOY-FLAG = 'Y'
               MOVE 'functions' TO WS-NEW-KEYWORD
               PERFORM ADD-SERVICE-KEYWORD
           END-IF
           IF EG-DEPLOY-FLAG = 'Y'
               MOVE 'event grid' TO WS-NEW-KEYWORD
               PERFORM ADD-SERVICE-KEYWORD
           END-IF
           IF AGW-DEPLOY-FLAG = 'Y'
               MOVE 'application gateway' TO WS-NEW-KEYWORD
               PERFORM ADD-SERVICE-KEYWORD
           END-IF
           IF FD-DEPLOY-FLAG = 'Y'
               MOVE 'front door' TO WS-NEW-KEYWORD
               PERFORM ADD-SERVICE-KEYWORD
           END-IF
           IF DF-DEPLOY-FLAG = 'Y'
               MOVE 'data factory' TO WS-NEW-KEYWORD
               PERFORM ADD-SERVICE-KEYWORD
           END-IF
           IF REDIS-DEPLOY-FLAG = 'Y'
               MOVE 'redis' TO WS-NEW-KEYWORD
               PERFORM ADD-SERVICE-KEYWORD
           END-IF
           IF SQLDB-DEPLOY-FLAG = 'Y'
               MOVE 'sql database' TO WS-NEW-KEYWORD
               PERFORM ADD-SERVICE-KEYWORD
           END-IF
           IF BASTION-DEPLOY-FLAG = 'Y'
               MOVE 'bastion' TO WS-NEW-KEYWORD
               PERFORM ADD-SERVICE-KEYWORD
           END-IF
           IF RELAY-DEPLOY-FLAG = 'Y'
               MOVE 'relay' TO WS-NEW-KEYWORD
               PERFORM ADD-SERVICE-KEYWORD
           END-IF
           IF APPI-DEPLOY-FLAG = 'Y'
               MOVE 'application insights' TO WS-NEW-KEYWORD
               PERFORM ADD-SERVICE-KEYWORD
           END-IF
           IF ALERT-DEPLOY-FLAG = 'Y'
               MOVE 'azure monitor' TO WS-NEW-KEYWORD
               PERFORM ADD-SERVICE-KEYWORD
           END-IF
           IF DNSRES-DEPLOY-FLAG = 'Y'
               MOVE 'azure dns' TO WS-NEW-KEYWORD
               PERFORM ADD-SERVICE-KEYWORD
           END-IF
           IF NAT-DEPLOY-FLAG = 'Y'
               MOVE 'nat gateway' TO WS-NEW-KEYWORD
               PERFORM ADD-SERVICE-KEYWORD
           END-IF
           IF PLS-DEPLOY-FLAG = 'Y'
               MOVE 'private link' TO WS-NEW-KEYWORD
               PERFORM ADD-SERVICE-KEYWORD
           END-IF.

       ADD-SERVICE-KEYWORD.
           IF WS-SVC-COUNT < 24
               ADD 1 TO WS-SVC-COUNT
               MOVE WS-NEW-KEYWORD TO WS-SVC-KEYWORD(WS-SVC-COUNT)
           END-IF.

      *> Each event becomes one line of the "key":"value", tokens the
      *> watch reads; impactedRegion values are folded to lower case
      *> without spaces so "West Europe" compares with westeurope
       FETCH-SERVICE-ISSUES.
           MOVE SPACES TO WS-RESOURCE-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/' FUNCTION TRIM(SUBSCRIPTION-ID)
                  '/providers/Microsoft.ResourceHealth/events'
                  '?api-version=' FUNCTION TRIM(WS-HEALTH-API-VERSION)
               DELIMITED BY SIZE INTO WS-RESOURCE-URL
           END-STRING
           PERFORM SEND-HEALTH-QUERY
           IF HTTP-STATUS-CODE NOT = 200
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-HEALTH-CMD
           STRING 'tr -d ' "'\n'" ' < svchealth_response.json'
                  ' | sed ' "'s/{" '"id":"'
                  '\/subscriptions\//\n&/g' "'"
                  ' | grep ' "'/events/'"
                  ' | awk ' "'{o=" '""' '; s=$0; while (match(s, /'
                  '"(name|status|eventType|title|impactStartTime|'
                  'impactedService|impactedRegion)":"[^"]*"/)) {'
                  't=substr(s, RSTART, RLENGTH); '
                  's=substr(s, RSTART+RLENGTH); '
                  'if (t ~ /^"impactedRegion"/) {t=tolower(t); '
                  'gsub(/ /, "", t)} o=o t ","} print o}' "'"
                  ' > svchealth_events.txt'
               DELIMITED BY SIZE INTO WS-HEALTH-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-HEALTH-CMD
           END-CALL.

      *> The resource name is the last segment of the id before
      *> /providers/Microsoft.ResourceHealth
       FETCH-RESOURCE-HEALTH.
           MOVE SPACES TO WS-RESOURCE-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/' FUNCTION TRIM(SUBSCRIPTION-ID)
                  '/resourceGroups/' FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.ResourceHealth'
                  '/availabilityStatuses?api-version='
                  FUNCTION TRIM(WS-RH-API-VERSION)
               DELIMITED BY SIZE INTO WS-RESOURCE-URL
           END-STRING
           PERFORM SEND-HEALTH-QUERY
           IF HTTP-STATUS-CODE NOT = 200
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-HEALTH-CMD
           STRING 'tr -d ' "'\n'" ' < svchealth_response.json'
                  ' | sed ' "'s/{" '"id":"'
                  '\/subscriptions\//\n&/g' "'"
                  ' | grep availabilityStatuses'
                  ' | awk ' "'{i=index($0, "
                  '"/providers/Microsoft.ResourceHealth"); '
                  'n=split(substr($0, 1, i-1), p, "/"); '
                  'o="resource=" p[n] ","; s=$0; while (match(s, /'
                  '"(availabilityState|reasonType|summary|'
                  'occuredTime)":"[^"]*"/)) {o=o '
                  'substr(s, RSTART, RLENGTH) ","; '
                  's=substr(s, RSTART+RLENGTH)} print o}' "'"
                  ' > svchealth_events.txt'
               DELIMITED BY SIZE INTO WS-HEALTH-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-HEALTH-CMD
           END-CALL.

       SEND-HEALTH-QUERY.
           MOVE SPACES TO WS-HEALTH-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o svchealth_response.json'
                  ' -w ' "'%{http_code}'"
                  ' -H @svchealth_auth.txt'
                  " '" FUNCTION TRIM(WS-RESOURCE-URL) "'"
                  ' > svchealth_status.txt'
               DELIMITED BY SIZE INTO WS-HEALTH-CMD
           END-STRING
           PERFORM RUN-WITH-RETRY.

       READ-COMPACTED-EVENTS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT EVENT-FILE
           IF WS-EVENT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ EVENT-FILE INTO WS-EVENT-LINE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-EVENT-LINE(1:9) = 'resource='
                           PERFORM EVALUATE-RESOURCE-STATUS
                       ELSE
                           PERFORM EVALUATE-SERVICE-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVENT-FILE.

      *> Active service issues only, in one of our regions (or not
      *> tied to a region) and naming one of our services
       EVALUATE-SERVICE-EVENT.
           MOVE 'eventType' TO WS-TOKEN-KEY
           PERFORM GET-EVENT-TOKEN
           MOVE WS-TOKEN-VALUE TO WS-EVENT-TYPE
           MOVE 'status' TO WS-TOKEN-KEY
           PERFORM GET-EVENT-TOKEN
           MOVE WS-TOKEN-VALUE TO WS-EVENT-STATE
           IF WS-EVENT-TYPE NOT = 'ServiceIssue'
                   OR WS-EVENT-STATE NOT = 'Active'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-EVENT-LINE TO WS-EVENT-LOWER
           INSPECT WS-EVENT-LOWER CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           PERFORM MATCH-EVENT-REGION
           IF WS-MATCHED-REGION = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM MATCH-EVENT-SERVICE
           IF WS-SERVICE-MATCHED = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE 'name' TO WS-TOKEN-KEY
           PERFORM GET-EVENT-TOKEN
           MOVE WS-TOKEN-VALUE TO WS-INC-ID
           IF WS-INC-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'title' TO WS-TOKEN-KEY
           PERFORM GET-EVENT-TOKEN
           MOVE WS-TOKEN-VALUE TO WS-INC-TITLE
           MOVE 'impactStartTime' TO WS-TOKEN-KEY
           PERFORM GET-EVENT-TOKEN
           MOVE WS-TOKEN-VALUE TO WS-ISO-TIME
           PERFORM ISO-TO-STAMP
           MOVE 'SERVICE' TO WS-INC-KIND
           MOVE WS-MATCHED-REGION TO WS-INC-WHERE
           PERFORM RECORD-INCIDENT.

      *> Our regions first, then the incidents Azure does not tie to
      *> one region at all
       MATCH-EVENT-REGION.
           MOVE SPACES TO WS-MATCHED-REGION
           IF WS-REGION-PRIMARY NOT = SPACES
               MOVE WS-REGION-PRIMARY TO WS-MATCHED-REGION
               PERFORM COUNT-REGION-HITS
               IF WS-HIT-COUNT > 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-REGION-DR NOT = SPACES
               MOVE WS-REGION-DR TO WS-MATCHED-REGION
               PERFORM COUNT-REGION-HITS
               IF WS-HIT-COUNT > 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'global' TO WS-MATCHED-REGION
           PERFORM COUNT-REGION-HITS
           IF WS-HIT-COUNT > 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'non-regional' TO WS-MATCHED-REGION
           PERFORM COUNT-REGION-HITS
           IF WS-HIT-COUNT > 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MATCHED-REGION.

       COUNT-REGION-HITS.
           MOVE SPACES TO WS-SEARCH-TEXT
           STRING '"impactedregion":"'
                  FUNCTION TRIM(WS-MATCHED-REGION) '"'
               DELIMITED BY SIZE INTO WS-SEARCH-TEXT
           END-STRING
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SEARCH-TEXT))
               TO WS-SEARCH-LEN
           MOVE 0 TO WS-HIT-COUNT
           INSPECT WS-EVENT-LOWER TALLYING WS-HIT-COUNT
               FOR ALL WS-SEARCH-TEXT(1:WS-SEARCH-LEN).

       MATCH-EVENT-SERVICE.
           MOVE 'N' TO WS-SERVICE-MATCHED
           PERFORM VARYING WS-SVC-IDX FROM 1 BY 1
                   UNTIL WS-SVC-IDX > WS-SVC-COUNT
                      OR WS-SERVICE-MATCHED = 'Y'
               MOVE WS-SVC-KEYWORD(WS-SVC-IDX) TO WS-SEARCH-TEXT
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SEARCH-TEXT))
                   TO WS-SEARCH-LEN
               MOVE 0 TO WS-HIT-COUNT
               INSPECT WS-EVENT-LOWER TALLYING WS-HIT-COUNT
                   FOR ALL WS-SEARCH-TEXT(1:WS-SEARCH-LEN)
               IF WS-HIT-COUNT > 0
                   MOVE 'Y' TO WS-SERVICE-MATCHED
               END-IF
           END-PERFORM.

      *> A resource down for a platform reason; a stop, restart or
      *> scale the customer asked for is not an Azure incident
       EVALUATE-RESOURCE-STATUS.
           MOVE 'availabilityState' TO WS-TOKEN-KEY
           PERFORM GET-EVENT-TOKEN
           MOVE WS-TOKEN-VALUE TO WS-EVENT-STATE
           IF WS-EVENT-STATE NOT = 'Unavailable'
                   AND WS-EVENT-STATE NOT = 'Degraded'
               EXIT PARAGRAPH
           END-IF
           MOVE 'reasonType' TO WS-TOKEN-KEY
           PERFORM GET-EVENT-TOKEN
           MOVE WS-TOKEN-VALUE TO WS-REASON-TYPE
           INSPECT WS-REASON-TYPE CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           MOVE 0 TO WS-HIT-COUNT
           INSPECT WS-REASON-TYPE TALLYING WS-HIT-COUNT
               FOR ALL 'user' ALL 'customer'
           IF WS-HIT-COUNT > 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-INC-WHERE WS-TOKEN-BEFORE
           UNSTRING WS-EVENT-LINE DELIMITED BY 'resource=' OR ','
               INTO WS-TOKEN-BEFORE WS-INC-WHERE
           END-UNSTRING
           IF WS-INC-WHERE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-INC-ID
           STRING 'RH-' FUNCTION TRIM(WS-INC-WHERE)
               DELIMITED BY SIZE INTO WS-INC-ID
           END-STRING
           MOVE 'summary' TO WS-TOKEN-KEY
           PERFORM GET-EVENT-TOKEN
           MOVE SPACES TO WS-INC-TITLE
           STRING FUNCTION TRIM(WS-EVENT-STATE) ': '
                  FUNCTION TRIM(WS-TOKEN-VALUE)
               DELIMITED BY SIZE INTO WS-INC-TITLE
           END-STRING
           MOVE 'occuredTime' TO WS-TOKEN-KEY
           PERFORM GET-EVENT-TOKEN
           MOVE WS-TOKEN-VALUE TO WS-ISO-TIME
           PERFORM ISO-TO-STAMP
           MOVE 'RESOURCE' TO WS-INC-KIND
           PERFORM RECORD-INCIDENT.

      *> First "<key>":"<value>" pair on the line; spaces if absent
       GET-EVENT-TOKEN.
           MOVE SPACES TO WS-TOKEN-DELIM WS-TOKEN-VALUE
                          WS-TOKEN-BEFORE WS-TOKEN-AFTER
           STRING '"' FUNCTION TRIM(WS-TOKEN-KEY) '":"'
               DELIMITED BY SIZE INTO WS-TOKEN-DELIM
           END-STRING
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TOKEN-DELIM))
               TO WS-TOKEN-DELIM-LEN
           UNSTRING WS-EVENT-LINE
               DELIMITED BY WS-TOKEN-DELIM(1:WS-TOKEN-DELIM-LEN)
               INTO WS-TOKEN-BEFORE WS-TOKEN-AFTER
           END-UNSTRING
           IF WS-TOKEN-AFTER = SPACES
               EXIT PARAGRAPH
           END-IF
           UNSTRING WS-TOKEN-AFTER DELIMITED BY '"'
               INTO WS-TOKEN-VALUE
           END-UNSTRING.

      *> 2026-10-15T08:30:00Z (or with fractions) to 20261015083000;
      *> an unreadable time counts from the start of today
       ISO-TO-STAMP.
           MOVE SPACES TO WS-STAMP-TEXT
           STRING WS-ISO-TIME(1:4) WS-ISO-TIME(6:2)
                  WS-ISO-TIME(9:2) WS-ISO-TIME(12:2)
                  WS-ISO-TIME(15:2) WS-ISO-TIME(18:2)
               DELIMITED BY SIZE INTO WS-STAMP-TEXT
           END-STRING
           IF WS-STAMP-TEXT IS NUMERIC
               MOVE WS-STAMP-TEXT TO WS-INC-START
           ELSE
               MOVE SPACES TO WS-INC-START
               STRING WS-CURRENT-DATE8 '000000'
                   DELIMITED BY SIZE INTO WS-INC-START
               END-STRING
           END-IF.

      *> One INC line per incident per environment; an incident the
      *> last run had not seen is announced for production
       RECORD-INCIDENT.
           INSPECT WS-INC-TITLE REPLACING ALL '|' BY '/'
           MOVE SPACES TO WS-INC-LINE
           STRING 'INC|' FUNCTION TRIM(WS-ENV-NAME-WORK)
                  '|' FUNCTION TRIM(WS-INC-ID)
                  '|' FUNCTION TRIM(WS-INC-KIND)
                  '|' FUNCTION TRIM(WS-INC-WHERE)
                  '|' WS-INC-START
                  '|' FUNCTION TRIM(WS-INC-TITLE)
               DELIMITED BY SIZE INTO WS-INC-LINE
           END-STRING
           WRITE HEALTH-NEW-RECORD FROM WS-INC-LINE
           ADD 1 TO WS-ENV-INCIDENTS
           DISPLAY "  INCIDENT " FUNCTION TRIM(WS-INC-ID) " ("
                   FUNCTION TRIM(WS-INC-WHERE) "): "
                   FUNCTION TRIM(WS-INC-TITLE)

           IF WS-CUR-COUNT < 200
               ADD 1 TO WS-CUR-COUNT
               MOVE WS-ENV-NAME-WORK TO WS-CUR-ENV(WS-CUR-COUNT)
               MOVE ENV-NAME TO WS-CUR-CFG-ENV(WS-CUR-COUNT)
               MOVE WS-INC-ID TO WS-CUR-ID(WS-CUR-COUNT)
               MOVE WS-INC-START TO WS-CUR-START(WS-CUR-COUNT)
           END-IF

           IF WS-ENV-IS-PROD = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PREV-FOUND
           PERFORM VARYING WS-PREV-IDX FROM 1 BY 1
                   UNTIL WS-PREV-IDX > WS-PREV-COUNT
               IF WS-PREV-ENV(WS-PREV-IDX) = WS-ENV-NAME-WORK
                       AND WS-PREV-ID(WS-PREV-IDX) = WS-INC-ID
                   MOVE 'Y' TO WS-PREV-FOUND
               END-IF
           END-PERFORM
           IF WS-PREV-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'CRIT' TO WS-NOTIFY-SEVERITY
           MOVE SPACES TO WS-NOTIFY-MESSAGE
           STRING 'Azure incident ' FUNCTION TRIM(WS-INC-ID)
                  ' affects ' FUNCTION TRIM(WS-ENV-NAME-WORK)
                  ' (' FUNCTION TRIM(WS-INC-WHERE) '): '
                  FUNCTION TRIM(WS-INC-TITLE)
                  ' - deployments are held'
               DELIMITED BY SIZE INTO WS-NOTIFY-MESSAGE
           END-STRING
           CALL 'NOTIFYROUTE' USING AZURE-CONFIG
                                    WS-NOTIFY-EVENT
                                    WS-NOTIFY-SEVERITY
                                    WS-NOTIFY-MESSAGE
                                    WS-NOTIFY-RC.

      *> Incidents the last run recorded for this environment that
      *> are no longer open
       ANNOUNCE-CLEARED-INCIDENTS.
           PERFORM VARYING WS-PREV-IDX FROM 1 BY 1
                   UNTIL WS-PREV-IDX > WS-PREV-COUNT
               IF WS-PREV-ENV(WS-PREV-IDX) = WS-ENV-NAME-WORK
                   MOVE 'N' TO WS-CUR-FOUND
                   PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                           UNTIL WS-CUR-IDX > WS-CUR-COUNT
                       IF WS-CUR-ENV(WS-CUR-IDX) = WS-ENV-NAME-WORK
                               AND WS-CUR-ID(WS-CUR-IDX)
                                   = WS-PREV-ID(WS-PREV-IDX)
                           MOVE 'Y' TO WS-CUR-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-CUR-FOUND = 'N'
                       PERFORM ANNOUNCE-ONE-CLEARED
                   END-IF
               END-IF
           END-PERFORM.

       ANNOUNCE-ONE-CLEARED.
           MOVE 'INFO' TO WS-NOTIFY-SEVERITY
           MOVE SPACES TO WS-NOTIFY-MESSAGE
           STRING 'Azure incident '
                  FUNCTION TRIM(WS-PREV-ID(WS-PREV-IDX))
                  ' no longer open for '
                  FUNCTION TRIM(WS-ENV-NAME-WORK)
                  ' - deployments may resume'
               DELIMITED BY SIZE INTO WS-NOTIFY-MESSAGE
           END-STRING
           DISPLAY "  Cleared: " FUNCTION TRIM(WS-PREV-ID(WS-PREV-IDX))
           CALL 'NOTIFYROUTE' USING AZURE-CONFIG
                                    WS-NOTIFY-EVENT
                                    WS-NOTIFY-SEVERITY
                                    WS-NOTIFY-MESSAGE
                                    WS-NOTIFY-RC.

      *> A FAILED or PARTIAL run on an affected environment that
      *> ended after the incident began is tagged with it. Tags
      *> already in the ledger are collected first so a run is
      *> tagged once however many times the watch sees it.
       TAG-FAILED-RUNS.
           MOVE 0 TO WS-TAG-COUNT WS-CAND-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ RUN-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM EVALUATE-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE RUN-HISTORY-FILE

           IF WS-CAND-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND RUN-HISTORY-FILE
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > WS-CAND-COUNT
               PERFORM FIND-EXISTING-TAG
               IF WS-TAG-FOUND = 'N'
                   MOVE SPACES TO WS-HISTORY-LINE
                   STRING 'SVCINC|' WS-NOW-STAMP
                          '|' FUNCTION TRIM(WS-CAND-ENV(WS-CAND-IDX))
                          '|'
                          FUNCTION TRIM(WS-CAND-RUN-ID(WS-CAND-IDX))
                          '|'
                          FUNCTION TRIM(WS-CAND-INC-ID(WS-CAND-IDX))
                       DELIMITED BY SIZE INTO WS-HISTORY-LINE
                   END-STRING
                   WRITE RUN-HISTORY-RECORD FROM WS-HISTORY-LINE
                   ADD 1 TO WS-RUNS-TAGGED
                   DISPLAY "  Tagged run "
                           FUNCTION TRIM(WS-CAND-RUN-ID(WS-CAND-IDX))
                           " with "
                           FUNCTION TRIM(WS-CAND-INC-ID(WS-CAND-IDX))
               END-IF
           END-PERFORM
           CLOSE RUN-HISTORY-FILE.

       EVALUATE-HISTORY-RECORD.
           MOVE SPACES TO WS-REC-TYPE WS-REC-RUN-ID WS-REC-ENV
                          WS-REC-START WS-REC-END WS-REC-STATUS
                          WS-REC-INC-ID
           EVALUATE TRUE
               WHEN RUN-HISTORY-RECORD(1:7) = 'SVCINC|'
                   UNSTRING RUN-HISTORY-RECORD DELIMITED BY '|'
                       INTO WS-REC-TYPE WS-REC-START WS-REC-ENV
                            WS-REC-RUN-ID WS-REC-INC-ID
                   END-UNSTRING
                   IF WS-TAG-COUNT < 500
                       ADD 1 TO WS-TAG-COUNT
                       MOVE WS-REC-RUN-ID TO WS-TAG-RUN-ID(WS-TAG-COUNT)
                       MOVE WS-REC-INC-ID TO WS-TAG-INC-ID(WS-TAG-COUNT)
                   END-IF
               WHEN RUN-HISTORY-RECORD(1:4) = 'RUN|'
                   UNSTRING RUN-HISTORY-RECORD DELIMITED BY '|'
                       INTO WS-REC-TYPE WS-REC-RUN-ID WS-REC-ENV
                            WS-REC-START WS-REC-END WS-REC-STATUS
                   END-UNSTRING
                   IF WS-REC-STATUS = 'FAILED'
                           OR WS-REC-STATUS = 'PARTIAL'
                       PERFORM MATCH-RUN-TO-INCIDENTS
                   END-IF
           END-EVALUATE.

       MATCH-RUN-TO-INCIDENTS.
           IF WS-REC-END IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > WS-CUR-COUNT
               IF WS-CUR-CFG-ENV(WS-CUR-IDX) = WS-REC-ENV
                       AND WS-REC-END >= WS-CUR-START(WS-CUR-IDX)
                       AND WS-CAND-COUNT < 200
                   ADD 1 TO WS-CAND-COUNT
                   MOVE WS-REC-RUN-ID TO WS-CAND-RUN-ID(WS-CAND-COUNT)
                   MOVE WS-REC-ENV TO WS-CAND-ENV(WS-CAND-COUNT)
                   MOVE WS-CUR-ID(WS-CUR-IDX)
                       TO WS-CAND-INC-ID(WS-CAND-COUNT)
               END-IF
           END-PERFORM.

       FIND-EXISTING-TAG.
           MOVE 'N' TO WS-TAG-FOUND
           PERFORM VARYING WS-TAG-IDX FROM 1 BY 1
                   UNTIL WS-TAG-IDX > WS-TAG-COUNT
                      OR WS-TAG-FOUND = 'Y'
               IF WS-TAG-RUN-ID(WS-TAG-IDX)
                       = WS-CAND-RUN-ID(WS-CAND-IDX)
                       AND WS-TAG-INC-ID(WS-TAG-IDX)
                           = WS-CAND-INC-ID(WS-CAND-IDX)
                   MOVE 'Y' TO WS-TAG-FOUND
               END-IF
           END-PERFORM.

       RUN-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL "C$SYSTEM" USING WS-HEALTH-CMD
               END-CALL
               PERFORM READ-HEALTH-STATUS
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM.

       READ-HEALTH-STATUS.
           MOVE 0 TO HTTP-STATUS-CODE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SVC-STATUS-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SVC-STATUS-FILE INTO SVC-STATUS-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE FUNCTION NUMVAL(SVC-STATUS-RECORD)
                           TO HTTP-STATUS-CODE
               END-READ
           END-PERFORM
           CLOSE SVC-STATUS-FILE.

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

       END PROGRAM AZURESVCHEALTH.

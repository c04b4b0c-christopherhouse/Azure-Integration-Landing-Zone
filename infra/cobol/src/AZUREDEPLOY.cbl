           SELECT APPROVAL-FILE ASSIGN TO WS-APPROVAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.
           SELECT OPTIONAL NAT-EGRESS-FILE ASSIGN TO "nat-egress.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NAT-EGRESS-STATUS.
           SELECT OPTIONAL RUN-EVENTS-FILE ASSIGN TO "run-events.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-FILE.
       01  APPROVAL-RECORD             PIC X(128).

       FD  NAT-EGRESS-FILE.
       01  NAT-EGRESS-RECORD           PIC X(64).

       FD  RUN-EVENTS-FILE.
       01  RUN-EVENTS-RECORD           PIC X(256).

       WORKING-STORAGE SECTION.
      *> Overall time limit handed to every curl (-m) so a network
      *> blackhole fails the call instead of hanging the run;
       01  WS-CURRENT-DATE8            PIC 9(8).
       01  WS-CURRENT-CLOCK8           PIC 9(8).
       01  WS-REFRESH-THRESHOLD        PIC 9(4) VALUE 300.
       01  WS-TOKEN-SOURCE             PIC X(8).
       01  WS-RESOURCE-START-EPOCH     PIC 9(14).
       01  WS-RESOURCE-ELAPSED-SECONDS PIC 9(6).
       01  WS-ELAPSED-DISPLAY          PIC Z(5)9.
       01  WS-COST-ITEM                PIC 9(7)V99.
       01  WS-COST-TOTAL               PIC 9(7)V99 VALUE 0.
       01  WS-COST-STORAGE-IDX         PIC 9(2).
       01  WS-COST-SQLDB-IDX           PIC 9(2).
       01  WS-COST-DEF-IDX             PIC 9(2).
       01  WS-COST-AGW-UNITS           PIC 9(2).
       01  WS-COST-DISPLAY             PIC Z(6)9.99.

       01  WS-BREAK-LEASE              PIC X(1).
       01  WS-LOCK-ATTEMPTS            PIC 9(1).
       01  WS-LOCK-HOLDER              PIC X(120).

      *> The layer files the deployed configuration was resolved
      *> from, concatenated into the .deployed snapshot
       COPY CFGLAYERS.
       01  WS-SNAPSHOT-SOURCE          PIC X(128).
       01  WS-SNAPSHOT-PTR             PIC 9(4).
       01  WS-SNAPSHOT-RC              PIC 9(2).
       01  WS-SNAPSHOT-IDX             PIC 9(1).
       01  WS-STATE-HDR-LINE           PIC X(1024).
       01  WS-STATE-HDR-EOF            PIC X.
       01  WS-STATE-HTTP-CODE          PIC 9(3).
       01  WS-HIST-EOF                 PIC X.
       01  WS-HIST-COUNT               PIC 9(2).
       01  WS-HIST-TABLE.
           05  WS-HIST-AVERAGES OCCURS 40 TIMES.
               10  WS-HIST-LABEL       PIC X(32).
               10  WS-HIST-SUM         PIC 9(8).
               10  WS-HIST-N           PIC 9(4).

      *> Deployment-window calendar verdict from AZURECALENDAR
       01  WS-CALENDAR-VERDICT         PIC X(8).
      *> Open Azure incident hold from SVCHOLD, for the environment
      *> named in AZURE_ENVIRONMENT
       01  WS-HOLD-ENV                 PIC X(16).
       01  WS-HOLD-VERDICT             PIC X(8).
       01  WS-HOLD-INCIDENT            PIC X(40).

      *> AZURE_NET_VALIDATE=Y runs the DNS/path validation matrix
      *> after the stages and fails the run on any finding
       01  WS-HISTORY-OUTCOME          PIC X(4).
       01  WS-HISTORY-LINE             PIC X(120).

      *> Run journal: run-events.dat in the run directory takes one
      *> EVT|<YYYYMMDDHHMMSS>|<kind>|<stage>|<detail> line per stage
      *> outcome, token refresh, ITSM call and notification - the
      *> moments deployment.log records without a time. AZURETIMELINE
      *> merges it with the other logs of the run.
       01  WS-EVENT-KIND               PIC X(8).
       01  WS-EVENT-STAGE              PIC X(32).
       01  WS-EVENT-DETAIL             PIC X(160).
       01  WS-EVENT-DATE8              PIC 9(8).
       01  WS-EVENT-CLOCK8             PIC 9(8).

      *> Resource deployment flags
       01  DEPLOYMENT-FLAGS.
           05  LOG-ANALYTICS-DEPLOYED  PIC X VALUE 'N'.
           05  INTEGRATION-ACCT-DEPLOYED PIC X VALUE 'N'.
           05  FUNCTION-APP-DEPLOYED     PIC X VALUE 'N'.
           05  ALERTS-DEPLOYED         PIC X VALUE 'N'.
           05  APP-INSIGHTS-DEPLOYED       PIC X VALUE 'N'.
           05  REDIS-DEPLOYED              PIC X VALUE 'N'.
           05  SQLDB-DEPLOYED              PIC X VALUE 'N'.
           05  BASTION-DEPLOYED            PIC X VALUE 'N'.
           05  RELAY-DEPLOYED              PIC X VALUE 'N'.
           05  IDENTITY-DEPLOYED           PIC X VALUE 'N'.
           05  DEFENDER-DEPLOYED           PIC X VALUE 'N'.
           05  FLOW-LOGS-DEPLOYED          PIC X VALUE 'N'.
           05  PUBLIC-DNS-DEPLOYED         PIC X VALUE 'N'.
           05  DR-REPLICA-DEPLOYED     PIC X VALUE 'N'.

      *> Saved primary-region values, restored after the DR replica
       01  WS-STATE-STATUS             PIC X(8).
       01  WS-STATE-COMMA              PIC X(1).

      *> Fixed outbound address VIRTUALNET left in nat-egress.txt -
      *> the one partners allowlist, so it rides in both the state
      *> file and the summary
       01  WS-NAT-EGRESS-STATUS        PIC XX.
       01  WS-NAT-EGRESS               PIC X(64).

      *> What-if / dry-run mode: AZURE_WHATIF=Y previews the same
      *> DEPLOY_ORDER walk DEPLOY-RESOURCES would make, without
      *> calling a single resource module or writing a checkpoint
      *> machine-readable failure-summary.json
       01  WS-FAIL-COUNT               PIC 9(2) VALUE 0.
       01  WS-FAIL-TABLE.
           05  WS-FAIL-ENTRY OCCURS 40 TIMES.
               10  WS-FAIL-STAGE       PIC X(32).
               10  WS-FAIL-RC          PIC 9(2).
       01  WS-FAIL-IDX                 PIC 9(2).
           WRITE LOG-RECORD FROM WS-LOG-MESSAGE

           PERFORM ENFORCE-DEPLOYMENT-CALENDAR
           PERFORM ENFORCE-SERVICE-HEALTH-HOLD

           CALL 'AZUREAUTH' USING BY REFERENCE AZURE-CONFIG
                                               AZURE-AUTH-TOKEN
                   WRITE LOG-RECORD FROM WS-LOG-MESSAGE
           END-EVALUATE.

      *> An open Azure incident in the environment's regions or
      *> services (config/service-health.dat, kept by AZURESVCHEALTH)
      *> holds the run before it can fail halfway; an explicit
      *> AZURE_HEALTH_OVERRIDE=Y is honored but logged
       ENFORCE-SERVICE-HEALTH-HOLD.
           MOVE SPACES TO WS-HOLD-ENV
           ACCEPT WS-HOLD-ENV FROM ENVIRONMENT 'AZURE_ENVIRONMENT'
           CALL 'SVCHOLD' USING WS-HOLD-ENV WS-HOLD-VERDICT
                                WS-HOLD-INCIDENT
           EVALUATE WS-HOLD-VERDICT
               WHEN 'HOLD'
                   DISPLAY "Deployment held: Azure incident "
                           FUNCTION TRIM(WS-HOLD-INCIDENT)
                           " is open for this environment (set "
                           "AZURE_HEALTH_OVERRIDE=Y to override)"
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING 'Run held for Azure incident '
                          FUNCTION TRIM(WS-HOLD-INCIDENT)
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   END-STRING
                   WRITE LOG-RECORD FROM WS-LOG-MESSAGE
                   CLOSE LOG-FILE
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
               WHEN 'OVERRIDE'
                   DISPLAY "WARNING: Azure incident "
                           FUNCTION TRIM(WS-HOLD-INCIDENT)
                           " is open - health hold overridden "
                           "(AZURE_HEALTH_OVERRIDE=Y)"
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING 'Health hold override used by operator '
                          'during Azure incident '
                          FUNCTION TRIM(WS-HOLD-INCIDENT)
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   END-STRING
                   WRITE LOG-RECORD FROM WS-LOG-MESSAGE
           END-EVALUATE.

       LOAD-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS = '00'
                   MOVE WS-CKPT-VALUE(1:1) TO FUNCTION-APP-DEPLOYED
               WHEN 'ALERTS_DEPLOYED'
                   MOVE WS-CKPT-VALUE(1:1) TO ALERTS-DEPLOYED
               WHEN 'APP_INSIGHTS_DEPLOYED'
                   MOVE WS-CKPT-VALUE(1:1) TO APP-INSIGHTS-DEPLOYED
               WHEN 'REDIS_DEPLOYED'
                   MOVE WS-CKPT-VALUE(1:1) TO REDIS-DEPLOYED
               WHEN 'SQLDB_DEPLOYED'
                   MOVE WS-CKPT-VALUE(1:1) TO SQLDB-DEPLOYED
               WHEN 'BASTION_DEPLOYED'
                   MOVE WS-CKPT-VALUE(1:1) TO BASTION-DEPLOYED
               WHEN 'RELAY_DEPLOYED'
                   MOVE WS-CKPT-VALUE(1:1) TO RELAY-DEPLOYED
               WHEN 'IDENTITY_DEPLOYED'
                   MOVE WS-CKPT-VALUE(1:1) TO IDENTITY-DEPLOYED
               WHEN 'DEFENDER_DEPLOYED'
                   MOVE WS-CKPT-VALUE(1:1) TO DEFENDER-DEPLOYED
               WHEN 'FLOW_LOGS_DEPLOYED'
                   MOVE WS-CKPT-VALUE(1:1) TO FLOW-LOGS-DEPLOYED
               WHEN 'PUBLIC_DNS_DEPLOYED'
                   MOVE WS-CKPT-VALUE(1:1) TO PUBLIC-DNS-DEPLOYED
               WHEN 'DR_REPLICA_DEPLOYED'
                   MOVE WS-CKPT-VALUE(1:1) TO DR-REPLICA-DEPLOYED
           END-EVALUATE.
           END-STRING
           WRITE START-SNAPSHOT-RECORD
           MOVE SPACES TO START-SNAPSHOT-RECORD
           STRING 'APP_INSIGHTS_DEPLOYED=' APP-INSIGHTS-DEPLOYED
               DELIMITED BY SIZE INTO START-SNAPSHOT-RECORD
           END-STRING
           WRITE START-SNAPSHOT-RECORD
           MOVE SPACES TO START-SNAPSHOT-RECORD
           STRING 'REDIS_DEPLOYED=' REDIS-DEPLOYED
               DELIMITED BY SIZE INTO START-SNAPSHOT-RECORD
           END-STRING
           WRITE START-SNAPSHOT-RECORD
           MOVE SPACES TO START-SNAPSHOT-RECORD
           STRING 'SQLDB_DEPLOYED=' SQLDB-DEPLOYED
               DELIMITED BY SIZE INTO START-SNAPSHOT-RECORD
           END-STRING
           WRITE START-SNAPSHOT-RECORD
           MOVE SPACES TO START-SNAPSHOT-RECORD
           STRING 'BASTION_DEPLOYED=' BASTION-DEPLOYED
               DELIMITED BY SIZE INTO START-SNAPSHOT-RECORD
           END-STRING
           WRITE START-SNAPSHOT-RECORD
           MOVE SPACES TO START-SNAPSHOT-RECORD
           STRING 'RELAY_DEPLOYED=' RELAY-DEPLOYED
               DELIMITED BY SIZE INTO START-SNAPSHOT-RECORD
           END-STRING
           WRITE START-SNAPSHOT-RECORD
           MOVE SPACES TO START-SNAPSHOT-RECORD
           STRING 'IDENTITY_DEPLOYED=' IDENTITY-DEPLOYED
               DELIMITED BY SIZE INTO START-SNAPSHOT-RECORD
           END-STRING
           WRITE START-SNAPSHOT-RECORD
           MOVE SPACES TO START-SNAPSHOT-RECORD
           STRING 'DEFENDER_DEPLOYED=' DEFENDER-DEPLOYED
               DELIMITED BY SIZE INTO START-SNAPSHOT-RECORD
           END-STRING
           WRITE START-SNAPSHOT-RECORD
           MOVE SPACES TO START-SNAPSHOT-RECORD
           STRING 'FLOW_LOGS_DEPLOYED=' FLOW-LOGS-DEPLOYED
               DELIMITED BY SIZE INTO START-SNAPSHOT-RECORD
           END-STRING
           WRITE START-SNAPSHOT-RECORD
           MOVE SPACES TO START-SNAPSHOT-RECORD
           STRING 'PUBLIC_DNS_DEPLOYED=' PUBLIC-DNS-DEPLOYED
               DELIMITED BY SIZE INTO START-SNAPSHOT-RECORD
           END-STRING
           WRITE START-SNAPSHOT-RECORD
           MOVE SPACES TO START-SNAPSHOT-RECORD
           STRING 'DR_REPLICA_DEPLOYED=' DR-REPLICA-DEPLOYED
               DELIMITED BY SIZE INTO START-SNAPSHOT-RECORD
           END-STRING
           END-STRING
           WRITE CHECKPOINT-RECORD
           MOVE SPACES TO CHECKPOINT-RECORD
           STRING 'APP_INSIGHTS_DEPLOYED=' APP-INSIGHTS-DEPLOYED
               DELIMITED BY SIZE INTO CHECKPOINT-RECORD
           END-STRING
           WRITE CHECKPOINT-RECORD
           MOVE SPACES TO CHECKPOINT-RECORD
           STRING 'REDIS_DEPLOYED=' REDIS-DEPLOYED
               DELIMITED BY SIZE INTO CHECKPOINT-RECORD
           END-STRING
           WRITE CHECKPOINT-RECORD
           MOVE SPACES TO CHECKPOINT-RECORD
           STRING 'SQLDB_DEPLOYED=' SQLDB-DEPLOYED
               DELIMITED BY SIZE INTO CHECKPOINT-RECORD
           END-STRING
           WRITE CHECKPOINT-RECORD
           MOVE SPACES TO CHECKPOINT-RECORD
           STRING 'BASTION_DEPLOYED=' BASTION-DEPLOYED
               DELIMITED BY SIZE INTO CHECKPOINT-RECORD
           END-STRING
           WRITE CHECKPOINT-RECORD
           MOVE SPACES TO CHECKPOINT-RECORD
           STRING 'RELAY_DEPLOYED=' RELAY-DEPLOYED
               DELIMITED BY SIZE INTO CHECKPOINT-RECORD
           END-STRING
           WRITE CHECKPOINT-RECORD
           MOVE SPACES TO CHECKPOINT-RECORD
           STRING 'IDENTITY_DEPLOYED=' IDENTITY-DEPLOYED
               DELIMITED BY SIZE INTO CHECKPOINT-RECORD
           END-STRING
           WRITE CHECKPOINT-RECORD
           MOVE SPACES TO CHECKPOINT-RECORD
           STRING 'DEFENDER_DEPLOYED=' DEFENDER-DEPLOYED
               DELIMITED BY SIZE INTO CHECKPOINT-RECORD
           END-STRING
           WRITE CHECKPOINT-RECORD
           MOVE SPACES TO CHECKPOINT-RECORD
           STRING 'FLOW_LOGS_DEPLOYED=' FLOW-LOGS-DEPLOYED
               DELIMITED BY SIZE INTO CHECKPOINT-RECORD
           END-STRING
           WRITE CHECKPOINT-RECORD
           MOVE SPACES TO CHECKPOINT-RECORD
           STRING 'PUBLIC_DNS_DEPLOYED=' PUBLIC-DNS-DEPLOYED
               DELIMITED BY SIZE INTO CHECKPOINT-RECORD
           END-STRING
           WRITE CHECKPOINT-RECORD
           MOVE SPACES TO CHECKPOINT-RECORD
           STRING 'DR_REPLICA_DEPLOYED=' DR-REPLICA-DEPLOYED
               DELIMITED BY SIZE INTO CHECKPOINT-RECORD
           END-STRING
               DELIMITED BY SIZE INTO STATE-RECORD
           END-STRING
           WRITE STATE-RECORD
           PERFORM LOAD-NAT-EGRESS-ADDRESS
           IF WS-NAT-EGRESS NOT = SPACES
               MOVE SPACES TO STATE-RECORD
               STRING '  "natEgressAddresses": ["'
                      FUNCTION TRIM(WS-NAT-EGRESS) '"],'
                   DELIMITED BY SIZE INTO STATE-RECORD
               END-STRING
               WRITE STATE-RECORD
           END-IF
           MOVE '  "resources": {' TO STATE-RECORD
           WRITE STATE-RECORD

           MOVE 'monitoringAlerts' TO WS-STATE-LABEL
           MOVE ALERTS-DEPLOYED TO WS-STATE-STATUS
           PERFORM WRITE-STATE-RESOURCE-LINE
           MOVE 'appInsights' TO WS-STATE-LABEL
           MOVE APP-INSIGHTS-DEPLOYED TO WS-STATE-STATUS
           PERFORM WRITE-STATE-RESOURCE-LINE
           MOVE 'redisCache' TO WS-STATE-LABEL
           MOVE REDIS-DEPLOYED TO WS-STATE-STATUS
           PERFORM WRITE-STATE-RESOURCE-LINE
           MOVE 'sqlServer' TO WS-STATE-LABEL
           MOVE SQLDB-DEPLOYED TO WS-STATE-STATUS
           PERFORM WRITE-STATE-RESOURCE-LINE
           MOVE 'bastionHost' TO WS-STATE-LABEL
           MOVE BASTION-DEPLOYED TO WS-STATE-STATUS
           PERFORM WRITE-STATE-RESOURCE-LINE
           MOVE 'relayNamespace' TO WS-STATE-LABEL
           MOVE RELAY-DEPLOYED TO WS-STATE-STATUS
           PERFORM WRITE-STATE-RESOURCE-LINE
           MOVE 'managedIdentities' TO WS-STATE-LABEL
           MOVE IDENTITY-DEPLOYED TO WS-STATE-STATUS
           PERFORM WRITE-STATE-RESOURCE-LINE
           MOVE 'defenderPlans' TO WS-STATE-LABEL
           MOVE DEFENDER-DEPLOYED TO WS-STATE-STATUS
           PERFORM WRITE-STATE-RESOURCE-LINE
           MOVE 'nsgFlowLogs' TO WS-STATE-LABEL
           MOVE FLOW-LOGS-DEPLOYED TO WS-STATE-STATUS
           PERFORM WRITE-STATE-RESOURCE-LINE
           MOVE 'publicDns' TO WS-STATE-LABEL
           MOVE PUBLIC-DNS-DEPLOYED TO WS-STATE-STATUS
           PERFORM WRITE-STATE-RESOURCE-LINE
           MOVE 'drReplica' TO WS-STATE-LABEL
           MOVE DR-REPLICA-DEPLOYED TO WS-STATE-STATUS
           MOVE SPACES TO WS-STATE-COMMA
           END-STRING
           WRITE STATE-RECORD.

      *> Only trusted while NAT is configured - a file left behind by
      *> an earlier run must not advertise an address no longer used
       LOAD-NAT-EGRESS-ADDRESS.
           MOVE SPACES TO WS-NAT-EGRESS
           IF NAT-DEPLOY-FLAG NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT NAT-EGRESS-FILE
           IF WS-NAT-EGRESS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ NAT-EGRESS-FILE
               NOT AT END MOVE NAT-EGRESS-RECORD TO WS-NAT-EGRESS
           END-READ
           CLOSE NAT-EGRESS-FILE.

      *> Average elapsed seconds per resource label, rebuilt from
      *> the RES records prior runs appended to run-history.dat, so
      *> the business can be told when an environment will be ready
               END-IF
           END-PERFORM
           IF WS-HIST-SLOT = 0
               IF WS-HIST-COUNT >= 40
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-HIST-COUNT
                           AND ALERTS-DEPLOYED NOT = 'Y'
                       MOVE 'Monitoring Alerts' TO WS-ETA-LABEL
                   END-IF
               WHEN 'APPINSIGHTS'
                   IF APPI-DEPLOY-FLAG = 'Y'
                           AND APP-INSIGHTS-DEPLOYED NOT = 'Y'
                       MOVE 'Application Insights' TO WS-ETA-LABEL
                   END-IF
               WHEN 'REDIS'
                   IF REDIS-DEPLOY-FLAG = 'Y'
                           AND REDIS-DEPLOYED NOT = 'Y'
                       MOVE 'Redis Cache' TO WS-ETA-LABEL
                   END-IF
               WHEN 'SQLDB'
                   IF SQLDB-DEPLOY-FLAG = 'Y'
                           AND SQLDB-DEPLOYED NOT = 'Y'
                       MOVE 'SQL Database' TO WS-ETA-LABEL
                   END-IF
               WHEN 'BASTION'
                   IF BASTION-DEPLOY-FLAG = 'Y'
                           AND BASTION-DEPLOYED NOT = 'Y'
                       MOVE 'Azure Bastion' TO WS-ETA-LABEL
                   END-IF
               WHEN 'RELAY'
                   IF RELAY-DEPLOY-FLAG = 'Y'
                           AND RELAY-DEPLOYED NOT = 'Y'
                       MOVE 'Azure Relay' TO WS-ETA-LABEL
                   END-IF
               WHEN 'IDENTITY'
                   IF IDENTITY-DEPLOY-FLAG = 'Y'
                           AND IDENTITY-DEPLOYED NOT = 'Y'
                       MOVE 'Managed Identities' TO WS-ETA-LABEL
                   END-IF
               WHEN 'DEFENDER'
                   IF DEFENDER-DEPLOY-FLAG = 'Y'
                           AND DEFENDER-DEPLOYED NOT = 'Y'
                       MOVE 'Defender for Cloud' TO WS-ETA-LABEL
                   END-IF
               WHEN 'FLOWLOGS'
                   IF FLOWLOG-DEPLOY-FLAG = 'Y'
                           AND FLOW-LOGS-DEPLOYED NOT = 'Y'
                       MOVE 'NSG Flow Logs' TO WS-ETA-LABEL
                   END-IF
               WHEN 'PUBLICDNS'
                   IF PUBDNS-DEPLOY-FLAG = 'Y'
                           AND PUBLIC-DNS-DEPLOYED NOT = 'Y'
                       MOVE 'Public DNS Records' TO WS-ETA-LABEL
                   END-IF
               WHEN 'DRREPLICA'
                   IF DR-DEPLOY-FLAG = 'Y'
                           AND DR-REPLICA-DEPLOYED NOT = 'Y'
           MOVE 'N' TO INTEGRATION-ACCT-DEPLOYED
           MOVE 'N' TO FUNCTION-APP-DEPLOYED
           MOVE 'N' TO ALERTS-DEPLOYED
           MOVE 'N' TO APP-INSIGHTS-DEPLOYED
           MOVE 'N' TO REDIS-DEPLOYED
           MOVE 'N' TO SQLDB-DEPLOYED
           MOVE 'N' TO BASTION-DEPLOYED
           MOVE 'N' TO RELAY-DEPLOYED
           MOVE 'N' TO IDENTITY-DEPLOYED
           MOVE 'N' TO DEFENDER-DEPLOYED
           MOVE 'N' TO FLOW-LOGS-DEPLOYED
           MOVE 'N' TO PUBLIC-DNS-DEPLOYED
           MOVE 'N' TO DR-REPLICA-DEPLOYED.

      *> Push the freshly written checkpoint and state snapshot up as
           MOVE 'Virtual Network' TO WS-COST-LINE
           PERFORM ADD-COST-LINE-ITEM

      *> NAT gateway - hourly gateway charge plus about $3.65 per
      *> static address, a /31 prefix by default when one is used
      *> (data processed is usage-driven and left out)
           IF NAT-DEPLOY-FLAG = 'Y'
               IF NAT-IP-TYPE = 'PREFIX'
                   IF NAT-PREFIX-LENGTH >= 28
                           AND NAT-PREFIX-LENGTH <= 31
                       COMPUTE WS-COST-ITEM = 32.85 +
                           (3.65 * (2 ** (32 - NAT-PREFIX-LENGTH)))
                   ELSE
                       MOVE 40.15 TO WS-COST-ITEM
                   END-IF
               ELSE
                   MOVE 36.50 TO WS-COST-ITEM
               END-IF
               MOVE 'NAT Gateway' TO WS-COST-LINE
               PERFORM ADD-COST-LINE-ITEM
           END-IF

      *> Key Vault - flat estimate covering a modest volume of
      *> operations and secrets
           MOVE 5.00 TO WS-COST-ITEM
               PERFORM ADD-COST-LINE-ITEM
           END-IF

      *> Application Insights - workspace-based, so ingestion bills
      *> through the Log Analytics workspace; a flat allowance for the
      *> request and dependency telemetry of the traced services
           IF APPI-DEPLOY-FLAG = 'Y'
               MOVE 10.00 TO WS-COST-ITEM
               MOVE 'Application Insights' TO WS-COST-LINE
               PERFORM ADD-COST-LINE-ITEM
           END-IF

      *> Azure Cache for Redis - by tier and size; Standard carries
      *> the replica, Premium is priced per shard size
           IF REDIS-DEPLOY-FLAG = 'Y'
               EVALUATE REDIS-SKU-NAME
                   WHEN 'Basic'
                       COMPUTE WS-COST-ITEM =
                           40.00 * (REDIS-CAPACITY + 1)
                   WHEN 'Premium'
                       COMPUTE WS-COST-ITEM =
                           410.00 * (REDIS-CAPACITY + 1)
                   WHEN OTHER
                       COMPUTE WS-COST-ITEM =
                           100.00 * (REDIS-CAPACITY + 1)
               END-EVALUATE
               MOVE 'Redis Cache' TO WS-COST-LINE
               PERFORM ADD-COST-LINE-ITEM
           END-IF

      *> Azure SQL Database - per database, by service objective;
      *> the logical server itself carries no charge
           IF SQLDB-DEPLOY-FLAG = 'Y'
               PERFORM VARYING WS-COST-SQLDB-IDX FROM 1 BY 1
                       UNTIL WS-COST-SQLDB-IDX > SQLDB-DB-COUNT
                   EVALUATE SQLDB-DB-SKU(WS-COST-SQLDB-IDX)
                       WHEN 'Basic'
                           MOVE 5.00 TO WS-COST-ITEM
                       WHEN 'S1'
                           MOVE 30.00 TO WS-COST-ITEM
                       WHEN 'S2'
                           MOVE 75.00 TO WS-COST-ITEM
                       WHEN 'S3'
                           MOVE 150.00 TO WS-COST-ITEM
                       WHEN 'P1'
                           MOVE 465.00 TO WS-COST-ITEM
                       WHEN SPACES
                       WHEN 'S0'
                           MOVE 15.00 TO WS-COST-ITEM
                       WHEN OTHER
                           MOVE 370.00 TO WS-COST-ITEM
                   END-EVALUATE
                   MOVE SPACES TO WS-COST-LINE
                   STRING 'SQL Database ' WS-COST-SQLDB-IDX
                       DELIMITED BY SIZE INTO WS-COST-LINE
                   END-STRING
                   PERFORM ADD-COST-LINE-ITEM
               END-PERFORM
           END-IF

      *> Azure Bastion - hourly host charge by SKU, Standard adding
      *> each scale unit above the two included, plus its public IP
           IF BASTION-DEPLOY-FLAG = 'Y'
               IF BASTION-SKU = 'Standard'
                   MOVE 211.70 TO WS-COST-ITEM
                   IF BASTION-SCALE-UNITS > 2
                       COMPUTE WS-COST-ITEM = WS-COST-ITEM
                           + (BASTION-SCALE-UNITS - 2) * 102.20
                   END-IF
               ELSE
                   MOVE 138.70 TO WS-COST-ITEM
               END-IF
               ADD 3.65 TO WS-COST-ITEM
               MOVE 'Azure Bastion' TO WS-COST-LINE
               PERFORM ADD-COST-LINE-ITEM
           END-IF

      *> Azure Relay - billed per hybrid connection listener; the
      *> first 5 GB of data a month are included
           IF RELAY-DEPLOY-FLAG = 'Y'
               COMPUTE WS-COST-ITEM = RELAY-HC-COUNT * 9.78
               MOVE 'Azure Relay' TO WS-COST-LINE
               PERFORM ADD-COST-LINE-ITEM
           END-IF

      *> Defender for Cloud - Standard-tier plans are charged per
      *> protected resource; a rough monthly figure per plan from
      *> what this environment puts under it. Production-only plans
      *> are left out below production
           IF DEFENDER-DEPLOY-FLAG = 'Y'
               MOVE ENV-NAME TO WS-ENV-UPPER
               INSPECT WS-ENV-UPPER CONVERTING
                   'abcdefghijklmnopqrstuvwxyz' TO
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               MOVE 0 TO WS-COST-ITEM
               PERFORM VARYING WS-COST-DEF-IDX FROM 1 BY 1
                       UNTIL WS-COST-DEF-IDX > DEFENDER-PLAN-COUNT
                   IF DEFENDER-PLAN-PROD-ONLY(WS-COST-DEF-IDX) NOT = 'Y'
                           OR WS-ENV-UPPER = 'PROD'
                           OR WS-ENV-UPPER = 'PRODUCTION'
                       EVALUATE DEFENDER-PLAN-NAME(WS-COST-DEF-IDX)
                           WHEN 'KeyVaults'
                               ADD 0.25 TO WS-COST-ITEM
                           WHEN 'StorageAccounts'
                               COMPUTE WS-COST-ITEM = WS-COST-ITEM
                                   + STORAGE-COUNT * 10.00
                           WHEN 'Api'
                               ADD 200.00 TO WS-COST-ITEM
                           WHEN 'SqlServers'
                               ADD 15.00 TO WS-COST-ITEM
                           WHEN 'VirtualMachines'
                           WHEN 'SqlServerVirtualMachines'
                               COMPUTE WS-COST-ITEM = WS-COST-ITEM
                                   + DF-SHIR-VM-COUNT * 14.60
                           WHEN OTHER
                               ADD 5.00 TO WS-COST-ITEM
                       END-EVALUATE
                   END-IF
               END-PERFORM
               MOVE 'Defender for Cloud plans' TO WS-COST-LINE
               PERFORM ADD-COST-LINE-ITEM
           END-IF

      *> NSG flow logs - a rough monthly figure per NSG for the
      *> flow data collected plus traffic analytics processing it,
      *> the 10-minute cycle costing more than the hourly one
           IF FLOWLOG-DEPLOY-FLAG = 'Y'
               IF FLOWLOG-TA-INTERVAL = 10
                   COMPUTE WS-COST-ITEM = NSG-COUNT * 12.50
               ELSE
                   COMPUTE WS-COST-ITEM = NSG-COUNT * 7.50
               END-IF
               MOVE 'NSG flow logs + traffic analytics'
                   TO WS-COST-LINE
               PERFORM ADD-COST-LINE-ITEM
           END-IF

      *> DR Replica - a second Key Vault and Standard_LRS Storage
      *> Account in the secondary region
           IF DR-DEPLOY-FLAG = 'Y'
               WS-SNOW-URL "' > snow_status.txt"
           END-CALL
           PERFORM READ-SNOW-STATUS
           MOVE 'ITSM' TO WS-EVENT-KIND
           MOVE WS-CHANGE-TICKET TO WS-EVENT-STAGE
           MOVE SPACES TO WS-EVENT-DETAIL
           STRING 'GET change_request lookup -> '
                  WS-SNOW-STATUS-CODE
               DELIMITED BY SIZE INTO WS-EVENT-DETAIL
           END-STRING
           PERFORM JOURNAL-RUN-EVENT
           IF WS-SNOW-STATUS-CODE NOT = 200
               DISPLAY "  ServiceNow lookup failed. Status: "
                       WS-SNOW-STATUS-CODE
               "' '" WS-SNOW-URL "' > snow_status.txt"
           END-CALL
           PERFORM READ-SNOW-STATUS
           MOVE 'ITSM' TO WS-EVENT-KIND
           MOVE WS-CHANGE-TICKET TO WS-EVENT-STAGE
           MOVE SPACES TO WS-EVENT-DETAIL
           STRING 'PATCH outcome work note (' WS-DEPLOYMENT-STATUS
                  ') -> ' WS-SNOW-STATUS-CODE
               DELIMITED BY SIZE INTO WS-EVENT-DETAIL
           END-STRING
           PERFORM JOURNAL-RUN-EVENT
           IF WS-SNOW-STATUS-CODE = 200
               DISPLAY "Run outcome posted to change ticket "
                       FUNCTION TRIM(WS-CHANGE-TICKET)
           END-IF.

       SET-DEFAULT-DEPLOY-ORDER.
           MOVE 28 TO DEPLOY-ORDER-COUNT
           MOVE 'LOGANALYTICS' TO DEPLOY-ORDER-CODE(1)
           MOVE 'DEFENDER'     TO DEPLOY-ORDER-CODE(2)
           MOVE 'PLSCOPE'      TO DEPLOY-ORDER-CODE(3)
           MOVE 'APPINSIGHTS'  TO DEPLOY-ORDER-CODE(4)
           MOVE 'VNET'         TO DEPLOY-ORDER-CODE(5)
           MOVE 'IDENTITY'     TO DEPLOY-ORDER-CODE(6)
           MOVE 'KEYVAULT'     TO DEPLOY-ORDER-CODE(7)
           MOVE 'STORAGE'      TO DEPLOY-ORDER-CODE(8)
           MOVE 'FLOWLOGS'     TO DEPLOY-ORDER-CODE(9)
           MOVE 'REDIS'        TO DEPLOY-ORDER-CODE(10)
           MOVE 'SQLDB'        TO DEPLOY-ORDER-CODE(11)
           MOVE 'BASTION'      TO DEPLOY-ORDER-CODE(12)
           MOVE 'RELAY'        TO DEPLOY-ORDER-CODE(13)
           MOVE 'APIM'         TO DEPLOY-ORDER-CODE(14)
           MOVE 'SERVICEBUS'   TO DEPLOY-ORDER-CODE(15)
           MOVE 'EVENTHUBS'    TO DEPLOY-ORDER-CODE(16)
           MOVE 'DATAFACTORY'  TO DEPLOY-ORDER-CODE(17)
           MOVE 'PRIVATEDNS'   TO DEPLOY-ORDER-CODE(18)
           MOVE 'DNSRESOLVER'  TO DEPLOY-ORDER-CODE(19)
           MOVE 'APPGATEWAY'   TO DEPLOY-ORDER-CODE(20)
           MOVE 'FRONTDOOR'    TO DEPLOY-ORDER-CODE(21)
           MOVE 'PUBLICDNS'    TO DEPLOY-ORDER-CODE(22)
           MOVE 'EVENTGRID'    TO DEPLOY-ORDER-CODE(23)
           MOVE 'LOGICAPP'     TO DEPLOY-ORDER-CODE(24)
           MOVE 'INTACCOUNT'   TO DEPLOY-ORDER-CODE(25)
           MOVE 'FUNCTIONAPP'  TO DEPLOY-ORDER-CODE(26)
           MOVE 'ALERTS'       TO DEPLOY-ORDER-CODE(27)
           MOVE 'DRREPLICA'    TO DEPLOY-ORDER-CODE(28).

       DISPATCH-RESOURCE-DEPLOYMENT.
           EVALUATE DEPLOY-ORDER-CODE(WS-ORDER-IDX)
                       END-IF
                   END-IF

               WHEN 'APPINSIGHTS'
                   IF APPI-DEPLOY-FLAG = 'Y'
                       IF APP-INSIGHTS-DEPLOYED = 'Y'
                           DISPLAY "Application Insights already "
                                   "deployed - skipping (resumed)"
                       ELSE
                           PERFORM CHECK-AND-REFRESH-TOKEN
                           PERFORM DEPLOY-APP-INSIGHTS
                           PERFORM SAVE-CHECKPOINT
                       END-IF
                   END-IF

               WHEN 'REDIS'
                   IF REDIS-DEPLOY-FLAG = 'Y'
                       IF REDIS-DEPLOYED = 'Y'
                           DISPLAY "Redis Cache already "
                                   "deployed - skipping (resumed)"
                       ELSE
                           PERFORM CHECK-AND-REFRESH-TOKEN
                           PERFORM DEPLOY-REDIS-CACHE
                           PERFORM SAVE-CHECKPOINT
                       END-IF
                   END-IF

               WHEN 'SQLDB'
                   IF SQLDB-DEPLOY-FLAG = 'Y'
                       IF SQLDB-DEPLOYED = 'Y'
                           DISPLAY "SQL Database already "
                                   "deployed - skipping (resumed)"
                       ELSE
                           PERFORM CHECK-AND-REFRESH-TOKEN
                           PERFORM DEPLOY-SQL-DATABASE
                           PERFORM SAVE-CHECKPOINT
                       END-IF
                   END-IF

               WHEN 'BASTION'
                   IF BASTION-DEPLOY-FLAG = 'Y'
                       IF BASTION-DEPLOYED = 'Y'
                           DISPLAY "Azure Bastion already "
                                   "deployed - skipping (resumed)"
                       ELSE
                           PERFORM CHECK-AND-REFRESH-TOKEN
                           PERFORM DEPLOY-BASTION-HOST
                           PERFORM SAVE-CHECKPOINT
                       END-IF
                   END-IF

               WHEN 'RELAY'
                   IF RELAY-DEPLOY-FLAG = 'Y'
                       IF RELAY-DEPLOYED = 'Y'
                           DISPLAY "Azure Relay already "
                                   "deployed - skipping (resumed)"
                       ELSE
                           PERFORM CHECK-AND-REFRESH-TOKEN
                           PERFORM DEPLOY-RELAY-NAMESPACE
                           PERFORM SAVE-CHECKPOINT
                       END-IF
                   END-IF

               WHEN 'IDENTITY'
                   IF IDENTITY-DEPLOY-FLAG = 'Y'
                       IF IDENTITY-DEPLOYED = 'Y'
                           DISPLAY "Managed Identities already "
                                   "deployed - skipping (resumed)"
                       ELSE
                           PERFORM CHECK-AND-REFRESH-TOKEN
                           PERFORM DEPLOY-MANAGED-IDENTITIES
                           PERFORM SAVE-CHECKPOINT
                       END-IF
                   END-IF

               WHEN 'DEFENDER'
                   IF DEFENDER-DEPLOY-FLAG = 'Y'
                       IF DEFENDER-DEPLOYED = 'Y'
                           DISPLAY "Defender for Cloud plans already "
                                   "enabled - skipping (resumed)"
                       ELSE
                           PERFORM CHECK-AND-REFRESH-TOKEN
                           PERFORM DEPLOY-DEFENDER-PLANS
                           PERFORM SAVE-CHECKPOINT
                       END-IF
                   END-IF

               WHEN 'FLOWLOGS'
                   IF FLOWLOG-DEPLOY-FLAG = 'Y'
                       IF FLOW-LOGS-DEPLOYED = 'Y'
                           DISPLAY "NSG flow logs already "
                                   "enabled - skipping (resumed)"
                       ELSE
                           PERFORM CHECK-AND-REFRESH-TOKEN
                           PERFORM DEPLOY-NSG-FLOW-LOGS
                           PERFORM SAVE-CHECKPOINT
                       END-IF
                   END-IF

               WHEN 'PUBLICDNS'
                   IF PUBDNS-DEPLOY-FLAG = 'Y'
                       IF PUBLIC-DNS-DEPLOYED = 'Y'
                           DISPLAY "Public DNS records already "
                                   "written - skipping (resumed)"
                       ELSE
                           PERFORM CHECK-AND-REFRESH-TOKEN
                           PERFORM DEPLOY-PUBLIC-DNS-RECORDS
                           PERFORM SAVE-CHECKPOINT
                       END-IF
                   END-IF

               WHEN 'DRREPLICA'
                   IF DR-DEPLOY-FLAG = 'Y'
                       IF DR-REPLICA-DEPLOYED = 'Y'
                           "', skipping"
           END-EVALUATE.

      *> Deploys the default DEPLOY_ORDER as five dependency waves
      *> instead of one resource at a time. Resources within a wave
      *> don't depend on each other's output, so each is handed to its
      *> own AZUREDEPLOYONE worker process and the wave waits for all
           PERFORM RUN-PARALLEL-WAVE-ZERO
           PERFORM RUN-PARALLEL-WAVE-ONE
           PERFORM RUN-PARALLEL-WAVE-TWO
           PERFORM RUN-PARALLEL-WAVE-THREE
           PERFORM RUN-PARALLEL-WAVE-FOUR.

      *> Wave 0: Log Analytics and the Virtual Network depend on
      *> nothing else, but the Virtual Network has to exist before any
      *> later wave builds a private endpoint against one of its
      *> subnets - so it leads its own wave rather than racing the
      *> resources that need it. The shared managed identities ride
      *> along: wave one's targets grant them roles and wave two's
      *> services attach them. The Defender plans are priced on the
      *> subscription and wait on nothing, so they go here too
       RUN-PARALLEL-WAVE-ZERO.
           MOVE SPACES TO WS-PARALLEL-CMD
           MOVE 0 TO WS-PARALLEL-RESOURCE-COUNT
               PERFORM APPEND-PARALLEL-RESOURCE
           END-IF

           IF IDENTITY-DEPLOY-FLAG = 'Y' AND IDENTITY-DEPLOYED NOT = 'Y'
               MOVE 'IDENTITY' TO WS-PARALLEL-CODE
               PERFORM APPEND-PARALLEL-RESOURCE
           END-IF
           IF DEFENDER-DEPLOY-FLAG = 'Y' AND DEFENDER-DEPLOYED NOT = 'Y'
               MOVE 'DEFENDER' TO WS-PARALLEL-CODE
               PERFORM APPEND-PARALLEL-RESOURCE
           END-IF

           IF WS-PARALLEL-RESOURCE-COUNT > 0
               PERFORM CHECK-AND-REFRESH-TOKEN
               DISPLAY "Wave 0: deploying " WS-PARALLEL-RESOURCE-COUNT
               IF WS-PARALLEL-RESULT(1:2) = '00'
                   MOVE 'Y' TO VNET-DEPLOYED
               END-IF
           END-IF
           IF IDENTITY-DEPLOY-FLAG = 'Y' AND IDENTITY-DEPLOYED NOT = 'Y'
               MOVE 'IDENTITY' TO WS-PARALLEL-CODE
               MOVE "parallel-identity.result"
                   TO WS-PARALLEL-RESULT-FILENAME
               PERFORM READ-PARALLEL-RESULT-FILE
               IF WS-PARALLEL-RESULT(1:2) = '00'
                   MOVE 'Y' TO IDENTITY-DEPLOYED
               END-IF
           END-IF
           IF DEFENDER-DEPLOY-FLAG = 'Y' AND DEFENDER-DEPLOYED NOT = 'Y'
               MOVE 'DEFENDER' TO WS-PARALLEL-CODE
               MOVE "parallel-defender.result"
                   TO WS-PARALLEL-RESULT-FILENAME
               PERFORM READ-PARALLEL-RESULT-FILE
               IF WS-PARALLEL-RESULT(1:2) = '00'
                   MOVE 'Y' TO DEFENDER-DEPLOYED
               END-IF
           END-IF.

      *> Wave 1: Key Vault, Storage and Service Bus each build a
      *> private endpoint against the Virtual Network's subnets, so
      *> they wait for wave zero to finish but not for one another.
      *> Application Insights binds to wave zero's workspace and has
      *> to exist before wave two's sites and gateway look it up.
      *> The Redis cache puts its endpoint on the same subnet and has
      *> to be up before wave two's gateway registers it. The SQL
      *> server likewise binds a private endpoint there, and wave
      *> two's factory grants itself access to its databases.
      *> Bastion only needs wave zero's VNet to add its subnet to.
      *> The Relay's hybrid connections have to exist before wave
      *> two's Logic App and Function App bind them to their sites.
       RUN-PARALLEL-WAVE-ONE.
           MOVE SPACES TO WS-PARALLEL-CMD
           MOVE 0 TO WS-PARALLEL-RESOURCE-COUNT
               PERFORM APPEND-PARALLEL-RESOURCE
           END-IF

           IF APPI-DEPLOY-FLAG = 'Y' AND APP-INSIGHTS-DEPLOYED NOT = 'Y'
               MOVE 'APPINSIGHTS' TO WS-PARALLEL-CODE
               PERFORM APPEND-PARALLEL-RESOURCE
           END-IF

           IF REDIS-DEPLOY-FLAG = 'Y' AND REDIS-DEPLOYED NOT = 'Y'
               MOVE 'REDIS' TO WS-PARALLEL-CODE
               PERFORM APPEND-PARALLEL-RESOURCE
           END-IF

           IF SQLDB-DEPLOY-FLAG = 'Y' AND SQLDB-DEPLOYED NOT = 'Y'
               MOVE 'SQLDB' TO WS-PARALLEL-CODE
               PERFORM APPEND-PARALLEL-RESOURCE
           END-IF

           IF BASTION-DEPLOY-FLAG = 'Y' AND BASTION-DEPLOYED NOT = 'Y'
               MOVE 'BASTION' TO WS-PARALLEL-CODE
               PERFORM APPEND-PARALLEL-RESOURCE
           END-IF

           IF RELAY-DEPLOY-FLAG = 'Y' AND RELAY-DEPLOYED NOT = 'Y'
               MOVE 'RELAY' TO WS-PARALLEL-CODE
               PERFORM APPEND-PARALLEL-RESOURCE
           END-IF

           IF WS-PARALLEL-RESOURCE-COUNT > 0
               PERFORM CHECK-AND-REFRESH-TOKEN
               DISPLAY "Wave 1: deploying " WS-PARALLEL-RESOURCE-COUNT
               IF WS-PARALLEL-RESULT(1:2) = '00'
                   MOVE 'Y' TO EVENT-HUBS-DEPLOYED
               END-IF
           END-IF
           IF APPI-DEPLOY-FLAG = 'Y' AND APP-INSIGHTS-DEPLOYED NOT = 'Y'
               MOVE 'APPINSIGHTS' TO WS-PARALLEL-CODE
               MOVE "parallel-appinsights.result"
                   TO WS-PARALLEL-RESULT-FILENAME
               PERFORM READ-PARALLEL-RESULT-FILE
               IF WS-PARALLEL-RESULT(1:2) = '00'
                   MOVE 'Y' TO APP-INSIGHTS-DEPLOYED
               END-IF
           END-IF
           IF REDIS-DEPLOY-FLAG = 'Y' AND REDIS-DEPLOYED NOT = 'Y'
               MOVE 'REDIS' TO WS-PARALLEL-CODE
               MOVE "parallel-redis.result"
                   TO WS-PARALLEL-RESULT-FILENAME
               PERFORM READ-PARALLEL-RESULT-FILE
               IF WS-PARALLEL-RESULT(1:2) = '00'
                   MOVE 'Y' TO REDIS-DEPLOYED
               END-IF
           END-IF
           IF SQLDB-DEPLOY-FLAG = 'Y' AND SQLDB-DEPLOYED NOT = 'Y'
               MOVE 'SQLDB' TO WS-PARALLEL-CODE
               MOVE "parallel-sqldb.result"
                   TO WS-PARALLEL-RESULT-FILENAME
               PERFORM READ-PARALLEL-RESULT-FILE
               IF WS-PARALLEL-RESULT(1:2) = '00'
                   MOVE 'Y' TO SQLDB-DEPLOYED
               END-IF
           END-IF
           IF BASTION-DEPLOY-FLAG = 'Y' AND BASTION-DEPLOYED NOT = 'Y'
               MOVE 'BASTION' TO WS-PARALLEL-CODE
               MOVE "parallel-bastion.result"
                   TO WS-PARALLEL-RESULT-FILENAME
               PERFORM READ-PARALLEL-RESULT-FILE
               IF WS-PARALLEL-RESULT(1:2) = '00'
                   MOVE 'Y' TO BASTION-DEPLOYED
               END-IF
           END-IF
           IF RELAY-DEPLOY-FLAG = 'Y' AND RELAY-DEPLOYED NOT = 'Y'
               MOVE 'RELAY' TO WS-PARALLEL-CODE
               MOVE "parallel-relay.result"
                   TO WS-PARALLEL-RESULT-FILENAME
               PERFORM READ-PARALLEL-RESULT-FILE
               IF WS-PARALLEL-RESULT(1:2) = '00'
                   MOVE 'Y' TO RELAY-DEPLOYED
               END-IF
           END-IF.

      *> Wave 2: Private Link Scope, API Management and Data Factory
      *> commonly reference wave one's network and vault, so they wait
      *> for wave one to finish but not for one another. The NSG
      *> flow logs write to one of wave one's storage accounts
       RUN-PARALLEL-WAVE-TWO.
           MOVE SPACES TO WS-PARALLEL-CMD
           MOVE 0 TO WS-PARALLEL-RESOURCE-COUNT
               MOVE 'DATAFACTORY' TO WS-PARALLEL-CODE
               PERFORM APPEND-PARALLEL-RESOURCE
           END-IF
           IF FLOWLOG-DEPLOY-FLAG = 'Y' AND FLOW-LOGS-DEPLOYED NOT = 'Y'
               MOVE 'FLOWLOGS' TO WS-PARALLEL-CODE
               PERFORM APPEND-PARALLEL-RESOURCE
           END-IF

           IF WS-PARALLEL-RESOURCE-COUNT > 0
               PERFORM CHECK-AND-REFRESH-TOKEN
               IF WS-PARALLEL-RESULT(1:2) = '00'
                   MOVE 'Y' TO DATA-FACTORY-DEPLOYED
               END-IF
           END-IF
           IF FLOWLOG-DEPLOY-FLAG = 'Y' AND FLOW-LOGS-DEPLOYED NOT = 'Y'
               MOVE 'FLOWLOGS' TO WS-PARALLEL-CODE
               MOVE "parallel-flowlogs.result"
                   TO WS-PARALLEL-RESULT-FILENAME
               PERFORM READ-PARALLEL-RESULT-FILE
               IF WS-PARALLEL-RESULT(1:2) = '00'
                   MOVE 'Y' TO FLOW-LOGS-DEPLOYED
               END-IF
           END-IF.

      *> Wave 3: the monitoring alerts scope to wave two's resources
               END-IF
           END-IF.

      *> Wave 4: the public DNS records point at the gateway's
      *> public IP and the Front Door endpoint, and need the
      *> validation token Front Door issues for the custom domain -
      *> all of which only exist once wave three has finished
       RUN-PARALLEL-WAVE-FOUR.
           MOVE SPACES TO WS-PARALLEL-CMD
           MOVE 0 TO WS-PARALLEL-RESOURCE-COUNT

           IF PUBDNS-DEPLOY-FLAG = 'Y'
                   AND PUBLIC-DNS-DEPLOYED NOT = 'Y'
               MOVE 'PUBLICDNS' TO WS-PARALLEL-CODE
               PERFORM APPEND-PARALLEL-RESOURCE
           END-IF

           IF WS-PARALLEL-RESOURCE-COUNT > 0
               PERFORM CHECK-AND-REFRESH-TOKEN
               DISPLAY "Wave 4: deploying " WS-PARALLEL-RESOURCE-COUNT
                       " resource(s) concurrently..."
               CALL "C$SYSTEM" USING WS-PARALLEL-CMD " ; wait"
               END-CALL
               PERFORM COLLECT-WAVE-FOUR-RESULTS
               PERFORM SAVE-CHECKPOINT
           ELSE
               DISPLAY "Wave 4: nothing to deploy - skipping"
           END-IF.

       COLLECT-WAVE-FOUR-RESULTS.
           IF PUBDNS-DEPLOY-FLAG = 'Y'
                   AND PUBLIC-DNS-DEPLOYED NOT = 'Y'
               MOVE 'PUBLICDNS' TO WS-PARALLEL-CODE
               MOVE "parallel-publicdns.result"
                   TO WS-PARALLEL-RESULT-FILENAME
               PERFORM READ-PARALLEL-RESULT-FILE
               IF WS-PARALLEL-RESULT(1:2) = '00'
                   MOVE 'Y' TO PUBLIC-DNS-DEPLOYED
               END-IF
           END-IF.

      *> Appends one more backgrounded worker invocation to the
      *> in-progress wave command line being built up in
      *> WS-PARALLEL-CMD, separating it from any prior entry with a
           END-IF

           IF WS-PARALLEL-RESULT(1:2) NOT = '00'
                   AND WS-FAIL-COUNT < 40
               ADD 1 TO WS-FAIL-COUNT
               MOVE WS-PARALLEL-CODE
                   TO WS-FAIL-STAGE(WS-FAIL-COUNT)
               ELSE
                   MOVE 99 TO WS-FAIL-RC(WS-FAIL-COUNT)
               END-IF
           END-IF

           MOVE 'STAGE' TO WS-EVENT-KIND
           MOVE WS-PARALLEL-CODE TO WS-EVENT-STAGE
           MOVE SPACES TO WS-EVENT-DETAIL
           IF WS-PARALLEL-RESULT(1:2) = '00'
               MOVE 'OK, parallel worker' TO WS-EVENT-DETAIL
           ELSE
               STRING 'FAIL, parallel worker rc '
                      WS-PARALLEL-RESULT(1:2)
                   DELIMITED BY SIZE INTO WS-EVENT-DETAIL
               END-STRING
           END-IF
           PERFORM JOURNAL-RUN-EVENT.

      *> Walks the same DEPLOY_ORDER list DEPLOY-RESOURCES would, but
      *> only reports what each stage would do - no resource module is
                   END-IF
                   PERFORM WRITE-WHATIF-LINE

               WHEN 'APPINSIGHTS'
                   MOVE 'Application Insights' TO WS-WHATIF-LABEL
                   IF APPI-DEPLOY-FLAG NOT = 'Y'
                       MOVE 'skip - disabled' TO WS-WHATIF-ACTION
                   ELSE
                       IF APP-INSIGHTS-DEPLOYED = 'Y'
                           MOVE 'skip - already deployed'
                               TO WS-WHATIF-ACTION
                       ELSE
                           MOVE 'would create' TO WS-WHATIF-ACTION
                           MOVE 'Y' TO WS-DRYRUN-FLAG
                           CALL 'APPINSIGHTS' USING BY REFERENCE
                                                 AZURE-CONFIG
                                                 AZURE-AUTH-TOKEN
                                                 WS-RETURN-CODE
                                                 WS-DRYRUN-FLAG
                                                 WS-DRYRUN-URL
                                                 WS-DRYRUN-JSON
                       END-IF
                   END-IF
                   PERFORM WRITE-WHATIF-LINE

               WHEN 'REDIS'
                   MOVE 'Redis Cache' TO WS-WHATIF-LABEL
                   IF REDIS-DEPLOY-FLAG NOT = 'Y'
                       MOVE 'skip - disabled' TO WS-WHATIF-ACTION
                   ELSE
                       IF REDIS-DEPLOYED = 'Y'
                           MOVE 'skip - already deployed'
                               TO WS-WHATIF-ACTION
                       ELSE
                           MOVE 'would create' TO WS-WHATIF-ACTION
                           MOVE 'Y' TO WS-DRYRUN-FLAG
                           CALL 'REDIS' USING BY REFERENCE
                                                 AZURE-CONFIG
                                                 AZURE-AUTH-TOKEN
                                                 WS-RETURN-CODE
                                                 WS-DRYRUN-FLAG
                                                 WS-DRYRUN-URL
                                                 WS-DRYRUN-JSON
                       END-IF
                   END-IF
                   PERFORM WRITE-WHATIF-LINE

               WHEN 'SQLDB'
                   MOVE 'SQL Database' TO WS-WHATIF-LABEL
                   IF SQLDB-DEPLOY-FLAG NOT = 'Y'
                       MOVE 'skip - disabled' TO WS-WHATIF-ACTION
                   ELSE
                       IF SQLDB-DEPLOYED = 'Y'
                           MOVE 'skip - already deployed'
                               TO WS-WHATIF-ACTION
                       ELSE
                           MOVE 'would create' TO WS-WHATIF-ACTION
                           MOVE 'Y' TO WS-DRYRUN-FLAG
                           CALL 'SQLDB' USING BY REFERENCE
                                                 AZURE-CONFIG
                                                 AZURE-AUTH-TOKEN
                                                 WS-RETURN-CODE
                                                 WS-DRYRUN-FLAG
                                                 WS-DRYRUN-URL
                                                 WS-DRYRUN-JSON
                       END-IF
                   END-IF
                   PERFORM WRITE-WHATIF-LINE

               WHEN 'BASTION'
                   MOVE 'Azure Bastion' TO WS-WHATIF-LABEL
                   IF BASTION-DEPLOY-FLAG NOT = 'Y'
                       MOVE 'skip - disabled' TO WS-WHATIF-ACTION
                   ELSE
                       IF BASTION-DEPLOYED = 'Y'
                           MOVE 'skip - already deployed'
                               TO WS-WHATIF-ACTION
                       ELSE
                           MOVE 'would create' TO WS-WHATIF-ACTION
                           MOVE 'Y' TO WS-DRYRUN-FLAG
                           CALL 'BASTION' USING BY REFERENCE
                                                 AZURE-CONFIG
                                                 AZURE-AUTH-TOKEN
                                                 WS-RETURN-CODE
                                                 WS-DRYRUN-FLAG
                                                 WS-DRYRUN-URL
                                                 WS-DRYRUN-JSON
                       END-IF
                   END-IF
                   PERFORM WRITE-WHATIF-LINE

               WHEN 'RELAY'
                   MOVE 'Azure Relay' TO WS-WHATIF-LABEL
                   IF RELAY-DEPLOY-FLAG NOT = 'Y'
                       MOVE 'skip - disabled' TO WS-WHATIF-ACTION
                   ELSE
                       IF RELAY-DEPLOYED = 'Y'
                           MOVE 'skip - already deployed'
                               TO WS-WHATIF-ACTION
                       ELSE
                           MOVE 'would create' TO WS-WHATIF-ACTION
                           MOVE 'Y' TO WS-DRYRUN-FLAG
                           CALL 'RELAY' USING BY REFERENCE
                                                 AZURE-CONFIG
                                                 AZURE-AUTH-TOKEN
                                                 WS-RETURN-CODE
                                                 WS-DRYRUN-FLAG
                                                 WS-DRYRUN-URL
                                                 WS-DRYRUN-JSON
                       END-IF
                   END-IF
                   PERFORM WRITE-WHATIF-LINE

               WHEN 'IDENTITY'
                   MOVE 'Managed Identities' TO WS-WHATIF-LABEL
                   IF IDENTITY-DEPLOY-FLAG NOT = 'Y'
                       MOVE 'skip - disabled' TO WS-WHATIF-ACTION
                   ELSE
                       IF IDENTITY-DEPLOYED = 'Y'
                           MOVE 'skip - already deployed'
                               TO WS-WHATIF-ACTION
                       ELSE
                           MOVE 'would create' TO WS-WHATIF-ACTION
                           MOVE 'Y' TO WS-DRYRUN-FLAG
                           CALL 'IDENTITY' USING BY REFERENCE
                                                 AZURE-CONFIG
                                                 AZURE-AUTH-TOKEN
                                                 WS-RETURN-CODE
                                                 WS-DRYRUN-FLAG
                                                 WS-DRYRUN-URL
                                                 WS-DRYRUN-JSON
                       END-IF
                   END-IF
                   PERFORM WRITE-WHATIF-LINE

               WHEN 'DEFENDER'
                   MOVE 'Defender for Cloud' TO WS-WHATIF-LABEL
                   IF DEFENDER-DEPLOY-FLAG NOT = 'Y'
                       MOVE 'skip - disabled' TO WS-WHATIF-ACTION
                   ELSE
                       IF DEFENDER-DEPLOYED = 'Y'
                           MOVE 'skip - already deployed'
                               TO WS-WHATIF-ACTION
                       ELSE
                           MOVE 'would enable' TO WS-WHATIF-ACTION
                           MOVE 'Y' TO WS-DRYRUN-FLAG
                           CALL 'DEFENDER' USING BY REFERENCE
                                                 AZURE-CONFIG
                                                 AZURE-AUTH-TOKEN
                                                 WS-RETURN-CODE
                                                 WS-DRYRUN-FLAG
                                                 WS-DRYRUN-URL
                                                 WS-DRYRUN-JSON
                       END-IF
                   END-IF
                   PERFORM WRITE-WHATIF-LINE

               WHEN 'FLOWLOGS'
                   MOVE 'NSG Flow Logs' TO WS-WHATIF-LABEL
                   IF FLOWLOG-DEPLOY-FLAG NOT = 'Y'
                       MOVE 'skip - disabled' TO WS-WHATIF-ACTION
                   ELSE
                       IF FLOW-LOGS-DEPLOYED = 'Y'
                           MOVE 'skip - already deployed'
                               TO WS-WHATIF-ACTION
                       ELSE
                           MOVE 'would enable' TO WS-WHATIF-ACTION
                           MOVE 'Y' TO WS-DRYRUN-FLAG
                           CALL 'FLOWLOGS' USING BY REFERENCE
                                                 AZURE-CONFIG
                                                 AZURE-AUTH-TOKEN
                                                 WS-RETURN-CODE
                                                 WS-DRYRUN-FLAG
                                                 WS-DRYRUN-URL
                                                 WS-DRYRUN-JSON
                       END-IF
                   END-IF
                   PERFORM WRITE-WHATIF-LINE

               WHEN 'PUBLICDNS'
                   MOVE 'Public DNS Records' TO WS-WHATIF-LABEL
                   IF PUBDNS-DEPLOY-FLAG NOT = 'Y'
                       MOVE 'skip - disabled' TO WS-WHATIF-ACTION
                   ELSE
                       IF PUBLIC-DNS-DEPLOYED = 'Y'
                           MOVE 'skip - already deployed'
                               TO WS-WHATIF-ACTION
                       ELSE
                           MOVE 'would create' TO WS-WHATIF-ACTION
                           MOVE 'Y' TO WS-DRYRUN-FLAG
                           CALL 'PUBLICDNS' USING BY REFERENCE
                                                 AZURE-CONFIG
                                                 AZURE-AUTH-TOKEN
                                                 WS-RETURN-CODE
                                                 WS-DRYRUN-FLAG
                                                 WS-DRYRUN-URL
                                                 WS-DRYRUN-JSON
                       END-IF
                   END-IF
                   PERFORM WRITE-WHATIF-LINE

               WHEN 'DRREPLICA'
                   MOVE 'DR Replica' TO WS-WHATIF-LABEL
                   IF DR-DEPLOY-FLAG NOT = 'Y'
                   PERFORM SET-DEFAULT-DEPLOY-ORDER
               END-IF

      *> Another program or worker may already have refreshed the
      *> token, in which case AZUREAUTH hands back the shared copy
               MOVE SPACES TO WS-TOKEN-SOURCE
               ACCEPT WS-TOKEN-SOURCE
                   FROM ENVIRONMENT 'AZURE_TOKEN_SOURCE'
               EVALUATE TRUE
                   WHEN WS-RETURN-CODE = 0 AND WS-TOKEN-SOURCE = 'CACHE'
                       DISPLAY "Token taken from the shared token cache"
                       STRING 'Access token taken from the shared cache'
                           DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                       END-STRING
                       WRITE LOG-RECORD FROM WS-LOG-MESSAGE
                       MOVE 'access token taken from the shared cache'
                           TO WS-EVENT-DETAIL
                   WHEN WS-RETURN-CODE = 0
                       DISPLAY "Token refreshed successfully"
                       STRING 'Access token refreshed'
                           DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                       END-STRING
                       WRITE LOG-RECORD FROM WS-LOG-MESSAGE
                       MOVE 'access token refreshed' TO WS-EVENT-DETAIL
                   WHEN OTHER
                       DISPLAY "Token refresh failed, "
                               "deployment may fail"
                       STRING 'Access token refresh failed'
                           DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                       END-STRING
                       WRITE LOG-RECORD FROM WS-LOG-MESSAGE
                       MOVE 'access token refresh FAILED'
                           TO WS-EVENT-DETAIL
               END-EVALUATE
               MOVE 'TOKEN' TO WS-EVENT-KIND
               MOVE 'run' TO WS-EVENT-STAGE
               IF WS-ORDER-IDX > 0
                       AND WS-ORDER-IDX NOT > DEPLOY-ORDER-COUNT
                   MOVE DEPLOY-ORDER-CODE(WS-ORDER-IDX)
                       TO WS-EVENT-STAGE
               END-IF
               PERFORM JOURNAL-RUN-EVENT
           END-IF.

       COMPUTE-CURRENT-EPOCH-SECONDS.
      *> Failures are recorded under the DEPLOY-ORDER code, not the
      *> display label, so failure-summary.json speaks the same
      *> vocabulary as the parallel path and as DEPLOY_ORDER itself
           IF WS-RETURN-CODE NOT = 0 AND WS-FAIL-COUNT < 40
               ADD 1 TO WS-FAIL-COUNT
               MOVE DEPLOY-ORDER-CODE(WS-ORDER-IDX)
                   TO WS-FAIL-STAGE(WS-FAIL-COUNT)
           END-STRING
           OPEN EXTEND RUN-HISTORY-FILE
           WRITE RUN-HISTORY-RECORD FROM WS-HISTORY-LINE
           CLOSE RUN-HISTORY-FILE

           MOVE 'STAGE' TO WS-EVENT-KIND
           MOVE WS-CURRENT-RESOURCE TO WS-EVENT-STAGE
           MOVE SPACES TO WS-EVENT-DETAIL
           STRING FUNCTION TRIM(WS-HISTORY-OUTCOME) ', '
                  FUNCTION TRIM(WS-ELAPSED-DISPLAY) 's elapsed'
               DELIMITED BY SIZE INTO WS-EVENT-DETAIL
           END-STRING
           PERFORM JOURNAL-RUN-EVENT.

      *> One line appended to the run journal per event, stamped
      *> with the same clock the RUN record uses
       JOURNAL-RUN-EVENT.
           ACCEPT WS-EVENT-DATE8 FROM DATE YYYYMMDD
           ACCEPT WS-EVENT-CLOCK8 FROM TIME
           MOVE SPACES TO RUN-EVENTS-RECORD
           STRING 'EVT|' WS-EVENT-DATE8 WS-EVENT-CLOCK8(1:6)
                  '|' FUNCTION TRIM(WS-EVENT-KIND)
                  '|' FUNCTION TRIM(WS-EVENT-STAGE)
                  '|' FUNCTION TRIM(WS-EVENT-DETAIL)
               DELIMITED BY SIZE INTO RUN-EVENTS-RECORD
           END-STRING
           OPEN EXTEND RUN-EVENTS-FILE
           WRITE RUN-EVENTS-RECORD
           CLOSE RUN-EVENTS-FILE.

      *> Best-effort: a telemetry failure never fails the run, so no
      *> status is read back - the workbooks are an observer, not a
           END-IF
           PERFORM WRITE-ELAPSED-TIME-LOG.

      *> Workspace-based component that FUNCAPP, LOGICAPP and APIMGMT
      *> look up for their connection string, so it has to be in
      *> place before any of them
       DEPLOY-APP-INSIGHTS.
           MOVE 'Application Insights' TO WS-CURRENT-RESOURCE
           DISPLAY "Deploying " WS-CURRENT-RESOURCE "..."
           PERFORM COMPUTE-CURRENT-EPOCH-SECONDS
           MOVE WS-CURRENT-EPOCH-SECONDS TO WS-RESOURCE-START-EPOCH

           CALL 'APPINSIGHTS' USING BY REFERENCE AZURE-CONFIG
                                              AZURE-AUTH-TOKEN
                                              WS-RETURN-CODE
                                              WS-DRYRUN-FLAG
                                              WS-DRYRUN-URL
                                              WS-DRYRUN-JSON

           IF WS-RETURN-CODE = 0
               MOVE 'Y' TO APP-INSIGHTS-DEPLOYED
               STRING 'Successfully deployed ' WS-CURRENT-RESOURCE
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               WRITE LOG-RECORD FROM WS-LOG-MESSAGE
               DISPLAY WS-CURRENT-RESOURCE " deployment successful"
           ELSE
               STRING 'Failed to deploy ' WS-CURRENT-RESOURCE
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               WRITE LOG-RECORD FROM WS-LOG-MESSAGE
               DISPLAY WS-CURRENT-RESOURCE " deployment failed"
           END-IF
           PERFORM WRITE-ELAPSED-TIME-LOG.

      *> Private-endpoint-only cache that APIMGMT registers as the
      *> gateway's external cache, so it has to be up before APIM
       DEPLOY-REDIS-CACHE.
           MOVE 'Redis Cache' TO WS-CURRENT-RESOURCE
           DISPLAY "Deploying " WS-CURRENT-RESOURCE "..."
           PERFORM COMPUTE-CURRENT-EPOCH-SECONDS
           MOVE WS-CURRENT-EPOCH-SECONDS TO WS-RESOURCE-START-EPOCH

           CALL 'REDIS' USING BY REFERENCE AZURE-CONFIG
                                              AZURE-AUTH-TOKEN
                                              WS-RETURN-CODE
                                              WS-DRYRUN-FLAG
                                              WS-DRYRUN-URL
                                              WS-DRYRUN-JSON

           IF WS-RETURN-CODE = 0
               MOVE 'Y' TO REDIS-DEPLOYED
               STRING 'Successfully deployed ' WS-CURRENT-RESOURCE
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               WRITE LOG-RECORD FROM WS-LOG-MESSAGE
               DISPLAY WS-CURRENT-RESOURCE " deployment successful"
           ELSE
               STRING 'Failed to deploy ' WS-CURRENT-RESOURCE
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               WRITE LOG-RECORD FROM WS-LOG-MESSAGE
               DISPLAY WS-CURRENT-RESOURCE " deployment failed"
           END-IF
           PERFORM WRITE-ELAPSED-TIME-LOG.

      *> Logical server and staging databases; DATAFACTORY's SQLDB
      *> linked services and their grants need it up before wave two
       DEPLOY-SQL-DATABASE.
           MOVE 'SQL Database' TO WS-CURRENT-RESOURCE
           DISPLAY "Deploying " WS-CURRENT-RESOURCE "..."
           PERFORM COMPUTE-CURRENT-EPOCH-SECONDS
           MOVE WS-CURRENT-EPOCH-SECONDS TO WS-RESOURCE-START-EPOCH

           CALL 'SQLDB' USING BY REFERENCE AZURE-CONFIG
                                              AZURE-AUTH-TOKEN
                                              WS-RETURN-CODE
                                              WS-DRYRUN-FLAG
                                              WS-DRYRUN-URL
                                              WS-DRYRUN-JSON

           IF WS-RETURN-CODE = 0
               MOVE 'Y' TO SQLDB-DEPLOYED
               STRING 'Successfully deployed ' WS-CURRENT-RESOURCE
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               WRITE LOG-RECORD FROM WS-LOG-MESSAGE
               DISPLAY WS-CURRENT-RESOURCE " deployment successful"
           ELSE
               STRING 'Failed to deploy ' WS-CURRENT-RESOURCE
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               WRITE LOG-RECORD FROM WS-LOG-MESSAGE
               DISPLAY WS-CURRENT-RESOURCE " deployment failed"
           END-IF
           PERFORM WRITE-ELAPSED-TIME-LOG.

      *> Bastion host and its subnet in the VNet - operator access
      *> to the SHIR VMs without a public IP on any of them
       DEPLOY-BASTION-HOST.
           MOVE 'Azure Bastion' TO WS-CURRENT-RESOURCE
           DISPLAY "Deploying " WS-CURRENT-RESOURCE "..."
           PERFORM COMPUTE-CURRENT-EPOCH-SECONDS
           MOVE WS-CURRENT-EPOCH-SECONDS TO WS-RESOURCE-START-EPOCH

           CALL 'BASTION' USING BY REFERENCE AZURE-CONFIG
                                              AZURE-AUTH-TOKEN
                                              WS-RETURN-CODE
                                              WS-DRYRUN-FLAG
                                              WS-DRYRUN-URL
                                              WS-DRYRUN-JSON

           IF WS-RETURN-CODE = 0
               MOVE 'Y' TO BASTION-DEPLOYED
               STRING 'Successfully deployed ' WS-CURRENT-RESOURCE
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               WRITE LOG-RECORD FROM WS-LOG-MESSAGE
               DISPLAY WS-CURRENT-RESOURCE " deployment successful"
           ELSE
               STRING 'Failed to deploy ' WS-CURRENT-RESOURCE
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               WRITE LOG-RECORD FROM WS-LOG-MESSAGE
               DISPLAY WS-CURRENT-RESOURCE " deployment failed"
           END-IF
           PERFORM WRITE-ELAPSED-TIME-LOG.

      *> Relay namespace and hybrid connections; LOGICAPP and
      *> FUNCAPP bind them to their sites in wave two
       DEPLOY-RELAY-NAMESPACE.
           MOVE 'Azure Relay' TO WS-CURRENT-RESOURCE
           DISPLAY "Deploying " WS-CURRENT-RESOURCE "..."
           PERFORM COMPUTE-CURRENT-EPOCH-SECONDS
           MOVE WS-CURRENT-EPOCH-SECONDS TO WS-RESOURCE-START-EPOCH

           CALL 'RELAY' USING BY REFERENCE AZURE-CONFIG
                                              AZURE-AUTH-TOKEN
                                              WS-RETURN-CODE
                                              WS-DRYRUN-FLAG
                                              WS-DRYRUN-URL
                                              WS-DRYRUN-JSON

           IF WS-RETURN-CODE = 0
               MOVE 'Y' TO RELAY-DEPLOYED
               STRING 'Successfully deployed ' WS-CURRENT-RESOURCE
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               WRITE LOG-RECORD FROM WS-LOG-MESSAGE
               DISPLAY WS-CURRENT-RESOURCE " deployment successful"
           ELSE
               STRING 'Failed to deploy ' WS-CURRENT-RESOURCE
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               WRITE LOG-RECORD FROM WS-LOG-MESSAGE
               DISPLAY WS-CURRENT-RESOURCE " deployment failed"
           END-IF
           PERFORM WRITE-ELAPSED-TIME-LOG.

      *> Shared user-assigned identities, ahead of every service
      *> that attaches them; their role grants complete as each
      *> target deploys
       DEPLOY-MANAGED-IDENTITIES.
           MOVE 'Managed Identities' TO WS-CURRENT-RESOURCE
           DISPLAY "Deploying " WS-CURRENT-RESOURCE "..."
           PERFORM COMPUTE-CURRENT-EPOCH-SECONDS
           MOVE WS-CURRENT-EPOCH-SECONDS TO WS-RESOURCE-START-EPOCH

           CALL 'IDENTITY' USING BY REFERENCE AZURE-CONFIG
                                              AZURE-AUTH-TOKEN
                                              WS-RETURN-CODE
                                              WS-DRYRUN-FLAG
                                              WS-DRYRUN-URL
                                              WS-DRYRUN-JSON

           IF WS-RETURN-CODE = 0
               MOVE 'Y' TO IDENTITY-DEPLOYED
               STRING 'Successfully deployed ' WS-CURRENT-RESOURCE
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               WRITE LOG-RECORD FROM WS-LOG-MESSAGE
               DISPLAY WS-CURRENT-RESOURCE " deployment successful"
           ELSE
               STRING 'Failed to deploy ' WS-CURRENT-RESOURCE
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               WRITE LOG-RECORD FROM WS-LOG-MESSAGE
               DISPLAY WS-CURRENT-RESOURCE " deployment failed"
           END-IF
           PERFORM WRITE-ELAPSED-TIME-LOG.

      *> Defender for Cloud plans on the subscription - priced
      *> there rather than in the resource group, so they go on
      *> before the resources they watch
       DEPLOY-DEFENDER-PLANS.
           MOVE 'Defender for Cloud' TO WS-CURRENT-RESOURCE
           DISPLAY "Deploying " WS-CURRENT-RESOURCE "..."
           PERFORM COMPUTE-CURRENT-EPOCH-SECONDS
           MOVE WS-CURRENT-EPOCH-SECONDS TO WS-RESOURCE-START-EPOCH

           CALL 'DEFENDER' USING BY REFERENCE AZURE-CONFIG
                                              AZURE-AUTH-TOKEN
                                              WS-RETURN-CODE
                                              WS-DRYRUN-FLAG
                                              WS-DRYRUN-URL
                                              WS-DRYRUN-JSON

           IF WS-RETURN-CODE = 0
               MOVE 'Y' TO DEFENDER-DEPLOYED
               STRING 'Successfully deployed ' WS-CURRENT-RESOURCE
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               WRITE LOG-RECORD FROM WS-LOG-MESSAGE
               DISPLAY WS-CURRENT-RESOURCE " deployment successful"
           ELSE
               STRING 'Failed to deploy ' WS-CURRENT-RESOURCE
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               WRITE LOG-RECORD FROM WS-LOG-MESSAGE
               DISPLAY WS-CURRENT-RESOURCE " deployment failed"
           END-IF
           PERFORM WRITE-ELAPSED-TIME-LOG.

      *> NSG flow logs for every NSG in NSG-INFO, feeding traffic
      *> analytics - after STORAGE, whose account they write to
       DEPLOY-NSG-FLOW-LOGS.
           MOVE 'NSG Flow Logs' TO WS-CURRENT-RESOURCE
           DISPLAY "Deploying " WS-CURRENT-RESOURCE "..."
           PERFORM COMPUTE-CURRENT-EPOCH-SECONDS
           MOVE WS-CURRENT-EPOCH-SECONDS TO WS-RESOURCE-START-EPOCH

           CALL 'FLOWLOGS' USING BY REFERENCE AZURE-CONFIG
                                              AZURE-AUTH-TOKEN
                                              WS-RETURN-CODE
                                              WS-DRYRUN-FLAG
                                              WS-DRYRUN-URL
                                              WS-DRYRUN-JSON

           IF WS-RETURN-CODE = 0
               MOVE 'Y' TO FLOW-LOGS-DEPLOYED
               STRING 'Successfully deployed ' WS-CURRENT-RESOURCE
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               WRITE LOG-RECORD FROM WS-LOG-MESSAGE
               DISPLAY WS-CURRENT-RESOURCE " deployment successful"
           ELSE
               STRING 'Failed to deploy ' WS-CURRENT-RESOURCE
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               WRITE LOG-RECORD FROM WS-LOG-MESSAGE
               DISPLAY WS-CURRENT-RESOURCE " deployment failed"
           END-IF
           PERFORM WRITE-ELAPSED-TIME-LOG.

      *> Public DNS records for the gateway listener and the Front
      *> Door custom domain - after both of them, whose public IP,
      *> endpoint and validation token the records carry
       DEPLOY-PUBLIC-DNS-RECORDS.
           MOVE 'Public DNS Records' TO WS-CURRENT-RESOURCE
           DISPLAY "Deploying " WS-CURRENT-RESOURCE "..."
           PERFORM COMPUTE-CURRENT-EPOCH-SECONDS
           MOVE WS-CURRENT-EPOCH-SECONDS TO WS-RESOURCE-START-EPOCH

           CALL 'PUBLICDNS' USING BY REFERENCE AZURE-CONFIG
                                              AZURE-AUTH-TOKEN
                                              WS-RETURN-CODE
                                              WS-DRYRUN-FLAG
                                              WS-DRYRUN-URL
                                              WS-DRYRUN-JSON

           IF WS-RETURN-CODE = 0
               MOVE 'Y' TO PUBLIC-DNS-DEPLOYED
               STRING 'Successfully deployed ' WS-CURRENT-RESOURCE
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               WRITE LOG-RECORD FROM WS-LOG-MESSAGE
               DISPLAY WS-CURRENT-RESOURCE " deployment successful"
           ELSE
               STRING 'Failed to deploy ' WS-CURRENT-RESOURCE
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               WRITE LOG-RECORD FROM WS-LOG-MESSAGE
               DISPLAY WS-CURRENT-RESOURCE " deployment failed"
           END-IF
           PERFORM WRITE-ELAPSED-TIME-LOG.

      *> Stand up the disaster-recovery replica: a Key Vault and
      *> Storage Account in the secondary region/resource group,
      *> holding the two stateful resources a failover would need.
           DISPLAY "Integration Account: " INTEGRATION-ACCT-DEPLOYED
           DISPLAY "Function App: " FUNCTION-APP-DEPLOYED
           DISPLAY "Monitoring Alerts: " ALERTS-DEPLOYED
           DISPLAY "Application Insights: " APP-INSIGHTS-DEPLOYED
           DISPLAY "Redis Cache: " REDIS-DEPLOYED
           DISPLAY "SQL Database: " SQLDB-DEPLOYED
           DISPLAY "Azure Bastion: " BASTION-DEPLOYED
           DISPLAY "Azure Relay: " RELAY-DEPLOYED
           DISPLAY "Managed Identities: " IDENTITY-DEPLOYED
           DISPLAY "Defender for Cloud: " DEFENDER-DEPLOYED
           DISPLAY "NSG Flow Logs: " FLOW-LOGS-DEPLOYED
           DISPLAY "Public DNS Records: " PUBLIC-DNS-DEPLOYED
           DISPLAY "DR Replica: " DR-REPLICA-DEPLOYED

           STRING 'Deployment completed with status: '

      *> Snapshot the configuration this run deployed, so the
      *> change-impact planner can diff a future edit against what
      *> is actually live instead of guessing. A layered environment
      *> is snapshotted as its layers concatenated lowest first -
      *> read as one file the later lines win exactly as the layers
      *> do - so the snapshot stays true after a shared layer moves
           MOVE SPACES TO WS-SNAPSHOT-SOURCE
           STRING 'config/azure-config-'
                  FUNCTION TRIM(ENV-NAME) '.conf'
               DELIMITED BY SIZE INTO WS-SNAPSHOT-SOURCE
           END-STRING
           CALL 'AZURECFGLAYER' USING WS-SNAPSHOT-SOURCE
                                      CONFIG-LAYERS
                                      CONFIG-KEYS
                                      WS-SNAPSHOT-RC
           IF WS-SNAPSHOT-RC NOT = 0
               MOVE 1 TO CFG-LAYER-COUNT
               MOVE WS-SNAPSHOT-SOURCE TO CFG-LAYER-FILE(1)
           END-IF
           MOVE SPACES TO WS-STATE-CMD
           MOVE 1 TO WS-SNAPSHOT-PTR
           STRING 'cat' DELIMITED BY SIZE INTO WS-STATE-CMD
               WITH POINTER WS-SNAPSHOT-PTR
           END-STRING
           PERFORM VARYING WS-SNAPSHOT-IDX FROM 1 BY 1
                   UNTIL WS-SNAPSHOT-IDX > CFG-LAYER-COUNT
               STRING ' "'
                      FUNCTION TRIM(CFG-LAYER-FILE(WS-SNAPSHOT-IDX))
                      '"'
                   DELIMITED BY SIZE INTO WS-STATE-CMD
                   WITH POINTER WS-SNAPSHOT-PTR
               END-STRING
           END-PERFORM
           STRING ' > "' FUNCTION TRIM(WS-SNAPSHOT-SOURCE)
                  '.deployed" 2>/dev/null; true'
               DELIMITED BY SIZE INTO WS-STATE-CMD
               WITH POINTER WS-SNAPSHOT-PTR
           END-STRING
           CALL "C$SYSTEM" USING WS-STATE-CMD
           END-CALL
           MOVE 'Monitoring Alerts' TO WS-SUMMARY-LABEL
           MOVE ALERTS-DEPLOYED TO WS-SUMMARY-STATUS
           PERFORM WRITE-SUMMARY-LINE-ITEM
           MOVE 'Application Insights' TO WS-SUMMARY-LABEL
           MOVE APP-INSIGHTS-DEPLOYED TO WS-SUMMARY-STATUS
           PERFORM WRITE-SUMMARY-LINE-ITEM
           MOVE 'Redis Cache' TO WS-SUMMARY-LABEL
           MOVE REDIS-DEPLOYED TO WS-SUMMARY-STATUS
           PERFORM WRITE-SUMMARY-LINE-ITEM
           MOVE 'SQL Database' TO WS-SUMMARY-LABEL
           MOVE SQLDB-DEPLOYED TO WS-SUMMARY-STATUS
           PERFORM WRITE-SUMMARY-LINE-ITEM
           MOVE 'Azure Bastion' TO WS-SUMMARY-LABEL
           MOVE BASTION-DEPLOYED TO WS-SUMMARY-STATUS
           PERFORM WRITE-SUMMARY-LINE-ITEM
           MOVE 'Azure Relay' TO WS-SUMMARY-LABEL
           MOVE RELAY-DEPLOYED TO WS-SUMMARY-STATUS
           PERFORM WRITE-SUMMARY-LINE-ITEM
           MOVE 'Managed Identities' TO WS-SUMMARY-LABEL
           MOVE IDENTITY-DEPLOYED TO WS-SUMMARY-STATUS
           PERFORM WRITE-SUMMARY-LINE-ITEM
           MOVE 'Defender for Cloud' TO WS-SUMMARY-LABEL
           MOVE DEFENDER-DEPLOYED TO WS-SUMMARY-STATUS
           PERFORM WRITE-SUMMARY-LINE-ITEM
           MOVE 'NSG Flow Logs' TO WS-SUMMARY-LABEL
           MOVE FLOW-LOGS-DEPLOYED TO WS-SUMMARY-STATUS
           PERFORM WRITE-SUMMARY-LINE-ITEM
           MOVE 'Public DNS Records' TO WS-SUMMARY-LABEL
           MOVE PUBLIC-DNS-DEPLOYED TO WS-SUMMARY-STATUS
           PERFORM WRITE-SUMMARY-LINE-ITEM
           MOVE 'DR Replica' TO WS-SUMMARY-LABEL
           MOVE DR-REPLICA-DEPLOYED TO WS-SUMMARY-STATUS
           PERFORM WRITE-SUMMARY-LINE-ITEM

           PERFORM LOAD-NAT-EGRESS-ADDRESS
           IF WS-NAT-EGRESS NOT = SPACES
               MOVE SPACES TO SUMMARY-REPORT-RECORD
               WRITE SUMMARY-REPORT-RECORD
               MOVE SPACES TO SUMMARY-REPORT-RECORD
               STRING 'Outbound (NAT) egress address for partner '
                      'allowlists: ' FUNCTION TRIM(WS-NAT-EGRESS)
                   DELIMITED BY SIZE INTO SUMMARY-REPORT-RECORD
               END-STRING
               WRITE SUMMARY-REPORT-RECORD
               DISPLAY "NAT egress address: "
                       FUNCTION TRIM(WS-NAT-EGRESS)
           END-IF

           IF POLICY-COUNT > 0
               MOVE SPACES TO SUMMARY-REPORT-RECORD
               WRITE SUMMARY-REPORT-RECORD
      *> reaches different channels than a clean dev one, and a CRIT
      *> event that nobody acknowledges escalates. Without a matrix
      *> the single legacy webhook still applies.
           MOVE SPACES TO WS-EVENT-DETAIL
           IF WS-DEPLOYMENT-STATUS = 'COMPLETED'
               MOVE 'INFO' TO WS-NOTIFY-SEVERITY
           ELSE
                                        WS-NOTIFY-MESSAGE
                                        WS-RETURN-CODE
               DISPLAY "Run-completion notification routed"
               MOVE SPACES TO WS-EVENT-DETAIL
               STRING FUNCTION TRIM(WS-NOTIFY-SEVERITY)
                      ' run-completion notice routed through the '
                      'notification matrix'
                   DELIMITED BY SIZE INTO WS-EVENT-DETAIL
               END-STRING
           ELSE
               IF NOTIFY-WEBHOOK-URL NOT = SPACES
                   STRING '{"environment":"' ENV-NAME
                       NOTIFY-WEBHOOK-URL "'"
                   END-CALL
                   DISPLAY "Run-completion notification sent"
                   MOVE SPACES TO WS-EVENT-DETAIL
                   STRING FUNCTION TRIM(WS-NOTIFY-SEVERITY)
                          ' run-completion notice sent to the '
                          'notification webhook'
                       DELIMITED BY SIZE INTO WS-EVENT-DETAIL
                   END-STRING
               END-IF
           END-IF
           IF WS-EVENT-DETAIL NOT = SPACES
               MOVE 'NOTIFY' TO WS-EVENT-KIND
               MOVE 'run' TO WS-EVENT-STAGE
               PERFORM JOURNAL-RUN-EVENT
           END-IF.

       END PROGRAM AZUREDEPLOY.

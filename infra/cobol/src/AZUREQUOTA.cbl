       IDENTIFICATION DIVISION.
       PROGRAM-ID. AZUREQUOTA.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Subscription quota headroom report and forecast.
      *> AZUREPREFLIGHT proves providers, names and the APIM SKU, but
      *> runs still die on quota: regional vCPUs when
      *> DF-SHIR-VM-COUNT grows, public IPs once App Gateway, Bastion
      *> and the NAT gateway each take one, namespaces per
      *> subscription. This program reads current usage and limit for
      *> every quota family the modules consume:
      *>   CORES  regional vCPUs (Data Factory SHIR host VMs)
      *>   PIP    public IP addresses (App Gateway, Bastion, NAT)
      *>   PIPPFX public IP prefixes (NAT with NAT_IP_TYPE=PREFIX)
      *>   VNET / NSG / AGW / NATGW  network resources per region
      *>   SA     storage accounts per region
      *>   SBNS / EHNS  Service Bus / Event Hubs namespaces per
      *>          subscription (AZURE_QUOTA_NAMESPACE_LIMIT, default
      *>          1000 - there is no usage API for these)
      *> in SUBSCRIPTION-ID, DATA-SUBSCRIPTION-ID (storage) and
      *> DR-SUBSCRIPTION-ID (the DR storage replica, under the DR
      *> credential). Front Door is global and takes no regional
      *> public IP.
      *> What the configured environments would add is worked out from
      *> every config/azure-config-<env>.conf: an environment never
      *> deployed adds its whole footprint, a deployed one adds only
      *> what its configuration now asks for beyond its .deployed
      *> snapshot. Per family the report gives used/limit, the
      *> pending addition, headroom and shortfall in
      *> quota-report.txt, and one sample per family is appended to
      *> quota-history.dat
      *>   yyyymmdd|subscription|location|family|used|limit|pending
      *> (kept for AZURE_QUOTA_HISTORY_DAYS, default 90). Growth
      *> since the oldest retained sample projects the day the limit
      *> is reached; a family projected to run out within
      *> AZURE_QUOTA_LEAD_DAYS (default 28) is flagged FILE so the
      *> increase request goes in weeks ahead. SHORT means the
      *> pending additions do not fit today; TIGHT means they fit but
      *> leave usage above AZURE_QUOTA_WARN_PCT (default 80) of the
      *> limit. The exit code is the number of SHORT and FILE
      *> families.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTA-STATUS-FILE ASSIGN TO "quota_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-STATUS.
           SELECT QUOTA-FIELD-FILE ASSIGN TO "quota_field.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIELD-STATUS.
           SELECT QUOTA-ENVS-FILE ASSIGN TO "quota_envs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENVS-STATUS.
           SELECT QUOTA-REPORT-FILE ASSIGN TO "quota-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "quota-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT NEW-HISTORY-FILE ASSIGN TO "quota_history.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTH-HEADER-FILE ASSIGN TO WS-AUTH-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTA-STATUS-FILE.
       01  QUOTA-STATUS-RECORD         PIC X(8).

       FD  QUOTA-FIELD-FILE.
       01  QUOTA-FIELD-RECORD          PIC X(64).

       FD  QUOTA-ENVS-FILE.
       01  QUOTA-ENVS-RECORD           PIC X(128).

       FD  QUOTA-REPORT-FILE.
       01  QUOTA-REPORT-RECORD         PIC X(200).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD              PIC X(160).

       FD  NEW-HISTORY-FILE.
       01  NEW-HISTORY-RECORD          PIC X(160).

       FD  AUTH-HEADER-FILE.
       01  AUTH-HEADER-RECORD          PIC X(1056).

       WORKING-STORAGE SECTION.
      *> Overall time limit handed to every curl (-m) so a network
      *> blackhole fails the call instead of hanging the run;
      *> CURL_TIMEOUT_SECS overrides the default where configured
       01  WS-CURL-MAX-TIME            PIC 9(4) VALUE 0300.
       COPY AZURECONFIG.
       COPY HTTPCLIENT.

       01  WS-RETURN-CODE              PIC 9(2).
       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
       01  WS-STATUS-STATUS            PIC XX.
       01  WS-FIELD-STATUS             PIC XX.
       01  WS-ENVS-STATUS              PIC XX.
       01  WS-HISTORY-STATUS           PIC XX.
       01  WS-ARM-BASE-URL             PIC X(40) VALUE
               'https://management.azure.com'.
       01  WS-AUTH-FILENAME            PIC X(32) VALUE
               'quota_auth.txt'.
       01  WS-QUOTA-CMD                PIC X(1024).
       01  WS-QUOTA-URL                PIC X(512).
       01  WS-FIELD-VALUE              PIC X(64).
       01  WS-REPORT-LINE              PIC X(200).
       01  WS-LINE-PTR                 PIC 9(3).
       01  WS-NUM-TEXT                 PIC X(8).

      *> Settings
       01  WS-LEAD-DAYS                PIC 9(3) VALUE 28.
       01  WS-HISTORY-DAYS             PIC 9(3) VALUE 90.
       01  WS-WARN-PCT                 PIC 9(3) VALUE 80.
       01  WS-NAMESPACE-LIMIT          PIC 9(10) VALUE 1000.

      *> The DR subscription answers to its own credential
       01  WS-DR-SUBSCRIPTION          PIC X(36) VALUE SPACES.
       01  WS-DR-AUTH-OK               PIC X VALUE 'N'.

      *> Clock
       01  WS-CURRENT-DATE8            PIC 9(8).
       01  WS-TODAY-DAYS               PIC 9(7).
       01  WS-KEEP-FROM-DAYS           PIC 9(7).

      *> Quota families. Provider C/N/S read the Compute, Network or
      *> Storage locations/usages list; B/E count the Service Bus or
      *> Event Hubs namespaces in the subscription
       01  WS-FAMILY-VALUES.
           05  FILLER PIC X(6)  VALUE 'CORES'.
           05  FILLER PIC X(24) VALUE 'Regional vCPUs'.
           05  FILLER PIC X     VALUE 'C'.
           05  FILLER PIC X(24) VALUE 'cores'.
           05  FILLER PIC X(6)  VALUE 'PIP'.
           05  FILLER PIC X(24) VALUE 'Public IP addresses'.
           05  FILLER PIC X     VALUE 'N'.
           05  FILLER PIC X(24) VALUE 'PublicIPAddresses'.
           05  FILLER PIC X(6)  VALUE 'PIPPFX'.
           05  FILLER PIC X(24) VALUE 'Public IP prefixes'.
           05  FILLER PIC X     VALUE 'N'.
           05  FILLER PIC X(24) VALUE 'PublicIPPrefixes'.
           05  FILLER PIC X(6)  VALUE 'VNET'.
           05  FILLER PIC X(24) VALUE 'Virtual networks'.
           05  FILLER PIC X     VALUE 'N'.
           05  FILLER PIC X(24) VALUE 'VirtualNetworks'.
           05  FILLER PIC X(6)  VALUE 'NSG'.
           05  FILLER PIC X(24) VALUE 'Network security groups'.
           05  FILLER PIC X     VALUE 'N'.
           05  FILLER PIC X(24) VALUE 'NetworkSecurityGroups'.
           05  FILLER PIC X(6)  VALUE 'AGW'.
           05  FILLER PIC X(24) VALUE 'Application gateways'.
           05  FILLER PIC X     VALUE 'N'.
           05  FILLER PIC X(24) VALUE 'ApplicationGateways'.
           05  FILLER PIC X(6)  VALUE 'NATGW'.
           05  FILLER PIC X(24) VALUE 'NAT gateways'.
           05  FILLER PIC X     VALUE 'N'.
           05  FILLER PIC X(24) VALUE 'NatGateways'.
           05  FILLER PIC X(6)  VALUE 'SA'.
           05  FILLER PIC X(24) VALUE 'Storage accounts'.
           05  FILLER PIC X     VALUE 'S'.
           05  FILLER PIC X(24) VALUE 'StorageAccounts'.
           05  FILLER PIC X(6)  VALUE 'SBNS'.
           05  FILLER PIC X(24) VALUE 'Service Bus namespaces'.
           05  FILLER PIC X     VALUE 'B'.
           05  FILLER PIC X(24) VALUE SPACES.
           05  FILLER PIC X(6)  VALUE 'EHNS'.
           05  FILLER PIC X(24) VALUE 'Event Hubs namespaces'.
           05  FILLER PIC X     VALUE 'E'.
           05  FILLER PIC X(24) VALUE SPACES.
       01  WS-FAMILIES REDEFINES WS-FAMILY-VALUES.
           05  WS-FAMILY-ENTRY OCCURS 10 TIMES.
               10  WS-FAM-CODE         PIC X(6).
               10  WS-FAM-LABEL        PIC X(24).
               10  WS-FAM-PROVIDER     PIC X.
               10  WS-FAM-USAGE-NAME   PIC X(24).
       01  WS-FAM-IDX                  PIC 9(2).

      *> One environment's footprint: per subscription, location and
      *> family, how many of the family its configuration deploys.
      *> Built for the configuration (WANT) and, when the
      *> environment has been deployed, for its snapshot (HAVE)
       01  WS-FP-COUNT                 PIC 9(2).
       01  WS-FP-TABLE.
           05  WS-FP-ENTRY OCCURS 20 TIMES.
               10  WS-FP-SUB           PIC X(36).
               10  WS-FP-LOC           PIC X(32).
               10  WS-FP-ROLE          PIC X(8).
               10  WS-FP-FAM           PIC 9(2).
               10  WS-FP-AMOUNT        PIC 9(5).
       01  WS-WANT-COUNT               PIC 9(2).
       01  WS-WANT-TABLE.
           05  WS-WANT-ENTRY OCCURS 20 TIMES.
               10  WS-WANT-SUB         PIC X(36).
               10  WS-WANT-LOC         PIC X(32).
               10  WS-WANT-ROLE        PIC X(8).
               10  WS-WANT-FAM         PIC 9(2).
               10  WS-WANT-AMOUNT      PIC 9(5).
       01  WS-FP-IDX                   PIC 9(2).
       01  WS-WANT-IDX                 PIC 9(2).
       01  WS-ADD-SUB                  PIC X(36).
       01  WS-ADD-LOC                  PIC X(32).
       01  WS-ADD-ROLE                 PIC X(8).
       01  WS-ADD-FAM                  PIC 9(2).
       01  WS-ADD-AMOUNT               PIC 9(5).
       01  WS-HAVE-AMOUNT              PIC 9(5).
       01  WS-DATA-SUB                 PIC X(36).
       01  WS-VM-CORES                 PIC 9(3).

      *> Parsing a VM size such as Standard_D4s_v3 for its vCPUs
       01  WS-VM-SIZE                  PIC X(32).
       01  WS-VM-SIZE-POS              PIC 9(2).
       01  WS-VM-DIGITS                PIC X(4).
       01  WS-VM-DIGIT-COUNT           PIC 9(1).

      *> Every configured environment
       01  WS-ENV-FILE                 PIC X(128).
       01  WS-ENV-NAME                 PIC X(32).
       01  WS-ENV-LIST                 PIC X(128).
       01  WS-ENV-COUNT                PIC 9(2) VALUE 0.
       01  WS-SNAPSHOT-FILE            PIC X(140).
       01  WS-ENV-DEPLOYED             PIC X.
       01  WS-TEMP-BEFORE              PIC X(128).
       01  WS-TEMP-AFTER               PIC X(128).

      *> Every subscription, location and family in play, with what
      *> the environments would add and what Azure says
       01  WS-DM-COUNT                 PIC 9(2) VALUE 0.
       01  WS-DM-TABLE.
           05  WS-DM-ENTRY OCCURS 60 TIMES.
               10  WS-DM-SUB           PIC X(36).
               10  WS-DM-LOC           PIC X(32).
               10  WS-DM-ROLE          PIC X(8).
               10  WS-DM-FAM           PIC 9(2).
               10  WS-DM-ADD           PIC 9(5).
               10  WS-DM-ENVS          PIC X(64).
               10  WS-DM-FETCHED       PIC X.
               10  WS-DM-CURRENT       PIC 9(10).
               10  WS-DM-LIMIT         PIC 9(10).
               10  WS-DM-OLD-DATE      PIC 9(8).
               10  WS-DM-OLD-CURRENT   PIC 9(10).
               10  WS-DM-STATUS        PIC X(5).
               10  WS-DM-DAYS-LEFT     PIC 9(5).
       01  WS-DM-IDX                   PIC 9(2).
       01  WS-DM-SLOT                  PIC 9(2).
       01  WS-OTHER-IDX                PIC 9(2).
       01  WS-ENVS-PTR                 PIC 9(3).

      *> The verdict on one family
       01  WS-HEADROOM                 PIC S9(10).
       01  WS-AFTER-HEADROOM           PIC S9(10).
       01  WS-SHORTFALL                PIC 9(10).
       01  WS-PROJECTED-PCT            PIC 9(5).
       01  WS-GROWTH-DAYS              PIC 9(7).
       01  WS-GROWTH                   PIC 9(10).
       01  WS-DAILY-GROWTH             PIC 9(7)V9(4).
       01  WS-FLAGGED-COUNT            PIC 9(3) VALUE 0.
       01  WS-SHORT-COUNT              PIC 9(3) VALUE 0.
       01  WS-FILE-COUNT               PIC 9(3) VALUE 0.
       01  WS-UNAVAILABLE-COUNT        PIC 9(3) VALUE 0.
       01  WS-D-USED                   PIC Z(9)9.
       01  WS-D-LIMIT                  PIC Z(9)9.
       01  WS-D-ADD                    PIC Z(4)9.
       01  WS-D-HEAD                   PIC -(9)9.
       01  WS-D-SHORT                  PIC Z(9)9.
       01  WS-D-DAYS                   PIC Z(4)9.

      *> One history line
       01  WS-HIST-LINE                PIC X(160).
       01  WS-HIST-DATE                PIC X(8).
       01  WS-HIST-SUB                 PIC X(36).
       01  WS-HIST-LOC                 PIC X(32).
       01  WS-HIST-FAM                 PIC X(6).
       01  WS-HIST-USED-TEXT           PIC X(12).
       01  WS-HIST-DATE-NUM            PIC 9(8).
       01  WS-HIST-DAYS                PIC 9(7).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Quota headroom report starting"
           MOVE SPACES TO AZURE-CONFIG
           CALL 'AZUREAUTH' USING BY REFERENCE AZURE-CONFIG
                                               AZURE-AUTH-TOKEN
                                               WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Azure authentication failed, cannot read "
                       "quota usage"
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-QUOTA-SETTINGS
           PERFORM DETERMINE-CLOUD-ENDPOINT
           PERFORM RESOLVE-CLOCK
           STRING 'Bearer ' ACCESS-TOKEN
               DELIMITED BY SIZE INTO AUTHORIZATION
           END-STRING
           MOVE 'quota_auth.txt' TO WS-AUTH-FILENAME
           PERFORM WRITE-AUTH-HEADER-FILE
           PERFORM AUTHENTICATE-DR-SUBSCRIPTION

           PERFORM LIST-CONFIGURED-ENVIRONMENTS
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT QUOTA-ENVS-FILE
           IF WS-ENVS-STATUS = '00'
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ QUOTA-ENVS-FILE INTO WS-ENV-FILE
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END PERFORM PROCESS-ONE-ENVIRONMENT
                   END-READ
               END-PERFORM
               CLOSE QUOTA-ENVS-FILE
           END-IF
           IF WS-DM-COUNT = 0
               DISPLAY "No configured environments found under "
                       "config/ - nothing to report"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING WS-DM-IDX FROM 1 BY 1
                   UNTIL WS-DM-IDX > WS-DM-COUNT
               IF WS-DM-FETCHED(WS-DM-IDX) = 'N'
                   PERFORM FETCH-SCOPE-USAGE
               END-IF
           END-PERFORM

      *> The retained history is copied forward and today's samples
      *> appended, then the copy replaces the history
           OPEN OUTPUT NEW-HISTORY-FILE
           PERFORM LOAD-QUOTA-HISTORY
           PERFORM VARYING WS-DM-IDX FROM 1 BY 1
                   UNTIL WS-DM-IDX > WS-DM-COUNT
               PERFORM JUDGE-ONE-FAMILY
               PERFORM WRITE-HISTORY-SAMPLE
           END-PERFORM
           CLOSE NEW-HISTORY-FILE
           CALL "C$SYSTEM" USING
               "mv quota_history.tmp quota-history.dat"
           END-CALL

           PERFORM WRITE-QUOTA-REPORT
           CALL "C$SYSTEM" USING
               "rm -f quota_auth.txt quota_auth_dr.txt "
               "quota_status.txt quota_response.json quota_entry.txt "
               "quota_field.txt quota_envs.txt"
           END-CALL

           DISPLAY "Quota: " WS-DM-COUNT " famil(ies) checked across "
                   WS-ENV-COUNT " environment(s) - " WS-SHORT-COUNT
                   " short, " WS-FILE-COUNT " to file ahead, "
                   WS-UNAVAILABLE-COUNT " unavailable"
           DISPLAY "Report written to quota-report.txt"
           MOVE WS-FLAGGED-COUNT TO RETURN-CODE
           STOP RUN.

       READ-QUOTA-SETTINGS.
           MOVE SPACES TO WS-NUM-TEXT
           ACCEPT WS-NUM-TEXT FROM ENVIRONMENT 'AZURE_QUOTA_LEAD_DAYS'
           IF WS-NUM-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-NUM-TEXT) TO WS-LEAD-DAYS
           END-IF
           MOVE SPACES TO WS-NUM-TEXT
           ACCEPT WS-NUM-TEXT FROM ENVIRONMENT
               'AZURE_QUOTA_HISTORY_DAYS'
           IF WS-NUM-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-NUM-TEXT) TO WS-HISTORY-DAYS
           END-IF
           IF WS-HISTORY-DAYS = 0
               MOVE 90 TO WS-HISTORY-DAYS
           END-IF
           MOVE SPACES TO WS-NUM-TEXT
           ACCEPT WS-NUM-TEXT FROM ENVIRONMENT 'AZURE_QUOTA_WARN_PCT'
           IF WS-NUM-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-NUM-TEXT) TO WS-WARN-PCT
           END-IF
           IF WS-WARN-PCT = 0 OR WS-WARN-PCT > 100
               MOVE 80 TO WS-WARN-PCT
           END-IF
           MOVE SPACES TO WS-NUM-TEXT
           ACCEPT WS-NUM-TEXT FROM ENVIRONMENT
               'AZURE_QUOTA_NAMESPACE_LIMIT'
           IF WS-NUM-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-NUM-TEXT) TO WS-NAMESPACE-LIMIT
           END-IF.

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

       RESOLVE-CLOCK.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE8)
           COMPUTE WS-KEEP-FROM-DAYS = WS-TODAY-DAYS - WS-HISTORY-DAYS.

      *> Re-drive AZUREAUTH with AZURE_AUTH_TARGET set to DR - the
      *> same way DEPLOY-DR-REPLICA authenticates before the replica
      *> calls - and keep that tenant's token in its own header file.
      *> Without it the DR families are reported unavailable
       AUTHENTICATE-DR-SUBSCRIPTION.
           IF DR-SUBSCRIPTION-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE DR-SUBSCRIPTION-ID TO WS-DR-SUBSCRIPTION
           DISPLAY 'AZURE_AUTH_TARGET' UPON ENVIRONMENT-NAME
           DISPLAY 'DR' UPON ENVIRONMENT-VALUE
           CALL 'AZUREAUTH' USING BY REFERENCE AZURE-CONFIG
                                               AZURE-AUTH-TOKEN
                                               WS-RETURN-CODE
           DISPLAY 'AZURE_AUTH_TARGET' UPON ENVIRONMENT-NAME
           DISPLAY ' ' UPON ENVIRONMENT-VALUE
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "DR subscription authentication failed - DR "
                       "quota will be reported unavailable"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO AUTHORIZATION
           STRING 'Bearer ' ACCESS-TOKEN
               DELIMITED BY SIZE INTO AUTHORIZATION
           END-STRING
           MOVE 'quota_auth_dr.txt' TO WS-AUTH-FILENAME
           PERFORM WRITE-AUTH-HEADER-FILE
           MOVE 'Y' TO WS-DR-AUTH-OK.

      *> Environment files only - the shared base and tier layers and
      *> the .deployed snapshots are not environments. Each line
      *> carries whether the environment has a snapshot yet
       LIST-CONFIGURED-ENVIRONMENTS.
           CALL "C$SYSTEM" USING
               "for F in $(ls config/azure-config-*.conf 2>/dev/null"
               " | grep -v -e '-base\.conf$' -e '-tier-[^/]*\.conf$')"
               "; do if [ -f ""$F.deployed"" ]; then echo ""$F|Y"";"
               " else echo ""$F|N""; fi; done > quota_envs.txt"
           END-CALL.

       PROCESS-ONE-ENVIRONMENT.
           MOVE SPACES TO WS-TEMP-BEFORE WS-ENV-DEPLOYED
           UNSTRING WS-ENV-FILE DELIMITED BY '|'
               INTO WS-TEMP-BEFORE WS-ENV-DEPLOYED
           END-UNSTRING
           MOVE WS-TEMP-BEFORE TO WS-ENV-FILE
           MOVE SPACES TO WS-TEMP-BEFORE WS-TEMP-AFTER WS-ENV-NAME
           UNSTRING WS-ENV-FILE DELIMITED BY 'azure-config-'
               INTO WS-TEMP-BEFORE WS-TEMP-AFTER
           END-UNSTRING
           UNSTRING WS-TEMP-AFTER DELIMITED BY '.conf'
               INTO WS-ENV-NAME
           END-UNSTRING
           IF WS-ENV-NAME = SPACES
               EXIT PARAGRAPH
           END-IF

           INITIALIZE AZURE-CONFIG
           CALL 'AZURECFGLOAD' USING BY REFERENCE WS-ENV-FILE
                                                  AZURE-CONFIG
                                                  WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "  " FUNCTION TRIM(WS-ENV-NAME)
                       ": configuration could not be loaded - skipped"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ENV-COUNT
           PERFORM BUILD-FOOTPRINT
           MOVE WS-FP-COUNT TO WS-WANT-COUNT
           MOVE WS-FP-TABLE TO WS-WANT-TABLE

      *> What is already standing is already in the usage figures
           MOVE 0 TO WS-FP-COUNT
           IF WS-ENV-DEPLOYED = 'Y'
               MOVE SPACES TO WS-SNAPSHOT-FILE
               STRING FUNCTION TRIM(WS-ENV-FILE) '.deployed'
                   DELIMITED BY SIZE INTO WS-SNAPSHOT-FILE
               END-STRING
               INITIALIZE AZURE-CONFIG
               CALL 'AZURECFGLOAD' USING BY REFERENCE WS-SNAPSHOT-FILE
                                                      AZURE-CONFIG
                                                      WS-RETURN-CODE
               IF WS-RETURN-CODE = 0
                   PERFORM BUILD-FOOTPRINT
               ELSE
                   MOVE 'N' TO WS-ENV-DEPLOYED
               END-IF
           END-IF

           PERFORM VARYING WS-WANT-IDX FROM 1 BY 1
                   UNTIL WS-WANT-IDX > WS-WANT-COUNT
               PERFORM ADD-ENVIRONMENT-DEMAND
           END-PERFORM
           IF WS-ENV-DEPLOYED = 'Y'
               DISPLAY "  " FUNCTION TRIM(WS-ENV-NAME)
                       ": deployed - growth beyond its snapshot"
           ELSE
               DISPLAY "  " FUNCTION TRIM(WS-ENV-NAME)
                       ": not yet deployed - full footprint"
           END-IF.

      *> The environment's addition to one family is what the
      *> configuration asks for beyond what the snapshot already has
      *> at the same subscription and location
       ADD-ENVIRONMENT-DEMAND.
           MOVE 0 TO WS-HAVE-AMOUNT
           PERFORM VARYING WS-FP-IDX FROM 1 BY 1
                   UNTIL WS-FP-IDX > WS-FP-COUNT
               IF WS-FP-SUB(WS-FP-IDX) = WS-WANT-SUB(WS-WANT-IDX)
                       AND WS-FP-LOC(WS-FP-IDX) =
                           WS-WANT-LOC(WS-WANT-IDX)
                       AND WS-FP-FAM(WS-FP-IDX) =
                           WS-WANT-FAM(WS-WANT-IDX)
                   ADD WS-FP-AMOUNT(WS-FP-IDX) TO WS-HAVE-AMOUNT
               END-IF
           END-PERFORM
           MOVE WS-WANT-SUB(WS-WANT-IDX) TO WS-ADD-SUB
           MOVE WS-WANT-LOC(WS-WANT-IDX) TO WS-ADD-LOC
           MOVE WS-WANT-ROLE(WS-WANT-IDX) TO WS-ADD-ROLE
           MOVE WS-WANT-FAM(WS-WANT-IDX) TO WS-ADD-FAM
           IF WS-WANT-AMOUNT(WS-WANT-IDX) > WS-HAVE-AMOUNT
               COMPUTE WS-ADD-AMOUNT = WS-WANT-AMOUNT(WS-WANT-IDX)
                   - WS-HAVE-AMOUNT
           ELSE
               MOVE 0 TO WS-ADD-AMOUNT
           END-IF
           PERFORM NOTE-DEMAND.

       NOTE-DEMAND.
           MOVE 0 TO WS-DM-SLOT
           PERFORM VARYING WS-DM-IDX FROM 1 BY 1
                   UNTIL WS-DM-IDX > WS-DM-COUNT OR WS-DM-SLOT > 0
               IF WS-DM-SUB(WS-DM-IDX) = WS-ADD-SUB
                       AND WS-DM-LOC(WS-DM-IDX) = WS-ADD-LOC
                       AND WS-DM-FAM(WS-DM-IDX) = WS-ADD-FAM
                   MOVE WS-DM-IDX TO WS-DM-SLOT
               END-IF
           END-PERFORM
           IF WS-DM-SLOT = 0
               IF WS-DM-COUNT >= 60
                   DISPLAY "  More than 60 quota families in play - "
                           FUNCTION TRIM(WS-FAM-CODE(WS-ADD-FAM))
                           " in " FUNCTION TRIM(WS-ADD-LOC)
                           " not checked"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DM-COUNT
               MOVE WS-DM-COUNT TO WS-DM-SLOT
               INITIALIZE WS-DM-ENTRY(WS-DM-SLOT)
               MOVE WS-ADD-SUB TO WS-DM-SUB(WS-DM-SLOT)
               MOVE WS-ADD-LOC TO WS-DM-LOC(WS-DM-SLOT)
               MOVE WS-ADD-ROLE TO WS-DM-ROLE(WS-DM-SLOT)
               MOVE WS-ADD-FAM TO WS-DM-FAM(WS-DM-SLOT)
               MOVE 'N' TO WS-DM-FETCHED(WS-DM-SLOT)
           END-IF
           IF WS-ADD-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF
           ADD WS-ADD-AMOUNT TO WS-DM-ADD(WS-DM-SLOT)
           IF WS-DM-ENVS(WS-DM-SLOT) = SPACES
               MOVE WS-ENV-NAME TO WS-DM-ENVS(WS-DM-SLOT)
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   WS-DM-ENVS(WS-DM-SLOT) TRAILING)) TO WS-ENVS-PTR
               ADD 1 TO WS-ENVS-PTR
               STRING ',' FUNCTION TRIM(WS-ENV-NAME)
                   DELIMITED BY SIZE INTO WS-DM-ENVS(WS-DM-SLOT)
                   WITH POINTER WS-ENVS-PTR
               END-STRING
           END-IF.

      *> What the loaded configuration deploys, family by family -
      *> the same flags and counts the modules act on
       BUILD-FOOTPRINT.
           MOVE 0 TO WS-FP-COUNT
           MOVE SPACES TO WS-FP-TABLE
           INSPECT RG-LOCATION CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           INSPECT DR-LOCATION CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           MOVE SUBSCRIPTION-ID TO WS-ADD-SUB
           MOVE RG-LOCATION TO WS-ADD-LOC
           MOVE 'primary' TO WS-ADD-ROLE

           MOVE 0 TO WS-ADD-AMOUNT
           IF DF-DEPLOY-FLAG = 'Y' AND DF-SHIR-ENABLED = 'Y'
               MOVE DF-SHIR-VM-SIZE TO WS-VM-SIZE
               PERFORM CORES-FROM-VM-SIZE
               COMPUTE WS-ADD-AMOUNT = DF-SHIR-VM-COUNT * WS-VM-CORES
           END-IF
           MOVE 1 TO WS-ADD-FAM
           PERFORM ADD-FOOTPRINT-ENTRY

           MOVE 0 TO WS-ADD-AMOUNT
           IF AGW-DEPLOY-FLAG = 'Y'
               ADD 1 TO WS-ADD-AMOUNT
           END-IF
           IF BASTION-DEPLOY-FLAG = 'Y'
               ADD 1 TO WS-ADD-AMOUNT
           END-IF
           IF NAT-DEPLOY-FLAG = 'Y' AND NAT-IP-TYPE NOT = 'PREFIX'
               ADD 1 TO WS-ADD-AMOUNT
           END-IF
           MOVE 2 TO WS-ADD-FAM
           PERFORM ADD-FOOTPRINT-ENTRY

           MOVE 0 TO WS-ADD-AMOUNT
           IF NAT-DEPLOY-FLAG = 'Y' AND NAT-IP-TYPE = 'PREFIX'
               MOVE 1 TO WS-ADD-AMOUNT
           END-IF
           MOVE 3 TO WS-ADD-FAM
           PERFORM ADD-FOOTPRINT-ENTRY

           MOVE 1 TO WS-ADD-AMOUNT
           MOVE 4 TO WS-ADD-FAM
           PERFORM ADD-FOOTPRINT-ENTRY

           MOVE 0 TO WS-ADD-AMOUNT
           IF NSG-COUNT IS NUMERIC
               MOVE NSG-COUNT TO WS-ADD-AMOUNT
           END-IF
           MOVE 5 TO WS-ADD-FAM
           PERFORM ADD-FOOTPRINT-ENTRY

           MOVE 0 TO WS-ADD-AMOUNT
           IF AGW-DEPLOY-FLAG = 'Y'
               MOVE 1 TO WS-ADD-AMOUNT
           END-IF
           MOVE 6 TO WS-ADD-FAM
           PERFORM ADD-FOOTPRINT-ENTRY

           MOVE 0 TO WS-ADD-AMOUNT
           IF NAT-DEPLOY-FLAG = 'Y'
               MOVE 1 TO WS-ADD-AMOUNT
           END-IF
           MOVE 7 TO WS-ADD-FAM
           PERFORM ADD-FOOTPRINT-ENTRY

      *> Namespaces count against the subscription, not a region
           MOVE '(subscription)' TO WS-ADD-LOC
           MOVE 0 TO WS-ADD-AMOUNT
           IF SB-DEPLOY-FLAG = 'Y'
               MOVE 1 TO WS-ADD-AMOUNT
           END-IF
           MOVE 9 TO WS-ADD-FAM
           PERFORM ADD-FOOTPRINT-ENTRY
           MOVE 0 TO WS-ADD-AMOUNT
           IF EH-DEPLOY-FLAG = 'Y'
               MOVE 1 TO WS-ADD-AMOUNT
           END-IF
           MOVE 10 TO WS-ADD-FAM
           PERFORM ADD-FOOTPRINT-ENTRY

      *> Storage lives in the data subscription when there is one,
      *> and the DR replica puts the same accounts in DR-LOCATION
           IF DATA-SUBSCRIPTION-ID = SPACES
               MOVE SUBSCRIPTION-ID TO WS-DATA-SUB
               MOVE 'primary' TO WS-ADD-ROLE
           ELSE
               MOVE DATA-SUBSCRIPTION-ID TO WS-DATA-SUB
               MOVE 'data' TO WS-ADD-ROLE
           END-IF
           MOVE WS-DATA-SUB TO WS-ADD-SUB
           MOVE RG-LOCATION TO WS-ADD-LOC
           MOVE 0 TO WS-ADD-AMOUNT
           IF STORAGE-COUNT IS NUMERIC
               MOVE STORAGE-COUNT TO WS-ADD-AMOUNT
           END-IF
           MOVE 8 TO WS-ADD-FAM
           PERFORM ADD-FOOTPRINT-ENTRY
           IF DR-DEPLOY-FLAG = 'Y' AND DR-LOCATION NOT = SPACES
               IF DR-SUBSCRIPTION-ID = SPACES
                   MOVE WS-DATA-SUB TO WS-ADD-SUB
               ELSE
                   MOVE DR-SUBSCRIPTION-ID TO WS-ADD-SUB
               END-IF
               MOVE 'DR' TO WS-ADD-ROLE
               MOVE DR-LOCATION TO WS-ADD-LOC
               PERFORM ADD-FOOTPRINT-ENTRY
           END-IF.

       ADD-FOOTPRINT-ENTRY.
           IF WS-ADD-SUB = SPACES OR WS-FP-COUNT >= 20
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FP-COUNT
           MOVE WS-ADD-SUB TO WS-FP-SUB(WS-FP-COUNT)
           MOVE WS-ADD-LOC TO WS-FP-LOC(WS-FP-COUNT)
           MOVE WS-ADD-ROLE TO WS-FP-ROLE(WS-FP-COUNT)
           MOVE WS-ADD-FAM TO WS-FP-FAM(WS-FP-COUNT)
           MOVE WS-ADD-AMOUNT TO WS-FP-AMOUNT(WS-FP-COUNT).

      *> vCPUs are the number after the series letters: Standard_D4s_v3
      *> has 4, Standard_DS2_v2 has 2, Standard_E16as_v5 has 16. A size
      *> that does not read that way counts as 4, the smallest size
      *> the SHIR documentation supports
       CORES-FROM-VM-SIZE.
           MOVE 0 TO WS-VM-CORES
           MOVE SPACES TO WS-TEMP-BEFORE WS-TEMP-AFTER
           UNSTRING WS-VM-SIZE DELIMITED BY '_'
               INTO WS-TEMP-BEFORE WS-TEMP-AFTER
           END-UNSTRING
           IF WS-TEMP-AFTER = SPACES
               MOVE WS-TEMP-BEFORE TO WS-TEMP-AFTER
           END-IF
           MOVE 1 TO WS-VM-SIZE-POS
           PERFORM UNTIL WS-VM-SIZE-POS > 32
                   OR WS-TEMP-AFTER(WS-VM-SIZE-POS:1) IS NUMERIC
                   OR WS-TEMP-AFTER(WS-VM-SIZE-POS:1) = SPACE
               ADD 1 TO WS-VM-SIZE-POS
           END-PERFORM
           MOVE SPACES TO WS-VM-DIGITS
           MOVE 0 TO WS-VM-DIGIT-COUNT
           PERFORM UNTIL WS-VM-SIZE-POS > 32
                   OR WS-TEMP-AFTER(WS-VM-SIZE-POS:1) IS NOT NUMERIC
                   OR WS-VM-DIGIT-COUNT >= 3
               ADD 1 TO WS-VM-DIGIT-COUNT
               MOVE WS-TEMP-AFTER(WS-VM-SIZE-POS:1)
                   TO WS-VM-DIGITS(WS-VM-DIGIT-COUNT:1)
               ADD 1 TO WS-VM-SIZE-POS
           END-PERFORM
           IF WS-VM-DIGIT-COUNT > 0
               MOVE FUNCTION NUMVAL(WS-VM-DIGITS) TO WS-VM-CORES
           END-IF
           IF WS-VM-CORES = 0
               MOVE 4 TO WS-VM-CORES
           END-IF.

      *> One GET per subscription, location and provider; every family
      *> read from the same list is filled in from that one answer
       FETCH-SCOPE-USAGE.
           MOVE WS-DM-FAM(WS-DM-IDX) TO WS-FAM-IDX
           IF WS-DM-ROLE(WS-DM-IDX) = 'DR'
                   AND WS-DM-SUB(WS-DM-IDX) = WS-DR-SUBSCRIPTION
               IF WS-DR-AUTH-OK NOT = 'Y'
                   PERFORM MARK-SCOPE-UNAVAILABLE
                   EXIT PARAGRAPH
               END-IF
               MOVE 'quota_auth_dr.txt' TO WS-AUTH-FILENAME
           ELSE
               MOVE 'quota_auth.txt' TO WS-AUTH-FILENAME
           END-IF

           MOVE SPACES TO WS-QUOTA-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/' FUNCTION TRIM(WS-DM-SUB(WS-DM-IDX))
               DELIMITED BY SIZE INTO WS-QUOTA-URL
           END-STRING
           MOVE WS-QUOTA-URL TO WS-TEMP-BEFORE
           MOVE SPACES TO WS-QUOTA-URL
           EVALUATE WS-FAM-PROVIDER(WS-FAM-IDX)
               WHEN 'C'
                   STRING FUNCTION TRIM(WS-TEMP-BEFORE)
                          '/providers/Microsoft.Compute/locations/'
                          FUNCTION TRIM(WS-DM-LOC(WS-DM-IDX))
                          '/usages?api-version=2023-09-01'
                       DELIMITED BY SIZE INTO WS-QUOTA-URL
                   END-STRING
               WHEN 'N'
                   STRING FUNCTION TRIM(WS-TEMP-BEFORE)
                          '/providers/Microsoft.Network/locations/'
                          FUNCTION TRIM(WS-DM-LOC(WS-DM-IDX))
                          '/usages?api-version=2023-11-01'
                       DELIMITED BY SIZE INTO WS-QUOTA-URL
                   END-STRING
               WHEN 'S'
                   STRING FUNCTION TRIM(WS-TEMP-BEFORE)
                          '/providers/Microsoft.Storage/locations/'
                          FUNCTION TRIM(WS-DM-LOC(WS-DM-IDX))
                          '/usages?api-version=2023-01-01'
                       DELIMITED BY SIZE INTO WS-QUOTA-URL
                   END-STRING
               WHEN 'B'
                   STRING FUNCTION TRIM(WS-TEMP-BEFORE)
                          '/providers/Microsoft.ServiceBus/namespaces'
                          '?api-version=2021-11-01'
                       DELIMITED BY SIZE INTO WS-QUOTA-URL
                   END-STRING
               WHEN 'E'
                   STRING FUNCTION TRIM(WS-TEMP-BEFORE)
                          '/providers/Microsoft.EventHub/namespaces'
                          '?api-version=2024-01-01'
                       DELIMITED BY SIZE INTO WS-QUOTA-URL
                   END-STRING
           END-EVALUATE

           MOVE SPACES TO WS-QUOTA-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o quota_response.json -w '
                  "'%{http_code}'"
                  ' -H @' FUNCTION TRIM(WS-AUTH-FILENAME)
                  " '" FUNCTION TRIM(WS-QUOTA-URL)
                  "' > quota_status.txt"
               DELIMITED BY SIZE INTO WS-QUOTA-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-QUOTA-CMD
           END-CALL
           PERFORM READ-QUOTA-STATUS
           IF HTTP-STATUS-CODE NOT = 200
               DISPLAY "  " FUNCTION TRIM(WS-DM-SUB(WS-DM-IDX)) " "
                       FUNCTION TRIM(WS-DM-LOC(WS-DM-IDX))
                       ": usage not readable (status "
                       HTTP-STATUS-CODE ")"
               PERFORM MARK-SCOPE-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-OTHER-IDX FROM WS-DM-IDX BY 1
                   UNTIL WS-OTHER-IDX > WS-DM-COUNT
               IF WS-DM-FETCHED(WS-OTHER-IDX) = 'N'
                       AND WS-DM-SUB(WS-OTHER-IDX) =
                           WS-DM-SUB(WS-DM-IDX)
                       AND WS-DM-LOC(WS-OTHER-IDX) =
                           WS-DM-LOC(WS-DM-IDX)
                       AND WS-FAM-PROVIDER(WS-DM-FAM(WS-OTHER-IDX))
                           = WS-FAM-PROVIDER(WS-FAM-IDX)
                   PERFORM EXTRACT-FAMILY-USAGE
               END-IF
           END-PERFORM.

      *> The usages list is flattened to one entry per line and the
      *> family's entry picked by its exact name.value; the
      *> namespace lists are simply counted
       EXTRACT-FAMILY-USAGE.
           MOVE SPACES TO WS-QUOTA-CMD
           IF WS-FAM-PROVIDER(WS-DM-FAM(WS-OTHER-IDX)) = 'B'
                   OR WS-FAM-PROVIDER(WS-DM-FAM(WS-OTHER-IDX)) = 'E'
               STRING "tr -d '\n ' < quota_response.json"
                      " | grep -o '""type"":""Microsoft\.[A-Za-z]*"
                      "/[Nn]amespaces""' | wc -l > quota_field.txt"
                   DELIMITED BY SIZE INTO WS-QUOTA-CMD
               END-STRING
           ELSE
               STRING "tr -d '\n ' < quota_response.json"
                      " | sed 's/},{/}\n{/g' | grep '""value"":"""
                      FUNCTION TRIM(WS-FAM-USAGE-NAME(
                          WS-DM-FAM(WS-OTHER-IDX)))
                      """' | head -1 > quota_entry.txt; "
                      "c=$(sed -n 's/.*""currentValue"":"
                      "\([0-9]*\).*/\1/p' quota_entry.txt); "
                      "l=$(sed -n 's/.*""limit"":"
                      "\([0-9]*\).*/\1/p' quota_entry.txt); "
                      "echo ""$c|$l"" > quota_field.txt"
                   DELIMITED BY SIZE INTO WS-QUOTA-CMD
               END-STRING
           END-IF
           CALL "C$SYSTEM" USING WS-QUOTA-CMD
           END-CALL
           PERFORM READ-FIELD-VALUE
           PERFORM APPLY-FAMILY-USAGE.

       APPLY-FAMILY-USAGE.
           MOVE SPACES TO WS-TEMP-BEFORE WS-TEMP-AFTER
           UNSTRING WS-FIELD-VALUE DELIMITED BY '|'
               INTO WS-TEMP-BEFORE WS-TEMP-AFTER
           END-UNSTRING
           IF WS-FAM-PROVIDER(WS-DM-FAM(WS-OTHER-IDX)) = 'B'
                   OR WS-FAM-PROVIDER(WS-DM-FAM(WS-OTHER-IDX)) = 'E'
               MOVE WS-NAMESPACE-LIMIT TO WS-TEMP-AFTER
           END-IF
           IF WS-TEMP-BEFORE = SPACES OR WS-TEMP-AFTER = SPACES
                   OR FUNCTION TRIM(WS-TEMP-BEFORE) IS NOT NUMERIC
                   OR FUNCTION TRIM(WS-TEMP-AFTER) IS NOT NUMERIC
               MOVE 'F' TO WS-DM-FETCHED(WS-OTHER-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-TEMP-BEFORE)
               TO WS-DM-CURRENT(WS-OTHER-IDX)
           MOVE FUNCTION NUMVAL(WS-TEMP-AFTER)
               TO WS-DM-LIMIT(WS-OTHER-IDX)
           MOVE 'Y' TO WS-DM-FETCHED(WS-OTHER-IDX).

       MARK-SCOPE-UNAVAILABLE.
           PERFORM VARYING WS-OTHER-IDX FROM WS-DM-IDX BY 1
                   UNTIL WS-OTHER-IDX > WS-DM-COUNT
               IF WS-DM-FETCHED(WS-OTHER-IDX) = 'N'
                       AND WS-DM-SUB(WS-OTHER-IDX) =
                           WS-DM-SUB(WS-DM-IDX)
                       AND WS-DM-LOC(WS-OTHER-IDX) =
                           WS-DM-LOC(WS-DM-IDX)
                       AND WS-FAM-PROVIDER(WS-DM-FAM(WS-OTHER-IDX))
                           = WS-FAM-PROVIDER(WS-FAM-IDX)
                   MOVE 'F' TO WS-DM-FETCHED(WS-OTHER-IDX)
               END-IF
           END-PERFORM.

      *> Samples past retention are dropped; the oldest one kept for
      *> each family is where its growth is measured from
       LOAD-QUOTA-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ HISTORY-FILE INTO WS-HIST-LINE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM LOAD-ONE-HISTORY-LINE
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       LOAD-ONE-HISTORY-LINE.
           MOVE SPACES TO WS-HIST-DATE WS-HIST-SUB WS-HIST-LOC
                          WS-HIST-FAM WS-HIST-USED-TEXT
           UNSTRING WS-HIST-LINE DELIMITED BY '|'
               INTO WS-HIST-DATE WS-HIST-SUB WS-HIST-LOC
                    WS-HIST-FAM WS-HIST-USED-TEXT
           END-UNSTRING
           IF WS-HIST-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HIST-DATE TO WS-HIST-DATE-NUM
           COMPUTE WS-HIST-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-HIST-DATE-NUM)
      *> A rerun on the same day replaces that day's samples
           IF WS-HIST-DAYS < WS-KEEP-FROM-DAYS
                   OR WS-HIST-DATE-NUM = WS-CURRENT-DATE8
               EXIT PARAGRAPH
           END-IF
           WRITE NEW-HISTORY-RECORD FROM WS-HIST-LINE
           PERFORM VARYING WS-DM-IDX FROM 1 BY 1
                   UNTIL WS-DM-IDX > WS-DM-COUNT
               IF WS-DM-SUB(WS-DM-IDX) = WS-HIST-SUB
                       AND WS-DM-LOC(WS-DM-IDX) = WS-HIST-LOC
                       AND WS-FAM-CODE(WS-DM-FAM(WS-DM-IDX)) =
                           WS-HIST-FAM
                   IF WS-DM-OLD-DATE(WS-DM-IDX) = 0
                           OR WS-HIST-DATE-NUM <
                              WS-DM-OLD-DATE(WS-DM-IDX)
                       MOVE WS-HIST-DATE-NUM
                           TO WS-DM-OLD-DATE(WS-DM-IDX)
                       MOVE FUNCTION NUMVAL(WS-HIST-USED-TEXT)
                           TO WS-DM-OLD-CURRENT(WS-DM-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *> SHORT  - the pending additions do not fit today
      *> FILE   - they fit, but growth since the oldest sample reaches
      *>          the limit within the lead time
      *> TIGHT  - they fit, leaving usage above the warning share
      *> N/A    - Azure would not say
       JUDGE-ONE-FAMILY.
           MOVE 0 TO WS-DM-DAYS-LEFT(WS-DM-IDX)
           IF WS-DM-FETCHED(WS-DM-IDX) NOT = 'Y'
               MOVE 'N/A' TO WS-DM-STATUS(WS-DM-IDX)
               ADD 1 TO WS-UNAVAILABLE-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-HEADROOM = WS-DM-LIMIT(WS-DM-IDX)
               - WS-DM-CURRENT(WS-DM-IDX)
           COMPUTE WS-AFTER-HEADROOM = WS-HEADROOM
               - WS-DM-ADD(WS-DM-IDX)
           IF WS-AFTER-HEADROOM < 0
               MOVE 'SHORT' TO WS-DM-STATUS(WS-DM-IDX)
               ADD 1 TO WS-SHORT-COUNT WS-FLAGGED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE 'OK' TO WS-DM-STATUS(WS-DM-IDX)
           IF WS-DM-OLD-DATE(WS-DM-IDX) > 0
               COMPUTE WS-GROWTH-DAYS = WS-TODAY-DAYS -
                   FUNCTION INTEGER-OF-DATE(WS-DM-OLD-DATE(WS-DM-IDX))
               IF WS-GROWTH-DAYS > 0
                       AND WS-DM-CURRENT(WS-DM-IDX) >
                           WS-DM-OLD-CURRENT(WS-DM-IDX)
                   COMPUTE WS-GROWTH = WS-DM-CURRENT(WS-DM-IDX)
                       - WS-DM-OLD-CURRENT(WS-DM-IDX)
                   COMPUTE WS-DAILY-GROWTH =
                       WS-GROWTH / WS-GROWTH-DAYS
                   IF WS-DAILY-GROWTH > 0
                       COMPUTE WS-DM-DAYS-LEFT(WS-DM-IDX) =
                           WS-AFTER-HEADROOM / WS-DAILY-GROWTH
                       IF WS-DM-DAYS-LEFT(WS-DM-IDX) <= WS-LEAD-DAYS
                           MOVE 'FILE' TO WS-DM-STATUS(WS-DM-IDX)
                           ADD 1 TO WS-FILE-COUNT WS-FLAGGED-COUNT
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-DM-LIMIT(WS-DM-IDX) > 0
               COMPUTE WS-PROJECTED-PCT =
                   (WS-DM-CURRENT(WS-DM-IDX) + WS-DM-ADD(WS-DM-IDX))
                   * 100 / WS-DM-LIMIT(WS-DM-IDX)
               IF WS-PROJECTED-PCT > WS-WARN-PCT
                   MOVE 'TIGHT' TO WS-DM-STATUS(WS-DM-IDX)
               END-IF
           END-IF.

       WRITE-HISTORY-SAMPLE.
           IF WS-DM-FETCHED(WS-DM-IDX) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HIST-LINE
           MOVE WS-DM-CURRENT(WS-DM-IDX) TO WS-D-USED
           MOVE WS-DM-LIMIT(WS-DM-IDX) TO WS-D-LIMIT
           MOVE WS-DM-ADD(WS-DM-IDX) TO WS-D-ADD
           STRING WS-CURRENT-DATE8 '|'
                  FUNCTION TRIM(WS-DM-SUB(WS-DM-IDX)) '|'
                  FUNCTION TRIM(WS-DM-LOC(WS-DM-IDX)) '|'
                  FUNCTION TRIM(WS-FAM-CODE(WS-DM-FAM(WS-DM-IDX))) '|'
                  FUNCTION TRIM(WS-D-USED) '|'
                  FUNCTION TRIM(WS-D-LIMIT) '|'
                  FUNCTION TRIM(WS-D-ADD)
               DELIMITED BY SIZE INTO WS-HIST-LINE
           END-STRING
           WRITE NEW-HISTORY-RECORD FROM WS-HIST-LINE.

      *> Grouped by subscription and location, one line per family
       WRITE-QUOTA-REPORT.
           OPEN OUTPUT QUOTA-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Quota headroom ' WS-CURRENT-DATE8(1:4) '-'
                  WS-CURRENT-DATE8(5:2) '-' WS-CURRENT-DATE8(7:2)
                  ' - lead time ' WS-LEAD-DAYS ' days, warn above '
                  WS-WARN-PCT '%'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-DM-IDX FROM 1 BY 1
                   UNTIL WS-DM-IDX > WS-DM-COUNT
               PERFORM REPORT-ONE-SCOPE
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Result: ' WS-SHORT-COUNT ' short, '
                  WS-FILE-COUNT ' to file ahead, '
                  WS-UNAVAILABLE-COUNT ' unavailable, across '
                  WS-ENV-COUNT ' environment(s)'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           CLOSE QUOTA-REPORT-FILE.

       REPORT-ONE-SCOPE.
           PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
                   UNTIL WS-OTHER-IDX >= WS-DM-IDX
               IF WS-DM-SUB(WS-OTHER-IDX) = WS-DM-SUB(WS-DM-IDX)
                       AND WS-DM-LOC(WS-OTHER-IDX) =
                           WS-DM-LOC(WS-DM-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Subscription ' FUNCTION TRIM(WS-DM-SUB(WS-DM-IDX))
                  ' (' FUNCTION TRIM(WS-DM-ROLE(WS-DM-IDX)) ') '
                  FUNCTION TRIM(WS-DM-LOC(WS-DM-IDX))
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE '  FAMILY  USED/LIMIT         PENDING  HEADROOM'
               TO WS-REPORT-LINE
           MOVE 'AFTER      STATUS' TO WS-REPORT-LINE(50:17)
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-OTHER-IDX FROM WS-DM-IDX BY 1
                   UNTIL WS-OTHER-IDX > WS-DM-COUNT
               IF WS-DM-SUB(WS-OTHER-IDX) = WS-DM-SUB(WS-DM-IDX)
                       AND WS-DM-LOC(WS-OTHER-IDX) =
                           WS-DM-LOC(WS-DM-IDX)
                   PERFORM REPORT-ONE-FAMILY
               END-IF
           END-PERFORM.

       REPORT-ONE-FAMILY.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-FAM-CODE(WS-DM-FAM(WS-OTHER-IDX))
               TO WS-REPORT-LINE(3:6)
           MOVE WS-DM-ADD(WS-OTHER-IDX) TO WS-D-ADD
           IF WS-DM-FETCHED(WS-OTHER-IDX) NOT = 'Y'
               STRING 'usage unavailable   +' FUNCTION TRIM(WS-D-ADD)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE(11:)
               END-STRING
               MOVE 'N/A' TO WS-REPORT-LINE(61:3)
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DM-CURRENT(WS-OTHER-IDX) TO WS-D-USED
           MOVE WS-DM-LIMIT(WS-OTHER-IDX) TO WS-D-LIMIT
           STRING FUNCTION TRIM(WS-D-USED) '/' FUNCTION TRIM(WS-D-LIMIT)
               DELIMITED BY SIZE INTO WS-REPORT-LINE(11:18)
           END-STRING
           STRING '+' FUNCTION TRIM(WS-D-ADD)
               DELIMITED BY SIZE INTO WS-REPORT-LINE(30:8)
           END-STRING
           COMPUTE WS-HEADROOM = WS-DM-LIMIT(WS-OTHER-IDX)
               - WS-DM-CURRENT(WS-OTHER-IDX)
           MOVE WS-HEADROOM TO WS-D-HEAD
           MOVE FUNCTION TRIM(WS-D-HEAD) TO WS-REPORT-LINE(39:10)
           COMPUTE WS-AFTER-HEADROOM = WS-HEADROOM
               - WS-DM-ADD(WS-OTHER-IDX)
           MOVE WS-AFTER-HEADROOM TO WS-D-HEAD
           MOVE FUNCTION TRIM(WS-D-HEAD) TO WS-REPORT-LINE(50:10)
           MOVE WS-DM-STATUS(WS-OTHER-IDX) TO WS-REPORT-LINE(61:5)
           MOVE 68 TO WS-LINE-PTR
           EVALUATE WS-DM-STATUS(WS-OTHER-IDX)
               WHEN 'SHORT'
                   COMPUTE WS-SHORTFALL = 0 - WS-AFTER-HEADROOM
                   MOVE WS-SHORTFALL TO WS-D-SHORT
                   STRING 'short by ' FUNCTION TRIM(WS-D-SHORT)
                          ' - request an increase before deploying '
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                       WITH POINTER WS-LINE-PTR
                   END-STRING
               WHEN 'FILE'
                   MOVE WS-DM-DAYS-LEFT(WS-OTHER-IDX) TO WS-D-DAYS
                   STRING 'limit reached in ~'
                          FUNCTION TRIM(WS-D-DAYS)
                          ' days at current growth - file now '
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                       WITH POINTER WS-LINE-PTR
                   END-STRING
               WHEN OTHER
                   IF WS-DM-DAYS-LEFT(WS-OTHER-IDX) > 0
                       MOVE WS-DM-DAYS-LEFT(WS-OTHER-IDX) TO WS-D-DAYS
                       STRING 'limit reached in ~'
                              FUNCTION TRIM(WS-D-DAYS) ' days '
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                           WITH POINTER WS-LINE-PTR
                       END-STRING
                   END-IF
           END-EVALUATE
           IF WS-DM-ENVS(WS-OTHER-IDX) NOT = SPACES
               STRING '(' FUNCTION TRIM(WS-DM-ENVS(WS-OTHER-IDX)) ')'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE QUOTA-REPORT-RECORD FROM WS-REPORT-LINE.

       READ-QUOTA-STATUS.
           MOVE 0 TO HTTP-STATUS-CODE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT QUOTA-STATUS-FILE
           IF WS-STATUS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ QUOTA-STATUS-FILE INTO QUOTA-STATUS-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF QUOTA-STATUS-RECORD NOT = SPACES
                           MOVE FUNCTION NUMVAL(QUOTA-STATUS-RECORD)
                               TO HTTP-STATUS-CODE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUOTA-STATUS-FILE
           MOVE 'N' TO WS-EOF-FLAG.

       READ-FIELD-VALUE.
           MOVE SPACES TO WS-FIELD-VALUE
           OPEN INPUT QUOTA-FIELD-FILE
           IF WS-FIELD-STATUS = '00'
               READ QUOTA-FIELD-FILE INTO WS-FIELD-VALUE
                   AT END MOVE SPACES TO WS-FIELD-VALUE
               END-READ
               CLOSE QUOTA-FIELD-FILE
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

       END PROGRAM AZUREQUOTA.

      *> This program handles Azure authentication using service principal
      *> and obtains access tokens for ARM API calls

      *> Tokens are shared through a cache - one file per tenant,
      *> client, cloud and auth method under AZURE_TOKEN_CACHE_DIR
      *> (default $HOME/.azlz-token-cache, directory 700, files 600)
      *> holding <expiry epoch seconds>|<access token>. A cached token
      *> with more than WS-CACHE-MIN-LIFE seconds left is reused
      *> instead of a round trip to the token endpoint; otherwise one
      *> caller at a time refreshes it under a lock directory while
      *> the others wait for the new token. Every cache hit (TOKEN-HIT)
      *> and refresh (TOKEN-NEW) goes to the audit trail, and
      *> AZURE_TOKEN_SOURCE is left set to CACHE or NEW for the caller.
      *> AZURE_TOKEN_CACHE=N turns the cache off.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERT-EXPIRY-FILE ASSIGN TO "cert_expiry.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-EXPIRY-STATUS.
           SELECT TOKEN-CACHE-FILE ASSIGN TO WS-CACHE-SCRATCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CACHE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CERT-EXPIRY-FILE.
       01  CERT-EXPIRY-RECORD          PIC X(16).

       FD  TOKEN-CACHE-FILE.
       01  TOKEN-CACHE-RECORD          PIC X(2100).

       WORKING-STORAGE SECTION.
      *> Overall time limit handed to every curl (-m) so a network
      *> blackhole fails the call instead of hanging the run;
       01  WS-VALIDATE-IDX             PIC 9(2).
       01  WS-VALIDATE-NAME            PIC X(64).
       01  WS-VALIDATE-NAME-LEN        PIC 9(3).
       01  WS-VALIDATE-TOKEN           PIC X(64).
       01  WS-VALIDATE-PTR             PIC 9(3).
       01  WS-VALIDATE-SUB-IDX         PIC 9(2).
       01  WS-VALIDATE-FOUND           PIC X.
       01  WS-VALIDATE-OCTET-1         PIC 9(3).
       01  WS-VALIDATE-OCTET-2         PIC 9(3).
       01  WS-VALIDATE-HOST            PIC X(128).
       01  WS-VALIDATE-ZONE            PIC X(128).
       01  WS-VALIDATE-HOST-LEN        PIC 9(3).
       01  WS-VALIDATE-ZONE-LEN        PIC 9(3).

      *> Credential-expiry watchdog scratch fields
       01  WS-CERT-EXPIRY-STATUS       PIC XX.
       01  WS-EXPIRY-WARN-LIMIT        PIC 9(3).
       01  WS-EXPIRY-DAYS-DISPLAY      PIC -(6)9.

      *> Shared token cache. The minimum remaining life is above
      *> AZUREDEPLOY's refresh threshold, so a refresh it asks for
      *> never gets the same nearly-expired token handed back.
       01  WS-CACHE-SETTING            PIC X(8).
       01  WS-CACHE-MIN-LIFE           PIC 9(4) VALUE 600.
       01  WS-CACHE-SCRATCH-NAME       PIC X(32) VALUE SPACES.
       01  WS-CACHE-STATUS             PIC XX.
       01  WS-CACHE-KEY-TEXT           PIC X(160).
       01  WS-CACHE-PREFIX             PIC X(512).
       01  WS-CACHE-LINE               PIC X(2100).
       01  WS-CACHE-EXPIRY-TEXT        PIC X(14).
       01  WS-CACHE-EXPIRY             PIC 9(14).
       01  WS-CACHE-TOKEN              PIC X(2048).
       01  WS-CACHE-HIT                PIC X.
       01  WS-CACHE-LOCK-STATE         PIC X.
       01  WS-TOKEN-SOURCE             PIC X(8).
       01  WS-AUDIT-METHOD             PIC X(10).
       01  WS-AUDIT-PAYLOAD            PIC X(256).
       01  WS-AUDIT-STATUS             PIC 9(3).

       LINKAGE SECTION.
       01  LS-AZURE-CONFIG             PIC X ANY LENGTH.
       01  LS-AZURE-AUTH-TOKEN         PIC X ANY LENGTH.
               STRING 'auth_status.' WS-AUTH-PID '.txt'
                   DELIMITED BY SIZE INTO WS-AUTH-STATUS-NAME
               END-STRING
               STRING 'token_cache.' WS-AUTH-PID '.txt'
                   DELIMITED BY SIZE INTO WS-CACHE-SCRATCH-NAME
               END-STRING
           END-IF

           PERFORM LOAD-CONFIGURATION
           END-IF

           IF WS-RETURN-CODE = 0
               PERFORM OBTAIN-ACCESS-TOKEN
               PERFORM CHECK-TOKEN-VALIDITY
           END-IF

               MOVE 3 TO WS-RETURN-CODE
           END-IF

      *> Partners allowlist whatever the NAT gateway hands out, so a
      *> mistyped IP type or prefix size is stopped here rather than
      *> surfacing as a 400 halfway through the network deployment
           IF NAT-DEPLOY-FLAG = 'Y'
               IF NAT-IP-TYPE NOT = SPACES AND NAT-IP-TYPE NOT = 'IP'
                       AND NAT-IP-TYPE NOT = 'PREFIX'
                   DISPLAY "Configuration error: NAT_IP_TYPE must be "
                           "IP or PREFIX"
                   MOVE 3 TO WS-RETURN-CODE
               END-IF
               IF NAT-PREFIX-LENGTH NOT = 0
                       AND (NAT-PREFIX-LENGTH < 28
                            OR NAT-PREFIX-LENGTH > 31)
                   DISPLAY "Configuration error: NAT_PREFIX_LENGTH "
                           "must be between 28 and 31"
                   MOVE 3 TO WS-RETURN-CODE
               END-IF
               IF NAT-IDLE-TIMEOUT > 120
                   DISPLAY "Configuration error: NAT_IDLE_TIMEOUT "
                           "cannot exceed 120 minutes"
                   MOVE 3 TO WS-RETURN-CODE
               END-IF
           END-IF

      *> Bastion has to have its own subnet, and only the two SKUs
      *> the module knows how to build are accepted
           IF BASTION-DEPLOY-FLAG = 'Y'
               IF BASTION-SUBNET-PREFIX = SPACES
                   DISPLAY "Configuration error: BASTION_SUBNET_PREFIX "
                           "is required when BASTION_DEPLOY=Y"
                   MOVE 3 TO WS-RETURN-CODE
               END-IF
               IF BASTION-SKU NOT = SPACES
                       AND BASTION-SKU NOT = 'Basic'
                       AND BASTION-SKU NOT = 'Standard'
                   DISPLAY "Configuration error: BASTION_SKU must be "
                           "Basic or Standard"
                   MOVE 3 TO WS-RETURN-CODE
               END-IF
               IF BASTION-SCALE-UNITS > 50
                   DISPLAY "Configuration error: BASTION_SCALE_UNITS "
                           "cannot exceed 50"
                   MOVE 3 TO WS-RETURN-CODE
               END-IF
           END-IF

      *> Each hybrid connection needs a name that can also serve in
      *> its vault secret names, and the on-prem endpoint it fronts
           IF RELAY-DEPLOY-FLAG = 'Y'
               IF RELAY-HC-COUNT > 5
                   DISPLAY "Configuration error: RELAY_HC_COUNT "
                           "cannot exceed 5"
                   MOVE 3 TO WS-RETURN-CODE
               ELSE
                   PERFORM VARYING WS-VALIDATE-IDX FROM 1 BY 1
                           UNTIL WS-VALIDATE-IDX > RELAY-HC-COUNT
                       PERFORM VALIDATE-RELAY-HC-ENTRY
                   END-PERFORM
               END-IF
           END-IF

      *> Self-hosted gateways exist only on the Developer and
      *> Premium tiers, and each one may only carry APIs this
      *> configuration actually imports
           IF APIM-DEPLOY-FLAG = 'Y' AND APIM-GW-COUNT > 0
               IF APIM-GW-COUNT > 5
                   DISPLAY "Configuration error: APIM_GW_COUNT "
                           "cannot exceed 5"
                   MOVE 3 TO WS-RETURN-CODE
               ELSE
                   PERFORM VARYING WS-VALIDATE-IDX FROM 1 BY 1
                           UNTIL WS-VALIDATE-IDX > APIM-GW-COUNT
                       PERFORM VALIDATE-APIM-GATEWAY-ENTRY
                   END-PERFORM
               END-IF
               IF APIM-SKU-NAME NOT = 'Developer'
                       AND APIM-SKU-NAME NOT = 'Premium'
                   DISPLAY "Configuration error: self-hosted "
                           "gateways need APIM_SKU_NAME Developer "
                           "or Premium"
                   MOVE 3 TO WS-RETURN-CODE
               END-IF
               IF APIM-GW-TOKEN-DAYS > 30
                   DISPLAY "Configuration error: APIM_GW_TOKEN_DAYS "
                           "cannot exceed 30"
                   MOVE 3 TO WS-RETURN-CODE
               END-IF
           END-IF

      *> Shared identities may only be attached to the services
      *> that know how to take them, and granted on targets
      *> IDENTGRANT can resolve
           IF IDENTITY-DEPLOY-FLAG = 'Y'
               IF IDENTITY-COUNT > 5
                   DISPLAY "Configuration error: IDENTITY_COUNT "
                           "cannot exceed 5"
                   MOVE 3 TO WS-RETURN-CODE
               ELSE
                   PERFORM VARYING WS-VALIDATE-IDX FROM 1 BY 1
                           UNTIL WS-VALIDATE-IDX > IDENTITY-COUNT
                       PERFORM VALIDATE-IDENTITY-ENTRY
                   END-PERFORM
               END-IF
           END-IF

      *> Defender plans go in by their pricing name, and the plans
      *> Azure sells in tiers need the tier named - a typo here
      *> would otherwise only surface as a 400 mid-deployment
           IF DEFENDER-DEPLOY-FLAG = 'Y'
               IF DEFENDER-PLAN-COUNT > 10
                   DISPLAY "Configuration error: DEFENDER_PLAN_COUNT "
                           "cannot exceed 10"
                   MOVE 3 TO WS-RETURN-CODE
               ELSE
                   PERFORM VARYING WS-VALIDATE-IDX FROM 1 BY 1
                           UNTIL WS-VALIDATE-IDX > DEFENDER-PLAN-COUNT
                       PERFORM VALIDATE-DEFENDER-PLAN
                   END-PERFORM
               END-IF
           END-IF

      *> Flow logs are written to one of this environment's own
      *> storage accounts, and traffic analytics only processes on
      *> a 10 or 60 minute cycle
           IF FLOWLOG-DEPLOY-FLAG = 'Y'
               IF FLOWLOG-SA-IDX < 1 OR FLOWLOG-SA-IDX > STORAGE-COUNT
                   DISPLAY "Configuration error: FLOWLOG_SA must "
                           "name a storage account between 1 and "
                           "STORAGE_COUNT"
                   MOVE 3 TO WS-RETURN-CODE
               END-IF
               IF FLOWLOG-TA-INTERVAL NOT = 0
                       AND FLOWLOG-TA-INTERVAL NOT = 10
                       AND FLOWLOG-TA-INTERVAL NOT = 60
                   DISPLAY "Configuration error: FLOWLOG_TA_INTERVAL "
                           "must be 10 or 60"
                   MOVE 3 TO WS-RETURN-CODE
               END-IF
               IF FLOWLOG-RETENTION-DAYS > 365
                   DISPLAY "Configuration error: "
                           "FLOWLOG_RETENTION_DAYS cannot exceed 365"
                   MOVE 3 TO WS-RETURN-CODE
               END-IF
               IF NSG-COUNT = 0
                   DISPLAY "WARNING: FLOWLOG_DEPLOY is Y but no "
                           "NSGs are configured - no flow logs "
                           "will be created"
               END-IF
           END-IF

      *> The workspace export writes into one of this environment's
      *> storage accounts, and one export rule carries 10 tables
           IF LA-EXPORT-TABLE-COUNT > 0
               IF LA-EXPORT-STORAGE-SLOT < 1
                       OR LA-EXPORT-STORAGE-SLOT > STORAGE-COUNT
                   DISPLAY "Configuration error: LA_EXPORT_STORAGE "
                           "must name a storage account between 1 "
                           "and STORAGE_COUNT"
                   MOVE 3 TO WS-RETURN-CODE
               END-IF
               IF LA-EXPORT-TABLE-COUNT > 10
                   DISPLAY "Configuration error: "
                           "LA_EXPORT_TABLE_COUNT cannot exceed 10"
                   MOVE 3 TO WS-RETURN-CODE
               END-IF
           END-IF

      *> Public records are only written into the zone named here,
      *> so every hostname they are for has to sit inside it. The
      *> Front Door name cannot also be the gateway listener's:
      *> Front Door reaches the gateway by that name, so pointing it
      *> at Front Door would loop the traffic back on itself
           IF PUBDNS-DEPLOY-FLAG = 'Y'
               IF PUBDNS-ZONE-NAME = SPACES
                   DISPLAY "Configuration error: PUBDNS_ZONE is "
                           "required when PUBDNS_DEPLOY is Y"
                   MOVE 3 TO WS-RETURN-CODE
               ELSE
                   IF AGW-DEPLOY-FLAG = 'Y'
                           AND AGW-LISTENER-HOSTNAME NOT = SPACES
                       MOVE AGW-LISTENER-HOSTNAME TO WS-VALIDATE-HOST
                       PERFORM VALIDATE-HOST-IN-ZONE
                       IF WS-VALIDATE-FOUND NOT = 'Y'
                           DISPLAY "Configuration error: "
                                   "AGW_LISTENER_HOSTNAME is not in "
                                   "PUBDNS_ZONE "
                                   FUNCTION TRIM(PUBDNS-ZONE-NAME)
                           MOVE 3 TO WS-RETURN-CODE
                       END-IF
                   END-IF
                   IF FD-DEPLOY-FLAG = 'Y'
                           AND FD-CUSTOM-HOSTNAME NOT = SPACES
                       MOVE FD-CUSTOM-HOSTNAME TO WS-VALIDATE-HOST
                       PERFORM VALIDATE-HOST-IN-ZONE
                       IF WS-VALIDATE-FOUND NOT = 'Y'
                           DISPLAY "Configuration error: "
                                   "FD_CUSTOM_HOSTNAME is not in "
                                   "PUBDNS_ZONE "
                                   FUNCTION TRIM(PUBDNS-ZONE-NAME)
                           MOVE 3 TO WS-RETURN-CODE
                       END-IF
                   END-IF
               END-IF
               IF (AGW-DEPLOY-FLAG NOT = 'Y'
                       OR AGW-LISTENER-HOSTNAME = SPACES)
                   AND (FD-DEPLOY-FLAG NOT = 'Y'
                       OR FD-CUSTOM-HOSTNAME = SPACES)
                   DISPLAY "WARNING: PUBDNS_DEPLOY is Y but neither "
                           "a gateway listener nor a Front Door "
                           "custom hostname is configured - no "
                           "public records will be created"
               END-IF
           END-IF
           IF FD-CUSTOM-HOSTNAME NOT = SPACES
                   AND FD-CUSTOM-HOSTNAME = AGW-LISTENER-HOSTNAME
               DISPLAY "Configuration error: FD_CUSTOM_HOSTNAME "
                       "cannot be the gateway's "
                       "AGW_LISTENER_HOSTNAME"
               MOVE 3 TO WS-RETURN-CODE
           END-IF

      *> Catch a generated storage account or Key Vault name that
      *> would exceed Azure's 24-character limit here, rather than
      *> letting GENERATE-STORAGE-NAME/GENERATE-KV-NAME hand the ARM
                               "SA_NAME_PREFIX, ENVIRONMENT, or SUFFIX"
                       MOVE 3 TO WS-RETURN-CODE
                   END-IF
                   IF SA-SFTP-ENABLED(WS-VALIDATE-IDX) = 'Y'
                       PERFORM VALIDATE-SFTP-ALLOWLIST
                   END-IF
               END-PERFORM
           END-IF

                       "before contacting Azure"
           END-IF.

      *> Vault secret names take letters, digits and dashes only, and
      *> the connection name ends up in two of them
       VALIDATE-RELAY-HC-ENTRY.
           IF RELAY-HC-NAME(WS-VALIDATE-IDX) = SPACES
                   OR RELAY-HC-HOST(WS-VALIDATE-IDX) = SPACES
                   OR RELAY-HC-PORT(WS-VALIDATE-IDX) = 0
               DISPLAY "Configuration error: RELAY_HC_"
                       WS-VALIDATE-IDX
                       " needs a NAME, HOST and PORT"
               MOVE 3 TO WS-RETURN-CODE
           END-IF
           MOVE 0 TO WS-VALIDATE-NAME-LEN
           INSPECT RELAY-HC-NAME(WS-VALIDATE-IDX)
               TALLYING WS-VALIDATE-NAME-LEN FOR ALL '_' ALL '.'
           IF WS-VALIDATE-NAME-LEN > 0
               DISPLAY "Configuration error: RELAY_HC_"
                       WS-VALIDATE-IDX
                       "_NAME may use letters, digits and dashes only"
               MOVE 3 TO WS-RETURN-CODE
           END-IF
           IF RELAY-HC-SITES(WS-VALIDATE-IDX) NOT = SPACES
                   AND RELAY-HC-SITES(WS-VALIDATE-IDX) NOT = 'LOGICAPP'
                   AND RELAY-HC-SITES(WS-VALIDATE-IDX) NOT = 'FUNCAPP'
               DISPLAY "Configuration error: RELAY_HC_"
                       WS-VALIDATE-IDX
                       "_SITES must be LOGICAPP, FUNCAPP or blank"
               MOVE 3 TO WS-RETURN-CODE
           END-IF.

      *> The gateway name ends up in its vault secret name, and
      *> every API in APIM_GW_n_APIS must be an APIM_API_n_NAME
       VALIDATE-APIM-GATEWAY-ENTRY.
           IF APIM-GW-NAME(WS-VALIDATE-IDX) = SPACES
               DISPLAY "Configuration error: APIM_GW_"
                       WS-VALIDATE-IDX "_NAME is required"
               MOVE 3 TO WS-RETURN-CODE
           END-IF
           MOVE 0 TO WS-VALIDATE-NAME-LEN
           INSPECT APIM-GW-NAME(WS-VALIDATE-IDX)
               TALLYING WS-VALIDATE-NAME-LEN FOR ALL '_' ALL '.'
           IF WS-VALIDATE-NAME-LEN > 0
               DISPLAY "Configuration error: APIM_GW_"
                       WS-VALIDATE-IDX
                       "_NAME may use letters, digits and dashes only"
               MOVE 3 TO WS-RETURN-CODE
           END-IF
           MOVE 1 TO WS-VALIDATE-PTR
           PERFORM UNTIL WS-VALIDATE-PTR >
                   FUNCTION LENGTH(APIM-GW-APIS(WS-VALIDATE-IDX))
               MOVE SPACES TO WS-VALIDATE-TOKEN
               UNSTRING APIM-GW-APIS(WS-VALIDATE-IDX)
                   DELIMITED BY ','
                   INTO WS-VALIDATE-TOKEN
                   WITH POINTER WS-VALIDATE-PTR
               END-UNSTRING
               IF FUNCTION TRIM(WS-VALIDATE-TOKEN) NOT = SPACES
                   MOVE 'N' TO WS-VALIDATE-FOUND
                   PERFORM VARYING WS-VALIDATE-SUB-IDX FROM 1 BY 1
                           UNTIL WS-VALIDATE-SUB-IDX > APIM-API-COUNT
                              OR WS-VALIDATE-SUB-IDX > 5
                       IF APIM-API-NAME(WS-VALIDATE-SUB-IDX) =
                               FUNCTION TRIM(WS-VALIDATE-TOKEN)
                           MOVE 'Y' TO WS-VALIDATE-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-VALIDATE-FOUND = 'N'
                       DISPLAY "Configuration error: APIM_GW_"
                               WS-VALIDATE-IDX "_APIS names "
                               FUNCTION TRIM(WS-VALIDATE-TOKEN)
                               ", which is not an APIM_API_n_NAME"
                       MOVE 3 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-PERFORM.

      *> The identity name goes into its resource name; CONSUMERS
      *> is a comma list of consuming program names, and each role
      *> names its target as KV, SB, EH, SQL, RG or a storage slot
       VALIDATE-IDENTITY-ENTRY.
           IF IDENTITY-NAME(WS-VALIDATE-IDX) = SPACES
               DISPLAY "Configuration error: IDENTITY_"
                       WS-VALIDATE-IDX "_NAME is required"
               MOVE 3 TO WS-RETURN-CODE
           END-IF
           MOVE 0 TO WS-VALIDATE-NAME-LEN
           INSPECT IDENTITY-NAME(WS-VALIDATE-IDX)
               TALLYING WS-VALIDATE-NAME-LEN FOR ALL '_' ALL '.'
           IF WS-VALIDATE-NAME-LEN > 0
               DISPLAY "Configuration error: IDENTITY_"
                       WS-VALIDATE-IDX
                       "_NAME may use letters, digits and dashes only"
               MOVE 3 TO WS-RETURN-CODE
           END-IF
           MOVE 1 TO WS-VALIDATE-PTR
           PERFORM UNTIL WS-VALIDATE-PTR >
                   FUNCTION LENGTH(IDENTITY-CONSUMERS(WS-VALIDATE-IDX))
               MOVE SPACES TO WS-VALIDATE-TOKEN
               UNSTRING IDENTITY-CONSUMERS(WS-VALIDATE-IDX)
                   DELIMITED BY ','
                   INTO WS-VALIDATE-TOKEN
                   WITH POINTER WS-VALIDATE-PTR
               END-UNSTRING
               IF FUNCTION TRIM(WS-VALIDATE-TOKEN) NOT = SPACES
                       AND FUNCTION TRIM(WS-VALIDATE-TOKEN)
                           NOT = 'DATAFACTORY'
                       AND FUNCTION TRIM(WS-VALIDATE-TOKEN)
                           NOT = 'FUNCAPP'
                       AND FUNCTION TRIM(WS-VALIDATE-TOKEN)
                           NOT = 'LOGICAPP'
                       AND FUNCTION TRIM(WS-VALIDATE-TOKEN)
                           NOT = 'APIMGMT'
                   DISPLAY "Configuration error: IDENTITY_"
                           WS-VALIDATE-IDX "_CONSUMERS names "
                           FUNCTION TRIM(WS-VALIDATE-TOKEN)
                           " - use DATAFACTORY, FUNCAPP, LOGICAPP "
                           "or APIMGMT"
                   MOVE 3 TO WS-RETURN-CODE
               END-IF
           END-PERFORM
           IF IDENTITY-ROLE-COUNT(WS-VALIDATE-IDX) > 5
               DISPLAY "Configuration error: IDENTITY_"
                       WS-VALIDATE-IDX "_ROLE_COUNT cannot exceed 5"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-VALIDATE-SUB-IDX FROM 1 BY 1
                   UNTIL WS-VALIDATE-SUB-IDX >
                         IDENTITY-ROLE-COUNT(WS-VALIDATE-IDX)
               IF IDENTITY-ROLE-NAME(WS-VALIDATE-IDX,
                                     WS-VALIDATE-SUB-IDX) = SPACES
                   DISPLAY "Configuration error: IDENTITY_"
                           WS-VALIDATE-IDX "_ROLE_"
                           WS-VALIDATE-SUB-IDX "_NAME is required"
                   MOVE 3 TO WS-RETURN-CODE
               END-IF
               EVALUATE IDENTITY-ROLE-TARGET(WS-VALIDATE-IDX,
                                             WS-VALIDATE-SUB-IDX)
                   WHEN 'KV'
                   WHEN 'SB'
                   WHEN 'EH'
                   WHEN 'SQL'
                   WHEN 'RG'
                   WHEN 'SA1'
                   WHEN 'SA2'
                   WHEN 'SA3'
                   WHEN 'SA4'
                   WHEN 'SA5'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Configuration error: IDENTITY_"
                               WS-VALIDATE-IDX "_ROLE_"
                               WS-VALIDATE-SUB-IDX
                               "_TARGET must be KV, SB, EH, SQL, RG "
                               "or SA1-SA5"
                       MOVE 3 TO WS-RETURN-CODE
               END-EVALUATE
           END-PERFORM.

      *> The pricing names Defender for Cloud accepts on a
      *> subscription; Api (APIM) is only sold by tier, P1-P5
       VALIDATE-DEFENDER-PLAN.
           EVALUATE DEFENDER-PLAN-NAME(WS-VALIDATE-IDX)
               WHEN 'KeyVaults'
               WHEN 'StorageAccounts'
               WHEN 'Api'
               WHEN 'SqlServers'
               WHEN 'SqlServerVirtualMachines'
               WHEN 'OpenSourceRelationalDatabases'
               WHEN 'CosmosDbs'
               WHEN 'VirtualMachines'
               WHEN 'AppServices'
               WHEN 'Arm'
               WHEN 'Dns'
               WHEN 'Containers'
               WHEN 'CloudPosture'
                   CONTINUE
               WHEN SPACES
                   DISPLAY "Configuration error: DEFENDER_PLAN_"
                           WS-VALIDATE-IDX "_NAME is required"
                   MOVE 3 TO WS-RETURN-CODE
               WHEN OTHER
                   DISPLAY "Configuration error: DEFENDER_PLAN_"
                           WS-VALIDATE-IDX "_NAME "
                           FUNCTION TRIM(DEFENDER-PLAN-NAME
                               (WS-VALIDATE-IDX))
                           " is not a Defender for Cloud plan"
                   MOVE 3 TO WS-RETURN-CODE
           END-EVALUATE
           IF DEFENDER-PLAN-NAME(WS-VALIDATE-IDX) = 'Api'
                   AND DEFENDER-PLAN-SUBPLAN(WS-VALIDATE-IDX) = SPACES
               DISPLAY "Configuration error: DEFENDER_PLAN_"
                       WS-VALIDATE-IDX "_SUBPLAN is required for "
                       "the Api plan (P1-P5)"
               MOVE 3 TO WS-RETURN-CODE
           END-IF
           IF DEFENDER-PLAN-PROD-ONLY(WS-VALIDATE-IDX) NOT = 'Y'
                   AND DEFENDER-PLAN-PROD-ONLY(WS-VALIDATE-IDX)
                       NOT = 'N'
                   AND DEFENDER-PLAN-PROD-ONLY(WS-VALIDATE-IDX)
                       NOT = SPACE
               DISPLAY "Configuration error: DEFENDER_PLAN_"
                       WS-VALIDATE-IDX "_PRODONLY must be Y or N"
               MOVE 3 TO WS-RETURN-CODE
           END-IF.

      *> WS-VALIDATE-HOST is in the public zone when it is the zone
      *> apex or ends in '.' followed by the zone name; DNS names
      *> compare without regard to case
       VALIDATE-HOST-IN-ZONE.
           MOVE 'N' TO WS-VALIDATE-FOUND
           MOVE PUBDNS-ZONE-NAME TO WS-VALIDATE-ZONE
           INSPECT WS-VALIDATE-HOST CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           INSPECT WS-VALIDATE-ZONE CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           IF WS-VALIDATE-HOST = WS-VALIDATE-ZONE
               MOVE 'Y' TO WS-VALIDATE-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-VALIDATE-HOST))
               TO WS-VALIDATE-HOST-LEN
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-VALIDATE-ZONE))
               TO WS-VALIDATE-ZONE-LEN
           IF WS-VALIDATE-HOST-LEN > WS-VALIDATE-ZONE-LEN + 1
               IF WS-VALIDATE-HOST(WS-VALIDATE-HOST-LEN
                       - WS-VALIDATE-ZONE-LEN:1) = '.'
                   AND WS-VALIDATE-HOST(WS-VALIDATE-HOST-LEN
                       - WS-VALIDATE-ZONE-LEN + 1:WS-VALIDATE-ZONE-LEN)
                     = WS-VALIDATE-ZONE(1:WS-VALIDATE-ZONE-LEN)
                   MOVE 'Y' TO WS-VALIDATE-FOUND
               END-IF
           END-IF.

      *> Every partner range must say whose it is and when it lapses,
      *> and be a public range the storage firewall accepts - it
      *> takes no private addresses, and a single host goes in as
      *> the bare address rather than a /31 or /32
       VALIDATE-SFTP-ALLOWLIST.
           IF SA-SFTP-ALLOW-COUNT(WS-VALIDATE-IDX) > 10
               DISPLAY "Configuration error: SA_" WS-VALIDATE-IDX
                       "_SFTPALLOW_COUNT cannot exceed 10"
               MOVE 3 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-VALIDATE-SUB-IDX FROM 1 BY 1
                   UNTIL WS-VALIDATE-SUB-IDX >
                         SA-SFTP-ALLOW-COUNT(WS-VALIDATE-IDX)
               PERFORM VALIDATE-SFTP-ALLOW-ENTRY
           END-PERFORM.

       VALIDATE-SFTP-ALLOW-ENTRY.
           IF SA-SFTP-ALLOW-CIDR(WS-VALIDATE-IDX,
                                 WS-VALIDATE-SUB-IDX) = SPACES
                   OR SA-SFTP-ALLOW-PARTNER(WS-VALIDATE-IDX,
                                            WS-VALIDATE-SUB-IDX)
                       = SPACES
               DISPLAY "Configuration error: SA_" WS-VALIDATE-IDX
                       "_SFTPALLOW_" WS-VALIDATE-SUB-IDX
                       " needs a CIDR and a PARTNER"
               MOVE 3 TO WS-RETURN-CODE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(
                   SA-SFTP-ALLOW-EXPIRY(WS-VALIDATE-IDX,
                                        WS-VALIDATE-SUB-IDX)) NOT = 0
               DISPLAY "Configuration error: SA_" WS-VALIDATE-IDX
                       "_SFTPALLOW_" WS-VALIDATE-SUB-IDX
                       "_EXPIRY must be a YYYYMMDD date"
               MOVE 3 TO WS-RETURN-CODE
           END-IF
           MOVE 0 TO WS-VALIDATE-NAME-LEN
           INSPECT SA-SFTP-ALLOW-CIDR(WS-VALIDATE-IDX,
                                      WS-VALIDATE-SUB-IDX)
               TALLYING WS-VALIDATE-NAME-LEN FOR ALL '/31' ALL '/32'
           IF WS-VALIDATE-NAME-LEN > 0
               DISPLAY "Configuration error: SA_" WS-VALIDATE-IDX
                       "_SFTPALLOW_" WS-VALIDATE-SUB-IDX
                       "_CIDR - give a single host as the bare "
                       "address, not /31 or /32"
               MOVE 3 TO WS-RETURN-CODE
           END-IF
           MOVE 0 TO WS-VALIDATE-OCTET-1 WS-VALIDATE-OCTET-2
           UNSTRING SA-SFTP-ALLOW-CIDR(WS-VALIDATE-IDX,
                                       WS-VALIDATE-SUB-IDX)
               DELIMITED BY '.' OR '/'
               INTO WS-VALIDATE-OCTET-1 WS-VALIDATE-OCTET-2
           END-UNSTRING
           IF WS-VALIDATE-OCTET-1 = 10
                   OR (WS-VALIDATE-OCTET-1 = 192
                       AND WS-VALIDATE-OCTET-2 = 168)
                   OR (WS-VALIDATE-OCTET-1 = 172
                       AND WS-VALIDATE-OCTET-2 >= 16
                       AND WS-VALIDATE-OCTET-2 <= 31)
               DISPLAY "Configuration error: SA_" WS-VALIDATE-IDX
                       "_SFTPALLOW_" WS-VALIDATE-SUB-IDX
                       "_CIDR is a private range - storage network "
                       "rules take public addresses only"
               MOVE 3 TO WS-RETURN-CODE
           END-IF.

      *> Warns in every run's output when the service principal
      *> secret or the signing certificate is inside the warning
      *> window, so expiry stops surprising scheduled runs with an
               PERFORM WARN-ON-EXPIRY-WINDOW
           END-IF.

      *> The cache is consulted first; the token endpoint is only
      *> called when no cached token has enough life left, and the
      *> caller learns which of the two it got
       OBTAIN-ACCESS-TOKEN.
           MOVE 'NEW' TO WS-TOKEN-SOURCE
           MOVE SPACES TO WS-CACHE-SETTING
           ACCEPT WS-CACHE-SETTING FROM ENVIRONMENT 'AZURE_TOKEN_CACHE'
           IF WS-CACHE-SETTING = 'N' OR WS-CACHE-SETTING = 'NO'
               PERFORM AUTHENTICATE-WITH-AZURE
           ELSE
               PERFORM USE-TOKEN-CACHE
           END-IF
           DISPLAY 'AZURE_TOKEN_SOURCE' UPON ENVIRONMENT-NAME
           DISPLAY WS-TOKEN-SOURCE UPON ENVIRONMENT-VALUE.

      *> Look, and on a miss take the lock and look again - another
      *> worker may have refreshed while this one waited - before
      *> going to the token endpoint and publishing the new token
       USE-TOKEN-CACHE.
           PERFORM BUILD-TOKEN-CACHE-KEY
           PERFORM LOOKUP-TOKEN-CACHE
           IF WS-CACHE-HIT = 'Y'
               PERFORM AUDIT-TOKEN-CACHE-HIT
               EXIT PARAGRAPH
           END-IF

           PERFORM ACQUIRE-TOKEN-CACHE-LOCK
           PERFORM LOOKUP-TOKEN-CACHE
           IF WS-CACHE-HIT = 'Y'
               IF WS-CACHE-LOCK-STATE NOT = 'C'
                   PERFORM RELEASE-TOKEN-CACHE-LOCK
               END-IF
               PERFORM AUDIT-TOKEN-CACHE-HIT
               EXIT PARAGRAPH
           END-IF
           IF WS-CACHE-LOCK-STATE = 'C'
               PERFORM ACQUIRE-TOKEN-CACHE-LOCK
           END-IF

           PERFORM AUTHENTICATE-WITH-AZURE
           IF WS-RETURN-CODE = 0
               PERFORM STORE-TOKEN-CACHE
           END-IF
           PERFORM RELEASE-TOKEN-CACHE-LOCK

           MOVE 'TOKEN-NEW' TO WS-AUDIT-METHOD
           MOVE HTTP-STATUS-CODE TO WS-AUDIT-STATUS
           MOVE TOKEN-EXPIRY-TIME TO WS-CACHE-EXPIRY
           PERFORM AUDIT-TOKEN-EVENT.

      *> The key names the identity and cloud only - no secret - and
      *> is hashed into the file name; the shell prefix every cache
      *> command starts with resolves the directory and file
       BUILD-TOKEN-CACHE-KEY.
           MOVE SPACES TO WS-AUTH-URL
           STRING AUTH-ENDPOINT DELIMITED BY SPACE
                  TENANT-ID DELIMITED BY SPACE
                  '/oauth2/token' DELIMITED BY SIZE
               INTO WS-AUTH-URL
           END-STRING
           MOVE SPACES TO WS-CACHE-KEY-TEXT
           STRING 'tenant=' FUNCTION TRIM(TENANT-ID)
                  ' client=' FUNCTION TRIM(CLIENT-ID)
                  ' cloud=' FUNCTION TRIM(CLOUD-ENVIRONMENT)
                  ' method=' FUNCTION TRIM(AUTH-METHOD)
               DELIMITED BY SIZE INTO WS-CACHE-KEY-TEXT
           END-STRING
           MOVE SPACES TO WS-CACHE-PREFIX
           STRING 'D="${AZURE_TOKEN_CACHE_DIR:-'
                  '$HOME/.azlz-token-cache}"'
                  '; umask 077; mkdir -p "$D"; chmod 700 "$D"; '
                  "K=$(printf '%s' '"
                  FUNCTION TRIM(WS-CACHE-KEY-TEXT)
                  "' | openssl dgst -sha256 -r | cut -c1-32); "
                  'F="$D/$K.tok"; '
               DELIMITED BY SIZE INTO WS-CACHE-PREFIX
           END-STRING.

      *> A hit needs a well-formed line and more than the minimum
      *> life left on the token
       LOOKUP-TOKEN-CACHE.
           MOVE 'N' TO WS-CACHE-HIT
           MOVE SPACES TO WS-AUTH-CURL-CMD
           STRING FUNCTION TRIM(WS-CACHE-PREFIX)
                  ' cat "$F" > ' FUNCTION TRIM(WS-CACHE-SCRATCH-NAME)
                  ' 2>/dev/null; true'
               DELIMITED BY SIZE INTO WS-AUTH-CURL-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-AUTH-CURL-CMD
           END-CALL
           PERFORM READ-TOKEN-CACHE-SCRATCH
           PERFORM PARSE-TOKEN-CACHE-LINE
           IF WS-CACHE-HIT = 'Y'
               MOVE WS-CACHE-TOKEN TO ACCESS-TOKEN
               MOVE 'Bearer' TO TOKEN-TYPE
               MOVE WS-CACHE-EXPIRY TO TOKEN-EXPIRY-TIME
               COMPUTE EXPIRES-IN =
                   WS-CACHE-EXPIRY - WS-CURRENT-TIME
               MOVE 'CACHE' TO WS-TOKEN-SOURCE
               MOVE 0 TO WS-RETURN-CODE
               DISPLAY "Using cached access token ("
                       EXPIRES-IN " seconds left)"
           END-IF.

       PARSE-TOKEN-CACHE-LINE.
           MOVE 'N' TO WS-CACHE-HIT
           MOVE SPACES TO WS-CACHE-EXPIRY-TEXT WS-CACHE-TOKEN
           UNSTRING WS-CACHE-LINE DELIMITED BY '|'
               INTO WS-CACHE-EXPIRY-TEXT WS-CACHE-TOKEN
           END-UNSTRING
           IF WS-CACHE-EXPIRY-TEXT IS NOT NUMERIC
                   OR WS-CACHE-TOKEN = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CACHE-EXPIRY-TEXT TO WS-CACHE-EXPIRY
           PERFORM COMPUTE-CURRENT-EPOCH-SECONDS
           IF WS-CACHE-EXPIRY > WS-CURRENT-TIME + WS-CACHE-MIN-LIFE
               MOVE 'Y' TO WS-CACHE-HIT
           END-IF.

      *> The scratch copy holds a live token, so it goes as soon as
      *> it has been read
       READ-TOKEN-CACHE-SCRATCH.
           MOVE SPACES TO WS-CACHE-LINE
           OPEN INPUT TOKEN-CACHE-FILE
           IF WS-CACHE-STATUS = '00'
               READ TOKEN-CACHE-FILE INTO WS-CACHE-LINE
                   AT END CONTINUE
               END-READ
               CLOSE TOKEN-CACHE-FILE
           END-IF
           MOVE SPACES TO WS-AUTH-CURL-CMD
           STRING 'rm -f ' FUNCTION TRIM(WS-CACHE-SCRATCH-NAME)
               DELIMITED BY SIZE INTO WS-AUTH-CURL-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-AUTH-CURL-CMD
           END-CALL.

      *> mkdir is atomic, so the lock directory admits one refresher.
      *> The others poll for up to a minute: L - this caller holds
      *> the lock; C - the cache file was rewritten meanwhile, look
      *> again; T - the holder never finished, its lock is taken over.
       ACQUIRE-TOKEN-CACHE-LOCK.
           MOVE SPACES TO WS-AUTH-CURL-CMD
           STRING FUNCTION TRIM(WS-CACHE-PREFIX)
                  ' S=$(date +%s); I=0; R=T; '
                  'while [ $I -lt 60 ]; do '
                  'if mkdir "$F.lock" 2>/dev/null; '
                  'then R=L; break; fi; '
                  'if [ -f "$F" ] '
                  '&& [ $(stat -c %Y "$F") -ge $S ]; then R=C; break; '
                  'fi; sleep 1; I=$((I+1)); done; '
                  'if [ $R = T ]; then rm -rf "$F.lock"; '
                  'mkdir "$F.lock"; fi; echo $R > '
                  FUNCTION TRIM(WS-CACHE-SCRATCH-NAME)
               DELIMITED BY SIZE INTO WS-AUTH-CURL-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-AUTH-CURL-CMD
           END-CALL
           PERFORM READ-TOKEN-CACHE-SCRATCH
           MOVE WS-CACHE-LINE(1:1) TO WS-CACHE-LOCK-STATE
           IF WS-CACHE-LOCK-STATE = 'T'
               DISPLAY "Token cache lock held too long - taken over"
           END-IF.

       RELEASE-TOKEN-CACHE-LOCK.
           MOVE SPACES TO WS-AUTH-CURL-CMD
           STRING FUNCTION TRIM(WS-CACHE-PREFIX)
                  ' rmdir "$F.lock" 2>/dev/null; true'
               DELIMITED BY SIZE INTO WS-AUTH-CURL-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-AUTH-CURL-CMD
           END-CALL.

      *> The record is written here, not by the shell, so the token
      *> never appears on a command line where ps could show it. The
      *> scratch copy is moved beside the live file and renamed over
      *> it, so a reader sees the old token or the new one, never
      *> half of one
       STORE-TOKEN-CACHE.
           MOVE SPACES TO WS-CACHE-LINE
           STRING TOKEN-EXPIRY-TIME '|' FUNCTION TRIM(ACCESS-TOKEN)
               DELIMITED BY SIZE INTO WS-CACHE-LINE
           END-STRING
           OPEN OUTPUT TOKEN-CACHE-FILE
           IF WS-CACHE-STATUS NOT = '00'
               DISPLAY "Token cache not written (status "
                       WS-CACHE-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           WRITE TOKEN-CACHE-RECORD FROM WS-CACHE-LINE
           CLOSE TOKEN-CACHE-FILE
           MOVE SPACES TO WS-CACHE-LINE

           MOVE SPACES TO WS-AUTH-CURL-CMD
           STRING FUNCTION TRIM(WS-CACHE-PREFIX)
                  ' chmod 600 ' FUNCTION TRIM(WS-CACHE-SCRATCH-NAME)
                  '; mv ' FUNCTION TRIM(WS-CACHE-SCRATCH-NAME)
                  ' "$F.$$" && mv "$F.$$" "$F"; rm -f '
                  FUNCTION TRIM(WS-CACHE-SCRATCH-NAME)
               DELIMITED BY SIZE INTO WS-AUTH-CURL-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-AUTH-CURL-CMD
           END-CALL.

       AUDIT-TOKEN-CACHE-HIT.
           MOVE 'TOKEN-HIT' TO WS-AUDIT-METHOD
           MOVE 200 TO WS-AUDIT-STATUS
           PERFORM AUDIT-TOKEN-EVENT.

      *> The audit record carries the cache key and the token's
      *> expiry, never the token
       AUDIT-TOKEN-EVENT.
           MOVE SPACES TO WS-AUDIT-PAYLOAD
           STRING FUNCTION TRIM(WS-CACHE-KEY-TEXT)
                  ' expires=' WS-CACHE-EXPIRY
               DELIMITED BY SIZE INTO WS-AUDIT-PAYLOAD
           END-STRING
           CALL 'AUDITLOG' USING WS-AUDIT-METHOD WS-AUTH-URL
                                 WS-AUDIT-PAYLOAD WS-AUDIT-STATUS
                                 CLIENT-ID 'token_cache_headers.txt'.

       AUTHENTICATE-WITH-AZURE.
           DISPLAY "Authenticating with Azure Active Directory..."


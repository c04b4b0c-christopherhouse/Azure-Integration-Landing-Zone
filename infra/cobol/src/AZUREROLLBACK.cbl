           05  START-INTACCOUNT        PIC X VALUE 'N'.
           05  START-FUNCTION-APP  PIC X VALUE 'N'.
           05  START-ALERTS            PIC X VALUE 'N'.
           05  START-APP-INSIGHTS      PIC X VALUE 'N'.
           05  START-REDIS             PIC X VALUE 'N'.
           05  START-SQLDB             PIC X VALUE 'N'.
           05  START-BASTION           PIC X VALUE 'N'.
           05  START-RELAY             PIC X VALUE 'N'.
           05  START-IDENTITY          PIC X VALUE 'N'.
           05  START-PUBLIC-DNS        PIC X VALUE 'N'.
           05  START-FLOW-LOGS         PIC X VALUE 'N'.
           05  START-DR-REPLICA        PIC X VALUE 'N'.
       01  CURRENT-FLAGS.
           05  CUR-LOG-ANALYTICS       PIC X VALUE 'N'.
           05  CUR-INTACCOUNT          PIC X VALUE 'N'.
           05  CUR-FUNCTION-APP  PIC X VALUE 'N'.
           05  CUR-ALERTS              PIC X VALUE 'N'.
           05  CUR-APP-INSIGHTS        PIC X VALUE 'N'.
           05  CUR-REDIS               PIC X VALUE 'N'.
           05  CUR-SQLDB               PIC X VALUE 'N'.
           05  CUR-BASTION             PIC X VALUE 'N'.
           05  CUR-RELAY               PIC X VALUE 'N'.
           05  CUR-IDENTITY            PIC X VALUE 'N'.
           05  CUR-PUBLIC-DNS        PIC X VALUE 'N'.
           05  CUR-FLOW-LOGS           PIC X VALUE 'N'.
           05  CUR-DEFENDER            PIC X VALUE 'N'.
           05  CUR-DR-REPLICA          PIC X VALUE 'N'.
       01  ROLLBACK-FLAGS.
           05  RB-LOG-ANALYTICS        PIC X VALUE 'N'.
           05  RB-LOGIC-APP            PIC X VALUE 'N'.
           05  RB-INTACCOUNT           PIC X VALUE 'N'.
           05  RB-FUNCTION-APP         PIC X VALUE 'N'.
           05  RB-APP-INSIGHTS         PIC X VALUE 'N'.
           05  RB-REDIS                PIC X VALUE 'N'.
           05  RB-SQLDB                PIC X VALUE 'N'.
           05  RB-BASTION              PIC X VALUE 'N'.
           05  RB-RELAY                PIC X VALUE 'N'.
           05  RB-IDENTITY             PIC X VALUE 'N'.
           05  RB-PUBLIC-DNS        PIC X VALUE 'N'.
           05  RB-FLOW-LOGS            PIC X VALUE 'N'.
       01  WS-ROLLBACK-COUNT           PIC 9(2) VALUE 0.

       01  WS-SA-IDX                   PIC 9(2).
       01  WS-ID-IDX                   PIC 9(2).
       01  WS-NSG-IDX                  PIC 9(2).
       01  WS-FLOWLOG-NAME             PIC X(80).
       01  WS-FLOWLOG-NW-RG            PIC X(64).
       01  WS-DESTROY-RESOURCE-TYPE    PIC X(24).
       01  WS-DESTROY-RESOURCE-NAME    PIC X(64).
       01  WS-DESTROY-PARENT-NAME      PIC X(64).
       01  WS-DESTROY-URL              PIC X(512).
      *> The public zone, and the record being removed from it
       01  WS-PUBDNS-ZONE              PIC X(128).
       01  WS-PUBDNS-RG                PIC X(64).
       01  WS-PUBDNS-HOST              PIC X(128).
       01  WS-PUBDNS-RECORD            PIC X(140).
       01  WS-PUBDNS-TYPE              PIC X(5).
       01  WS-PUBDNS-HOST-LEN          PIC 9(3).
       01  WS-PUBDNS-ZONE-LEN          PIC 9(3).
       01  WS-DESTROY-NAME-LEN         PIC 9(2).
       01  WS-DESTROY-NAME-TRUNC       PIC X(22).
       01  WS-DESTROY-NAME-SUFFIX      PIC 9(2).
       01  WS-NAT-WAIT-POLLS           PIC 9(2).
       01  WS-BASTION-WAIT-POLLS       PIC 9(2).
       01  WS-EG-IDX                   PIC 9(2).
       01  WS-SUBCKPT-CMD              PIC X(256).

                   ELSE
                       MOVE WS-CKPT-VALUE(1:1) TO CUR-ALERTS
                   END-IF
               WHEN 'APP_INSIGHTS_DEPLOYED'
                   IF WS-FLAG-TARGET = 'S'
                       MOVE WS-CKPT-VALUE(1:1) TO START-APP-INSIGHTS
                   ELSE
                       MOVE WS-CKPT-VALUE(1:1) TO CUR-APP-INSIGHTS
                   END-IF
               WHEN 'REDIS_DEPLOYED'
                   IF WS-FLAG-TARGET = 'S'
                       MOVE WS-CKPT-VALUE(1:1) TO START-REDIS
                   ELSE
                       MOVE WS-CKPT-VALUE(1:1) TO CUR-REDIS
                   END-IF
               WHEN 'SQLDB_DEPLOYED'
                   IF WS-FLAG-TARGET = 'S'
                       MOVE WS-CKPT-VALUE(1:1) TO START-SQLDB
                   ELSE
                       MOVE WS-CKPT-VALUE(1:1) TO CUR-SQLDB
                   END-IF
               WHEN 'BASTION_DEPLOYED'
                   IF WS-FLAG-TARGET = 'S'
                       MOVE WS-CKPT-VALUE(1:1) TO START-BASTION
                   ELSE
                       MOVE WS-CKPT-VALUE(1:1) TO CUR-BASTION
                   END-IF
               WHEN 'RELAY_DEPLOYED'
                   IF WS-FLAG-TARGET = 'S'
                       MOVE WS-CKPT-VALUE(1:1) TO START-RELAY
                   ELSE
                       MOVE WS-CKPT-VALUE(1:1) TO CUR-RELAY
                   END-IF
               WHEN 'IDENTITY_DEPLOYED'
                   IF WS-FLAG-TARGET = 'S'
                       MOVE WS-CKPT-VALUE(1:1) TO START-IDENTITY
                   ELSE
                       MOVE WS-CKPT-VALUE(1:1) TO CUR-IDENTITY
                   END-IF
               WHEN 'FLOW_LOGS_DEPLOYED'
                   IF WS-FLAG-TARGET = 'S'
                       MOVE WS-CKPT-VALUE(1:1) TO START-FLOW-LOGS
                   ELSE
                       MOVE WS-CKPT-VALUE(1:1) TO CUR-FLOW-LOGS
                   END-IF
               WHEN 'PUBLIC_DNS_DEPLOYED'
                   IF WS-FLAG-TARGET = 'S'
                       MOVE WS-CKPT-VALUE(1:1) TO START-PUBLIC-DNS
                   ELSE
                       MOVE WS-CKPT-VALUE(1:1) TO CUR-PUBLIC-DNS
                   END-IF
      *> Defender plans are priced on the subscription and never
      *> rolled back, but the flag is carried through the rewrite
               WHEN 'DEFENDER_DEPLOYED'
                   IF WS-FLAG-TARGET NOT = 'S'
                       MOVE WS-CKPT-VALUE(1:1) TO CUR-DEFENDER
                   END-IF
               WHEN 'DR_REPLICA_DEPLOYED'
                   IF WS-FLAG-TARGET = 'S'
                       MOVE WS-CKPT-VALUE(1:1) TO START-DR-REPLICA
               MOVE 'Y' TO RB-FUNCTION-APP
               ADD 1 TO WS-ROLLBACK-COUNT
               DISPLAY "  Will roll back: Function App"
           END-IF
           IF CUR-APP-INSIGHTS = 'Y' AND START-APP-INSIGHTS NOT = 'Y'
               MOVE 'Y' TO RB-APP-INSIGHTS
               ADD 1 TO WS-ROLLBACK-COUNT
               DISPLAY "  Will roll back: Application Insights"
           END-IF
           IF CUR-REDIS = 'Y' AND START-REDIS NOT = 'Y'
               MOVE 'Y' TO RB-REDIS
               ADD 1 TO WS-ROLLBACK-COUNT
               DISPLAY "  Will roll back: Redis Cache"
           END-IF
           IF CUR-SQLDB = 'Y' AND START-SQLDB NOT = 'Y'
               MOVE 'Y' TO RB-SQLDB
               ADD 1 TO WS-ROLLBACK-COUNT
               DISPLAY "  Will roll back: SQL Database"
           END-IF
           IF CUR-BASTION = 'Y' AND START-BASTION NOT = 'Y'
               MOVE 'Y' TO RB-BASTION
               ADD 1 TO WS-ROLLBACK-COUNT
               DISPLAY "  Will roll back: Azure Bastion"
           END-IF
           IF CUR-RELAY = 'Y' AND START-RELAY NOT = 'Y'
               MOVE 'Y' TO RB-RELAY
               ADD 1 TO WS-ROLLBACK-COUNT
               DISPLAY "  Will roll back: Azure Relay"
           END-IF
           IF CUR-IDENTITY = 'Y' AND START-IDENTITY NOT = 'Y'
               MOVE 'Y' TO RB-IDENTITY
               ADD 1 TO WS-ROLLBACK-COUNT
               DISPLAY "  Will roll back: Managed Identities"
           END-IF
           IF CUR-FLOW-LOGS = 'Y' AND START-FLOW-LOGS NOT = 'Y'
               MOVE 'Y' TO RB-FLOW-LOGS
               ADD 1 TO WS-ROLLBACK-COUNT
               DISPLAY "  Will roll back: NSG Flow Logs"
           END-IF
           IF CUR-PUBLIC-DNS = 'Y' AND START-PUBLIC-DNS NOT = 'Y'
               MOVE 'Y' TO RB-PUBLIC-DNS
               ADD 1 TO WS-ROLLBACK-COUNT
               DISPLAY "  Will roll back: Public DNS Records"
           END-IF.

      *> Reverse of SET-DEFAULT-DEPLOY-ORDER, and only the entries
                   MOVE 'N' TO CUR-EVENT-GRID
               END-IF
           END-IF
           IF RB-PUBLIC-DNS = 'Y'
               MOVE 0 TO WS-RETURN-CODE
               PERFORM DESTROY-PUBLIC-DNS-RECORDS
               IF WS-RETURN-CODE = 0
                   MOVE 'N' TO CUR-PUBLIC-DNS
               END-IF
           END-IF
           IF RB-FRONT-DOOR = 'Y'
               MOVE 0 TO WS-RETURN-CODE
               PERFORM DESTROY-FRONTDOOR-RESOURCE
                   MOVE 'N' TO CUR-APIM
               END-IF
           END-IF
           IF RB-RELAY = 'Y'
               MOVE 0 TO WS-RETURN-CODE
               PERFORM DESTROY-RELAY-RESOURCE
               IF WS-RETURN-CODE = 0
                   MOVE 'N' TO CUR-RELAY
               END-IF
           END-IF
           IF RB-BASTION = 'Y'
               MOVE 0 TO WS-RETURN-CODE
               PERFORM DESTROY-BASTION-RESOURCE
               IF WS-RETURN-CODE = 0
                   MOVE 'N' TO CUR-BASTION
               END-IF
           END-IF
           IF RB-SQLDB = 'Y'
               MOVE 0 TO WS-RETURN-CODE
               PERFORM DESTROY-SQLDB-RESOURCE
               IF WS-RETURN-CODE = 0
                   MOVE 'N' TO CUR-SQLDB
               END-IF
           END-IF
           IF RB-REDIS = 'Y'
               MOVE 0 TO WS-RETURN-CODE
               PERFORM DESTROY-REDIS-RESOURCE
               IF WS-RETURN-CODE = 0
                   MOVE 'N' TO CUR-REDIS
               END-IF
           END-IF
           IF RB-FLOW-LOGS = 'Y'
               MOVE 0 TO WS-RETURN-CODE
               PERFORM DESTROY-NSG-FLOW-LOGS
               IF WS-RETURN-CODE = 0
                   MOVE 'N' TO CUR-FLOW-LOGS
               END-IF
           END-IF
           IF RB-STORAGE = 'Y'
               MOVE 0 TO WS-RETURN-CODE
               PERFORM DESTROY-STORAGE-ACCOUNTS
                   MOVE 'N' TO CUR-KEY-VAULT
               END-IF
           END-IF
           IF RB-IDENTITY = 'Y'
               MOVE 0 TO WS-RETURN-CODE
               PERFORM DESTROY-MANAGED-IDENTITIES
               IF WS-RETURN-CODE = 0
                   MOVE 'N' TO CUR-IDENTITY
               END-IF
           END-IF
           IF RB-VNET = 'Y'
               MOVE 0 TO WS-RETURN-CODE
               PERFORM DESTROY-VIRTUAL-NETWORK
                   MOVE 'N' TO CUR-VNET
               END-IF
           END-IF
           IF RB-APP-INSIGHTS = 'Y'
               MOVE 0 TO WS-RETURN-CODE
               PERFORM DESTROY-APPINSIGHTS-RESOURCE
               IF WS-RETURN-CODE = 0
                   MOVE 'N' TO CUR-APP-INSIGHTS
               END-IF
           END-IF
           IF RB-PLSCOPE = 'Y'
               MOVE 0 TO WS-RETURN-CODE
               PERFORM DESTROY-PRIVATE-LINK-SCOPE
           END-STRING
           WRITE CHECKPOINT-RECORD
           MOVE SPACES TO CHECKPOINT-RECORD
           STRING 'APP_INSIGHTS_DEPLOYED=' CUR-APP-INSIGHTS
               DELIMITED BY SIZE INTO CHECKPOINT-RECORD
           END-STRING
           WRITE CHECKPOINT-RECORD
           MOVE SPACES TO CHECKPOINT-RECORD
           STRING 'REDIS_DEPLOYED=' CUR-REDIS
               DELIMITED BY SIZE INTO CHECKPOINT-RECORD
           END-STRING
           WRITE CHECKPOINT-RECORD
           MOVE SPACES TO CHECKPOINT-RECORD
           STRING 'SQLDB_DEPLOYED=' CUR-SQLDB
               DELIMITED BY SIZE INTO CHECKPOINT-RECORD
           END-STRING
           WRITE CHECKPOINT-RECORD
           MOVE SPACES TO CHECKPOINT-RECORD
           STRING 'BASTION_DEPLOYED=' CUR-BASTION
               DELIMITED BY SIZE INTO CHECKPOINT-RECORD
           END-STRING
           WRITE CHECKPOINT-RECORD
           MOVE SPACES TO CHECKPOINT-RECORD
           STRING 'RELAY_DEPLOYED=' CUR-RELAY
               DELIMITED BY SIZE INTO CHECKPOINT-RECORD
           END-STRING
           WRITE CHECKPOINT-RECORD
           MOVE SPACES TO CHECKPOINT-RECORD
           STRING 'IDENTITY_DEPLOYED=' CUR-IDENTITY
               DELIMITED BY SIZE INTO CHECKPOINT-RECORD
           END-STRING
           WRITE CHECKPOINT-RECORD
           MOVE SPACES TO CHECKPOINT-RECORD
           STRING 'DEFENDER_DEPLOYED=' CUR-DEFENDER
               DELIMITED BY SIZE INTO CHECKPOINT-RECORD
           END-STRING
           WRITE CHECKPOINT-RECORD
           MOVE SPACES TO CHECKPOINT-RECORD
           STRING 'FLOW_LOGS_DEPLOYED=' CUR-FLOW-LOGS
               DELIMITED BY SIZE INTO CHECKPOINT-RECORD
           END-STRING
           WRITE CHECKPOINT-RECORD
           MOVE SPACES TO CHECKPOINT-RECORD
           STRING 'PUBLIC_DNS_DEPLOYED=' CUR-PUBLIC-DNS
               DELIMITED BY SIZE INTO CHECKPOINT-RECORD
           END-STRING
           WRITE CHECKPOINT-RECORD
           MOVE SPACES TO CHECKPOINT-RECORD
           STRING 'DR_REPLICA_DEPLOYED=' CUR-DR-REPLICA
               DELIMITED BY SIZE INTO CHECKPOINT-RECORD
           END-STRING
           END-STRING
           PERFORM DELETE-ARM-RESOURCE.

      *> The records PUBLICDNS wrote into the DNS team's public
      *> zone live outside this resource group, so nothing else
      *> removes them; the zone itself is left alone. Mirrors
      *> PUBLICDNS.cbl's record naming. The checkpoint only reads
      *> 'Y' once every record was written under this environment's
      *> ownership mark, so none of these names belongs to anyone
      *> else.
       DESTROY-PUBLIC-DNS-RECORDS.
           MOVE PUBDNS-ZONE-NAME TO WS-PUBDNS-ZONE
           INSPECT WS-PUBDNS-ZONE CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           IF PUBDNS-ZONE-RG = SPACES
               MOVE RG-NAME TO WS-PUBDNS-RG
           ELSE
               MOVE PUBDNS-ZONE-RG TO WS-PUBDNS-RG
           END-IF

           IF AGW-DEPLOY-FLAG = 'Y'
                   AND AGW-LISTENER-HOSTNAME NOT = SPACES
               MOVE AGW-LISTENER-HOSTNAME TO WS-PUBDNS-HOST
               PERFORM DERIVE-PUBLIC-RECORD-NAME
               MOVE 'A' TO WS-PUBDNS-TYPE
               PERFORM DESTROY-ONE-PUBLIC-RECORD
           END-IF

           IF FD-DEPLOY-FLAG = 'Y'
                   AND FD-CUSTOM-HOSTNAME NOT = SPACES
               MOVE FD-CUSTOM-HOSTNAME TO WS-PUBDNS-HOST
               PERFORM DERIVE-PUBLIC-RECORD-NAME
               IF WS-PUBDNS-RECORD = '@'
                   MOVE 'A' TO WS-PUBDNS-TYPE
                   PERFORM DESTROY-ONE-PUBLIC-RECORD
                   MOVE '_dnsauth' TO WS-PUBDNS-RECORD
               ELSE
                   MOVE 'CNAME' TO WS-PUBDNS-TYPE
                   PERFORM DESTROY-ONE-PUBLIC-RECORD
                   MOVE WS-PUBDNS-RECORD TO WS-PUBDNS-HOST
                   MOVE SPACES TO WS-PUBDNS-RECORD
                   STRING '_dnsauth.' FUNCTION TRIM(WS-PUBDNS-HOST)
                       DELIMITED BY SIZE INTO WS-PUBDNS-RECORD
                   END-STRING
               END-IF
               MOVE 'TXT' TO WS-PUBDNS-TYPE
               PERFORM DESTROY-ONE-PUBLIC-RECORD
           END-IF.

       DERIVE-PUBLIC-RECORD-NAME.
           INSPECT WS-PUBDNS-HOST CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           MOVE SPACES TO WS-PUBDNS-RECORD
           IF WS-PUBDNS-HOST = WS-PUBDNS-ZONE
               MOVE '@' TO WS-PUBDNS-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PUBDNS-HOST))
               TO WS-PUBDNS-HOST-LEN
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PUBDNS-ZONE))
               TO WS-PUBDNS-ZONE-LEN
           IF WS-PUBDNS-HOST-LEN > WS-PUBDNS-ZONE-LEN + 1
               MOVE WS-PUBDNS-HOST(1:WS-PUBDNS-HOST-LEN
                                     - WS-PUBDNS-ZONE-LEN - 1)
                   TO WS-PUBDNS-RECORD
           END-IF.

       DESTROY-ONE-PUBLIC-RECORD.
           IF WS-PUBDNS-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'Public DNS Record' TO WS-DESTROY-RESOURCE-TYPE
           MOVE SPACES TO WS-DESTROY-RESOURCE-NAME
           STRING FUNCTION TRIM(WS-PUBDNS-TYPE) ' '
                  FUNCTION TRIM(WS-PUBDNS-RECORD)
               DELIMITED BY SIZE INTO WS-DESTROY-RESOURCE-NAME
           END-STRING
           MOVE SPACES TO WS-DESTROY-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/' FUNCTION TRIM(WS-PUBDNS-RG)
                  '/providers/Microsoft.Network/dnsZones/'
                  FUNCTION TRIM(WS-PUBDNS-ZONE)
                  '/' FUNCTION TRIM(WS-PUBDNS-TYPE)
                  '/' FUNCTION TRIM(WS-PUBDNS-RECORD)
                  '?api-version=2018-05-01'
               DELIMITED BY SIZE INTO WS-DESTROY-URL
           END-STRING
           PERFORM DELETE-ARM-RESOURCE.

      *> Deletes the seven privatelink zones PRIVATEDNS created; the
      *> virtual-network links are children of the zone and go with
      *> it, and the zone groups die with their private endpoints
       DESTROY-PRIVATEDNS-RESOURCE.
           MOVE 'privatelink.monitor.azure.com'
               TO WS-DESTROY-RESOURCE-NAME
           PERFORM BUILD-DNS-ZONE-DELETE-URL
           PERFORM DELETE-ARM-RESOURCE
           MOVE 'privatelink.redis.cache.windows.net'
               TO WS-DESTROY-RESOURCE-NAME
           PERFORM BUILD-DNS-ZONE-DELETE-URL
           PERFORM DELETE-ARM-RESOURCE
           MOVE 'privatelink.database.windows.net'
               TO WS-DESTROY-RESOURCE-NAME
           PERFORM BUILD-DNS-ZONE-DELETE-URL
           PERFORM DELETE-ARM-RESOURCE.

       BUILD-DNS-ZONE-DELETE-URL.
                  '?api-version=2023-11-01'
               DELIMITED BY SIZE INTO WS-DESTROY-URL
           END-STRING
           PERFORM DELETE-ARM-RESOURCE

           IF NAT-DEPLOY-FLAG = 'Y'
               PERFORM DESTROY-NAT-GATEWAY
           END-IF.

      *> The gateway cannot go while a subnet still references it,
      *> and the VNet delete above only queues - wait for the VNet
      *> GET to 404 before removing the gateway and its address
       DESTROY-NAT-GATEWAY.
           MOVE 0 TO WS-NAT-WAIT-POLLS
           MOVE 0 TO HTTP-STATUS-CODE
           PERFORM UNTIL HTTP-STATUS-CODE = 404
                   OR WS-NAT-WAIT-POLLS >= 30
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o rollback_response.json "
                   "-w '%{http_code}' "
                   "-H @rollback_auth.txt '"
                   WS-DESTROY-URL "' > rollback_status.txt"
               END-CALL
               PERFORM READ-ROLLBACK-STATUS
               IF HTTP-STATUS-CODE NOT = 404
                   ADD 1 TO WS-NAT-WAIT-POLLS
                   CALL "C$SYSTEM" USING "sleep 10"
                   END-CALL
               END-IF
           END-PERFORM

           MOVE 'NAT Gateway' TO WS-DESTROY-RESOURCE-TYPE
           MOVE 'NATGW' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-DESTROY-RESOURCE-NAME
           MOVE SPACES TO WS-DESTROY-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/' FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.Network/natGateways/'
                  FUNCTION TRIM(WS-DESTROY-RESOURCE-NAME)
                  '?api-version=2023-11-01'
               DELIMITED BY SIZE INTO WS-DESTROY-URL
           END-STRING
           PERFORM DELETE-ARM-RESOURCE

           MOVE SPACES TO WS-DESTROY-RESOURCE-NAME
           MOVE SPACES TO WS-DESTROY-URL
           IF NAT-IP-TYPE = 'PREFIX'
               MOVE 'Public IP Prefix' TO WS-DESTROY-RESOURCE-TYPE
               MOVE 'NATPFX' TO WS-NAME-REQ
               CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                      WS-DESTROY-RESOURCE-NAME
               STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                      '/subscriptions/'
                      SUBSCRIPTION-ID
                      '/resourceGroups/' FUNCTION TRIM(RG-NAME)
                      '/providers/Microsoft.Network/publicIPPrefixes/'
                      FUNCTION TRIM(WS-DESTROY-RESOURCE-NAME)
                      '?api-version=2023-11-01'
                   DELIMITED BY SIZE INTO WS-DESTROY-URL
               END-STRING
           ELSE
               MOVE 'Public IP' TO WS-DESTROY-RESOURCE-TYPE
               MOVE 'NATIP' TO WS-NAME-REQ
               CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                      WS-DESTROY-RESOURCE-NAME
               STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                      '/subscriptions/'
                      SUBSCRIPTION-ID
                      '/resourceGroups/' FUNCTION TRIM(RG-NAME)
                      '/providers/Microsoft.Network/publicIPAddresses/'
                      FUNCTION TRIM(WS-DESTROY-RESOURCE-NAME)
                      '?api-version=2023-11-01'
                   DELIMITED BY SIZE INTO WS-DESTROY-URL
               END-STRING
           END-IF
           PERFORM DELETE-ARM-RESOURCE.

       DESTROY-KEY-VAULT.
           END-STRING
           PERFORM DELETE-ARM-RESOURCE.

      *> The flow logs hang off the region's Network Watcher,
      *> outside the resource group, so nothing else removes them;
      *> mirrors FLOWLOGS.cbl's naming of the watcher and each log
       DESTROY-NSG-FLOW-LOGS.
           MOVE SPACES TO WS-DESTROY-PARENT-NAME
           IF FLOWLOG-NW-NAME = SPACES
               STRING 'NetworkWatcher_' FUNCTION TRIM(RG-LOCATION)
                   DELIMITED BY SIZE INTO WS-DESTROY-PARENT-NAME
               END-STRING
           ELSE
               MOVE FLOWLOG-NW-NAME TO WS-DESTROY-PARENT-NAME
           END-IF
           IF FLOWLOG-NW-RG = SPACES
               MOVE 'NetworkWatcherRG' TO WS-FLOWLOG-NW-RG
           ELSE
               MOVE FLOWLOG-NW-RG TO WS-FLOWLOG-NW-RG
           END-IF
           PERFORM VARYING WS-NSG-IDX FROM 1 BY 1
                   UNTIL WS-NSG-IDX > NSG-COUNT
                      OR WS-NSG-IDX > 5
               IF NSG-NAME(WS-NSG-IDX) NOT = SPACES
                   PERFORM DESTROY-ONE-FLOW-LOG
               END-IF
           END-PERFORM.

       DESTROY-ONE-FLOW-LOG.
           MOVE 'NSG Flow Log' TO WS-DESTROY-RESOURCE-TYPE
           MOVE SPACES TO WS-FLOWLOG-NAME
           STRING FUNCTION TRIM(RG-NAME) '-'
                  FUNCTION TRIM(NSG-NAME(WS-NSG-IDX)) '-flowlog'
               DELIMITED BY SIZE INTO WS-FLOWLOG-NAME
           END-STRING
           MOVE WS-FLOWLOG-NAME TO WS-DESTROY-RESOURCE-NAME
           MOVE SPACES TO WS-DESTROY-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/' FUNCTION TRIM(WS-FLOWLOG-NW-RG)
                  '/providers/Microsoft.Network/networkWatchers/'
                  FUNCTION TRIM(WS-DESTROY-PARENT-NAME)
                  '/flowLogs/' FUNCTION TRIM(WS-FLOWLOG-NAME)
                  '?api-version=2023-11-01'
               DELIMITED BY SIZE INTO WS-DESTROY-URL
           END-STRING
           PERFORM DELETE-ARM-RESOURCE.

       DESTROY-API-MANAGEMENT.
           MOVE 'API Management' TO WS-DESTROY-RESOURCE-TYPE
           MOVE 'APIM' TO WS-NAME-REQ
           END-STRING
           PERFORM DELETE-ARM-RESOURCE.

      *> Workspace-based, so deleting the component leaves the
      *> telemetry already ingested in the Log Analytics workspace
       DESTROY-APPINSIGHTS-RESOURCE.
           MOVE 'Application Insights' TO WS-DESTROY-RESOURCE-TYPE
           MOVE 'APPI' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-DESTROY-RESOURCE-NAME
           MOVE SPACES TO WS-DESTROY-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/' RG-NAME
                  '/providers/Microsoft.Insights/components/'
                  FUNCTION TRIM(WS-DESTROY-RESOURCE-NAME)
                  '?api-version=2020-02-02'
               DELIMITED BY SIZE INTO WS-DESTROY-URL
           END-STRING
           PERFORM DELETE-ARM-RESOURCE.

      *> The private endpoint goes first - a cache with an endpoint
      *> still bound to it refuses the delete
       DESTROY-REDIS-RESOURCE.
           MOVE 'REDIS' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-DESTROY-PARENT-NAME

           MOVE 'Private Endpoint' TO WS-DESTROY-RESOURCE-TYPE
           MOVE SPACES TO WS-DESTROY-RESOURCE-NAME
           STRING 'pe-' FUNCTION TRIM(WS-DESTROY-PARENT-NAME)
               DELIMITED BY SIZE INTO WS-DESTROY-RESOURCE-NAME
           END-STRING
           MOVE SPACES TO WS-DESTROY-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/' RG-NAME
                  '/providers/Microsoft.Network/privateEndpoints/'
                  FUNCTION TRIM(WS-DESTROY-RESOURCE-NAME)
                  '?api-version=2022-05-01'
               DELIMITED BY SIZE INTO WS-DESTROY-URL
           END-STRING
           PERFORM DELETE-ARM-RESOURCE

           MOVE 'Redis Cache' TO WS-DESTROY-RESOURCE-TYPE
           MOVE WS-DESTROY-PARENT-NAME TO WS-DESTROY-RESOURCE-NAME
           MOVE SPACES TO WS-DESTROY-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/' RG-NAME
                  '/providers/Microsoft.Cache/redis/'
                  FUNCTION TRIM(WS-DESTROY-RESOURCE-NAME)
                  '?api-version=2023-08-01'
               DELIMITED BY SIZE INTO WS-DESTROY-URL
           END-STRING
           PERFORM DELETE-ARM-RESOURCE.

      *> The private endpoint goes first - a server with an endpoint
      *> still bound to it refuses the delete; deleting the server
      *> takes its databases with it
       DESTROY-SQLDB-RESOURCE.
           MOVE 'SQL' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-DESTROY-PARENT-NAME

           MOVE 'Private Endpoint' TO WS-DESTROY-RESOURCE-TYPE
           MOVE SPACES TO WS-DESTROY-RESOURCE-NAME
           STRING 'pe-' FUNCTION TRIM(WS-DESTROY-PARENT-NAME)
               DELIMITED BY SIZE INTO WS-DESTROY-RESOURCE-NAME
           END-STRING
           MOVE SPACES TO WS-DESTROY-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/' RG-NAME
                  '/providers/Microsoft.Network/privateEndpoints/'
                  FUNCTION TRIM(WS-DESTROY-RESOURCE-NAME)
                  '?api-version=2022-05-01'
               DELIMITED BY SIZE INTO WS-DESTROY-URL
           END-STRING
           PERFORM DELETE-ARM-RESOURCE

           MOVE 'SQL Server' TO WS-DESTROY-RESOURCE-TYPE
           MOVE WS-DESTROY-PARENT-NAME TO WS-DESTROY-RESOURCE-NAME
           MOVE SPACES TO WS-DESTROY-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/' RG-NAME
                  '/providers/Microsoft.Sql/servers/'
                  FUNCTION TRIM(WS-DESTROY-RESOURCE-NAME)
                  '?api-version=2021-11-01'
               DELIMITED BY SIZE INTO WS-DESTROY-URL
           END-STRING
           PERFORM DELETE-ARM-RESOURCE.

      *> The host holds the subnet and its public IP until its own
      *> delete completes - several minutes - so the GET is polled
      *> to 404 before the IP and AzureBastionSubnet are released
       DESTROY-BASTION-RESOURCE.
           MOVE 'Bastion Host' TO WS-DESTROY-RESOURCE-TYPE
           MOVE 'BAS' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-DESTROY-RESOURCE-NAME
           MOVE SPACES TO WS-DESTROY-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/' FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.Network/bastionHosts/'
                  FUNCTION TRIM(WS-DESTROY-RESOURCE-NAME)
                  '?api-version=2023-11-01'
               DELIMITED BY SIZE INTO WS-DESTROY-URL
           END-STRING
           PERFORM DELETE-ARM-RESOURCE

           MOVE 0 TO WS-BASTION-WAIT-POLLS
           MOVE 0 TO HTTP-STATUS-CODE
           PERFORM UNTIL HTTP-STATUS-CODE = 404
                   OR WS-BASTION-WAIT-POLLS >= 60
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o rollback_response.json "
                   "-w '%{http_code}' "
                   "-H @rollback_auth.txt '"
                   WS-DESTROY-URL "' > rollback_status.txt"
               END-CALL
               PERFORM READ-ROLLBACK-STATUS
               IF HTTP-STATUS-CODE NOT = 404
                   ADD 1 TO WS-BASTION-WAIT-POLLS
                   CALL "C$SYSTEM" USING "sleep 10"
                   END-CALL
               END-IF
           END-PERFORM

           MOVE 'Public IP' TO WS-DESTROY-RESOURCE-TYPE
           MOVE 'BASIP' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-DESTROY-RESOURCE-NAME
           MOVE SPACES TO WS-DESTROY-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/' FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.Network/publicIPAddresses/'
                  FUNCTION TRIM(WS-DESTROY-RESOURCE-NAME)
                  '?api-version=2023-11-01'
               DELIMITED BY SIZE INTO WS-DESTROY-URL
           END-STRING
           PERFORM DELETE-ARM-RESOURCE

           MOVE 'Subnet' TO WS-DESTROY-RESOURCE-TYPE
           MOVE 'AzureBastionSubnet' TO WS-DESTROY-RESOURCE-NAME
           MOVE SPACES TO WS-DESTROY-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/' FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.Network/virtualNetworks/'
                  FUNCTION TRIM(VNET-NAME)
                  '/subnets/AzureBastionSubnet'
                  '?api-version=2023-11-01'
               DELIMITED BY SIZE INTO WS-DESTROY-URL
           END-STRING
           PERFORM DELETE-ARM-RESOURCE.

      *> Deleting the namespace takes its hybrid connections and
      *> their rules with it
       DESTROY-RELAY-RESOURCE.
           MOVE 'Relay Namespace' TO WS-DESTROY-RESOURCE-TYPE
           MOVE 'RELAY' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-DESTROY-RESOURCE-NAME
           MOVE SPACES TO WS-DESTROY-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/' FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.Relay/namespaces/'
                  FUNCTION TRIM(WS-DESTROY-RESOURCE-NAME)
                  '?api-version=2021-11-01'
               DELIMITED BY SIZE INTO WS-DESTROY-URL
           END-STRING
           PERFORM DELETE-ARM-RESOURCE.

      *> Each identity is deleted by the name IDENTITY gave it; the
      *> role assignments on targets being destroyed go with them,
      *> and a resource-group assignment is left orphaned until the
      *> group itself goes
       DESTROY-MANAGED-IDENTITIES.
           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                   UNTIL WS-ID-IDX > IDENTITY-COUNT
                      OR WS-ID-IDX > 5
               IF IDENTITY-NAME(WS-ID-IDX) NOT = SPACES
                   PERFORM DESTROY-ONE-MANAGED-IDENTITY
               END-IF
           END-PERFORM.

       DESTROY-ONE-MANAGED-IDENTITY.
           MOVE 'Managed Identity' TO WS-DESTROY-RESOURCE-TYPE
           MOVE SPACES TO WS-NAME-REQ
           STRING 'ID|' IDENTITY-NAME(WS-ID-IDX)
               DELIMITED BY SIZE INTO WS-NAME-REQ
           END-STRING
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-DESTROY-RESOURCE-NAME
           MOVE SPACES TO WS-DESTROY-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/' FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.ManagedIdentity/'
                  'userAssignedIdentities/'
                  FUNCTION TRIM(WS-DESTROY-RESOURCE-NAME)
                  '?api-version=2023-01-31'
               DELIMITED BY SIZE INTO WS-DESTROY-URL
           END-STRING
           PERFORM DELETE-ARM-RESOURCE.

      *> Makes the ARM DELETE call for whatever WS-DESTROY-URL/
      *> WS-DESTROY-RESOURCE-TYPE/WS-DESTROY-RESOURCE-NAME currently
      *> hold, retrying transient failures with a backing-off delay.
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'DELETE' WS-DESTROY-URL
                                      'rollback_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o rollback_response.json "
                   "-D rollback_rate_headers.txt "
                   "-w '%{http_code}' -X DELETE "
                   "-H @rollback_auth.txt '"
                   WS-DESTROY-URL "' > rollback_status.txt"
               END-CALL

               PERFORM READ-ROLLBACK-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'DELETE' WS-DESTROY-URL
                                      'rollback_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM


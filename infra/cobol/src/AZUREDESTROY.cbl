           05  INTEGRATION-ACCT-DEPLOYED PIC X VALUE 'Y'.
           05  FUNCTION-APP-DEPLOYED     PIC X VALUE 'Y'.
           05  ALERTS-DEPLOYED             PIC X VALUE 'Y'.
           05  APP-INSIGHTS-DEPLOYED       PIC X VALUE 'Y'.
           05  REDIS-DEPLOYED              PIC X VALUE 'Y'.
           05  SQLDB-DEPLOYED              PIC X VALUE 'Y'.
           05  BASTION-DEPLOYED            PIC X VALUE 'Y'.
           05  RELAY-DEPLOYED              PIC X VALUE 'Y'.
           05  IDENTITY-DEPLOYED           PIC X VALUE 'Y'.
           05  FLOW-LOGS-DEPLOYED          PIC X VALUE 'Y'.
           05  PUBLIC-DNS-DEPLOYED         PIC X VALUE 'Y'.
           05  DR-REPLICA-DEPLOYED         PIC X VALUE 'Y'.

       01  WS-ORDER-IDX                PIC 9(2).
       01  WS-SA-IDX                   PIC 9(2).
       01  WS-ID-IDX                   PIC 9(2).
       01  WS-EG-IDX                   PIC 9(2).
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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
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
               WHEN 'FLOW_LOGS_DEPLOYED'
                   MOVE WS-CKPT-VALUE(1:1) TO FLOW-LOGS-DEPLOYED
               WHEN 'PUBLIC_DNS_DEPLOYED'
                   MOVE WS-CKPT-VALUE(1:1) TO PUBLIC-DNS-DEPLOYED
               WHEN 'DR_REPLICA_DEPLOYED'
                   MOVE WS-CKPT-VALUE(1:1) TO DR-REPLICA-DEPLOYED
           END-EVALUATE.
           END-IF.

       SET-DEFAULT-DESTROY-ORDER.
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

       DESTROY-RESOURCES-IN-ORDER.
           PERFORM VARYING WS-ORDER-IDX FROM DEPLOY-ORDER-COUNT
                   IF STORAGE-DEPLOYED = 'Y'
                       PERFORM DESTROY-STORAGE-ACCOUNTS
                   END-IF
               WHEN 'FLOWLOGS'
                   IF FLOW-LOGS-DEPLOYED = 'Y'
                           AND FLOWLOG-DEPLOY-FLAG = 'Y'
                       PERFORM DESTROY-NSG-FLOW-LOGS
                   END-IF
               WHEN 'APIM'
                   IF APIM-DEPLOYED = 'Y' AND APIM-DEPLOY-FLAG = 'Y'
                       PERFORM DESTROY-API-MANAGEMENT
                           AND FD-DEPLOY-FLAG = 'Y'
                       PERFORM DESTROY-FRONTDOOR-RESOURCE
                   END-IF
               WHEN 'PUBLICDNS'
                   IF PUBLIC-DNS-DEPLOYED = 'Y'
                           AND PUBDNS-DEPLOY-FLAG = 'Y'
                       PERFORM DESTROY-PUBLIC-DNS-RECORDS
                   END-IF
               WHEN 'EVENTGRID'
                   IF EVENT-GRID-DEPLOYED = 'Y'
                           AND EG-DEPLOY-FLAG = 'Y'
                           AND ALERT-DEPLOY-FLAG = 'Y'
                       PERFORM DESTROY-MONITORING-ALERTS
                   END-IF
               WHEN 'APPINSIGHTS'
                   IF APP-INSIGHTS-DEPLOYED = 'Y'
                           AND APPI-DEPLOY-FLAG = 'Y'
                       PERFORM DESTROY-APPINSIGHTS-RESOURCE
                   END-IF
               WHEN 'REDIS'
                   IF REDIS-DEPLOYED = 'Y'
                           AND REDIS-DEPLOY-FLAG = 'Y'
                       PERFORM DESTROY-REDIS-RESOURCE
                   END-IF
               WHEN 'SQLDB'
                   IF SQLDB-DEPLOYED = 'Y'
                           AND SQLDB-DEPLOY-FLAG = 'Y'
                       PERFORM DESTROY-SQLDB-RESOURCE
                   END-IF
               WHEN 'BASTION'
                   IF BASTION-DEPLOYED = 'Y'
                           AND BASTION-DEPLOY-FLAG = 'Y'
                       PERFORM DESTROY-BASTION-RESOURCE
                   END-IF
               WHEN 'RELAY'
                   IF RELAY-DEPLOYED = 'Y'
                           AND RELAY-DEPLOY-FLAG = 'Y'
                       PERFORM DESTROY-RELAY-RESOURCE
                   END-IF
               WHEN 'IDENTITY'
                   IF IDENTITY-DEPLOYED = 'Y'
                           AND IDENTITY-DEPLOY-FLAG = 'Y'
                       PERFORM DESTROY-MANAGED-IDENTITIES
                   END-IF
      *> Defender plans are priced on the subscription, which other
      *> environments may share - tearing one environment down
      *> leaves them as they are
               WHEN 'DEFENDER'
                   CONTINUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
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
                   " -o teardown_response.json "
                   "-w '%{http_code}' "
                   "-H @teardown_auth.txt '"
                   WS-DESTROY-URL "' > teardown_status.txt"
               END-CALL
               PERFORM READ-TEARDOWN-STATUS
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
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'POST' WS-DESTROY-URL
                                      'teardown_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o teardown_response.json "
                   "-D teardown_rate_headers.txt "
                   "-w '%{http_code}' -X POST "
                   "-H @teardown_auth.txt "
                   "-H 'Content-Length: 0' '"
                   WS-DESTROY-URL "' > teardown_status.txt"
               END-CALL
               PERFORM READ-TEARDOWN-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'POST' WS-DESTROY-URL
                                      'teardown_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

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
                      '/breakPairing?api-version=2021-06-01'
                   DELIMITED BY SIZE INTO WS-DESTROY-URL
               END-STRING
               CALL 'ARMGOVERN' USING 'DRAW' 'POST' WS-DESTROY-URL
                                      'teardown_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o teardown_response.json "
                   "-D teardown_headers.txt "
                   "-w '%{http_code}' -X POST "
                   "-H @teardown_auth.txt "
                   "-H 'Content-Length: 0' '"
                   "' > teardown_status.txt"
               END-CALL
               PERFORM READ-TEARDOWN-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'POST' WS-DESTROY-URL
                                      'teardown_headers.txt'
               END-CALL

               MOVE 'Geo-DR Alias' TO WS-DESTROY-RESOURCE-TYPE
               MOVE SB-GEODR-ALIAS TO WS-DESTROY-RESOURCE-NAME
           END-STRING
           PERFORM DELETE-ARM-RESOURCE.

      *> Deletes the seven privatelink zones PRIVATEDNS created; the
      *> virtual-network links are children of the zone and go with
      *> it, and the zone groups die with their private endpoints
      *> The endpoints, origin groups and routes are children of the
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

       DESTROY-PRIVATEDNS-RESOURCE.
           MOVE 'Private DNS Zone' TO WS-DESTROY-RESOURCE-TYPE
           MOVE 'privatelink.vaultcore.azure.net'
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
               DELIMITED BY SIZE INTO WS-DESTROY-URL
           END-STRING.

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
                   " -o teardown_response.json "
                   "-w '%{http_code}' "
                   "-H @teardown_auth.txt '"
                   WS-DESTROY-URL "' > teardown_status.txt"
               END-CALL
               PERFORM READ-TEARDOWN-STATUS
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
                                      'teardown_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o teardown_response.json "
               END-CALL

               PERFORM READ-TEARDOWN-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'DELETE' WS-DESTROY-URL
                                      'teardown_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'DELETE' WS-RG-URL
                                      'teardown_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o teardown_response.json "
                   "-D teardown_rate_headers.txt "
                   "-w '%{http_code}' -X DELETE "
                   "-H @teardown_auth.txt '"
                   WS-RG-URL "' > teardown_status.txt"
               END-CALL

               PERFORM READ-TEARDOWN-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'DELETE' WS-RG-URL
                                      'teardown_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM


               10  SB-GEODR-ALIAS         PIC X(50).
           05  DEPLOYMENT-ORDER-INFO.
               10  DEPLOY-ORDER-COUNT     PIC 9(2).
               10  DEPLOY-ORDER-LIST OCCURS 40 TIMES.
                   15  DEPLOY-ORDER-CODE  PIC X(12).
           05  POLLING-INFO.
               10  POLL-INTERVAL-SECS     PIC 9(4).
               10  STAGE-TIMEOUT-SECS     PIC 9(5).
               10  STAGE-TIMEOUT-APIM     PIC 9(5).
               10  CURL-TIMEOUT-SECS      PIC 9(4).
               10  SLOT-WARMUP-SECS       PIC 9(4).
           05  SHARED-STATE-INFO.
               10  STATE-ACCOUNT-NAME     PIC X(24).
               10  STATE-CONTAINER-NAME   PIC X(63).
                   15  SUBNET-NSG-ID      PIC X(256).
                   15  SUBNET-NSG-NAME    PIC X(32).
                   15  SUBNET-ROUTE-TABLE-ID PIC X(256).
                   15  SUBNET-NAT-FLAG    PIC X(1).
               10  DNSRES-DEPLOY-FLAG     PIC X(1).
               10  DNSRES-SUBNET-NAME     PIC X(32).
               10  NSG-COUNT              PIC 9(2).
                       20  NSG-RULE-SOURCE    PIC X(32).
                       20  NSG-RULE-DEST      PIC X(32).
                       20  NSG-RULE-PORTS     PIC X(16).
               10  NAT-DEPLOY-FLAG        PIC X(1).
               10  NAT-IP-TYPE            PIC X(8).
               10  NAT-PREFIX-LENGTH      PIC 9(2).
               10  NAT-IDLE-TIMEOUT       PIC 9(3).
           05  STORAGE-INFO.
               10  STORAGE-COUNT          PIC 9(2).
               10  SA-SEED-MANIFEST       PIC X(128).
                   15  SA-CONTAINER-COUNT PIC 9(2).
                   15  SA-CONTAINERS OCCURS 5 TIMES.
                       20  SA-CONTAINER-NAME PIC X(63).
                       20  SA-CONTAINER-CLASS PIC X(12).
                   15  SA-QUEUE-COUNT     PIC 9(2).
                   15  SA-QUEUES OCCURS 5 TIMES.
                       20  SA-QUEUE-NAME  PIC X(63).
                       20  SA-QUEUE-CLASS PIC X(12).
                   15  SA-TABLE-COUNT     PIC 9(2).
                   15  SA-TABLES OCCURS 5 TIMES.
                       20  SA-TABLE-NAME  PIC X(63).
                       20  SA-SFTP-USER-NAME PIC X(32).
                       20  SA-SFTP-HOME-CONTAINER PIC X(63).
                       20  SA-SFTP-PERMISSIONS PIC X(8).
                       20  SA-SFTP-KEY-FILE PIC X(128).
                   15  SA-SFTP-ALLOW-COUNT PIC 9(2).
                   15  SA-SFTP-ALLOW OCCURS 10 TIMES.
                       20  SA-SFTP-ALLOW-CIDR PIC X(18).
                       20  SA-SFTP-ALLOW-PARTNER PIC X(32).
                       20  SA-SFTP-ALLOW-EXPIRY PIC 9(8).
           05  KEY-VAULT-INFO.
               10  KV-NAME                PIC X(64).
               10  KV-PURGE-PROTECTION    PIC X(1).
               10  LA-RETENTION-DAYS      PIC 9(3).
               10  LA-DAILY-QUOTA-GB      PIC S9(5).
               10  LA-INGEST-URL          PIC X(256).
               10  LA-EXPORT-STORAGE-SLOT PIC 9(2).
               10  LA-EXPORT-TABLE-COUNT  PIC 9(2).
               10  LA-EXPORT-TABLES OCCURS 10 TIMES.
                   15  LA-EXPORT-TABLE-NAME PIC X(64).
           05  APP-INSIGHTS-INFO.
               10  APPI-DEPLOY-FLAG       PIC X(1).
               10  APPI-RETENTION-DAYS    PIC 9(3).
               10  APPI-SAMPLING-PCT      PIC 9(3).
           05  PRIVATE-LINK-SCOPE-INFO.
               10  PLS-DEPLOY-FLAG        PIC X(1).
               10  PLS-NAME               PIC X(64).
                   15  APIM-API-BACKEND   PIC X(256).
                   15  APIM-API-PRODUCT   PIC X(1).
                   15  APIM-API-SMOKE     PIC X(64).
               10  APIM-GW-COUNT          PIC 9(2).
               10  APIM-GW-TOKEN-DAYS     PIC 9(2).
               10  APIM-GW-STALE-MINS     PIC 9(3).
               10  APIM-GW-INFO OCCURS 5 TIMES.
                   15  APIM-GW-NAME       PIC X(32).
                   15  APIM-GW-LOCATION   PIC X(64).
                   15  APIM-GW-APIS       PIC X(256).
           05  REDIS-INFO.
               10  REDIS-DEPLOY-FLAG      PIC X(1).
               10  REDIS-SKU-NAME         PIC X(16).
               10  REDIS-SKU-FAMILY       PIC X(1).
               10  REDIS-CAPACITY         PIC 9(1).
           05  SQLDB-INFO.
               10  SQLDB-DEPLOY-FLAG      PIC X(1).
               10  SQLDB-ADMIN-LOGIN      PIC X(64).
               10  SQLDB-ADMIN-OBJECT-ID  PIC X(36).
               10  SQLDB-ADMIN-TYPE       PIC X(16).
               10  SQLDB-DB-COUNT         PIC 9(2).
               10  SQLDB-DB-INFO OCCURS 5 TIMES.
                   15  SQLDB-DB-NAME      PIC X(32).
                   15  SQLDB-DB-SKU       PIC X(16).
                   15  SQLDB-DB-MAX-GB    PIC 9(4).
           05  BASTION-INFO.
               10  BASTION-DEPLOY-FLAG    PIC X(1).
               10  BASTION-SUBNET-PREFIX  PIC X(32).
               10  BASTION-SKU            PIC X(16).
               10  BASTION-SCALE-UNITS    PIC 9(2).
           05  RELAY-INFO.
               10  RELAY-DEPLOY-FLAG      PIC X(1).
               10  RELAY-HC-COUNT         PIC 9(2).
               10  RELAY-HC-INFO OCCURS 5 TIMES.
                   15  RELAY-HC-NAME      PIC X(32).
                   15  RELAY-HC-HOST      PIC X(64).
                   15  RELAY-HC-PORT      PIC 9(5).
                   15  RELAY-HC-SITES     PIC X(8).
           05  IDENTITY-INFO.
               10  IDENTITY-DEPLOY-FLAG   PIC X(1).
               10  IDENTITY-COUNT         PIC 9(2).
               10  IDENTITY-ENTRY OCCURS 5 TIMES.
                   15  IDENTITY-NAME      PIC X(24).
                   15  IDENTITY-CONSUMERS PIC X(64).
                   15  IDENTITY-ROLE-COUNT PIC 9(2).
                   15  IDENTITY-ROLE-INFO OCCURS 5 TIMES.
                       20  IDENTITY-ROLE-NAME   PIC X(36).
                       20  IDENTITY-ROLE-TARGET PIC X(8).
           05  DEFENDER-INFO.
               10  DEFENDER-DEPLOY-FLAG   PIC X(1).
               10  DEFENDER-PLAN-COUNT    PIC 9(2).
               10  DEFENDER-PLAN-INFO OCCURS 10 TIMES.
                   15  DEFENDER-PLAN-NAME     PIC X(32).
                   15  DEFENDER-PLAN-SUBPLAN  PIC X(32).
                   15  DEFENDER-PLAN-PROD-ONLY PIC X(1).
           05  FLOW-LOG-INFO.
               10  FLOWLOG-DEPLOY-FLAG    PIC X(1).
               10  FLOWLOG-SA-IDX         PIC 9(2).
               10  FLOWLOG-RETENTION-DAYS PIC 9(3).
               10  FLOWLOG-TA-INTERVAL    PIC 9(2).
               10  FLOWLOG-NW-NAME        PIC X(80).
               10  FLOWLOG-NW-RG          PIC X(64).
           05  PUBLIC-DNS-INFO.
               10  PUBDNS-DEPLOY-FLAG     PIC X(1).
               10  PUBDNS-ZONE-NAME       PIC X(128).
               10  PUBDNS-ZONE-RG         PIC X(64).
               10  PUBDNS-TTL             PIC 9(5).
           05  SERVICE-BUS-INFO.
               10  SB-DEPLOY-FLAG         PIC X(1).
               10  SB-NAME                PIC X(64).
               10  SB-QUEUE-COUNT         PIC 9(2).
               10  SB-QUEUE-INFO OCCURS 5 TIMES.
                   15  SB-QUEUE-NAME      PIC X(32).
                   15  SB-QUEUE-CLASS     PIC X(12).
                   15  SB-QUEUE-SIZE-MB   PIC 9(6).
                   15  SB-QUEUE-TTL       PIC X(16).
                   15  SB-QUEUE-DELIVERY  PIC 9(3).
                   15  SB-QUEUE-MAX-AGE   PIC 9(5).
                   15  SB-QUEUE-RULE-COUNT PIC 9(2).
                   15  SB-QUEUE-RULES OCCURS 3 TIMES.
                       20  SB-QUEUE-RULE-NAME   PIC X(32).
               10  SB-TOPIC-COUNT         PIC 9(2).
               10  SB-TOPIC-INFO OCCURS 5 TIMES.
                   15  SB-TOPIC-NAME      PIC X(32).
                   15  SB-TOPIC-CLASS     PIC X(12).
                   15  SB-TOPIC-SIZE-MB   PIC 9(6).
                   15  SB-TOPIC-TTL       PIC X(16).
                   15  SB-TOPIC-RULE-COUNT PIC 9(2).
                       20  SB-SUB-MAX-DELIVERY      PIC 9(3).
                       20  SB-SUB-TTL               PIC X(16).
                       20  SB-SUB-REQUIRES-SESSION  PIC X(1).
                       20  SB-SUB-MAX-AGE           PIC 9(5).
                       20  SB-SUB-FILTER-COUNT      PIC 9(2).
                       20  SB-SUB-FILTER-INFO OCCURS 3 TIMES.
                           25  SB-SUB-FILTER-NAME   PIC X(32).
               10  EH-CAPACITY-UNITS      PIC 9(2).
               10  EH-CAPTURE-SA-IDX      PIC 9(2).
               10  EH-CAPTURE-CONTAINER   PIC X(63).
               10  EH-CHECKPOINT-SA-IDX   PIC 9(2).
               10  EH-CHECKPOINT-CONTAINER PIC X(63).
               10  EH-HUB-COUNT           PIC 9(2).
               10  EH-HUB-INFO OCCURS 5 TIMES.
                   15  EH-HUB-NAME        PIC X(50).
                   15  EH-HUB-CLASS       PIC X(12).
                   15  EH-HUB-PARTITIONS  PIC 9(2).
                   15  EH-HUB-RETENTION   PIC 9(2).
                   15  EH-CG-COUNT        PIC 9(2).
               10  LAPP-WORKFLOW-INFO OCCURS 5 TIMES.
                   15  LAPP-WORKFLOW-NAME PIC X(64).
                   15  LAPP-WORKFLOW-FILE PIC X(128).
               10  LAPP-SLOT-NAME         PIC X(32).
               10  LAPP-HEALTH-PATH       PIC X(128).
           05  INTEGRATION-ACCOUNT-INFO.
               10  IA-DEPLOY-FLAG         PIC X(1).
               10  IA-SKU-NAME            PIC X(16).
                   15  FUNC-SETTING-NAME  PIC X(64).
                   15  FUNC-SETTING-VALUE PIC X(256).
                   15  FUNC-SETTING-KV    PIC X(1).
               10  FUNC-SLOT-NAME         PIC X(32).
               10  FUNC-HEALTH-PATH       PIC X(128).
           05  EVENT-GRID-INFO.
               10  EG-DEPLOY-FLAG         PIC X(1).
               10  EG-TOPIC-COUNT         PIC 9(2).
               10  FD-DEPLOY-FLAG         PIC X(1).
               10  FD-PROBE-PATH          PIC X(64).
               10  FD-PROBE-INTERVAL      PIC 9(3).
               10  FD-CUSTOM-HOSTNAME     PIC X(128).
           05  ALERTING-INFO.
               10  ALERT-DEPLOY-FLAG      PIC X(1).
               10  ALERT-AG-NAME          PIC X(64).

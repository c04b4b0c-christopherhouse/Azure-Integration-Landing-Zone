      *> record. This is the parser AZUREAUTH's LOAD-CONFIGURATION has
      *> always applied, extracted so offline tools (AZURECOMPARE and
      *> friends) can load a named config file - or two of them -
      *> without authenticating. An environment file is read on top
      *> of the shared base and tier layers (see AZURECFGLAYER), so
      *> the record always holds the resolved configuration. Returns
      *> 0 on success, 3 when a layer file cannot be opened, 8 when
      *> the layers hold more keys than the resolver's table.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-KEY                      PIC X(32).
       01  WS-VALUE                    PIC X(288).
       01  WS-RESOLVED-IDX             PIC 9(4).
       COPY CFGLAYERS.
       01  WS-ORDER-POS                PIC 9(3).
       01  WS-ORDER-TOKEN              PIC X(12).

                                LS-RETURN-CODE.
       MAIN-PROCEDURE.
           MOVE 0 TO LS-RETURN-CODE
           CALL 'AZURECFGLAYER' USING LS-CONFIG-FILENAME
                                      CONFIG-LAYERS
                                      CONFIG-KEYS
                                      LS-RETURN-CODE
           IF LS-RETURN-CODE NOT = 0
               GOBACK
           END-IF

      *> Each key once, with the value of the layer that won
           PERFORM VARYING WS-RESOLVED-IDX FROM 1 BY 1
                   UNTIL WS-RESOLVED-IDX > CFG-KEY-COUNT
               MOVE CFG-KEY-NAME(WS-RESOLVED-IDX) TO WS-KEY
               MOVE CFG-KEY-VALUE(WS-RESOLVED-IDX) TO WS-VALUE
               PERFORM PROCESS-CONFIG-VALUE
           END-PERFORM
           GOBACK.

       PROCESS-CONFIG-VALUE.
           EVALUATE WS-KEY
               WHEN 'SUBSCRIPTION_ID'
               WHEN 'CURL_TIMEOUT_SECS'
                   MOVE FUNCTION NUMVAL(WS-VALUE)
                       TO CURL-TIMEOUT-SECS
               WHEN 'SLOT_WARMUP_SECS'
                   MOVE FUNCTION NUMVAL(WS-VALUE)
                       TO SLOT-WARMUP-SECS
               WHEN 'POLL_INTERVAL_SECS'
                   MOVE FUNCTION NUMVAL(WS-VALUE)
                       TO POLL-INTERVAL-SECS
                   MOVE WS-VALUE TO HUB-VNET-RESOURCE-ID
               WHEN 'SUBNET_COUNT'
                   MOVE FUNCTION NUMVAL(WS-VALUE) TO SUBNET-COUNT
               WHEN 'NAT_DEPLOY'
                   MOVE WS-VALUE TO NAT-DEPLOY-FLAG
               WHEN 'NAT_IP_TYPE'
                   MOVE WS-VALUE TO NAT-IP-TYPE
               WHEN 'NAT_PREFIX_LENGTH'
                   MOVE FUNCTION NUMVAL(WS-VALUE) TO NAT-PREFIX-LENGTH
               WHEN 'NAT_IDLE_TIMEOUT'
                   MOVE FUNCTION NUMVAL(WS-VALUE) TO NAT-IDLE-TIMEOUT
               WHEN 'DNSRES_DEPLOY'
                   MOVE WS-VALUE TO DNSRES-DEPLOY-FLAG
               WHEN 'DNSRES_SUBNET_NAME'
                   MOVE FUNCTION NUMVAL(WS-VALUE) TO LA-DAILY-QUOTA-GB
               WHEN 'LA_INGEST_URL'
                   MOVE WS-VALUE TO LA-INGEST-URL
               WHEN 'LA_EXPORT_STORAGE'
                   MOVE FUNCTION NUMVAL(WS-VALUE)
                       TO LA-EXPORT-STORAGE-SLOT
               WHEN 'LA_EXPORT_TABLE_COUNT'
                   MOVE FUNCTION NUMVAL(WS-VALUE)
                       TO LA-EXPORT-TABLE-COUNT
               WHEN 'APPI_DEPLOY'
                   MOVE WS-VALUE TO APPI-DEPLOY-FLAG
               WHEN 'APPI_RETENTION_DAYS'
                   MOVE FUNCTION NUMVAL(WS-VALUE)
                       TO APPI-RETENTION-DAYS
               WHEN 'APPI_SAMPLING_PCT'
                   MOVE FUNCTION NUMVAL(WS-VALUE) TO APPI-SAMPLING-PCT
               WHEN 'PLS_DEPLOY'
                   MOVE WS-VALUE TO PLS-DEPLOY-FLAG
               WHEN 'PLS_NAME'
                       TO APIM-TEAM-COUNT
               WHEN 'APIM_API_COUNT'
                   MOVE FUNCTION NUMVAL(WS-VALUE) TO APIM-API-COUNT
               WHEN 'APIM_GW_COUNT'
                   MOVE FUNCTION NUMVAL(WS-VALUE) TO APIM-GW-COUNT
               WHEN 'APIM_GW_TOKEN_DAYS'
                   MOVE FUNCTION NUMVAL(WS-VALUE)
                       TO APIM-GW-TOKEN-DAYS
               WHEN 'APIM_GW_STALE_MINS'
                   MOVE FUNCTION NUMVAL(WS-VALUE)
                       TO APIM-GW-STALE-MINS
               WHEN 'REDIS_DEPLOY'
                   MOVE WS-VALUE TO REDIS-DEPLOY-FLAG
               WHEN 'REDIS_SKU_NAME'
                   MOVE WS-VALUE TO REDIS-SKU-NAME
               WHEN 'REDIS_SKU_FAMILY'
                   MOVE WS-VALUE TO REDIS-SKU-FAMILY
               WHEN 'REDIS_CAPACITY'
                   MOVE FUNCTION NUMVAL(WS-VALUE) TO REDIS-CAPACITY
               WHEN 'SQLDB_DEPLOY'
                   MOVE WS-VALUE TO SQLDB-DEPLOY-FLAG
               WHEN 'SQLDB_ADMIN_LOGIN'
                   MOVE WS-VALUE TO SQLDB-ADMIN-LOGIN
               WHEN 'SQLDB_ADMIN_OBJECT_ID'
                   MOVE WS-VALUE TO SQLDB-ADMIN-OBJECT-ID
               WHEN 'SQLDB_ADMIN_TYPE'
                   MOVE WS-VALUE TO SQLDB-ADMIN-TYPE
               WHEN 'SQLDB_DB_COUNT'
                   MOVE FUNCTION NUMVAL(WS-VALUE) TO SQLDB-DB-COUNT
               WHEN 'BASTION_DEPLOY'
                   MOVE WS-VALUE TO BASTION-DEPLOY-FLAG
               WHEN 'BASTION_SUBNET_PREFIX'
                   MOVE WS-VALUE TO BASTION-SUBNET-PREFIX
               WHEN 'BASTION_SKU'
                   MOVE WS-VALUE TO BASTION-SKU
               WHEN 'BASTION_SCALE_UNITS'
                   MOVE FUNCTION NUMVAL(WS-VALUE) TO BASTION-SCALE-UNITS
               WHEN 'RELAY_DEPLOY'
                   MOVE WS-VALUE TO RELAY-DEPLOY-FLAG
               WHEN 'RELAY_HC_COUNT'
                   MOVE FUNCTION NUMVAL(WS-VALUE) TO RELAY-HC-COUNT
               WHEN 'IDENTITY_DEPLOY'
                   MOVE WS-VALUE TO IDENTITY-DEPLOY-FLAG
               WHEN 'IDENTITY_COUNT'
                   MOVE FUNCTION NUMVAL(WS-VALUE) TO IDENTITY-COUNT
               WHEN 'DEFENDER_DEPLOY'
                   MOVE WS-VALUE TO DEFENDER-DEPLOY-FLAG
               WHEN 'DEFENDER_PLAN_COUNT'
                   MOVE FUNCTION NUMVAL(WS-VALUE)
                       TO DEFENDER-PLAN-COUNT
               WHEN 'FLOWLOG_DEPLOY'
                   MOVE WS-VALUE TO FLOWLOG-DEPLOY-FLAG
               WHEN 'FLOWLOG_SA'
                   MOVE FUNCTION NUMVAL(WS-VALUE) TO FLOWLOG-SA-IDX
               WHEN 'FLOWLOG_RETENTION_DAYS'
                   MOVE FUNCTION NUMVAL(WS-VALUE)
                       TO FLOWLOG-RETENTION-DAYS
               WHEN 'FLOWLOG_TA_INTERVAL'
                   MOVE FUNCTION NUMVAL(WS-VALUE)
                       TO FLOWLOG-TA-INTERVAL
               WHEN 'FLOWLOG_NW_NAME'
                   MOVE WS-VALUE TO FLOWLOG-NW-NAME
               WHEN 'FLOWLOG_NW_RG'
                   MOVE WS-VALUE TO FLOWLOG-NW-RG
               WHEN 'PUBDNS_DEPLOY'
                   MOVE WS-VALUE TO PUBDNS-DEPLOY-FLAG
               WHEN 'PUBDNS_ZONE'
                   MOVE WS-VALUE TO PUBDNS-ZONE-NAME
               WHEN 'PUBDNS_ZONE_RG'
                   MOVE WS-VALUE TO PUBDNS-ZONE-RG
               WHEN 'PUBDNS_TTL'
                   MOVE FUNCTION NUMVAL(WS-VALUE) TO PUBDNS-TTL
               WHEN 'SB_DEPLOY'
                   MOVE WS-VALUE TO SB-DEPLOY-FLAG
               WHEN 'SB_CAPACITY_UNITS'
                   MOVE WS-VALUE TO LAPP-STORAGE-PREFIX
               WHEN 'LOGICAPP_PLAN_SKU'
                   MOVE WS-VALUE TO LAPP-PLAN-SKU
               WHEN 'LOGICAPP_SLOT_NAME'
                   MOVE WS-VALUE TO LAPP-SLOT-NAME
               WHEN 'LOGICAPP_HEALTH_PATH'
                   MOVE WS-VALUE TO LAPP-HEALTH-PATH
               WHEN 'IA_DEPLOY'
                   MOVE WS-VALUE TO IA-DEPLOY-FLAG
               WHEN 'IA_SKU'
                   MOVE WS-VALUE TO FUNC-RUNTIME
               WHEN 'FUNC_PACKAGE_FILE'
                   MOVE WS-VALUE TO FUNC-PACKAGE-FILE
               WHEN 'FUNC_SLOT_NAME'
                   MOVE WS-VALUE TO FUNC-SLOT-NAME
               WHEN 'FUNC_HEALTH_PATH'
                   MOVE WS-VALUE TO FUNC-HEALTH-PATH
               WHEN 'FUNC_SETTING_COUNT'
                   MOVE FUNCTION NUMVAL(WS-VALUE)
                       TO FUNC-SETTING-COUNT
                       TO EH-CAPTURE-SA-IDX
               WHEN 'EH_CAPTURE_CONTAINER'
                   MOVE WS-VALUE TO EH-CAPTURE-CONTAINER
               WHEN 'EH_CHECKPOINT_SA'
                   MOVE FUNCTION NUMVAL(WS-VALUE)
                       TO EH-CHECKPOINT-SA-IDX
               WHEN 'EH_CHECKPOINT_CONTAINER'
                   MOVE WS-VALUE TO EH-CHECKPOINT-CONTAINER
               WHEN 'EH_HUB_COUNT'
                   MOVE FUNCTION NUMVAL(WS-VALUE) TO EH-HUB-COUNT
               WHEN 'EG_DEPLOY'
               WHEN 'FD_PROBE_INTERVAL'
                   MOVE FUNCTION NUMVAL(WS-VALUE)
                       TO FD-PROBE-INTERVAL
               WHEN 'FD_CUSTOM_HOSTNAME'
                   MOVE WS-VALUE TO FD-CUSTOM-HOSTNAME
               WHEN 'ALERT_DEPLOY'
                   MOVE WS-VALUE TO ALERT-DEPLOY-FLAG
               WHEN 'ALERT_ACTION_GROUP_NAME'
                   PERFORM PARSE-IA-LIST-KEY
               WHEN 'NOTIFY'
                   PERFORM PARSE-NOTIFY-LIST-KEY
               WHEN 'LA'
                   PERFORM PARSE-LA-LIST-KEY
               WHEN 'SLA'
                   PERFORM PARSE-SLA-LIST-KEY
               WHEN 'NSG'
                   PERFORM PARSE-NSG-LIST-KEY
               WHEN 'EH'
                   PERFORM PARSE-EH-LIST-KEY
               WHEN 'SQLDB'
                   PERFORM PARSE-SQLDB-LIST-KEY
               WHEN 'RELAY'
                   PERFORM PARSE-RELAY-LIST-KEY
               WHEN 'IDENTITY'
                   PERFORM PARSE-IDENTITY-LIST-KEY
               WHEN 'DEFENDER'
                   PERFORM PARSE-DEFENDER-LIST-KEY
           END-EVALUATE.

      *> SQLDB_DB_n_NAME/SKU/MAXGB - the databases SQLDB creates on
      *> the environment's logical server (SQLDB_DB_COUNT is matched
      *> above, before the list keys are split)
       PARSE-SQLDB-LIST-KEY.
           IF WS-KEY-TOKEN-2 NOT = 'DB'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-KEY-TOKEN-3) TO WS-KEY-IDX
           IF WS-KEY-IDX < 1 OR WS-KEY-IDX > 5
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-KEY-TOKEN-4
               WHEN 'NAME'
                   MOVE WS-VALUE TO SQLDB-DB-NAME(WS-KEY-IDX)
               WHEN 'SKU'
                   MOVE WS-VALUE TO SQLDB-DB-SKU(WS-KEY-IDX)
               WHEN 'MAXGB'
                   MOVE FUNCTION NUMVAL(WS-VALUE)
                       TO SQLDB-DB-MAX-GB(WS-KEY-IDX)
           END-EVALUATE.

      *> RELAY_HC_n_NAME/HOST/PORT/SITES - the hybrid connections
      *> RELAY creates and the on-prem host:port each one reaches;
      *> SITES is LOGICAPP or FUNCAPP to bind to one site only,
      *> blank for both (RELAY_HC_COUNT is matched above)
       PARSE-RELAY-LIST-KEY.
           IF WS-KEY-TOKEN-2 NOT = 'HC'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-KEY-TOKEN-3) TO WS-KEY-IDX
           IF WS-KEY-IDX < 1 OR WS-KEY-IDX > 5
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-KEY-TOKEN-4
               WHEN 'NAME'
                   MOVE WS-VALUE TO RELAY-HC-NAME(WS-KEY-IDX)
               WHEN 'HOST'
                   MOVE WS-VALUE TO RELAY-HC-HOST(WS-KEY-IDX)
               WHEN 'PORT'
                   MOVE FUNCTION NUMVAL(WS-VALUE)
                       TO RELAY-HC-PORT(WS-KEY-IDX)
               WHEN 'SITES'
                   MOVE WS-VALUE TO RELAY-HC-SITES(WS-KEY-IDX)
           END-EVALUATE.

      *> IDENTITY_n_NAME/CONSUMERS and IDENTITY_n_ROLE_COUNT, then
      *> IDENTITY_n_ROLE_m_NAME/TARGET - the user-assigned identities
      *> IDENTITY creates, the DEPLOY_ORDER codes of the services
      *> that wear each one (comma list), and the role each holds on
      *> a named target (IDENTITY_COUNT is matched above)
       PARSE-IDENTITY-LIST-KEY.
           MOVE FUNCTION NUMVAL(WS-KEY-TOKEN-2) TO WS-KEY-IDX
           IF WS-KEY-IDX < 1 OR WS-KEY-IDX > 5
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-KEY-TOKEN-3
               WHEN 'NAME'
                   MOVE WS-VALUE TO IDENTITY-NAME(WS-KEY-IDX)
               WHEN 'CONSUMERS'
                   MOVE WS-VALUE TO IDENTITY-CONSUMERS(WS-KEY-IDX)
               WHEN 'ROLE'
                   IF WS-KEY-TOKEN-4 = 'COUNT'
                       MOVE FUNCTION NUMVAL(WS-VALUE)
                           TO IDENTITY-ROLE-COUNT(WS-KEY-IDX)
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-KEY-TOKEN-4)
                           TO WS-KEY-SUB-IDX
                       IF WS-KEY-SUB-IDX >= 1 AND WS-KEY-SUB-IDX <= 5
                           EVALUATE WS-KEY-TOKEN-5
                               WHEN 'NAME'
                                   MOVE WS-VALUE
                                       TO IDENTITY-ROLE-NAME
                                       (WS-KEY-IDX, WS-KEY-SUB-IDX)
                               WHEN 'TARGET'
                                   MOVE WS-VALUE
                                       TO IDENTITY-ROLE-TARGET
                                       (WS-KEY-IDX, WS-KEY-SUB-IDX)
                           END-EVALUATE
                       END-IF
                   END-IF
           END-EVALUATE.

      *> DEFENDER_PLAN_n_NAME/SUBPLAN/PRODONLY - the Defender for
      *> Cloud pricing plans DEFENDER enables on the subscription
      *> (DEFENDER_PLAN_COUNT is matched above)
       PARSE-DEFENDER-LIST-KEY.
           IF WS-KEY-TOKEN-2 NOT = 'PLAN'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-KEY-TOKEN-3) TO WS-KEY-IDX
           IF WS-KEY-IDX < 1 OR WS-KEY-IDX > 10
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-KEY-TOKEN-4
               WHEN 'NAME'
                   MOVE WS-VALUE TO DEFENDER-PLAN-NAME(WS-KEY-IDX)
               WHEN 'SUBPLAN'
                   MOVE WS-VALUE TO DEFENDER-PLAN-SUBPLAN(WS-KEY-IDX)
               WHEN 'PRODONLY'
                   MOVE WS-VALUE TO DEFENDER-PLAN-PROD-ONLY(WS-KEY-IDX)
           END-EVALUATE.

      *> EH_HUB_n_NAME/CLASS/PARTITIONS/RETENTION, EH_HUB_n_CG_COUNT or
      *> EH_HUB_n_CG_m=<name> - the hubs and consumer groups
      *> EVENTHUBS creates
       PARSE-EH-LIST-KEY.
           EVALUATE WS-KEY-TOKEN-4
               WHEN 'NAME'
                   MOVE WS-VALUE TO EH-HUB-NAME(WS-KEY-IDX)
               WHEN 'CLASS'
                   MOVE FUNCTION UPPER-CASE(WS-VALUE)
                       TO EH-HUB-CLASS(WS-KEY-IDX)
               WHEN 'PARTITIONS'
                   MOVE FUNCTION NUMVAL(WS-VALUE)
                       TO EH-HUB-PARTITIONS(WS-KEY-IDX)
               END-IF
           END-IF.

      *> LA_EXPORT_TABLE_n names a workspace table exported to the
      *> archive storage account (slot LA_EXPORT_STORAGE)
       PARSE-LA-LIST-KEY.
           IF WS-KEY-TOKEN-2 = 'EXPORT' AND WS-KEY-TOKEN-3 = 'TABLE'
               MOVE FUNCTION NUMVAL(WS-KEY-TOKEN-4) TO WS-KEY-IDX
               IF WS-KEY-IDX >= 1 AND WS-KEY-IDX <= 10
                   MOVE WS-VALUE TO LA-EXPORT-TABLE-NAME(WS-KEY-IDX)
               END-IF
           END-IF.

      *> IA_PARTNER_n_NAME/QUALIFIER/VALUE define the trading
      *> partners; IA_AGREEMENT_n_NAME/FILE name the agreement and the
      *> file its full resource document is posted from (the
                   WHEN 'ROUTE'
                       MOVE WS-VALUE
                           TO SUBNET-ROUTE-TABLE-ID(WS-KEY-IDX)
                   WHEN 'NAT'
                       MOVE WS-VALUE TO SUBNET-NAT-FLAG(WS-KEY-IDX)
               END-EVALUATE
           END-IF.

                               TO WS-KEY-SUB-IDX
                           IF WS-KEY-SUB-IDX >= 1
                                   AND WS-KEY-SUB-IDX <= 5
                               IF WS-KEY-TOKEN-5 = 'CLASS'
                                   MOVE FUNCTION UPPER-CASE(WS-VALUE)
                                       TO SA-CONTAINER-CLASS
                                       (WS-KEY-IDX, WS-KEY-SUB-IDX)
                               ELSE
                                   MOVE WS-VALUE TO SA-CONTAINER-NAME
                                       (WS-KEY-IDX, WS-KEY-SUB-IDX)
                               END-IF
                           END-IF
                       END-IF
                   WHEN 'QUEUE'
                               TO WS-KEY-SUB-IDX
                           IF WS-KEY-SUB-IDX >= 1
                                   AND WS-KEY-SUB-IDX <= 5
                               IF WS-KEY-TOKEN-5 = 'CLASS'
                                   MOVE FUNCTION UPPER-CASE(WS-VALUE)
                                       TO SA-QUEUE-CLASS
                                       (WS-KEY-IDX, WS-KEY-SUB-IDX)
                               ELSE
                                   MOVE WS-VALUE TO SA-QUEUE-NAME
                                       (WS-KEY-IDX, WS-KEY-SUB-IDX)
                               END-IF
                           END-IF
                       END-IF
                   WHEN 'TABLE'
                                           TO SA-SFTP-PERMISSIONS
                                           (WS-KEY-IDX,
                                            WS-KEY-SUB-IDX)
                                   WHEN 'KEYFILE'
                                       MOVE WS-VALUE
                                           TO SA-SFTP-KEY-FILE
                                           (WS-KEY-IDX,
                                            WS-KEY-SUB-IDX)
                               END-EVALUATE
                           END-IF
                       END-IF
                   WHEN 'SFTPALLOW'
                       IF WS-KEY-TOKEN-4 = 'COUNT'
                           MOVE FUNCTION NUMVAL(WS-VALUE)
                               TO SA-SFTP-ALLOW-COUNT(WS-KEY-IDX)
                       ELSE
                           MOVE FUNCTION NUMVAL(WS-KEY-TOKEN-4)
                               TO WS-KEY-SUB-IDX
                           IF WS-KEY-SUB-IDX >= 1
                                   AND WS-KEY-SUB-IDX <= 10
                               EVALUATE WS-KEY-TOKEN-5
                                   WHEN 'CIDR'
                                       MOVE WS-VALUE
                                           TO SA-SFTP-ALLOW-CIDR
                                           (WS-KEY-IDX,
                                            WS-KEY-SUB-IDX)
                                   WHEN 'PARTNER'
                                       MOVE WS-VALUE
                                           TO SA-SFTP-ALLOW-PARTNER
                                           (WS-KEY-IDX,
                                            WS-KEY-SUB-IDX)
                                   WHEN 'EXPIRY'
                                       MOVE FUNCTION NUMVAL(WS-VALUE)
                                           TO SA-SFTP-ALLOW-EXPIRY
                                           (WS-KEY-IDX,
                                            WS-KEY-SUB-IDX)
                               END-EVALUATE
                           END-IF
                       END-IF
                                   TO APIM-API-SMOKE(WS-KEY-IDX)
                       END-EVALUATE
                   END-IF
               WHEN 'GW'
                   MOVE FUNCTION NUMVAL(WS-KEY-TOKEN-3) TO WS-KEY-IDX
                   IF WS-KEY-IDX >= 1 AND WS-KEY-IDX <= 5
                       EVALUATE WS-KEY-TOKEN-4
                           WHEN 'NAME'
                               MOVE WS-VALUE
                                   TO APIM-GW-NAME(WS-KEY-IDX)
                           WHEN 'LOCATION'
                               MOVE WS-VALUE
                                   TO APIM-GW-LOCATION(WS-KEY-IDX)
                           WHEN 'APIS'
                               MOVE WS-VALUE
                                   TO APIM-GW-APIS(WS-KEY-IDX)
                       END-EVALUATE
                   END-IF
           END-EVALUATE.

       PARSE-SB-LIST-KEY.
                           WHEN 'NAME'
                               MOVE WS-VALUE
                                   TO SB-QUEUE-NAME(WS-KEY-IDX)
                           WHEN 'CLASS'
                               MOVE FUNCTION UPPER-CASE(WS-VALUE)
                                   TO SB-QUEUE-CLASS(WS-KEY-IDX)
                           WHEN 'SIZE'
                               MOVE FUNCTION NUMVAL(WS-VALUE)
                                   TO SB-QUEUE-SIZE-MB(WS-KEY-IDX)
                           WHEN 'DELIVERY'
                               MOVE FUNCTION NUMVAL(WS-VALUE)
                                   TO SB-QUEUE-DELIVERY(WS-KEY-IDX)
                           WHEN 'MAXAGE'
                               MOVE FUNCTION NUMVAL(WS-VALUE)
                                   TO SB-QUEUE-MAX-AGE(WS-KEY-IDX)
                           WHEN 'RULE'
                               PERFORM PARSE-SB-QUEUE-RULE-KEY
                       END-EVALUATE
           EVALUATE WS-KEY-TOKEN-4
               WHEN 'NAME'
                   MOVE WS-VALUE TO SB-TOPIC-NAME(WS-KEY-IDX)
               WHEN 'CLASS'
                   MOVE FUNCTION UPPER-CASE(WS-VALUE)
                       TO SB-TOPIC-CLASS(WS-KEY-IDX)
               WHEN 'SIZE'
                   MOVE FUNCTION NUMVAL(WS-VALUE)
                       TO SB-TOPIC-SIZE-MB(WS-KEY-IDX)
                                   MOVE WS-VALUE
                                       TO SB-SUB-REQUIRES-SESSION
                                       (WS-KEY-IDX, WS-KEY-SUB-IDX)
                               WHEN 'MAXAGE'
                                   MOVE FUNCTION NUMVAL(WS-VALUE)
                                       TO SB-SUB-MAX-AGE
                                       (WS-KEY-IDX, WS-KEY-SUB-IDX)
                               WHEN 'FILTER'
                                   PERFORM PARSE-SB-SUB-FILTER-KEY
                           END-EVALUATE
           MOVE 0 TO DEPLOY-ORDER-COUNT
           MOVE 1 TO WS-ORDER-POS
           PERFORM UNTIL WS-ORDER-POS > LENGTH OF WS-VALUE
                      OR DEPLOY-ORDER-COUNT >= 40
               MOVE SPACES TO WS-ORDER-TOKEN
               UNSTRING WS-VALUE DELIMITED BY ','
                   INTO WS-ORDER-TOKEN

       01  WS-GEN-NAME-TRUNC           PIC X(22).
       01  WS-GEN-NAME-SUFFIX          PIC 9(2).
       01  WS-SA-IDX                   PIC 9(2).
       01  WS-ID-IDX                   PIC 9(2).
       01  WS-EXP-IDX                  PIC 9(2).

      *> Fields pulled out of one resource entry of the list response
                                  WS-GEN-NAME
           PERFORM ADD-EXPECTED-NAME

           IF NAT-DEPLOY-FLAG = 'Y'
               MOVE 'NATGW' TO WS-NAME-REQ
               CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                      WS-GEN-NAME
               PERFORM ADD-EXPECTED-NAME
               IF NAT-IP-TYPE = 'PREFIX'
                   MOVE 'NATPFX' TO WS-NAME-REQ
               ELSE
                   MOVE 'NATIP' TO WS-NAME-REQ
               END-IF
               CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                      WS-GEN-NAME
               PERFORM ADD-EXPECTED-NAME
           END-IF

           MOVE 'KV' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-BASE-NAME
               PERFORM ADD-EXPECTED-NAME
           END-IF

           IF REDIS-DEPLOY-FLAG = 'Y'
               MOVE 'REDIS' TO WS-NAME-REQ
               CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                      WS-BASE-NAME
               MOVE WS-BASE-NAME TO WS-GEN-NAME
               PERFORM ADD-EXPECTED-NAME
               MOVE SPACES TO WS-GEN-NAME
               STRING 'pe-' FUNCTION TRIM(WS-BASE-NAME)
                   DELIMITED BY SIZE INTO WS-GEN-NAME
               END-STRING
               PERFORM ADD-EXPECTED-NAME
           END-IF

           IF SQLDB-DEPLOY-FLAG = 'Y'
               MOVE 'SQL' TO WS-NAME-REQ
               CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                      WS-BASE-NAME
               MOVE WS-BASE-NAME TO WS-GEN-NAME
               PERFORM ADD-EXPECTED-NAME
               MOVE SPACES TO WS-GEN-NAME
               STRING 'pe-' FUNCTION TRIM(WS-BASE-NAME)
                   DELIMITED BY SIZE INTO WS-GEN-NAME
               END-STRING
               PERFORM ADD-EXPECTED-NAME
           END-IF

           IF BASTION-DEPLOY-FLAG = 'Y'
               MOVE 'BAS' TO WS-NAME-REQ
               CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                      WS-GEN-NAME
               PERFORM ADD-EXPECTED-NAME
               MOVE 'BASIP' TO WS-NAME-REQ
               CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                      WS-GEN-NAME
               PERFORM ADD-EXPECTED-NAME
           END-IF

           IF RELAY-DEPLOY-FLAG = 'Y'
               MOVE 'RELAY' TO WS-NAME-REQ
               CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                      WS-GEN-NAME
               PERFORM ADD-EXPECTED-NAME
           END-IF

           IF IDENTITY-DEPLOY-FLAG = 'Y'
               PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                       UNTIL WS-ID-IDX > IDENTITY-COUNT
                          OR WS-ID-IDX > 5
                   IF IDENTITY-NAME(WS-ID-IDX) NOT = SPACES
                       MOVE SPACES TO WS-NAME-REQ
                       STRING 'ID|' IDENTITY-NAME(WS-ID-IDX)
                           DELIMITED BY SIZE INTO WS-NAME-REQ
                       END-STRING
                       CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                              WS-GEN-NAME
                       PERFORM ADD-EXPECTED-NAME
                   END-IF
               END-PERFORM
           END-IF

           IF APIM-DEPLOY-FLAG = 'Y'
               MOVE 'APIM' TO WS-NAME-REQ
               CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
               PERFORM ADD-EXPECTED-NAME
           END-IF

           IF APPI-DEPLOY-FLAG = 'Y'
               MOVE 'APPI' TO WS-NAME-REQ
               CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                      WS-GEN-NAME
               PERFORM ADD-EXPECTED-NAME
           END-IF

      *> The privatelink zones PRIVATEDNS creates, with its gating
           MOVE 'privatelink.vaultcore.azure.net' TO WS-GEN-NAME
           PERFORM ADD-EXPECTED-NAME
               MOVE 'privatelink.monitor.azure.com' TO WS-GEN-NAME
               PERFORM ADD-EXPECTED-NAME
           END-IF
           IF REDIS-DEPLOY-FLAG = 'Y'
               MOVE 'privatelink.redis.cache.windows.net'
                   TO WS-GEN-NAME
               PERFORM ADD-EXPECTED-NAME
           END-IF
           IF SQLDB-DEPLOY-FLAG = 'Y'
               MOVE 'privatelink.database.windows.net'
                   TO WS-GEN-NAME
               PERFORM ADD-EXPECTED-NAME
           END-IF

      *> The alerting module's action group and rule names, which
      *> are top-level resources the list would otherwise flag

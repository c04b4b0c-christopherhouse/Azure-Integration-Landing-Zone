      *> and each endpoint carries a DNS zone group registering its IP
      *> - work the network team has been doing by ticket after every
      *> environment bring-up. This module creates the zones for the
      *> vault, blob, Service Bus, Data Factory, monitor, Redis and
      *> SQL endpoints, links them to VNET-NAME and
      *> HUB-VNET-RESOURCE-ID, and attaches a zone group to every
      *> private endpoint the deploy modules created.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               'privatelink.datafactory.azure.net'.
           05  FILLER                      PIC X(48) VALUE
               'privatelink.monitor.azure.com'.
           05  FILLER                      PIC X(48) VALUE
               'privatelink.redis.cache.windows.net'.
           05  FILLER                      PIC X(48) VALUE
               'privatelink.database.windows.net'.
       01  WS-ZONE-LIST REDEFINES WS-ZONE-TABLE.
           05  WS-ZONE-NAME                PIC X(48) OCCURS 7 TIMES.
       01  WS-ZONE-INDEX                   PIC 9(2).
       01  WS-ZONE-WANTED                  PIC X(1).

           DISPLAY "Initializing Private DNS zone deployment..."

           PERFORM VARYING WS-ZONE-INDEX FROM 1 BY 1
                   UNTIL WS-ZONE-INDEX > 7
                       OR LS-RETURN-CODE NOT = 0
               PERFORM CHECK-ZONE-WANTED
               IF WS-ZONE-WANTED = 'Y'
                       TO WS-CURRENT-ZONE
                   PERFORM CREATE-SINGLE-ZONE
                   IF LS-DRYRUN-FLAG = 'Y'
                       MOVE 8 TO WS-ZONE-INDEX
                   ELSE
                       IF LS-RETURN-CODE = 0
                           PERFORM LINK-ZONE-TO-VNETS
                   MOVE DF-DEPLOY-FLAG TO WS-ZONE-WANTED
               WHEN 5
                   MOVE PLS-DEPLOY-FLAG TO WS-ZONE-WANTED
               WHEN 6
                   MOVE REDIS-DEPLOY-FLAG TO WS-ZONE-WANTED
               WHEN 7
                   MOVE SQLDB-DEPLOY-FLAG TO WS-ZONE-WANTED
           END-EVALUATE.

      *> defaults to the public cloud when CLOUD-ENVIRONMENT is blank
               END-STRING
               MOVE WS-ZONE-NAME(5) TO WS-CURRENT-ZONE
               PERFORM ATTACH-SINGLE-ZONE-GROUP
           END-IF

           IF REDIS-DEPLOY-FLAG = 'Y' AND LS-RETURN-CODE = 0
               MOVE SPACES TO WS-SCRATCH-NAME
               MOVE 'REDIS' TO WS-NAME-REQ
               CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                      WS-SCRATCH-NAME
               MOVE SPACES TO WS-PE-NAME
               STRING 'pe-' FUNCTION TRIM(WS-SCRATCH-NAME)
                   DELIMITED BY SIZE INTO WS-PE-NAME
               END-STRING
               MOVE WS-ZONE-NAME(6) TO WS-CURRENT-ZONE
               PERFORM ATTACH-SINGLE-ZONE-GROUP
           END-IF

           IF SQLDB-DEPLOY-FLAG = 'Y' AND LS-RETURN-CODE = 0
               MOVE SPACES TO WS-SCRATCH-NAME
               MOVE 'SQL' TO WS-NAME-REQ
               CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                      WS-SCRATCH-NAME
               MOVE SPACES TO WS-PE-NAME
               STRING 'pe-' FUNCTION TRIM(WS-SCRATCH-NAME)
                   DELIMITED BY SIZE INTO WS-PE-NAME
               END-STRING
               MOVE WS-ZONE-NAME(7) TO WS-CURRENT-ZONE
               PERFORM ATTACH-SINGLE-ZONE-GROUP
           END-IF.

      *> Mirrors STORAGE.cbl's name generation and truncation for
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' HTTP-URL
                                      'privatedns_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o privatedns_response.json  "
               END-CALL

               PERFORM READ-DNS-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' HTTP-URL
                                      'privatedns_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM


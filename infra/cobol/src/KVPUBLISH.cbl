      *> Vault once a run finishes, closing the loop that used to end
      *> with keys pasted from the portal into email: every storage
      *> account's connection string (via listKeys), the Service Bus
      *> root connection string, the Redis cache connection string,
      *> each Relay hybrid connection's send and listen connection
      *> strings and the Log Analytics workspace key are written as
      *> named secrets (<resource>-connstring /
      *> <namespace>-<connection>-send|listen-connstring /
      *> <workspace>-workspace-key) next to the SEED-INITIAL-SECRETS
      *> entries, so applications bootstrap from the vault and no
      *> credential transits email again.
       01  WS-SA-NAME-TRUNC            PIC X(22).
       01  WS-SA-NAME-SUFFIX           PIC 9(2).
       01  WS-SB-NAME                  PIC X(64).
       01  WS-REDIS-NAME               PIC X(64).
       01  WS-RELAY-NAME               PIC X(64).
       01  WS-HC-IDX                   PIC 9(2).
       01  WS-RULE-NAME                PIC X(8).
       01  WS-LA-NAME                  PIC X(64).
       01  WS-PUB-COMMAND              PIC X(1024).
       01  WS-FIELD-VALUE              PIC X(512).
               PERFORM PUBLISH-SERVICE-BUS-SECRET
           END-IF

           IF REDIS-DEPLOY-FLAG = 'Y'
               PERFORM PUBLISH-REDIS-SECRET
           END-IF

           IF RELAY-DEPLOY-FLAG = 'Y'
               MOVE SPACES TO WS-RELAY-NAME
               MOVE 'RELAY' TO WS-NAME-REQ
               CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                      WS-RELAY-NAME
               PERFORM VARYING WS-HC-IDX FROM 1 BY 1
                       UNTIL WS-HC-IDX > RELAY-HC-COUNT
                   MOVE 'send' TO WS-RULE-NAME
                   PERFORM PUBLISH-RELAY-SECRET
                   MOVE 'listen' TO WS-RULE-NAME
                   PERFORM PUBLISH-RELAY-SECRET
               END-PERFORM
           END-IF

           PERFORM PUBLISH-WORKSPACE-KEY

           GOBACK.
           MOVE FUNCTION TRIM(WS-FIELD-VALUE) TO WS-SECRET-VALUE
           PERFORM SET-VAULT-SECRET.

      *> In the host:port,password=... form both the StackExchange
      *> client and APIM's external cache take; TLS port only, since
      *> the cache has its non-TLS port closed
       PUBLISH-REDIS-SECRET.
           MOVE SPACES TO WS-REDIS-NAME
           MOVE 'REDIS' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-REDIS-NAME

           MOVE SPACES TO WS-PUB-COMMAND
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -X POST -H @kvpublish_auth.txt'
                  ' -H ' "'Content-Length: 0'"
                  " '" FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/'
                  FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.Cache/redis/'
                  FUNCTION TRIM(WS-REDIS-NAME)
                  "/listKeys?api-version=2023-08-01'"
                  " | tr -d '\n'"
                  ' | grep -o '
                  "'" '"primaryKey":"[^"]*"' "'"
                  ' | head -1 | sed ' "'"
                  's/.*:"//; s/"$//' "'"
                  ' > kvpublish_field.txt'
               DELIMITED BY SIZE INTO WS-PUB-COMMAND
           END-STRING
           CALL "C$SYSTEM" USING WS-PUB-COMMAND
           END-CALL
           PERFORM READ-FIELD-VALUE

           IF WS-FIELD-VALUE = SPACES
               DISPLAY "  No Redis access key returned - skipped"
               MOVE 8 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-SECRET-NAME
           STRING FUNCTION TRIM(WS-REDIS-NAME) '-connstring'
               DELIMITED BY SIZE INTO WS-SECRET-NAME
           END-STRING
           MOVE SPACES TO WS-SECRET-VALUE
           STRING FUNCTION TRIM(WS-REDIS-NAME)
                  '.redis.cache.windows.net:6380,password='
                  FUNCTION TRIM(WS-FIELD-VALUE)
                  ',ssl=True,abortConnect=False'
               DELIMITED BY SIZE INTO WS-SECRET-VALUE
           END-STRING
           PERFORM SET-VAULT-SECRET.

      *> The send string is for callers outside App Service; the
      *> listen string is what the on-prem Hybrid Connection
      *> Manager or listener is configured with
       PUBLISH-RELAY-SECRET.
           MOVE SPACES TO WS-PUB-COMMAND
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -X POST -H @kvpublish_auth.txt'
                  ' -H ' "'Content-Length: 0'"
                  " '" FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/'
                  FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.Relay/namespaces/'
                  FUNCTION TRIM(WS-RELAY-NAME)
                  '/hybridConnections/'
                  FUNCTION TRIM(RELAY-HC-NAME(WS-HC-IDX))
                  '/authorizationRules/'
                  FUNCTION TRIM(WS-RULE-NAME)
                  "/listKeys?api-version=2021-11-01'"
                  " | tr -d '\n'"
                  ' | grep -o '
                  "'" '"primaryConnectionString":"[^"]*"' "'"
                  ' | head -1 | sed ' "'"
                  's/.*:"//; s/"$//' "'"
                  ' > kvpublish_field.txt'
               DELIMITED BY SIZE INTO WS-PUB-COMMAND
           END-STRING
           CALL "C$SYSTEM" USING WS-PUB-COMMAND
           END-CALL
           PERFORM READ-FIELD-VALUE

           IF WS-FIELD-VALUE = SPACES
               DISPLAY "  No " FUNCTION TRIM(WS-RULE-NAME)
                       " connection string returned for "
                       FUNCTION TRIM(RELAY-HC-NAME(WS-HC-IDX))
                       " - skipped"
               MOVE 8 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-SECRET-NAME
           STRING FUNCTION TRIM(WS-RELAY-NAME) '-'
                  FUNCTION TRIM(RELAY-HC-NAME(WS-HC-IDX)) '-'
                  FUNCTION TRIM(WS-RULE-NAME) '-connstring'
               DELIMITED BY SIZE INTO WS-SECRET-NAME
           END-STRING
           MOVE FUNCTION TRIM(WS-FIELD-VALUE) TO WS-SECRET-VALUE
           PERFORM SET-VAULT-SECRET.

       PUBLISH-WORKSPACE-KEY.
           MOVE SPACES TO WS-LA-NAME
           MOVE 'LAW' TO WS-NAME-REQ

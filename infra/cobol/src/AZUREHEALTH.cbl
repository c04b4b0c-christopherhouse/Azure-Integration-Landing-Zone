      *> the data plane - reads back a seeded Key Vault secret, lists
      *> blobs in every configured container, sends and receives a
      *> probe message through the first Service Bus queue, hits the
      *> APIM gateway, checks the Redis cache is running and the SQL
      *> server ready, and runs a query against the Log Analytics
      *> workspace - and writes a pass/fail scorecard to
      *> health-report.txt for environment sign-off. The process exit
      *> code is the number of failed probes so a scheduler can gate
       01  WS-SA-NAME-SUFFIX           PIC 9(2).
       01  WS-SB-NAME                  PIC X(64).
       01  WS-APIM-NAME                PIC X(64).
       01  WS-REDIS-NAME               PIC X(64).
       01  WS-REDIS-STATE-HITS         PIC 9(3).
       01  WS-SQL-SERVER-NAME          PIC X(64).
       01  WS-SQL-STATE-HITS           PIC 9(3).
       01  WS-BASTION-NAME             PIC X(64).
       01  WS-BASTION-STATE-HITS       PIC 9(3).
       01  WS-LA-NAME                  PIC X(64).
       01  WS-LA-CUSTOMER-ID           PIC X(36).
       01  WS-SA-IDX                   PIC 9(2).
               IF APIM-DEPLOY-FLAG = 'Y'
                   PERFORM PROBE-APIM-GATEWAY
               END-IF
               IF REDIS-DEPLOY-FLAG = 'Y'
                   PERFORM PROBE-REDIS-CACHE
               END-IF
               IF SQLDB-DEPLOY-FLAG = 'Y'
                   PERFORM PROBE-SQL-SERVER
               END-IF
               IF BASTION-DEPLOY-FLAG = 'Y'
                   PERFORM PROBE-BASTION-HOST
               END-IF
               PERFORM PROBE-LOG-ANALYTICS

               PERFORM REPORT-SCORECARD-SUMMARY
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-APIM-NAME

           MOVE 'REDIS' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-REDIS-NAME

           MOVE 'SQL' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-SQL-SERVER-NAME

           MOVE 'BAS' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-BASTION-NAME

           MOVE 'LAW' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-LA-NAME
           END-IF
           PERFORM RECORD-PROBE-RESULT.

      *> The cache only listens on its private endpoint, so the
      *> probe asks ARM instead: the cache must be readable and its
      *> provisioningState Succeeded, not still creating, updating
      *> or failed
       PROBE-REDIS-CACHE.
           MOVE 'Redis cache running' TO WS-PROBE-LABEL
           MOVE SPACES TO WS-PROBE-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/' SUBSCRIPTION-ID
                  '/resourceGroups/' RG-NAME
                  '/providers/Microsoft.Cache/redis/'
                  FUNCTION TRIM(WS-REDIS-NAME)
                  '?api-version=2023-08-01'
               DELIMITED BY SIZE INTO WS-PROBE-URL
           END-STRING
           PERFORM EXECUTE-GET-PROBE
           IF HTTP-STATUS-CODE NOT = 200
               MOVE 'FAIL' TO WS-PROBE-RESULT
               PERFORM RECORD-PROBE-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-HEALTH-RESPONSE
           MOVE 0 TO WS-REDIS-STATE-HITS
           INSPECT WS-RESPONSE-LINE TALLYING WS-REDIS-STATE-HITS
               FOR ALL '"provisioningState":"Succeeded"'
           IF WS-REDIS-STATE-HITS > 0
               MOVE 'PASS' TO WS-PROBE-RESULT
           ELSE
               MOVE 'FAIL' TO WS-PROBE-RESULT
           END-IF
           PERFORM RECORD-PROBE-RESULT.

      *> Like the cache, the SQL server has no public endpoint to
      *> probe; ARM must report the server's state as Ready
       PROBE-SQL-SERVER.
           MOVE 'SQL server ready' TO WS-PROBE-LABEL
           MOVE SPACES TO WS-PROBE-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/' SUBSCRIPTION-ID
                  '/resourceGroups/' RG-NAME
                  '/providers/Microsoft.Sql/servers/'
                  FUNCTION TRIM(WS-SQL-SERVER-NAME)
                  '?api-version=2021-11-01'
               DELIMITED BY SIZE INTO WS-PROBE-URL
           END-STRING
           PERFORM EXECUTE-GET-PROBE
           IF HTTP-STATUS-CODE NOT = 200
               MOVE 'FAIL' TO WS-PROBE-RESULT
               PERFORM RECORD-PROBE-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-HEALTH-RESPONSE
           MOVE 0 TO WS-SQL-STATE-HITS
           INSPECT WS-RESPONSE-LINE TALLYING WS-SQL-STATE-HITS
               FOR ALL '"state":"Ready"'
           IF WS-SQL-STATE-HITS > 0
               MOVE 'PASS' TO WS-PROBE-RESULT
           ELSE
               MOVE 'FAIL' TO WS-PROBE-RESULT
           END-IF
           PERFORM RECORD-PROBE-RESULT.

      *> The Bastion host is the only way onto an offline SHIR node,
      *> so a failed or half-provisioned host needs catching before
      *> the night someone actually needs it
       PROBE-BASTION-HOST.
           MOVE 'Bastion host ready' TO WS-PROBE-LABEL
           MOVE SPACES TO WS-PROBE-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/' SUBSCRIPTION-ID
                  '/resourceGroups/' RG-NAME
                  '/providers/Microsoft.Network/bastionHosts/'
                  FUNCTION TRIM(WS-BASTION-NAME)
                  '?api-version=2023-11-01'
               DELIMITED BY SIZE INTO WS-PROBE-URL
           END-STRING
           PERFORM EXECUTE-GET-PROBE
           IF HTTP-STATUS-CODE NOT = 200
               MOVE 'FAIL' TO WS-PROBE-RESULT
               PERFORM RECORD-PROBE-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-HEALTH-RESPONSE
           MOVE 0 TO WS-BASTION-STATE-HITS
           INSPECT WS-RESPONSE-LINE TALLYING WS-BASTION-STATE-HITS
               FOR ALL '"provisioningState":"Succeeded"'
           IF WS-BASTION-STATE-HITS > 0
               MOVE 'PASS' TO WS-PROBE-RESULT
           ELSE
               MOVE 'FAIL' TO WS-PROBE-RESULT
           END-IF
           PERFORM RECORD-PROBE-RESULT.

      *> Resolves the workspace's customer ID through ARM, then runs
      *> a trivial query through the Log Analytics data plane
       PROBE-LOG-ANALYTICS.

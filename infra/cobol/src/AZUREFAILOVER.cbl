      *> applications connected through the alias follow it
       TRIGGER-SB-ALIAS-FAILOVER.
           DISPLAY "Triggering Service Bus geo-DR alias failover..."
           MOVE 'POST' TO HTTP-METHOD
           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
                  FUNCTION TRIM(WS-DR-SUBSCRIPTION)
                  '/resourceGroups/'
                  FUNCTION TRIM(WS-DR-SB-NAME)
                  '/disasterRecoveryConfigs/'
                  FUNCTION TRIM(SB-GEODR-ALIAS)
                  '/failover?api-version=2021-06-01'
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           MOVE SPACES TO WS-FO-COMMAND
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o failover_response.json -D failover_headers.txt'
                  ' -w ' "'%{http_code}'"
                  ' -X POST -H @' FUNCTION TRIM(WS-DR-AUTH-FILE)
                  ' -H ' "'Content-Length: 0'"
                  " '" FUNCTION TRIM(HTTP-URL) "'"
                  ' > failover_status.txt'
               DELIMITED BY SIZE INTO WS-FO-COMMAND
           END-STRING
           CALL 'ARMGOVERN' USING 'DRAW' HTTP-METHOD HTTP-URL
                                  'failover_headers.txt'
           END-CALL
           CALL "C$SYSTEM" USING WS-FO-COMMAND
           END-CALL
           PERFORM READ-FO-STATUS
           CALL 'ARMGOVERN' USING 'NOTE' HTTP-METHOD HTTP-URL
                                  'failover_headers.txt'
           END-CALL
           MOVE 'Service Bus alias failover triggered'
               TO WS-REPORT-LINE
           PERFORM SCORE-STEP-ON-200.

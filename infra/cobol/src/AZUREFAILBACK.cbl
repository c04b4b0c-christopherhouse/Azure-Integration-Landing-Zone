           DISPLAY "Re-pairing the Service Bus alias toward the "
                   "primary..."

           MOVE 'PUT' TO HTTP-METHOD
           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
                  FUNCTION TRIM(WS-DR-SUBSCRIPTION)
                  '/resourceGroups/'
                  FUNCTION TRIM(WS-DR-RG)
                  '/providers/Microsoft.ServiceBus/namespaces/'
                  FUNCTION TRIM(WS-DR-SB-NAME)
                  '/disasterRecoveryConfigs/'
                  FUNCTION TRIM(SB-GEODR-ALIAS)
                  '?api-version=2021-06-01'
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           MOVE SPACES TO WS-FB-COMMAND
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o failback_response.json -D failback_headers.txt'
                  ' -w ' "'%{http_code}'"
                  ' -X PUT -H @' FUNCTION TRIM(WS-DR-AUTH-FILE)
                  ' -H ' "'Content-Type: application/json'"
                  ' -d ' "'"
                  '/providers/Microsoft.ServiceBus/namespaces/'
                  FUNCTION TRIM(WS-PRI-SB-NAME)
                  '"}}' "'"
                  " '" FUNCTION TRIM(HTTP-URL) "'"
                  ' > failback_status.txt'
               DELIMITED BY SIZE INTO WS-FB-COMMAND
           END-STRING
           CALL 'ARMGOVERN' USING 'DRAW' HTTP-METHOD HTTP-URL
                                  'failback_headers.txt'
           END-CALL
           CALL "C$SYSTEM" USING WS-FB-COMMAND
           END-CALL
           PERFORM READ-FB-STATUS
           CALL 'ARMGOVERN' USING 'NOTE' HTTP-METHOD HTTP-URL
                                  'failback_headers.txt'
           END-CALL
           MOVE 'Alias re-paired toward the primary'
               TO WS-REPORT-LINE
           PERFORM SCORE-STEP-ON-200
           END-CALL

           DISPLAY "Failing the alias back to the primary..."
           MOVE 'POST' TO HTTP-METHOD
           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/' SUBSCRIPTION-ID
                  '/resourceGroups/' FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.ServiceBus/namespaces/'
                  FUNCTION TRIM(WS-PRI-SB-NAME)
                  '/disasterRecoveryConfigs/'
                  FUNCTION TRIM(SB-GEODR-ALIAS)
                  '/failover?api-version=2021-06-01'
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           MOVE SPACES TO WS-FB-COMMAND
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o failback_response.json -D failback_headers.txt'
                  ' -w ' "'%{http_code}'"
                  ' -X POST -H @failback_auth.txt'
                  ' -H ' "'Content-Length: 0'"
                  " '" FUNCTION TRIM(HTTP-URL) "'"
                  ' > failback_status.txt'
               DELIMITED BY SIZE INTO WS-FB-COMMAND
           END-STRING
           CALL 'ARMGOVERN' USING 'DRAW' HTTP-METHOD HTTP-URL
                                  'failback_headers.txt'
           END-CALL
           CALL "C$SYSTEM" USING WS-FB-COMMAND
           END-CALL
           PERFORM READ-FB-STATUS
           CALL 'ARMGOVERN' USING 'NOTE' HTTP-METHOD HTTP-URL
                                  'failback_headers.txt'
           END-CALL
           MOVE 'Alias failed back to the primary'
               TO WS-REPORT-LINE
           PERFORM SCORE-STEP-ON-200

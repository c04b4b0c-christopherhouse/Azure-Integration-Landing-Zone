       SWAP-CONNECTION-SECRETS.
           DISPLAY "Swapping vault connection secrets..."

           MOVE 'POST' TO HTTP-METHOD
           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/'
                  '/providers/Microsoft.ServiceBus/namespaces/'
                  FUNCTION TRIM(WS-NEW-SB-NAME)
                  '/authorizationRules/RootManageSharedAccessKey'
                  '/listKeys?api-version=2021-06-01'
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           MOVE SPACES TO WS-DRAIN-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -D sbmig_headers.txt'
                  ' -X POST -H @sbmig_auth.txt'
                  ' -H ' "'Content-Length: 0'"
                  " '" FUNCTION TRIM(HTTP-URL) "'"
                  " | tr -d '\n'"
                  ' | grep -o '
                  "'" '"primaryConnectionString":"[^"]*"' "'"
                  ' > sbmig_field.txt'
               DELIMITED BY SIZE INTO WS-DRAIN-CMD
           END-STRING
           CALL 'ARMGOVERN' USING 'DRAW' HTTP-METHOD HTTP-URL
                                  'sbmig_headers.txt'
           END-CALL
           CALL "C$SYSTEM" USING WS-DRAIN-CMD
           END-CALL
           CALL 'ARMGOVERN' USING 'NOTE' HTTP-METHOD HTTP-URL
                                  'sbmig_headers.txt'
           END-CALL
           PERFORM READ-FIELD-VALUE

           IF WS-FIELD-VALUE = SPACES

           ACCEPT WS-STAMP-DATE8 FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-CLOCK8 FROM TIME

           MOVE 'PUT' TO HTTP-METHOD
           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/' SUBSCRIPTION-ID
                  '/resourceGroups/' FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.ApiManagement/service/'
                  FUNCTION TRIM(WS-APIM-NAME)
                  '/apis/'
                  FUNCTION TRIM(WS-API-NAME)
                  '/releases/revert-'
                  WS-STAMP-DATE8 WS-STAMP-CLOCK8(1:6)
                  '?api-version=2022-08-01'
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           MOVE SPACES TO WS-REVERT-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o apirevert_response.json'
                  ' -D apirevert_headers.txt -w '
                  "'%{http_code}'"
                  ' -X PUT -H @apirevert_auth.txt'
                  ' -H ' "'Content-Type: application/json'"
                  FUNCTION TRIM(WS-REVISION-TEXT)
                  '","notes":"operator rollback"}}'
                  "'"
                  " '" FUNCTION TRIM(HTTP-URL)
                  "' > apirevert_status.txt"
               DELIMITED BY SIZE INTO WS-REVERT-CMD
           END-STRING
           CALL 'ARMGOVERN' USING 'DRAW' HTTP-METHOD HTTP-URL
                                  'apirevert_headers.txt'
           END-CALL
           CALL "C$SYSTEM" USING WS-REVERT-CMD
           END-CALL
           PERFORM READ-REV-STATUS
           CALL 'ARMGOVERN' USING 'NOTE' HTTP-METHOD HTTP-URL
                                  'apirevert_headers.txt'
           END-CALL.

       READ-REV-STATUS.
           MOVE 0 TO HTTP-STATUS-CODE

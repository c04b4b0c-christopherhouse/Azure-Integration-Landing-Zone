
           MOVE SPACES TO WS-OP-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o blobrestore_response.json'
                  ' -D blobrestore_headers.txt -w '
                  "'%{http_code}'"
                  ' -X POST -H @blobrestore_auth.txt'
                  ' -H ' "'Content-Type: application/json'"
                  "' > blobrestore_status.txt"
               DELIMITED BY SIZE INTO WS-OP-CMD
           END-STRING
           MOVE 'POST' TO HTTP-METHOD
           CALL 'ARMGOVERN' USING 'DRAW' HTTP-METHOD WS-OP-URL
                                  'blobrestore_headers.txt'
           END-CALL
           CALL "C$SYSTEM" USING WS-OP-CMD
           END-CALL
           PERFORM READ-RESTORE-STATUS
           CALL 'ARMGOVERN' USING 'NOTE' HTTP-METHOD WS-OP-URL
                                  'blobrestore_headers.txt'
           END-CALL

           IF HTTP-STATUS-CODE = 200 OR HTTP-STATUS-CODE = 202
               DISPLAY "  Container restore accepted - Azure "

           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o "' FUNCTION TRIM(WS-BUNDLE-DIR)
                  '/res-' WS-RESOURCE-SEQ '.json"'
                  ' -D escrow_rate_headers.txt'
                  ' -w ' "'%{http_code}'"
                  ' -X POST -H @escrow_auth.txt'
                  ' -H ' "'Content-Type: application/json'"
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'POST' HTTP-URL
                                      'escrow_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING WS-CMD
               END-CALL
               PERFORM READ-ESCROW-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'POST' HTTP-URL
                                      'escrow_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM


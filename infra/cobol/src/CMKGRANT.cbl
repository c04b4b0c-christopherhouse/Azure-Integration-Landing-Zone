           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' WS-GRANT-URL
                                      'cmkgrant_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o cmkgrant_response.json -w '%{http_code}' "
                   "-D cmkgrant_rate_headers.txt "
                   "-X PUT -H @cmkgrant_auth.txt "
                   "-H 'Content-Type: application/json' "
                   "-d '" WS-GRANT-JSON "' '" WS-GRANT-URL
               END-CALL

               PERFORM READ-GRANT-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' WS-GRANT-URL
                                      'cmkgrant_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM


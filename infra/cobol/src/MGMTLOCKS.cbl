               MOVE 0 TO WS-RETRY-COUNT
               MOVE 'N' TO WS-RETRY-DONE
               PERFORM UNTIL WS-RETRY-DONE = 'Y'
                   CALL 'ARMGOVERN' USING 'DRAW' 'PUT' HTTP-URL
                                          'locks_rate_headers.txt'
                   END-CALL
                   CALL "C$SYSTEM" USING
                       "curl -s -m " WS-CURL-MAX-TIME
                       " -o locks_response.json "
                       "-D locks_rate_headers.txt "
                       "-w '%{http_code}' -X PUT "
                       "-H @locks_auth.txt -H 'Content-Type: "
                       "application/json' -d '"
                       "' '" HTTP-URL "' > locks_status.txt"
                   END-CALL
                   PERFORM READ-LOCK-STATUS
                   CALL 'ARMGOVERN' USING 'NOTE' 'PUT' HTTP-URL
                                          'locks_rate_headers.txt'
                   END-CALL
                   PERFORM EVALUATE-RETRY-STATUS
               END-PERFORM

               MOVE 0 TO WS-RETRY-COUNT
               MOVE 'N' TO WS-RETRY-DONE
               PERFORM UNTIL WS-RETRY-DONE = 'Y'
                   CALL 'ARMGOVERN' USING 'DRAW' 'DELETE' HTTP-URL
                                          'locks_rate_headers.txt'
                   END-CALL
                   CALL "C$SYSTEM" USING
                       "curl -s -m " WS-CURL-MAX-TIME
                       " -o locks_response.json "
                       "-D locks_rate_headers.txt "
                       "-w '%{http_code}' -X DELETE "
                       "-H @locks_auth.txt '"
                       HTTP-URL "' > locks_status.txt"
                   END-CALL
                   PERFORM READ-LOCK-STATUS
                   CALL 'ARMGOVERN' USING 'NOTE' 'DELETE' HTTP-URL
                                          'locks_rate_headers.txt'
                   END-CALL
                   PERFORM EVALUATE-RETRY-STATUS
               END-PERFORM


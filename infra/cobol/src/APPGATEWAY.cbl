           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'POST' HTTP-URL
                                      'appgateway_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o appgateway_response.json -w '%{http_code}' "
                   "-D appgateway_rate_headers.txt "
                   "-X POST -H @appgateway_auth.txt "
                   "-H 'Content-Type: application/json' -d '"
                   HTTP-BODY
               END-CALL

               PERFORM READ-AGW-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'POST' HTTP-URL
                                      'appgateway_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' HTTP-URL
                                      'appgateway_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o appgateway_response.json  "
               END-CALL

               PERFORM READ-AGW-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' HTTP-URL
                                      'appgateway_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM


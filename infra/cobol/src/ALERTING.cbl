               MOVE 0 TO WS-RETRY-COUNT
               MOVE 'N' TO WS-RETRY-DONE
               PERFORM UNTIL WS-RETRY-DONE = 'Y'
                   CALL 'ARMGOVERN' USING 'DRAW' 'PUT' HTTP-URL
                                          'alerting_headers.txt'
                   END-CALL
                   CALL "C$SYSTEM" USING
                       "curl -s -m " WS-CURL-MAX-TIME
                       " -o alerting_response.json  "
                   END-CALL

                   PERFORM READ-ALERT-STATUS
                   CALL 'ARMGOVERN' USING 'NOTE' 'PUT' HTTP-URL
                                          'alerting_headers.txt'
                   END-CALL
                   PERFORM EVALUATE-RETRY-STATUS
               END-PERFORM

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' HTTP-URL
                                      'alerting_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o alerting_response.json  "
               END-CALL

               PERFORM READ-ALERT-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' HTTP-URL
                                      'alerting_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' HTTP-URL
                                      'alerting_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o alerting_response.json  "
               END-CALL

               PERFORM READ-ALERT-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' HTTP-URL
                                      'alerting_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' HTTP-URL
                                      'alerting_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o alerting_response.json  "
               END-CALL

               PERFORM READ-ALERT-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' HTTP-URL
                                      'alerting_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM


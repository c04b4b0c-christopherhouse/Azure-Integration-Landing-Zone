               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING

           MOVE 'POST' TO HTTP-METHOD
           CALL 'ARMGOVERN' USING 'DRAW' HTTP-METHOD HTTP-URL
                                  'maint_headers.txt'
           END-CALL
           CALL "C$SYSTEM" USING
               "curl -s -m " WS-CURL-MAX-TIME
               " -o maint_response.json -D maint_headers.txt"
               " -w '%{http_code}' "
               "-X POST -H @maint_auth.txt "
               "-H 'Content-Type: application/json' "
               "-d '{}' '" HTTP-URL
               "' > maint_status.txt"
           END-CALL
           PERFORM READ-MAINT-STATUS
           CALL 'ARMGOVERN' USING 'NOTE' HTTP-METHOD HTTP-URL
                                  'maint_headers.txt'
           END-CALL

           IF HTTP-STATUS-CODE = 200
               DISPLAY "  Trigger "
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING

           MOVE 'PATCH' TO HTTP-METHOD
           CALL 'ARMGOVERN' USING 'DRAW' HTTP-METHOD HTTP-URL
                                  'maint_headers.txt'
           END-CALL
           CALL "C$SYSTEM" USING
               "curl -s -m " WS-CURL-MAX-TIME
               " -o maint_response.json -D maint_headers.txt"
               " -w '%{http_code}' "
               "-X PATCH -H @maint_auth.txt "
               "-H 'Content-Type: application/json' "
               "-d '" JSON-PAYLOAD "' '" HTTP-URL
               "' > maint_status.txt"
           END-CALL
           PERFORM READ-MAINT-STATUS
           CALL 'ARMGOVERN' USING 'NOTE' HTTP-METHOD HTTP-URL
                                  'maint_headers.txt'
           END-CALL

           IF HTTP-STATUS-CODE = 200 OR HTTP-STATUS-CODE = 201
                   OR HTTP-STATUS-CODE = 202

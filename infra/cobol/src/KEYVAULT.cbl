       
       01  WS-REQUEST-JSON             PIC X(1024).

      *> Roles the shared user-assigned identities hold on this
      *> vault, granted through IDENTGRANT once it exists
       01  WS-IDGRANT-KIND                 PIC X(8) VALUE 'KV'.
       01  WS-IDGRANT-RC                   PIC 9(2).

       LINKAGE SECTION.
       COPY AZURECONFIG REPLACING AZURE-CONFIG BY LS-AZURE-CONFIG.
       01  LS-AUTH-TOKEN.
               IF LS-RETURN-CODE = ZERO
                   PERFORM CREATE-VAULT-KEYS
               END-IF

               IF LS-RETURN-CODE = ZERO AND IDENTITY-DEPLOY-FLAG = 'Y'
                   PERFORM GRANT-SHARED-IDENTITY-ROLES
               END-IF
           END-IF

           GOBACK.
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' HTTP-METHOD HTTP-URL
                                      'keyvault_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o keyvault_response.json "
               END-CALL

               PERFORM READ-KV-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' HTTP-METHOD HTTP-URL
                                      'keyvault_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' HTTP-METHOD HTTP-URL
                                      'keyvault_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o keyvault_response.json "
               END-CALL

               PERFORM READ-KV-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' HTTP-METHOD HTTP-URL
                                      'keyvault_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' HTTP-METHOD HTTP-URL
                                      'keyvault_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o keyvault_response.json "
               END-CALL

               PERFORM READ-KV-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' HTTP-METHOD HTTP-URL
                                      'keyvault_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' HTTP-METHOD HTTP-URL
                                      'keyvault_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o keyvault_response.json "
               END-CALL

               PERFORM READ-KV-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' HTTP-METHOD HTTP-URL
                                      'keyvault_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' HTTP-METHOD HTTP-URL
                                      'keyvault_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o keyvault_response.json "
               END-CALL

               PERFORM READ-KV-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' HTTP-METHOD HTTP-URL
                                      'keyvault_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

               MOVE 1 TO LS-RETURN-CODE
           END-IF.

      *> An identity created before this vault could not be granted
      *> its roles on it then; they are completed here, and are left
      *> alone by a rebuild of the consuming service
       GRANT-SHARED-IDENTITY-ROLES.
           CALL 'IDENTGRANT' USING LS-AZURE-CONFIG LS-AUTH-TOKEN
                                   WS-IDGRANT-KIND WS-IDGRANT-RC
           IF WS-IDGRANT-RC NOT = 0
               MOVE WS-IDGRANT-RC TO LS-RETURN-CODE
           END-IF.

       END PROGRAM KEYVAULT.

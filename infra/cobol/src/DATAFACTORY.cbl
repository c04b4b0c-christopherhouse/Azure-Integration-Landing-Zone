           05  ADF-URL                      PIC X(256).
           05  ADF-MVN-NAME                 PIC X(64).
           05  ADF-ENDPOINT-NAME            PIC X(64).
           05  ADF-IDENTITY-TYPE            PIC X(32)
                                             VALUE 'SystemAssigned'.
           05  ADF-PUBLIC-NETWORK           PIC X(1)   VALUE 'N'.
           05  ADF-PRIVATE-LINK-ID          PIC X(128).
       01  WS-LS-SA-NAME-TRUNC              PIC X(22).
       01  WS-LS-SA-NAME-SUFFIX             PIC 9(2).
       01  WS-LS-KV-NAME                    PIC X(64).
       01  WS-LS-SQL-SERVER                 PIC X(64).
       01  WS-LS-SQL-DB                     PIC X(32).
       01  WS-LS-SQL-IDX                    PIC 9(2).
       01  WS-CONTENT-URL                   PIC X(512).
       01  WS-CONTENT-COMMAND               PIC X(1024).

       01  WS-COMPUTE-API-VERSION          PIC X(10)
               VALUE '2023-03-01'.

      *> Shared user-assigned identities listed for the factory by
      *> IDENTITY_n_CONSUMERS, rendered by IDENTREF and attached
      *> next to the system identity
       01  WS-UAI-CONSUMER                 PIC X(16)
               VALUE 'DATAFACTORY'.
       01  WS-UAI-MAP                      PIC X(1024).
       01  WS-UAI-KV-REF-ID                PIC X(256).
       01  WS-UAI-ENTRY                    PIC X(1040).

       01  WS-MANAGED-PE.
           05  MANAGED-PE-NAME              PIC X(64).
           05  MANAGED-PE-TARGET-ID         PIC X(256).
       01  WS-JSON.
           05  JSON-PAYLOAD                PIC X(8192).
           05  JSON-LENGTH                 PIC 9(6).
       01  WS-JSON-PTR                     PIC 9(4).
       
       01  WS-SUBSCRIPTION-ID              PIC X(36).
       01  WS-RESOURCE-GROUP               PIC X(64).
               MOVE DF-IDENTITY-TYPE TO ADF-IDENTITY-TYPE
           END-IF

           CALL 'IDENTREF' USING AZURE-CONFIG WS-UAI-CONSUMER
                                 WS-UAI-MAP WS-UAI-KV-REF-ID
           IF WS-UAI-MAP NOT = SPACES
                   AND ADF-IDENTITY-TYPE = 'SystemAssigned'
               MOVE 'SystemAssigned,UserAssigned' TO ADF-IDENTITY-TYPE
           END-IF
           MOVE SPACES TO WS-UAI-ENTRY
           IF WS-UAI-MAP NOT = SPACES
               STRING ', ' FUNCTION TRIM(WS-UAI-MAP)
                   DELIMITED BY SIZE INTO WS-UAI-ENTRY
               END-STRING
           END-IF

      *> Tag every resource with its cost center and owner
           IF TAG-COST-CENTER = SPACES
               MOVE 'unassigned' TO WS-JSON-TAG-COST-CENTER
               MOVE 0 TO WS-RETRY-COUNT
               MOVE 'N' TO WS-RETRY-DONE
               PERFORM UNTIL WS-RETRY-DONE = 'Y'
                   CALL 'ARMGOVERN' USING 'DRAW' 'PUT' HTTP-URL
                                          'datafactory_headers.txt'
                   END-CALL
                   CALL "C$SYSTEM" USING
                       "curl -s -m " WS-CURL-MAX-TIME
                       " -o df_response.json -w '%{http_code}' "
                   END-CALL

                   PERFORM READ-DF-STATUS
                   CALL 'ARMGOVERN' USING 'NOTE' 'PUT' HTTP-URL
                                          'datafactory_headers.txt'
                   END-CALL
                   PERFORM EVALUATE-RETRY-STATUS
               END-PERFORM


       GENERATE-DATAFACTORY-JSON-PAYLOAD.
           MOVE SPACES TO JSON-PAYLOAD
           MOVE 1 TO WS-JSON-PTR
           
           STRING '{'
               '"location": "' WS-LOCATION '",'
               '"identity": {'
               '  "type": "' FUNCTION TRIM(ADF-IDENTITY-TYPE) '"'
               FUNCTION TRIM(WS-UAI-ENTRY)
               '},'
               '"properties": {'
               '  "publicNetworkAccess": "'
           DELIMITED BY SIZE INTO JSON-PAYLOAD
           WITH POINTER WS-JSON-PTR
           END-STRING
           
           IF ADF-PUBLIC-NETWORK = 'Y'
               STRING 'Enabled"'
                   DELIMITED BY SIZE INTO JSON-PAYLOAD
                   WITH POINTER WS-JSON-PTR
               END-STRING
           ELSE
               STRING 'Disabled"'
                   DELIMITED BY SIZE INTO JSON-PAYLOAD
                   WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF

           STRING ','
               '  "purviewConfiguration": {'
               '    "purviewResourceId": null'
               '  }'
               DELIMITED BY SIZE INTO JSON-PAYLOAD
               WITH POINTER WS-JSON-PTR
           END-STRING

           IF DF-GIT-ENABLED = 'Y'
               PERFORM APPEND-GIT-CONFIGURATION
           END-IF

           STRING '},'
               '"tags": {'
               '  "environment": "' ENV-NAME '",'
               '  "project": "ais-landing-zone",'
               '}'
               '}'
               DELIMITED BY SIZE INTO JSON-PAYLOAD
               WITH POINTER WS-JSON-PTR
           END-STRING

           COMPUTE JSON-LENGTH = FUNCTION LENGTH(JSON-PAYLOAD)
           DISPLAY "  Generated JSON payload for Data Factory".

       APPEND-GIT-CONFIGURATION.
           STRING ','
               '  "repoConfiguration": {'
               '    "type": "FactoryVSTSConfiguration",'
               '    "accountName": "' DF-GIT-ACCOUNT-NAME '",'
               '    "rootFolder": "' DF-GIT-ROOT-FOLDER '"'
               '  }'
               DELIMITED BY SIZE INTO JSON-PAYLOAD
               WITH POINTER WS-JSON-PTR
           END-STRING.

       CREATE-MANAGED-VNET.
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' HTTP-URL
                                      'datafactory_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o mvnet_response.json -w '%{http_code}' "
                   "-D datafactory_rate_headers.txt "
                   "-X PUT -H @datafactory_auth.txt "
                   "-H 'Content-Type: application/json' "
                   "-d '" HTTP-BODY "' '" HTTP-URL
               END-CALL

               PERFORM READ-DF-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' HTTP-URL
                                      'datafactory_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' HTTP-URL
                                      'datafactory_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o pe_response.json -w '%{http_code}' "
                   "-D datafactory_rate_headers.txt "
                   "-X PUT -H @datafactory_auth.txt "
                   "-H 'Content-Type: application/json' "
                   "-d '" HTTP-BODY "' '" HTTP-URL
               END-CALL

               PERFORM READ-DF-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' HTTP-URL
                                      'datafactory_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' HTTP-URL
                                      'datafactory_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o managed_pe.json -w '%{http_code}' "
                   "-D datafactory_rate_headers.txt "
                   "-X PUT -H @datafactory_auth.txt "
                   "-H 'Content-Type: application/json' "
                   "-d '" HTTP-BODY "' '" HTTP-URL
               END-CALL

               PERFORM READ-DF-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' HTTP-URL
                                      'datafactory_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' HTTP-URL
                                      'datafactory_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o diag.json -w '%{http_code}' "
                   "-D datafactory_rate_headers.txt "
                   "-X PUT -H @datafactory_auth.txt "
                   "-H 'Content-Type: application/json' "
                   "-d '" HTTP-BODY "' '" HTTP-URL
               END-CALL

               PERFORM READ-DF-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' HTTP-URL
                                      'datafactory_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' HTTP-URL
                                      'datafactory_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o shir.json -w '%{http_code}' "
                   "-D datafactory_rate_headers.txt "
                   "-X PUT -H @datafactory_auth.txt "
                   "-H 'Content-Type: application/json' "
                   "-d '" HTTP-BODY "' '" HTTP-URL
               END-CALL

               PERFORM READ-DF-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' HTTP-URL
                                      'datafactory_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'POST' HTTP-URL
                                      'datafactory_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o shir_keys.json -w '%{http_code}' "
                   "-D datafactory_rate_headers.txt "
                   "-X POST -H @datafactory_auth.txt "
                   "-H 'Content-Type: application/json' "
                   "-d '{}' '" HTTP-URL
               END-CALL

               PERFORM READ-DF-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'POST' HTTP-URL
                                      'datafactory_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' HTTP-URL
                                      'datafactory_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o shir.json -w '%{http_code}' "
                   "-D datafactory_rate_headers.txt "
                   "-X PUT -H @datafactory_auth.txt "
                   "-H 'Content-Type: application/json' "
                   "-d '" HTTP-BODY "' '" HTTP-URL
               END-CALL

               PERFORM READ-DF-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' HTTP-URL
                                      'datafactory_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' HTTP-URL
                                      'datafactory_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o shir.json -w '%{http_code}' "
                   "-D datafactory_rate_headers.txt "
                   "-X PUT -H @datafactory_auth.txt "
                   "-H 'Content-Type: application/json' "
                   "-d '" HTTP-BODY "' '" HTTP-URL
               END-CALL

               PERFORM READ-DF-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' HTTP-URL
                                      'datafactory_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM


           MOVE SPACES TO WS-CONTENT-COMMAND
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o shir.json -D datafactory_rate_headers.txt -w '
                  "'%{http_code}'"
                  ' -X PUT -H @datafactory_auth.txt'
                  ' -H ' "'Content-Type: application/json'"
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' WS-CONTENT-URL
                                      'datafactory_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING WS-CONTENT-COMMAND
               END-CALL

               PERFORM READ-DF-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' WS-CONTENT-URL
                                      'datafactory_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

      *> A BLOB linked service points at the storage account whose
      *> configured prefix matches DF-LS-TARGET, using the same name
      *> derivation STORAGE.cbl applied when it created the account;
      *> a KEYVAULT linked service points at this environment's vault;
      *> a SQLDB linked service points at the SQLDB-DB-INFO database
      *> DF-LS-TARGET names and signs in as the factory's managed
      *> identity, which is granted its database access once the
      *> linked service exists
       CREATE-SINGLE-LINKED-SERVICE.
           IF DF-LS-NAME(WS-CONTENT-INDEX) = SPACES
               EXIT PARAGRAPH
                       '}'
                       DELIMITED BY SIZE INTO JSON-PAYLOAD
                   END-STRING
               WHEN 'SQLDB'
                   PERFORM DERIVE-LS-SQL-NAME
                   IF WS-LS-SQL-SERVER = SPACES
                       DISPLAY "  No SQL database '"
                           FUNCTION TRIM(
                               DF-LS-TARGET(WS-CONTENT-INDEX))
                           "' for linked service "
                           FUNCTION TRIM(DF-LS-NAME(WS-CONTENT-INDEX))
                       MOVE 8 TO LS-RETURN-CODE
                       EXIT PARAGRAPH
                   END-IF
                   STRING '{'
                       '"properties": {'
                       '  "type": "AzureSqlDatabase",'
                       '  "typeProperties": {'
                       '    "connectionString": "Data Source=tcp:'
                           FUNCTION TRIM(WS-LS-SQL-SERVER)
                           '.database.windows.net,1433;'
                           'Initial Catalog='
                           FUNCTION TRIM(WS-LS-SQL-DB)
                           ';Encrypt=True;Connection Timeout=30"'
                       '  }'
                       '}'
                       '}'
                       DELIMITED BY SIZE INTO JSON-PAYLOAD
                   END-STRING
               WHEN 'KEYVAULT'
                   MOVE 'KV' TO WS-NAME-REQ
                   CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' HTTP-URL
                                      'datafactory_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o df_content.json -w '%{http_code}' "
                   "-D datafactory_rate_headers.txt "
                   "-X PUT -H @datafactory_auth.txt "
                   "-H 'Content-Type: application/json' "
                   "-d '" HTTP-BODY "' '" HTTP-URL
               END-CALL

               PERFORM READ-DF-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' HTTP-URL
                                      'datafactory_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           IF HTTP-STATUS-CODE = 200 OR HTTP-STATUS-CODE = 201
               DISPLAY "  Created linked service: "
                   FUNCTION TRIM(DF-LS-NAME(WS-CONTENT-INDEX))
               IF DF-LS-TYPE(WS-CONTENT-INDEX) = 'SQLDB'
                   PERFORM GRANT-FACTORY-SQL-ACCESS
               END-IF
           ELSE
               DISPLAY "  Failed to create linked service: "
                   FUNCTION TRIM(DF-LS-NAME(WS-CONTENT-INDEX))
               END-IF
           END-PERFORM.

      *> The SQL counterpart of DERIVE-LS-STORAGE-NAME: DF-LS-TARGET
      *> must name a database SQLDB creates, and the server is the
      *> environment's one logical server, resolved through AZURENAME
      *> exactly as SQLDB.cbl named it
       DERIVE-LS-SQL-NAME.
           MOVE SPACES TO WS-LS-SQL-SERVER WS-LS-SQL-DB
           IF SQLDB-DEPLOY-FLAG NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LS-SQL-IDX FROM 1 BY 1
                   UNTIL WS-LS-SQL-IDX > SQLDB-DB-COUNT
               IF SQLDB-DB-NAME(WS-LS-SQL-IDX) =
                       DF-LS-TARGET(WS-CONTENT-INDEX)
                   MOVE SQLDB-DB-NAME(WS-LS-SQL-IDX) TO WS-LS-SQL-DB
                   MOVE 'SQL' TO WS-NAME-REQ
                   CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                          WS-LS-SQL-SERVER
                   MOVE SQLDB-DB-COUNT TO WS-LS-SQL-IDX
               END-IF
           END-PERFORM.

      *> Database access is not an ARM permission - the factory's
      *> identity needs a contained user in the database itself. The
      *> statements run through sqlcmd signed in as the deployment
      *> service principal (the server's Entra admin, or a member of
      *> the admin group), with the secret handed over in the
      *> environment the way AZURE_CLIENT_SECRET always is, never on
      *> the command line. Re-running is harmless: the user is only
      *> created when missing and role membership is idempotent. The
      *> exit status lands in the status file in place of an HTTP
      *> code, zero meaning every statement succeeded.
       GRANT-FACTORY-SQL-ACCESS.
           DISPLAY "  Granting " FUNCTION TRIM(ADF-NAME)
                   " access to database "
                   FUNCTION TRIM(WS-LS-SQL-DB)

           MOVE SPACES TO WS-CONTENT-COMMAND
           STRING 'SQLCMDPASSWORD="$AZURE_CLIENT_SECRET" sqlcmd'
                  ' -S tcp:' FUNCTION TRIM(WS-LS-SQL-SERVER)
                  '.database.windows.net,1433'
                  ' -d ' FUNCTION TRIM(WS-LS-SQL-DB)
                  ' --authentication-method'
                  ' ActiveDirectoryServicePrincipal'
                  ' -U ' FUNCTION TRIM(CLIENT-ID)
                  '@' FUNCTION TRIM(TENANT-ID)
                  ' -b -Q "'
                  "IF USER_ID('" FUNCTION TRIM(ADF-NAME) "') IS NULL"
                  ' CREATE USER [' FUNCTION TRIM(ADF-NAME) ']'
                  ' FROM EXTERNAL PROVIDER;'
                  ' ALTER ROLE db_datareader ADD MEMBER ['
                  FUNCTION TRIM(ADF-NAME) '];'
                  ' ALTER ROLE db_datawriter ADD MEMBER ['
                  FUNCTION TRIM(ADF-NAME) '];"'
                  ' > df_sqlgrant.txt 2>&1; echo $?'
                  ' > datafactory_status.txt'
               DELIMITED BY SIZE INTO WS-CONTENT-COMMAND
           END-STRING
           CALL "C$SYSTEM" USING WS-CONTENT-COMMAND
           END-CALL
           PERFORM READ-DF-STATUS

           IF HTTP-STATUS-CODE = 0
               DISPLAY "  Database access granted: "
                       FUNCTION TRIM(WS-LS-SQL-DB)
           ELSE
               DISPLAY "  Failed to grant database access on "
                       FUNCTION TRIM(WS-LS-SQL-DB)
                       " (sqlcmd exit " HTTP-STATUS-CODE
                       ") - see df_sqlgrant.txt"
               MOVE 8 TO LS-RETURN-CODE
           END-IF.

      *> Datasets and pipelines arrive as complete resource documents
      *> in the files the configuration names, so each is posted to
      *> ARM straight from its file rather than rebuilt in storage
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' HTTP-URL
                                      'datafactory_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o df_content.json -w '%{http_code}' "
                   "-D datafactory_rate_headers.txt "
                   "-X PUT -H @datafactory_auth.txt "
                   "-H 'Content-Type: application/json' "
                   "-d '" HTTP-BODY "' '" HTTP-URL
               END-CALL

               PERFORM READ-DF-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' HTTP-URL
                                      'datafactory_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'POST' HTTP-URL
                                      'datafactory_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o df_content.json -w '%{http_code}' "
                   "-D datafactory_rate_headers.txt "
                   "-X POST -H @datafactory_auth.txt "
                   "-H 'Content-Type: application/json' "
                   "-d '{}' '" HTTP-URL
               END-CALL

               PERFORM READ-DF-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'POST' HTTP-URL
                                      'datafactory_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

      *> with -d @file so the definition never passes through an 8K
      *> COBOL buffer
       PUT-CONTENT-FROM-FILE.
           MOVE 'PUT' TO HTTP-METHOD
           MOVE WS-CONTENT-URL TO HTTP-URL
           STRING 'Bearer ' ACCESS-TOKEN
               DELIMITED BY SIZE INTO AUTHORIZATION
           END-STRING

           MOVE SPACES TO WS-CONTENT-COMMAND
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o df_content.json -D datafactory_headers.txt -w '
                  "'%{http_code}'"
                  ' -X PUT -H @datafactory_auth.txt'
                  ' -H ' "'Content-Type: application/json'"
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' WS-CONTENT-URL
                                      'datafactory_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING WS-CONTENT-COMMAND
               END-CALL

               PERFORM READ-DF-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' WS-CONTENT-URL
                                      'datafactory_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM


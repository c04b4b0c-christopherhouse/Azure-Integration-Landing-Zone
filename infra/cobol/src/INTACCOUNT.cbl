      *> the files IA-AGREEMENT-INFO names (the DF-PIPELINE-FILE
      *> pattern), then links the account to the Logic Apps Standard
      *> site LOGICAPP deploys so workflows can use it immediately.
      *> The account's tracking events go to the Log Analytics
      *> workspace, where AZUREEDITRACK reports interchanges and
      *> their acknowledgements per partner and agreement.
      *> Dispatched under the INTACCOUNT DEPLOY-ORDER code alongside
      *> LOGICAPP.

       01  WS-ARM-BASE-URL                 PIC X(40)
               VALUE 'https://management.azure.com'.
       01  WS-LOGIC-API-VERSION            PIC X(10) VALUE '2019-05-01'.
       01  WS-DIAG-API-VERSION             PIC X(10) VALUE '2021-05-01'.

       01  WS-INTEGRATION-ACCOUNT.
           05  WS-IA-NAME                  PIC X(64).
           05  WS-IA-SKU                   PIC X(16).
           05  WS-IA-BASE-URL              PIC X(400).
           05  WS-LAPP-NAME                PIC X(64).
           05  WS-LA-NAME                  PIC X(64).
           05  WS-ITEM-IDX                 PIC 9(2).

       01  WS-JSON.
           IF LS-RETURN-CODE = 0
               PERFORM CREATE-EDI-AGREEMENTS
           END-IF
           IF LS-RETURN-CODE = 0
               PERFORM CONFIGURE-TRACKING-DIAGNOSTICS
           END-IF
           IF LS-RETURN-CODE = 0 AND LAPP-DEPLOY-FLAG = 'Y'
               PERFORM LINK-LOGIC-APP-SITE
           END-IF
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-LAPP-NAME

      *> The workspace named in the configuration, else the one
      *> LOGANALYTICS names for this environment
           IF LA-WORKSPACE-NAME = SPACES
               MOVE 'LAW' TO WS-NAME-REQ
               CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                      WS-LA-NAME
               INSPECT WS-LA-NAME CONVERTING
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
                   'abcdefghijklmnopqrstuvwxyz'
           ELSE
               MOVE LA-WORKSPACE-NAME TO WS-LA-NAME
           END-IF

           IF IA-SKU-NAME = SPACES
               MOVE 'Standard' TO WS-IA-SKU
           ELSE

           MOVE SPACES TO WS-CONTENT-COMMAND
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o intaccount_response.json'
                  ' -D intaccount_rate_headers.txt -w '
                  "'%{http_code}'"
                  ' -X PUT -H @intaccount_auth.txt'
                  ' -H ' "'Content-Type: application/json'"
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' HTTP-URL
                                      'intaccount_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING WS-CONTENT-COMMAND
               END-CALL

               PERFORM READ-IA-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' HTTP-URL
                                      'intaccount_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

               MOVE 8 TO LS-RETURN-CODE
           END-IF.

      *> AS2 MDNs, X12 997s and EDIFACT CONTRLs are only visible as
      *> tracking events; without this setting nobody can say whether
      *> a partner's interchange was ever acknowledged
       CONFIGURE-TRACKING-DIAGNOSTICS.
           DISPLAY "Configuring B2B tracking diagnostics..."

           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-IA-BASE-URL)
                  '/providers/microsoft.insights/diagnosticSettings/'
                  'diag-' FUNCTION TRIM(WS-IA-NAME)
                  '?api-version='
                  WS-DIAG-API-VERSION
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING

           MOVE SPACES TO JSON-PAYLOAD
           STRING '{'
               '"properties": {'
               '  "workspaceId": "/subscriptions/'
                   SUBSCRIPTION-ID
                   '/resourceGroups/'
                   FUNCTION TRIM(RG-NAME)
                   '/providers/Microsoft.OperationalInsights/'
                   'workspaces/'
                   FUNCTION TRIM(WS-LA-NAME)
                   '",'
               '  "logs": [{"category": '
               '"IntegrationAccountTrackingEvents", '
               '"enabled": true}]'
               '}'
               '}'
               DELIMITED BY SIZE INTO JSON-PAYLOAD
           END-STRING
           COMPUTE JSON-LENGTH = FUNCTION LENGTH(JSON-PAYLOAD)
           PERFORM CHECK-PAYLOAD-CAPACITY
           MOVE JSON-PAYLOAD TO HTTP-BODY
           MOVE JSON-LENGTH TO CONTENT-LENGTH
           PERFORM EXECUTE-IA-PUT

           IF HTTP-STATUS-CODE = 200 OR HTTP-STATUS-CODE = 201
               DISPLAY "  Tracking events routed to "
                       FUNCTION TRIM(WS-LA-NAME)
           ELSE
               DISPLAY "  Failed tracking diagnostics. Status: "
                       HTTP-STATUS-CODE
               MOVE 8 TO LS-RETURN-CODE
           END-IF.

      *> Logic Apps Standard links to an Integration Account through
      *> the account's callback URL in an app setting. The setting
      *> goes in through the site's Kudu settings endpoint, which
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'POST' HTTP-URL
                                      'intaccount_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o intaccount_response.json -w '%{http_code}' "
                   "-D intaccount_rate_headers.txt "
                   "-X POST -H @intaccount_auth.txt "
                   "-H 'Content-Type: application/json' "
                   "-d '{}' '" HTTP-URL
               END-CALL

               PERFORM READ-IA-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'POST' HTTP-URL
                                      'intaccount_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'POST' HTTP-URL
                                      'intaccount_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o intaccount_response.json -w '%{http_code}' "
                   "-D intaccount_rate_headers.txt "
                   "-X POST -H @intaccount_auth.txt "
                   "-H 'Content-Type: application/json' "
                   "-d '" HTTP-BODY "' '" HTTP-URL
               END-CALL

               PERFORM READ-IA-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'POST' HTTP-URL
                                      'intaccount_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' HTTP-URL
                                      'intaccount_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o intaccount_response.json  "
               END-CALL

               PERFORM READ-IA-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' HTTP-URL
                                      'intaccount_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM


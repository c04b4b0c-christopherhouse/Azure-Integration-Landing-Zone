       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDENTGRANT.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Shared role grant for the user-assigned identities. Each
      *> IDENTITY-ROLE-INFO entry names a role (a built-in alias
      *> below, or a role definition GUID) and a target - KV, SB, EH,
      *> SQL, SA1-SA5 (a STORAGE-INFO slot) or RG for the resource
      *> group itself. Whichever of the identity and its target is
      *> deployed second completes the grant: IDENTITY calls this
      *> with 'ALL' after creating its identities, and KEYVAULT,
      *> STORAGE, SERVICEBUS, EVENTHUBS and SQLDB call it with their
      *> own target code once their resource exists (the CMKGRANT
      *> pattern). An identity or target not deployed yet is skipped
      *> - the other side grants when it arrives. Assignment names
      *> are synthesized from the principal ID and the role slot, so
      *> re-running is idempotent.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRANT-STATUS-FILE ASSIGN TO "identgrant_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GRANT-FIELD-FILE ASSIGN TO "identgrant_field.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIELD-STATUS.
           SELECT AUTH-HEADER-FILE ASSIGN TO "identgrant_auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GRANT-STATUS-FILE.
       01  GRANT-STATUS-RECORD             PIC X(8).

       FD  GRANT-FIELD-FILE.
       01  GRANT-FIELD-RECORD              PIC X(64).

       FD  AUTH-HEADER-FILE.
       01  AUTH-HEADER-RECORD              PIC X(1056).

       WORKING-STORAGE SECTION.
      *> Request handed to the shared AZURENAME renderer
       01  WS-NAME-REQ                 PIC X(48).
      *> Overall time limit handed to every curl (-m) so a network
      *> blackhole fails the call instead of hanging the run;
      *> CURL_TIMEOUT_SECS overrides the default where configured
       01  WS-CURL-MAX-TIME            PIC 9(4) VALUE 0300.
       COPY HTTPCLIENT.

       01  WS-EOF-FLAG                     PIC X VALUE 'N'.
       01  WS-FIELD-STATUS                 PIC XX.
       01  WS-ARM-BASE-URL                 PIC X(40)
               VALUE 'https://management.azure.com'.
       01  WS-MSI-API-VERSION              PIC X(10) VALUE
               '2023-01-31'.
      *> The data-plane resources can live in their own subscription
      *> (DATA_SUBSCRIPTION_ID); unset, everything stays primary
       01  WS-DATA-SUB                     PIC X(36).

       01  WS-ID-IDX                       PIC 9(2).
       01  WS-ROLE-IDX                     PIC 9(2).
       01  WS-ROLE-SLOT                    PIC 9(3).
       01  WS-SA-SLOT                      PIC 9(2).
       01  WS-IDENTITY-NAME                PIC X(64).
       01  WS-PRINCIPAL-ID                 PIC X(36).
       01  WS-ROLE-DEF-ID                  PIC X(36).
       01  WS-TARGET-NAME                  PIC X(64).
       01  WS-TARGET-SCOPE                 PIC X(256).
       01  WS-ASSIGNMENT-NAME              PIC X(36).
       01  WS-GRANT-URL                    PIC X(512).
       01  WS-GRANT-JSON                   PIC X(1024).
       01  WS-GRANT-CMD                    PIC X(1024).
       01  WS-RETRY-COUNT                  PIC 9(2).
       01  WS-RETRY-MAX                    PIC 9(2) VALUE 3.
       01  WS-RETRY-DONE                   PIC X.
       01  WS-BACKOFF-SECS                 PIC 9(2).

       LINKAGE SECTION.
       COPY AZURECONFIG REPLACING AZURE-CONFIG BY LS-AZURE-CONFIG.
       01  LS-AUTH-TOKEN.
           05  LS-ACCESS-TOKEN             PIC X(2048).
           05  LS-TOKEN-TYPE               PIC X(16).
           05  LS-EXPIRES-IN               PIC 9(8).
           05  LS-TOKEN-EXPIRY-TIME        PIC 9(14).
      *> 'ALL', or the target code of the calling module - 'SA'
      *> matches every storage slot
       01  LS-TARGET-KIND                  PIC X(8).
       01  LS-RETURN-CODE                  PIC 9(2).

       PROCEDURE DIVISION USING LS-AZURE-CONFIG,
                                LS-AUTH-TOKEN,
                                LS-TARGET-KIND,
                                LS-RETURN-CODE.
       MAIN-PROCEDURE.
           MOVE 0 TO LS-RETURN-CODE
           IF IDENTITY-DEPLOY-FLAG NOT = 'Y' OR IDENTITY-COUNT = 0
               GOBACK
           END-IF
           PERFORM DETERMINE-CLOUD-ENDPOINT

           IF DATA-SUBSCRIPTION-ID = SPACES
               MOVE SUBSCRIPTION-ID TO WS-DATA-SUB
           ELSE
               MOVE DATA-SUBSCRIPTION-ID TO WS-DATA-SUB
           END-IF

           STRING 'Bearer ' LS-ACCESS-TOKEN
               DELIMITED BY SIZE INTO AUTHORIZATION
           END-STRING
           PERFORM WRITE-AUTH-HEADER-FILE

           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                   UNTIL WS-ID-IDX > IDENTITY-COUNT
                      OR WS-ID-IDX > 5
               IF IDENTITY-NAME(WS-ID-IDX) NOT = SPACES
                       AND IDENTITY-ROLE-COUNT(WS-ID-IDX) > 0
                   PERFORM GRANT-IDENTITY-ROLES
               END-IF
           END-PERFORM

           GOBACK.

      *> defaults to the public cloud when CLOUD-ENVIRONMENT is blank
       DETERMINE-CLOUD-ENDPOINT.
           IF CURL-TIMEOUT-SECS > 0
               MOVE CURL-TIMEOUT-SECS TO WS-CURL-MAX-TIME
           END-IF
           EVALUATE CLOUD-ENVIRONMENT
               WHEN 'USGOVERNMENT'
                   MOVE 'https://management.usgovcloudapi.net'
                       TO WS-ARM-BASE-URL
               WHEN 'CHINA'
                   MOVE 'https://management.chinacloudapi.cn'
                       TO WS-ARM-BASE-URL
               WHEN OTHER
                   MOVE 'https://management.azure.com'
                       TO WS-ARM-BASE-URL
           END-EVALUATE.

      *> The principal ID is read once per identity, and only when
      *> one of its roles is for this caller's target
       GRANT-IDENTITY-ROLES.
           MOVE SPACES TO WS-PRINCIPAL-ID
           PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
                   UNTIL WS-ROLE-IDX > IDENTITY-ROLE-COUNT(WS-ID-IDX)
                      OR WS-ROLE-IDX > 5
               IF LS-TARGET-KIND = 'ALL'
                   OR IDENTITY-ROLE-TARGET(WS-ID-IDX, WS-ROLE-IDX)
                       = LS-TARGET-KIND
                   OR (LS-TARGET-KIND = 'SA' AND
                       IDENTITY-ROLE-TARGET(WS-ID-IDX, WS-ROLE-IDX)
                           (1:2) = 'SA')
                   IF WS-PRINCIPAL-ID = SPACES
                       PERFORM READ-IDENTITY-PRINCIPAL
                   END-IF
                   IF WS-PRINCIPAL-ID = SPACES
                       DISPLAY "  Identity "
                               FUNCTION TRIM(WS-IDENTITY-NAME)
                               " not deployed yet - IDENTITY grants "
                               "its roles when it runs"
                       EXIT PERFORM
                   END-IF
                   PERFORM GRANT-SINGLE-ROLE
               END-IF
           END-PERFORM.

       READ-IDENTITY-PRINCIPAL.
           MOVE SPACES TO WS-NAME-REQ
           STRING 'ID|' IDENTITY-NAME(WS-ID-IDX)
               DELIMITED BY SIZE INTO WS-NAME-REQ
           END-STRING
           CALL 'AZURENAME' USING LS-AZURE-CONFIG WS-NAME-REQ
                                  WS-IDENTITY-NAME

           MOVE SPACES TO WS-GRANT-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -H @identgrant_auth.txt'
                  " '" FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/'
                  FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.ManagedIdentity/'
                  'userAssignedIdentities/'
                  FUNCTION TRIM(WS-IDENTITY-NAME)
                  '?api-version=' WS-MSI-API-VERSION "'"
                  " | tr -d '\n'"
                  ' | grep -o ' "'" '"principalId":"[^"]*"' "'"
                  ' | head -1 | sed ' "'"
                  's/.*:"//; s/"$//' "'"
                  ' > identgrant_field.txt'
               DELIMITED BY SIZE INTO WS-GRANT-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-GRANT-CMD
           END-CALL

           OPEN INPUT GRANT-FIELD-FILE
           IF WS-FIELD-STATUS = '00'
               READ GRANT-FIELD-FILE INTO GRANT-FIELD-RECORD
                   AT END CONTINUE
                   NOT AT END
                       MOVE GRANT-FIELD-RECORD(1:36)
                           TO WS-PRINCIPAL-ID
               END-READ
               CLOSE GRANT-FIELD-FILE
           END-IF.

       GRANT-SINGLE-ROLE.
           PERFORM RESOLVE-ROLE-DEFINITION
           PERFORM RESOLVE-TARGET-SCOPE
           IF WS-ROLE-DEF-ID = SPACES OR WS-TARGET-SCOPE = SPACES
               DISPLAY "  Unknown role or target for identity "
                       FUNCTION TRIM(WS-IDENTITY-NAME) ": "
                       FUNCTION TRIM(
                           IDENTITY-ROLE-NAME(WS-ID-IDX, WS-ROLE-IDX))
                       " on "
                       IDENTITY-ROLE-TARGET(WS-ID-IDX, WS-ROLE-IDX)
               MOVE 8 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *> roleAssignments are named by GUID; synthesize one unique per
      *> principal and role slot so reruns hit the same assignment
           COMPUTE WS-ROLE-SLOT = WS-ROLE-IDX
           MOVE SPACES TO WS-ASSIGNMENT-NAME
           STRING WS-PRINCIPAL-ID(1:8) '-'
                  WS-PRINCIPAL-ID(10:4) '-4'
                  WS-PRINCIPAL-ID(16:3) '-b'
                  WS-ROLE-SLOT '-'
                  WS-PRINCIPAL-ID(25:12)
               DELIMITED BY SIZE INTO WS-ASSIGNMENT-NAME
           END-STRING

           MOVE SPACES TO WS-GRANT-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  FUNCTION TRIM(WS-TARGET-SCOPE)
                  '/providers/Microsoft.Authorization/'
                  'roleAssignments/'
                  WS-ASSIGNMENT-NAME
                  '?api-version=2022-04-01'
               DELIMITED BY SIZE INTO WS-GRANT-URL
           END-STRING

           MOVE SPACES TO WS-GRANT-JSON
           STRING '{"properties":{"roleDefinitionId":"'
                  '/subscriptions/' SUBSCRIPTION-ID
                  '/providers/Microsoft.Authorization/'
                  'roleDefinitions/'
                  WS-ROLE-DEF-ID
                  '","principalId":"'
                  FUNCTION TRIM(WS-PRINCIPAL-ID)
                  '","principalType":"ServicePrincipal"}}'
               DELIMITED BY SIZE INTO WS-GRANT-JSON
           END-STRING

           MOVE 'PUT' TO HTTP-METHOD
           MOVE WS-GRANT-URL TO HTTP-URL
           MOVE WS-GRANT-JSON TO HTTP-BODY
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' WS-GRANT-URL
                                      'identgrant_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o identgrant_response.json -w '%{http_code}' "
                   "-D identgrant_headers.txt "
                   "-X PUT -H @identgrant_auth.txt "
                   "-H 'Content-Type: application/json' "
                   "-d '" WS-GRANT-JSON "' '" WS-GRANT-URL
                   "' > identgrant_status.txt"
               END-CALL

               PERFORM READ-GRANT-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' WS-GRANT-URL
                                      'identgrant_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           CALL 'AUDITLOG' USING HTTP-METHOD HTTP-URL HTTP-BODY
                                 HTTP-STATUS-CODE CLIENT-ID
                                 'identgrant_headers.txt'

      *> 409 means the assignment already exists from a prior run;
      *> 404 means the target is not deployed yet and its own module
      *> will grant when it is
           EVALUATE HTTP-STATUS-CODE
               WHEN 200
               WHEN 201
               WHEN 409
                   DISPLAY "  Granted "
                       FUNCTION TRIM(
                           IDENTITY-ROLE-NAME(WS-ID-IDX, WS-ROLE-IDX))
                       " on "
                       FUNCTION TRIM(
                           IDENTITY-ROLE-TARGET(WS-ID-IDX, WS-ROLE-IDX))
                       " to " FUNCTION TRIM(WS-IDENTITY-NAME)
               WHEN 404
                   DISPLAY "  Target "
                       FUNCTION TRIM(
                           IDENTITY-ROLE-TARGET(WS-ID-IDX, WS-ROLE-IDX))
                       " not deployed yet - granted when it is"
               WHEN OTHER
                   DISPLAY "  Failed to grant role to "
                       FUNCTION TRIM(WS-IDENTITY-NAME)
                       ". Status: " HTTP-STATUS-CODE
                   MOVE 8 TO LS-RETURN-CODE
           END-EVALUATE.

      *> Built-in roles the integration services commonly need; any
      *> other role is given by its 36-character definition GUID
       RESOLVE-ROLE-DEFINITION.
           MOVE SPACES TO WS-ROLE-DEF-ID
           EVALUATE IDENTITY-ROLE-NAME(WS-ID-IDX, WS-ROLE-IDX)
               WHEN 'KVSECRETSUSER'
                   MOVE '4633458b-17de-408a-b874-0445c86b69e6'
                       TO WS-ROLE-DEF-ID
               WHEN 'KVCRYPTOUSER'
                   MOVE 'e147488a-f6f5-4113-8e2d-b22465e65bf6'
                       TO WS-ROLE-DEF-ID
               WHEN 'BLOBCONTRIBUTOR'
                   MOVE 'ba92f5b4-2d11-453d-a403-e96b0029c9fe'
                       TO WS-ROLE-DEF-ID
               WHEN 'BLOBREADER'
                   MOVE '2a2b9908-6ea1-4ae2-8e65-a410df84e7d1'
                       TO WS-ROLE-DEF-ID
               WHEN 'QUEUECONTRIBUTOR'
                   MOVE '974c5e8b-45b9-4653-ba55-5f855dd0fb88'
                       TO WS-ROLE-DEF-ID
               WHEN 'SBSENDER'
                   MOVE '69a216fc-b8fb-44d8-bc22-1f3c2cd27a39'
                       TO WS-ROLE-DEF-ID
               WHEN 'SBRECEIVER'
                   MOVE '4f6d3b9b-027b-4f4c-9142-0e5a2a2247e0'
                       TO WS-ROLE-DEF-ID
               WHEN 'SBOWNER'
                   MOVE '090c5cfd-751d-490a-894a-3ce6f1109419'
                       TO WS-ROLE-DEF-ID
               WHEN 'EHSENDER'
                   MOVE '2b629674-e913-4c01-ae53-ef4638d8f975'
                       TO WS-ROLE-DEF-ID
               WHEN 'EHRECEIVER'
                   MOVE 'a638d3c7-ab3a-418d-83e6-5f17a39d4fde'
                       TO WS-ROLE-DEF-ID
               WHEN OTHER
                   IF IDENTITY-ROLE-NAME(WS-ID-IDX, WS-ROLE-IDX)(9:1)
                           = '-'
                       AND IDENTITY-ROLE-NAME(WS-ID-IDX, WS-ROLE-IDX)
                           (24:1) = '-'
                       MOVE IDENTITY-ROLE-NAME(WS-ID-IDX, WS-ROLE-IDX)
                           TO WS-ROLE-DEF-ID
                   END-IF
           END-EVALUATE.

       RESOLVE-TARGET-SCOPE.
           MOVE SPACES TO WS-TARGET-SCOPE WS-TARGET-NAME
           EVALUATE IDENTITY-ROLE-TARGET(WS-ID-IDX, WS-ROLE-IDX)
               WHEN 'RG'
                   STRING '/subscriptions/' SUBSCRIPTION-ID
                          '/resourceGroups/' FUNCTION TRIM(RG-NAME)
                       DELIMITED BY SIZE INTO WS-TARGET-SCOPE
                   END-STRING
               WHEN 'KV'
                   MOVE 'KV' TO WS-NAME-REQ
                   CALL 'AZURENAME' USING LS-AZURE-CONFIG WS-NAME-REQ
                                          WS-TARGET-NAME
                   STRING '/subscriptions/' WS-DATA-SUB
                          '/resourceGroups/' FUNCTION TRIM(RG-NAME)
                          '/providers/Microsoft.KeyVault/vaults/'
                          FUNCTION TRIM(WS-TARGET-NAME)
                       DELIMITED BY SIZE INTO WS-TARGET-SCOPE
                   END-STRING
               WHEN 'SB'
                   MOVE 'SB' TO WS-NAME-REQ
                   CALL 'AZURENAME' USING LS-AZURE-CONFIG WS-NAME-REQ
                                          WS-TARGET-NAME
                   STRING '/subscriptions/' SUBSCRIPTION-ID
                          '/resourceGroups/' FUNCTION TRIM(RG-NAME)
                          '/providers/Microsoft.ServiceBus/namespaces/'
                          FUNCTION TRIM(WS-TARGET-NAME)
                       DELIMITED BY SIZE INTO WS-TARGET-SCOPE
                   END-STRING
               WHEN 'EH'
                   MOVE 'EH' TO WS-NAME-REQ
                   CALL 'AZURENAME' USING LS-AZURE-CONFIG WS-NAME-REQ
                                          WS-TARGET-NAME
                   STRING '/subscriptions/' SUBSCRIPTION-ID
                          '/resourceGroups/' FUNCTION TRIM(RG-NAME)
                          '/providers/Microsoft.EventHub/namespaces/'
                          FUNCTION TRIM(WS-TARGET-NAME)
                       DELIMITED BY SIZE INTO WS-TARGET-SCOPE
                   END-STRING
               WHEN 'SQL'
                   MOVE 'SQL' TO WS-NAME-REQ
                   CALL 'AZURENAME' USING LS-AZURE-CONFIG WS-NAME-REQ
                                          WS-TARGET-NAME
                   STRING '/subscriptions/' SUBSCRIPTION-ID
                          '/resourceGroups/' FUNCTION TRIM(RG-NAME)
                          '/providers/Microsoft.Sql/servers/'
                          FUNCTION TRIM(WS-TARGET-NAME)
                       DELIMITED BY SIZE INTO WS-TARGET-SCOPE
                   END-STRING
               WHEN OTHER
                   IF IDENTITY-ROLE-TARGET(WS-ID-IDX, WS-ROLE-IDX)(1:2)
                           = 'SA'
                       MOVE FUNCTION NUMVAL(IDENTITY-ROLE-TARGET
                           (WS-ID-IDX, WS-ROLE-IDX)(3:2))
                           TO WS-SA-SLOT
                       IF WS-SA-SLOT >= 1 AND WS-SA-SLOT <= 5
                           PERFORM RESOLVE-STORAGE-SCOPE
                       END-IF
                   END-IF
           END-EVALUATE.

       RESOLVE-STORAGE-SCOPE.
           MOVE SPACES TO WS-NAME-REQ
           STRING 'SA|' SA-NAME-PREFIX(WS-SA-SLOT)
                  '|' WS-SA-SLOT
               DELIMITED BY SIZE INTO WS-NAME-REQ
           END-STRING
           CALL 'AZURENAME' USING LS-AZURE-CONFIG WS-NAME-REQ
                                  WS-TARGET-NAME
           STRING '/subscriptions/' WS-DATA-SUB
                  '/resourceGroups/' FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.Storage/storageAccounts/'
                  FUNCTION TRIM(WS-TARGET-NAME)
               DELIMITED BY SIZE INTO WS-TARGET-SCOPE
           END-STRING.

       READ-GRANT-STATUS.
           MOVE 0 TO HTTP-STATUS-CODE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT GRANT-STATUS-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ GRANT-STATUS-FILE INTO GRANT-STATUS-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE FUNCTION NUMVAL(GRANT-STATUS-RECORD)
                           TO HTTP-STATUS-CODE
               END-READ
           END-PERFORM
           CLOSE GRANT-STATUS-FILE.

      *> Azure throttles ARM calls (429) and occasionally returns a
      *> transient 5xx; back off and retry those rather than failing
      *> the whole deployment on a blip. Anything else is a real
      *> failure and is left for the caller to report.
       EVALUATE-RETRY-STATUS.
           IF HTTP-STATUS-CODE = 408 OR HTTP-STATUS-CODE = 429
                   OR HTTP-STATUS-CODE = 500 OR HTTP-STATUS-CODE = 502
                   OR HTTP-STATUS-CODE = 503 OR HTTP-STATUS-CODE = 504
               ADD 1 TO WS-RETRY-COUNT
               IF WS-RETRY-COUNT >= WS-RETRY-MAX
                   MOVE 'Y' TO WS-RETRY-DONE
               ELSE
                   COMPUTE WS-BACKOFF-SECS = 2 ** WS-RETRY-COUNT
                   DISPLAY "  Transient error (status "
                           HTTP-STATUS-CODE "), retrying in "
                           WS-BACKOFF-SECS " seconds..."
                   CALL "C$SYSTEM" USING "sleep " WS-BACKOFF-SECS
                   END-CALL
               END-IF
           ELSE
               MOVE 'Y' TO WS-RETRY-DONE
           END-IF.

      *> Write the bearer token to a file curl reads with -H @file
      *> instead of passing it on the command line, where it would
      *> be visible to anyone on the box running ps
       WRITE-AUTH-HEADER-FILE.
           MOVE SPACES TO AUTH-HEADER-RECORD
           STRING 'Authorization: ' AUTHORIZATION
               DELIMITED BY SIZE INTO AUTH-HEADER-RECORD
           END-STRING
           OPEN OUTPUT AUTH-HEADER-FILE
           WRITE AUTH-HEADER-RECORD
           CLOSE AUTH-HEADER-FILE.

       END PROGRAM IDENTGRANT.

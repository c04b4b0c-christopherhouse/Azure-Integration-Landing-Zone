       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDENTITY.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Shared user-assigned managed identity module. DATAFACTORY,
      *> FUNCAPP, LOGICAPP and APIMGMT each carry a system-assigned
      *> identity, so every vault, storage and Service Bus role had
      *> to be granted once per service, and the grants went with
      *> the identity whenever a service was rebuilt. This module
      *> creates one user-assigned identity per IDENTITY_n entry;
      *> the identity lives in the resource group on its own, so a
      *> redeploy of a consuming service no longer changes the
      *> principal. Its IDENTITY_n_ROLE_m grants are made through
      *> IDENTGRANT on the named targets, and the services listed in
      *> IDENTITY_n_CONSUMERS attach it through IDENTREF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDENTITY-STATUS-FILE ASSIGN TO "identity_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTH-HEADER-FILE ASSIGN TO "identity_auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  IDENTITY-STATUS-FILE.
       01  IDENTITY-STATUS-RECORD          PIC X(8).

       FD  AUTH-HEADER-FILE.
       01  AUTH-HEADER-RECORD              PIC X(1056).

       WORKING-STORAGE SECTION.
      *> Request handed to the shared AZURENAME renderer
       01  WS-NAME-REQ                 PIC X(48).
      *> Overall time limit handed to every curl (-m) so a network
      *> blackhole fails the call instead of hanging the run;
      *> CURL_TIMEOUT_SECS overrides the default where configured
       01  WS-CURL-MAX-TIME            PIC 9(4) VALUE 0300.
       01  WS-AV-TYPE                  PIC X(48).
       COPY AZURECONFIG.
       COPY HTTPCLIENT.

       01  WS-EOF-FLAG                     PIC X VALUE 'N'.
       01  WS-ARM-BASE-URL                 PIC X(40)
               VALUE 'https://management.azure.com'.
       01  WS-MSI-API-VERSION              PIC X(10) VALUE '2023-01-31'.

       01  WS-ID-IDX                       PIC 9(2).
       01  WS-IDENTITY-NAME                PIC X(64).
       01  WS-IDENTITY-URL                 PIC X(512).
       01  WS-GRANT-KIND                   PIC X(8) VALUE 'ALL'.
       01  WS-GRANT-RC                     PIC 9(2).

       01  WS-JSON.
           05  JSON-PAYLOAD                PIC X(4096).
           05  JSON-LENGTH                 PIC 9(6).

       01  WS-JSON-TAG-COST-CENTER         PIC X(32).
       01  WS-JSON-TAG-OWNER               PIC X(64).
       01  WS-RETRY-COUNT                  PIC 9(2).
       01  WS-RETRY-MAX                    PIC 9(2) VALUE 3.
       01  WS-RETRY-DONE                   PIC X.
       01  WS-BACKOFF-SECS                 PIC 9(2).

       LINKAGE SECTION.
       01  LS-AZURE-CONFIG                 PIC X ANY LENGTH.
       01  LS-AZURE-AUTH-TOKEN             PIC X ANY LENGTH.
       01  LS-RETURN-CODE                  PIC 9(2).

      *> When LS-DRYRUN-FLAG is 'Y' (set by AZUREDEPLOY's what-if
      *> preview), the first identity's URL and JSON are generated
      *> and returned without calling the ARM API
       01  LS-DRYRUN-FLAG                  PIC X(1).
       01  LS-DRYRUN-URL                   PIC X(512).
       01  LS-DRYRUN-JSON                  PIC X(8192).

       PROCEDURE DIVISION USING LS-AZURE-CONFIG,
                                LS-AZURE-AUTH-TOKEN,
                                LS-RETURN-CODE,
                                LS-DRYRUN-FLAG,
                                LS-DRYRUN-URL,
                                LS-DRYRUN-JSON.
       MAIN-PROCEDURE.
      *> The primary api-version resolves through the shared
      *> catalog - one file to edit when Microsoft retires a
      *> version - and the version used is recorded for the
      *> deprecation report
           MOVE 'Microsoft.ManagedIdentity/userAssignedIdentities'
               TO WS-AV-TYPE
           CALL 'APIVERSIONS' USING WS-AV-TYPE WS-MSI-API-VERSION

           PERFORM INITIALIZE-DEPLOYMENT

           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                   UNTIL WS-ID-IDX > IDENTITY-COUNT
                      OR WS-ID-IDX > 5
                      OR LS-RETURN-CODE NOT = 0
               IF IDENTITY-NAME(WS-ID-IDX) NOT = SPACES
                   PERFORM CREATE-MANAGED-IDENTITY
                   IF LS-DRYRUN-FLAG = 'Y'
                       GOBACK
                   END-IF
               END-IF
           END-PERFORM

      *> Grants on targets already deployed are made now; the rest
      *> are completed by each target's own module when it deploys
           IF LS-RETURN-CODE = 0 AND LS-DRYRUN-FLAG NOT = 'Y'
               CALL 'IDENTGRANT' USING AZURE-CONFIG AZURE-AUTH-TOKEN
                                       WS-GRANT-KIND WS-GRANT-RC
               IF WS-GRANT-RC NOT = 0
                   MOVE WS-GRANT-RC TO LS-RETURN-CODE
               END-IF
           END-IF

           GOBACK.

       INITIALIZE-DEPLOYMENT.
           MOVE 0 TO LS-RETURN-CODE
           MOVE LS-AZURE-CONFIG TO AZURE-CONFIG
           MOVE LS-AZURE-AUTH-TOKEN TO AZURE-AUTH-TOKEN
           PERFORM DETERMINE-CLOUD-ENDPOINT

      *> Tag every resource with its cost center and owner
           IF TAG-COST-CENTER = SPACES
               MOVE 'unassigned' TO WS-JSON-TAG-COST-CENTER
           ELSE
               MOVE TAG-COST-CENTER TO WS-JSON-TAG-COST-CENTER
           END-IF
           IF TAG-OWNER = SPACES
               MOVE 'unassigned' TO WS-JSON-TAG-OWNER
           ELSE
               MOVE TAG-OWNER TO WS-JSON-TAG-OWNER
           END-IF

           DISPLAY "Initializing managed identity deployment..."
           DISPLAY "  User-assigned identities: " IDENTITY-COUNT.

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

      *> An identity PUT completes synchronously - the principal ID
      *> is in the response - so there is nothing for ARMWAIT to poll
       CREATE-MANAGED-IDENTITY.
           MOVE SPACES TO WS-NAME-REQ
           STRING 'ID|' IDENTITY-NAME(WS-ID-IDX)
               DELIMITED BY SIZE INTO WS-NAME-REQ
           END-STRING
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-IDENTITY-NAME

           DISPLAY "Creating managed identity "
                   FUNCTION TRIM(WS-IDENTITY-NAME) "..."

           MOVE SPACES TO WS-IDENTITY-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/'
                  FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.ManagedIdentity/'
                  'userAssignedIdentities/'
                  FUNCTION TRIM(WS-IDENTITY-NAME)
                  '?api-version='
                  WS-MSI-API-VERSION
               DELIMITED BY SIZE INTO WS-IDENTITY-URL
           END-STRING
           MOVE WS-IDENTITY-URL TO HTTP-URL

           MOVE SPACES TO JSON-PAYLOAD
           STRING '{'
               '"location": "' RG-LOCATION '",'
               '"tags": {'
               '  "environment": "' ENV-NAME '",'
               '  "costCenter": "' WS-JSON-TAG-COST-CENTER '",'
               '  "owner": "' WS-JSON-TAG-OWNER '",'
               '  "consumers": "'
                   FUNCTION TRIM(IDENTITY-CONSUMERS(WS-ID-IDX)) '"'
               '}'
               '}'
               DELIMITED BY SIZE INTO JSON-PAYLOAD
           END-STRING
           COMPUTE JSON-LENGTH = FUNCTION LENGTH(JSON-PAYLOAD)

           IF LS-DRYRUN-FLAG = 'Y'
               MOVE HTTP-URL TO LS-DRYRUN-URL
               MOVE JSON-PAYLOAD TO LS-DRYRUN-JSON
               MOVE 0 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE JSON-PAYLOAD TO HTTP-BODY
           MOVE JSON-LENGTH TO CONTENT-LENGTH
           PERFORM EXECUTE-IDENTITY-PUT

           IF HTTP-STATUS-CODE = 200 OR HTTP-STATUS-CODE = 201
               DISPLAY "  Managed identity ready: "
                       FUNCTION TRIM(WS-IDENTITY-NAME)
           ELSE
               DISPLAY "  Failed to create managed identity "
                       FUNCTION TRIM(WS-IDENTITY-NAME)
                       ". Status: " HTTP-STATUS-CODE
               MOVE 8 TO LS-RETURN-CODE
           END-IF.

      *> Shared PUT with the retry/backoff treatment every module
      *> gives its ARM calls
       EXECUTE-IDENTITY-PUT.
           MOVE 'PUT' TO HTTP-METHOD
           MOVE 'application/json' TO CONTENT-TYPE
           STRING 'Bearer ' ACCESS-TOKEN
               DELIMITED BY SIZE INTO AUTHORIZATION
           END-STRING
           PERFORM WRITE-AUTH-HEADER-FILE

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' HTTP-URL
                                      'identity_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o identity_response.json "
                   "-D identity_headers.txt "
                   "-w '%{http_code}' -X PUT "
                   "-H @identity_auth.txt -H 'Content-Type: "
                   "application/json' -d '"
                   HTTP-BODY
                   "' '" HTTP-URL "' > identity_status.txt"
               END-CALL

               PERFORM READ-IDENTITY-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' HTTP-URL
                                      'identity_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

      *> Every ARM change lands one chained record in the audit
      *> trail, correlation ID included
           CALL 'AUDITLOG' USING HTTP-METHOD HTTP-URL HTTP-BODY
                                 HTTP-STATUS-CODE CLIENT-ID
                                 'identity_headers.txt'.

       READ-IDENTITY-STATUS.
           MOVE 0 TO HTTP-STATUS-CODE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT IDENTITY-STATUS-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ IDENTITY-STATUS-FILE INTO IDENTITY-STATUS-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE FUNCTION NUMVAL(IDENTITY-STATUS-RECORD)
                           TO HTTP-STATUS-CODE
               END-READ
           END-PERFORM
           CLOSE IDENTITY-STATUS-FILE.

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

       END PROGRAM IDENTITY.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AZUREKVACCESS.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Monthly Key Vault secret access review. KEYVAULT sends the
      *> vault's AuditEvent log to the Log Analytics workspace; this
      *> program reads one calendar month of it
      *> (AZURE_KVACCESS_MONTH=YYYYMM, default last month) and
      *> writes kv-access-review.txt, filed with AZUREACCESS's
      *> access-review.txt in the quarterly access review:
      *>   - every secret get and list in the month, grouped by the
      *>     calling identity, with successful and refused calls
      *>     counted separately
      *>   - callers that are not the deployment principal
      *>     (CLIENT_ID / CLIENT_OBJECT_ID), not in the
      *>     KV_RBAC_PRINCIPAL list and not one of the shared
      *>     user-assigned identities IDENTITY created, flagged
      *>   - secrets in the vault that nobody read in the month,
      *>     candidates for retirement
      *> The exit code is the number of unrecognised callers; 99
      *> means the audit log could not be read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KVACC-STATUS-FILE ASSIGN TO "kvaccess_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KVACC-RESPONSE-FILE
               ASSIGN TO "kvaccess_response.json"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-STATUS.
           SELECT KVACC-QUERY-FILE ASSIGN TO "kvaccess_query.json"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KVACC-ROWS-FILE ASSIGN TO "kvaccess_rows.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROWS-STATUS.
           SELECT KVACC-NAMES-FILE ASSIGN TO "kvaccess_names.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NAMES-STATUS.
           SELECT NEXT-LINK-FILE ASSIGN TO "kvaccess_nextlink.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEXT-LINK-STATUS.
           SELECT IDENTITY-FIELD-FILE ASSIGN TO "kvaccess_idfield.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ID-FIELD-STATUS.
           SELECT KVACC-REPORT-FILE ASSIGN TO "kv-access-review.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTH-HEADER-FILE ASSIGN TO "kvaccess_auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  KVACC-STATUS-FILE.
       01  KVACC-STATUS-RECORD         PIC X(8).

       FD  KVACC-RESPONSE-FILE.
       01  KVACC-RESPONSE-RECORD       PIC X(4096).

       FD  KVACC-QUERY-FILE.
       01  KVACC-QUERY-RECORD          PIC X(5000).

       FD  KVACC-ROWS-FILE.
       01  KVACC-ROWS-RECORD           PIC X(400).

       FD  KVACC-NAMES-FILE.
       01  KVACC-NAMES-RECORD          PIC X(128).

       FD  NEXT-LINK-FILE.
       01  NEXT-LINK-RECORD            PIC X(1024).

       FD  IDENTITY-FIELD-FILE.
       01  IDENTITY-FIELD-RECORD       PIC X(64).

       FD  KVACC-REPORT-FILE.
       01  KVACC-REPORT-RECORD         PIC X(132).

       FD  AUTH-HEADER-FILE.
       01  AUTH-HEADER-RECORD          PIC X(1056).

       WORKING-STORAGE SECTION.
      *> Request handed to the shared AZURENAME renderer
       01  WS-NAME-REQ                 PIC X(48).
      *> Overall time limit handed to every curl (-m) so a network
      *> blackhole fails the call instead of hanging the run;
      *> CURL_TIMEOUT_SECS overrides the default where configured
       01  WS-CURL-MAX-TIME            PIC 9(4) VALUE 0300.
       COPY AZURECONFIG.
       COPY HTTPCLIENT.

       01  WS-RETURN-CODE              PIC 9(2).
       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
       01  WS-RESPONSE-STATUS          PIC XX.
       01  WS-ROWS-STATUS              PIC XX.
       01  WS-NAMES-STATUS             PIC XX.
       01  WS-NEXT-LINK-STATUS         PIC XX.
       01  WS-ID-FIELD-STATUS          PIC XX.
       01  WS-ARM-BASE-URL             PIC X(40) VALUE
               'https://management.azure.com'.
       01  WS-LA-QUERY-BASE            PIC X(40) VALUE
               'https://api.loganalytics.io'.
       01  WS-VAULT-SUFFIX             PIC X(40) VALUE
               '.vault.azure.net'.
       01  WS-OP-CMD                   PIC X(1024).
       01  WS-RETRY-COUNT              PIC 9(2).
       01  WS-RETRY-MAX                PIC 9(2) VALUE 3.
       01  WS-RETRY-DONE               PIC X.
       01  WS-BACKOFF-SECS             PIC 9(2).

       01  WS-LA-NAME                  PIC X(64).
       01  WS-LA-CUSTOMER-ID           PIC X(36).
       01  WS-KV-NAME                  PIC X(64).
       01  WS-KV-UPPER                 PIC X(64).
       01  WS-RESPONSE-LINE            PIC X(4096).
       01  WS-TEMP-BEFORE              PIC X(4096).
       01  WS-TEMP-AFTER               PIC X(4096).
       01  WS-KQL                      PIC X(4900).
       01  WS-KQL-PTR                  PIC 9(4).
       01  WS-REPORT-LINE              PIC X(132).
       01  WS-NUM-TEXT                 PIC X(12).
       01  WS-LIST-URL                 PIC X(1024).
       01  WS-NEXT-LINK                PIC X(1024).
       01  WS-PAGE-COUNT               PIC 9(3).

      *> The month reported on: its first day and the first day of
      *> the month after (the query's upper bound)
       01  WS-CURRENT-DATE8            PIC 9(8).
       01  WS-MONTH-START8             PIC 9(8).
       01  WS-MONTH-NEXT8              PIC 9(8).
       01  WS-MONTH-YEAR               PIC 9(4).
       01  WS-MONTH-NUM                PIC 9(2).
       01  WS-START-ISO                PIC X(10).
       01  WS-NEXT-ISO                 PIC X(10).

      *> Principals the configuration says may read the vault - the
      *> deployment principal by object and application ID, the
      *> KV_RBAC_PRINCIPAL list and the shared identities
       01  WS-EXPECTED-COUNT           PIC 9(2) VALUE 0.
       01  WS-EXPECTED-PRINCIPALS.
           05  WS-EXPECTED-ENTRY OCCURS 12 TIMES.
               10  WS-EXPECTED-ID      PIC X(36).
       01  WS-EXP-IDX                  PIC 9(2).
       01  WS-ID-IDX                   PIC 9(2).
       01  WS-IDENTITY-NAME            PIC X(64).

      *> One query row, pipe-delimited behind a one-letter tag:
      *>   A|objectid|appid|upn|operation|secret|ok calls|refused
       01  WS-ROW-TAG                  PIC X.
       01  WS-ROW-FIELDS.
           05  WS-ROW-FIELD OCCURS 7 TIMES PIC X(80).

      *> Secret calls per caller, operation and secret, ordered by
      *> caller as the query returns them
       01  WS-AC-COUNT                 PIC 9(3) VALUE 0.
       01  WS-AC-DROPPED               PIC 9(5) VALUE 0.
       01  WS-AC-TABLE.
           05  WS-AC-ENTRY OCCURS 500 TIMES.
               10  WS-AC-OID           PIC X(36).
               10  WS-AC-APPID         PIC X(36).
               10  WS-AC-UPN           PIC X(80).
               10  WS-AC-OP            PIC X(24).
               10  WS-AC-SECRET        PIC X(80).
               10  WS-AC-READS         PIC 9(9).
               10  WS-AC-REFUSED       PIC 9(9).
       01  WS-AC-IDX                   PIC 9(3).

      *> The secrets the vault holds now
       01  WS-SN-COUNT                 PIC 9(3) VALUE 0.
       01  WS-SN-TABLE.
           05  WS-SN-ENTRY OCCURS 300 TIMES.
               10  WS-SN-NAME          PIC X(80).
               10  WS-SN-READ          PIC X.
       01  WS-SN-IDX                   PIC 9(3).
       01  WS-SECRET-LOWER             PIC X(80).
       01  WS-AC-SECRET-LOWER          PIC X(80).

       01  WS-CALLER-KEY               PIC X(36).
       01  WS-PREV-CALLER-KEY          PIC X(36).
       01  WS-CALLER-OID               PIC X(36).
       01  WS-CALLER-APPID             PIC X(36).
       01  WS-CALLER-KNOWN             PIC X.
       01  WS-CALLER-NAME              PIC X(80).
       01  WS-SHOW-READS               PIC Z(8)9.
       01  WS-SHOW-REFUSED             PIC Z(8)9.

       01  WS-CALLER-COUNT             PIC 9(3) VALUE 0.
       01  WS-UNKNOWN-COUNT            PIC 9(3) VALUE 0.
       01  WS-UNREAD-COUNT             PIC 9(3) VALUE 0.
       01  WS-PROBLEM-COUNT            PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Key Vault secret access review starting"
           MOVE SPACES TO AZURE-CONFIG
           OPEN OUTPUT KVACC-REPORT-FILE

           CALL 'AZUREAUTH' USING BY REFERENCE AZURE-CONFIG
                                               AZURE-AUTH-TOKEN
                                               WS-RETURN-CODE

           IF WS-RETURN-CODE = 0
               PERFORM DETERMINE-CLOUD-ENDPOINT
               PERFORM READ-REPORT-SETTINGS
               PERFORM GENERATE-RESOURCE-NAMES
               STRING 'Bearer ' ACCESS-TOKEN
                   DELIMITED BY SIZE INTO AUTHORIZATION
               END-STRING
               PERFORM WRITE-AUTH-HEADER-FILE
               PERFORM BUILD-EXPECTED-PRINCIPALS
               PERFORM WRITE-REPORT-HEADER
               PERFORM RUN-AUDIT-QUERY
               IF WS-RETURN-CODE = 0
                   PERFORM LOAD-AUDIT-ROWS
                   PERFORM REPORT-ACCESS-BY-CALLER
                   PERFORM FETCH-VAULT-SECRETS
                   PERFORM REPORT-UNREAD-SECRETS
                   PERFORM WRITE-REPORT-SUMMARY
                   MOVE WS-UNKNOWN-COUNT TO WS-PROBLEM-COUNT
               ELSE
                   MOVE 99 TO WS-PROBLEM-COUNT
               END-IF
           ELSE
               DISPLAY "Azure authentication failed, cannot read "
                       "the vault audit log"
               MOVE 99 TO WS-PROBLEM-COUNT
           END-IF

           CLOSE KVACC-REPORT-FILE
           DISPLAY "Secret access review written to "
                   "kv-access-review.txt"

           IF WS-PROBLEM-COUNT > 99
               MOVE 99 TO RETURN-CODE
           ELSE
               MOVE WS-PROBLEM-COUNT TO RETURN-CODE
           END-IF
           STOP RUN.

       DETERMINE-CLOUD-ENDPOINT.
           IF CURL-TIMEOUT-SECS > 0
               MOVE CURL-TIMEOUT-SECS TO WS-CURL-MAX-TIME
           END-IF
           EVALUATE CLOUD-ENVIRONMENT
               WHEN 'USGOVERNMENT'
                   MOVE 'https://management.usgovcloudapi.net'
                       TO WS-ARM-BASE-URL
                   MOVE 'https://api.loganalytics.us'
                       TO WS-LA-QUERY-BASE
                   MOVE '.vault.usgovcloudapi.net' TO WS-VAULT-SUFFIX
               WHEN 'CHINA'
                   MOVE 'https://management.chinacloudapi.cn'
                       TO WS-ARM-BASE-URL
                   MOVE 'https://api.loganalytics.azure.cn'
                       TO WS-LA-QUERY-BASE
                   MOVE '.vault.azure.cn' TO WS-VAULT-SUFFIX
               WHEN OTHER
                   MOVE 'https://management.azure.com'
                       TO WS-ARM-BASE-URL
                   MOVE 'https://api.loganalytics.io'
                       TO WS-LA-QUERY-BASE
                   MOVE '.vault.azure.net' TO WS-VAULT-SUFFIX
           END-EVALUATE.

      *> The month defaults to the one before the current month
       READ-REPORT-SETTINGS.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           MOVE SPACES TO WS-NUM-TEXT
           ACCEPT WS-NUM-TEXT FROM ENVIRONMENT 'AZURE_KVACCESS_MONTH'
           IF WS-NUM-TEXT(1:6) IS NUMERIC
               MOVE WS-NUM-TEXT(1:4) TO WS-MONTH-YEAR
               MOVE WS-NUM-TEXT(5:2) TO WS-MONTH-NUM
           ELSE
               MOVE WS-CURRENT-DATE8(1:4) TO WS-MONTH-YEAR
               MOVE WS-CURRENT-DATE8(5:2) TO WS-MONTH-NUM
               IF WS-MONTH-NUM = 1
                   MOVE 12 TO WS-MONTH-NUM
                   SUBTRACT 1 FROM WS-MONTH-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-MONTH-NUM
               END-IF
           END-IF
           PERFORM COMPUTE-MONTH-BOUNDS.

       COMPUTE-MONTH-BOUNDS.
           COMPUTE WS-MONTH-START8 =
               WS-MONTH-YEAR * 10000 + WS-MONTH-NUM * 100 + 1
           IF WS-MONTH-NUM = 12
               COMPUTE WS-MONTH-NEXT8 =
                   (WS-MONTH-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-MONTH-NEXT8 = WS-MONTH-START8 + 100
           END-IF
           MOVE SPACES TO WS-START-ISO WS-NEXT-ISO
           STRING WS-MONTH-START8(1:4) '-' WS-MONTH-START8(5:2) '-'
                  WS-MONTH-START8(7:2)
               DELIMITED BY SIZE INTO WS-START-ISO
           END-STRING
           STRING WS-MONTH-NEXT8(1:4) '-' WS-MONTH-NEXT8(5:2) '-'
                  WS-MONTH-NEXT8(7:2)
               DELIMITED BY SIZE INTO WS-NEXT-ISO
           END-STRING.

      *> Same naming rules LOGANALYTICS and KEYVAULT applied, so the
      *> query reads the workspace the vault's diagnostics go to
       GENERATE-RESOURCE-NAMES.
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
           MOVE 'KV' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-KV-NAME
           MOVE WS-KV-NAME TO WS-KV-UPPER
           INSPECT WS-KV-UPPER CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      *> Mirrors AZUREACCESS's list of configured principals; the
      *> application ID is added as well, since a caller that signs
      *> in with the deployment secret may be logged by either
       BUILD-EXPECTED-PRINCIPALS.
           MOVE 0 TO WS-EXPECTED-COUNT
           IF CLIENT-OBJECT-ID NOT = SPACES
               ADD 1 TO WS-EXPECTED-COUNT
               MOVE CLIENT-OBJECT-ID
                   TO WS-EXPECTED-ID(WS-EXPECTED-COUNT)
           END-IF
           IF CLIENT-ID NOT = SPACES
               ADD 1 TO WS-EXPECTED-COUNT
               MOVE CLIENT-ID TO WS-EXPECTED-ID(WS-EXPECTED-COUNT)
           END-IF
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                   UNTIL WS-EXP-IDX > KV-RBAC-PRINCIPAL-COUNT
                      OR WS-EXP-IDX > 5
               IF KV-RBAC-PRINCIPAL-ID(WS-EXP-IDX) NOT = SPACES
                   ADD 1 TO WS-EXPECTED-COUNT
                   MOVE KV-RBAC-PRINCIPAL-ID(WS-EXP-IDX)
                       TO WS-EXPECTED-ID(WS-EXPECTED-COUNT)
               END-IF
           END-PERFORM
           IF IDENTITY-DEPLOY-FLAG = 'Y'
               PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                       UNTIL WS-ID-IDX > IDENTITY-COUNT
                          OR WS-ID-IDX > 5
                   IF IDENTITY-NAME(WS-ID-IDX) NOT = SPACES
                       PERFORM ADD-IDENTITY-PRINCIPAL
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                   UNTIL WS-EXP-IDX > WS-EXPECTED-COUNT
               INSPECT WS-EXPECTED-ID(WS-EXP-IDX) CONVERTING
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
                   'abcdefghijklmnopqrstuvwxyz'
           END-PERFORM.

      *> An identity not created yet has no principal to expect
       ADD-IDENTITY-PRINCIPAL.
           MOVE SPACES TO WS-NAME-REQ
           STRING 'ID|' IDENTITY-NAME(WS-ID-IDX)
               DELIMITED BY SIZE INTO WS-NAME-REQ
           END-STRING
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-IDENTITY-NAME

           MOVE SPACES TO WS-OP-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -H @kvaccess_auth.txt'
                  " '" FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/'
                  FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.ManagedIdentity/'
                  'userAssignedIdentities/'
                  FUNCTION TRIM(WS-IDENTITY-NAME)
                  '?api-version=2023-01-31' "'"
                  " | tr -d '\n'"
                  ' | grep -o ' "'" '"principalId":"[^"]*"' "'"
                  ' | head -1 | sed ' "'"
                  's/.*:"//; s/"$//' "'"
                  ' > kvaccess_idfield.txt'
               DELIMITED BY SIZE INTO WS-OP-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-OP-CMD
           END-CALL

           OPEN INPUT IDENTITY-FIELD-FILE
           IF WS-ID-FIELD-STATUS = '00'
               READ IDENTITY-FIELD-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF IDENTITY-FIELD-RECORD NOT = SPACES
                               AND WS-EXPECTED-COUNT < 12
                           ADD 1 TO WS-EXPECTED-COUNT
                           MOVE IDENTITY-FIELD-RECORD(1:36)
                               TO WS-EXPECTED-ID(WS-EXPECTED-COUNT)
                       END-IF
               END-READ
               CLOSE IDENTITY-FIELD-FILE
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Key Vault secret access for '
                  FUNCTION TRIM(WS-KV-NAME)
                  ' (environment ' FUNCTION TRIM(ENV-NAME) ')'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE KVACC-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Month ' WS-START-ISO(1:7) ' (UTC), '
                  WS-EXPECTED-COUNT ' configured principal(s)'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE KVACC-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE KVACC-REPORT-RECORD FROM WS-REPORT-LINE.

      *> Resolves the workspace's customer ID through ARM, then runs
      *> the audit query through the Log Analytics data plane, the
      *> way AZUREAPIPERF does: the KQL goes through a file and each
      *> result row is one pre-joined string
       RUN-AUDIT-QUERY.
           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/' SUBSCRIPTION-ID
                  '/resourceGroups/' FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.OperationalInsights/'
                  'workspaces/' FUNCTION TRIM(WS-LA-NAME)
                  '?api-version=2023-09-01'
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o kvaccess_response.json -w '%{http_code}' "
                   "-H @kvaccess_auth.txt '"
                   HTTP-URL "' > kvaccess_status.txt"
               END-CALL
               PERFORM READ-KVACC-STATUS
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM
           IF HTTP-STATUS-CODE NOT = 200
               PERFORM REPORT-QUERY-FAILURE
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-KVACC-RESPONSE
           MOVE SPACES TO WS-LA-CUSTOMER-ID
           MOVE SPACES TO WS-TEMP-AFTER
           UNSTRING WS-RESPONSE-LINE DELIMITED BY '"customerId":"'
               INTO WS-TEMP-BEFORE WS-TEMP-AFTER
           END-UNSTRING
           UNSTRING WS-TEMP-AFTER DELIMITED BY '"'
               INTO WS-LA-CUSTOMER-ID
           END-UNSTRING
           IF WS-LA-CUSTOMER-ID = SPACES
               PERFORM REPORT-QUERY-FAILURE
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-AUDIT-QUERY
           OPEN OUTPUT KVACC-QUERY-FILE
           MOVE SPACES TO KVACC-QUERY-RECORD
           STRING '{"query":"' WS-KQL(1:WS-KQL-PTR - 1) '"}'
               DELIMITED BY SIZE INTO KVACC-QUERY-RECORD
           END-STRING
           WRITE KVACC-QUERY-RECORD
           CLOSE KVACC-QUERY-FILE

           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-LA-QUERY-BASE) '/v1/workspaces/'
                  FUNCTION TRIM(WS-LA-CUSTOMER-ID) '/query'
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'POST' HTTP-URL
                                      'kvaccess_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o kvaccess_response.json -w '%{http_code}' "
                   "-D kvaccess_rate_headers.txt "
                   "-X POST -H @kvaccess_auth.txt "
                   "-H 'Content-Type: application/json' "
                   "-d @kvaccess_query.json '"
                   HTTP-URL "' > kvaccess_status.txt"
               END-CALL
               PERFORM READ-KVACC-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'POST' HTTP-URL
                                      'kvaccess_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM
           IF HTTP-STATUS-CODE NOT = 200
               PERFORM REPORT-QUERY-FAILURE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-OP-CMD
           STRING "tr -d '\n\r' < kvaccess_response.json"
                  " | sed -e " "'" 's/.*"rows":\[\[//' "'"
                  " -e " "'" 's/\]\]}\]}.*$//' "'"
                  " -e " "'" 's/"\],\["/\n/g' "'"
                  " -e " "'" 's/"//g' "'"
                  " > kvaccess_rows.txt"
               DELIMITED BY SIZE INTO WS-OP-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-OP-CMD
           END-CALL.

      *> The vault's AuditEvent category lands in AzureDiagnostics
      *> under the vault name in upper case. The caller's object ID
      *> has been logged under two column names over the years, so
      *> both are read; a list call carries no secret name in its id
      *> and is reported against '*'. Calls the vault refused (a
      *> 4xx) are counted apart from the ones that returned data.
       BUILD-AUDIT-QUERY.
           MOVE SPACES TO WS-KQL
           MOVE 1 TO WS-KQL-PTR
           STRING 'AzureDiagnostics'
                  ' | where TimeGenerated >= datetime(' WS-START-ISO
                  ') and TimeGenerated < datetime(' WS-NEXT-ISO ')'
                  " | where ResourceProvider == 'MICROSOFT.KEYVAULT'"
                  " and Category == 'AuditEvent'"
                  " and Resource == '" FUNCTION TRIM(WS-KV-UPPER) "'"
                  " | where OperationName in ('SecretGet',"
                  " 'SecretList', 'SecretListVersions')"
               DELIMITED BY SIZE INTO WS-KQL
               WITH POINTER WS-KQL-PTR
           END-STRING
           STRING ' | extend oid = tolower(coalesce(tostring('
                  "column_ifexists('identity_claim_oid_g', '')),"
                  " tostring(column_ifexists('identity_claim_http_"
                  "schemas_microsoft_com_identity_claims_"
                  "objectidentifier_g', '')))),"
                  " app = tolower(tostring(column_ifexists("
                  "'identity_claim_appid_g', ''))),"
                  " upn = tostring(column_ifexists("
                  "'identity_claim_upn_s', '')),"
                  " secret = tostring(split(id_s, '/')[4]),"
                  ' st = toint(httpStatusCode_d)'
               DELIMITED BY SIZE INTO WS-KQL
               WITH POINTER WS-KQL-PTR
           END-STRING
           STRING " | extend secret = iff(isempty(secret), '*',"
                  ' secret)'
                  ' | summarize ok = countif(st < 400),'
                  ' refused = countif(st >= 400)'
                  ' by oid, app, upn, OperationName, secret'
                  ' | order by oid asc, app asc, secret asc'
                  " | project line = strcat('A|', oid, '|', app,"
                  " '|', upn, '|', OperationName, '|', secret,"
                  " '|', ok, '|', refused)"
               DELIMITED BY SIZE INTO WS-KQL
               WITH POINTER WS-KQL-PTR
           END-STRING.

       REPORT-QUERY-FAILURE.
           MOVE 8 TO WS-RETURN-CODE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Vault audit query failed against workspace '
                  FUNCTION TRIM(WS-LA-NAME)
                  ' (status ' HTTP-STATUS-CODE ')'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE KVACC-REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY "  Vault audit query failed against workspace "
                   FUNCTION TRIM(WS-LA-NAME)
                   " (status " HTTP-STATUS-CODE ")".

       LOAD-AUDIT-ROWS.
           INITIALIZE WS-AC-TABLE
           OPEN INPUT KVACC-ROWS-FILE
           IF WS-ROWS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ KVACC-ROWS-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM LOAD-ONE-ROW
               END-READ
           END-PERFORM
           CLOSE KVACC-ROWS-FILE.

      *> An empty result leaves the JSON envelope behind instead of
      *> rows; anything without the tag is not a summary row
       LOAD-ONE-ROW.
           IF KVACC-ROWS-RECORD(1:2) NOT = 'A|'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ROW-TAG WS-ROW-FIELDS
           UNSTRING KVACC-ROWS-RECORD DELIMITED BY '|'
               INTO WS-ROW-TAG
                    WS-ROW-FIELD(1) WS-ROW-FIELD(2) WS-ROW-FIELD(3)
                    WS-ROW-FIELD(4) WS-ROW-FIELD(5) WS-ROW-FIELD(6)
                    WS-ROW-FIELD(7)
           END-UNSTRING
           IF WS-AC-COUNT >= 500
               ADD 1 TO WS-AC-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AC-COUNT
           MOVE WS-ROW-FIELD(1) TO WS-AC-OID(WS-AC-COUNT)
           MOVE WS-ROW-FIELD(2) TO WS-AC-APPID(WS-AC-COUNT)
           MOVE WS-ROW-FIELD(3) TO WS-AC-UPN(WS-AC-COUNT)
           MOVE WS-ROW-FIELD(4) TO WS-AC-OP(WS-AC-COUNT)
           MOVE WS-ROW-FIELD(5) TO WS-AC-SECRET(WS-AC-COUNT)
           MOVE FUNCTION NUMVAL(WS-ROW-FIELD(6))
               TO WS-AC-READS(WS-AC-COUNT)
           MOVE FUNCTION NUMVAL(WS-ROW-FIELD(7))
               TO WS-AC-REFUSED(WS-AC-COUNT).

      *> The rows arrive ordered by caller; a heading line opens
      *> each caller's block, and an unrecognised caller is counted
      *> once however many secrets it touched
       REPORT-ACCESS-BY-CALLER.
           MOVE 'Secret calls by calling identity:' TO WS-REPORT-LINE
           WRITE KVACC-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-PREV-CALLER-KEY
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-AC-COUNT
               MOVE WS-AC-OID(WS-AC-IDX) TO WS-CALLER-OID
               MOVE WS-AC-APPID(WS-AC-IDX) TO WS-CALLER-APPID
               IF WS-CALLER-OID = SPACES
                   MOVE WS-CALLER-APPID TO WS-CALLER-KEY
               ELSE
                   MOVE WS-CALLER-OID TO WS-CALLER-KEY
               END-IF
               IF WS-AC-IDX = 1
                       OR WS-CALLER-KEY NOT = WS-PREV-CALLER-KEY
                   PERFORM WRITE-CALLER-HEADING
                   MOVE WS-CALLER-KEY TO WS-PREV-CALLER-KEY
               END-IF
               PERFORM WRITE-ACCESS-LINE
           END-PERFORM
           IF WS-AC-COUNT = 0
               MOVE '  (no secret calls in the month)'
                   TO WS-REPORT-LINE
               WRITE KVACC-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           IF WS-AC-DROPPED > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ' WS-AC-DROPPED
                      ' further row(s) not shown - the month exceeded'
                      ' the report table'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE KVACC-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       WRITE-CALLER-HEADING.
           ADD 1 TO WS-CALLER-COUNT
           PERFORM CHECK-CALLER-KNOWN
           MOVE WS-AC-UPN(WS-AC-IDX) TO WS-CALLER-NAME
           IF WS-CALLER-NAME = SPACES
               MOVE SPACES TO WS-CALLER-NAME
               STRING 'app ' WS-CALLER-APPID
                   DELIMITED BY SIZE INTO WS-CALLER-NAME
               END-STRING
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-CALLER-KNOWN = 'Y'
               STRING '  IN CONFIG      principal ' WS-CALLER-KEY
                      '  ' FUNCTION TRIM(WS-CALLER-NAME)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           ELSE
               ADD 1 TO WS-UNKNOWN-COUNT
               STRING '  NOT IN CONFIG  principal ' WS-CALLER-KEY
                      '  ' FUNCTION TRIM(WS-CALLER-NAME)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               DISPLAY "  NOT IN CONFIG: " WS-CALLER-KEY " "
                       FUNCTION TRIM(WS-CALLER-NAME)
           END-IF
           WRITE KVACC-REPORT-RECORD FROM WS-REPORT-LINE.

      *> Known by object ID, or by application ID for a caller whose
      *> token carried no object ID
       CHECK-CALLER-KNOWN.
           MOVE 'N' TO WS-CALLER-KNOWN
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                   UNTIL WS-EXP-IDX > WS-EXPECTED-COUNT
                      OR WS-CALLER-KNOWN = 'Y'
               IF (WS-CALLER-OID NOT = SPACES
                       AND WS-CALLER-OID = WS-EXPECTED-ID(WS-EXP-IDX))
                   OR (WS-CALLER-APPID NOT = SPACES
                       AND WS-CALLER-APPID
                           = WS-EXPECTED-ID(WS-EXP-IDX))
                   MOVE 'Y' TO WS-CALLER-KNOWN
               END-IF
           END-PERFORM.

       WRITE-ACCESS-LINE.
           MOVE WS-AC-READS(WS-AC-IDX) TO WS-SHOW-READS
           MOVE WS-AC-REFUSED(WS-AC-IDX) TO WS-SHOW-REFUSED
           MOVE SPACES TO WS-REPORT-LINE
           STRING '      ' WS-AC-OP(WS-AC-IDX)(1:20)
                  ' ' WS-AC-SECRET(WS-AC-IDX)(1:48)
                  ' ok ' WS-SHOW-READS
                  ' refused ' WS-SHOW-REFUSED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE KVACC-REPORT-RECORD FROM WS-REPORT-LINE.

      *> Lists the secrets the vault holds now, following nextLink
      *> pagination, one name per line the way AZUREDESTROY's
      *> pre-teardown backup reads them
       FETCH-VAULT-SECRETS.
           INITIALIZE WS-SN-TABLE
           MOVE 0 TO WS-SN-COUNT
           MOVE SPACES TO WS-LIST-URL
           STRING 'https://' FUNCTION TRIM(WS-KV-NAME)
                  FUNCTION TRIM(WS-VAULT-SUFFIX)
                  '/secrets?api-version=7.4'
               DELIMITED BY SIZE INTO WS-LIST-URL
           END-STRING
           MOVE 0 TO WS-PAGE-COUNT
           PERFORM FETCH-SECRET-PAGE
           PERFORM UNTIL WS-NEXT-LINK = SPACES
                      OR HTTP-STATUS-CODE NOT = 200
                      OR WS-PAGE-COUNT > 50
               MOVE WS-NEXT-LINK TO WS-LIST-URL
               PERFORM FETCH-SECRET-PAGE
           END-PERFORM.

       FETCH-SECRET-PAGE.
           ADD 1 TO WS-PAGE-COUNT
           MOVE SPACES TO WS-NEXT-LINK
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o kvaccess_response.json -w '%{http_code}' "
                   "-H @kvaccess_auth.txt '"
                   WS-LIST-URL "' > kvaccess_status.txt"
               END-CALL
               PERFORM READ-KVACC-STATUS
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM
           IF HTTP-STATUS-CODE NOT = 200
               DISPLAY "  Vault secret list failed (status "
                       HTTP-STATUS-CODE ")"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-OP-CMD
           STRING "tr -d '\n' < kvaccess_response.json"
                  ' | grep -o ' "'" '"id":"[^"]*"' "'"
                  " | sed 's/.*secrets.//; s/.$//'"
                  ' > kvaccess_names.txt'
               DELIMITED BY SIZE INTO WS-OP-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-OP-CMD
           END-CALL
           OPEN INPUT KVACC-NAMES-FILE
           IF WS-NAMES-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ KVACC-NAMES-FILE
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF KVACC-NAMES-RECORD NOT = SPACES
                                   AND WS-SN-COUNT < 300
                               ADD 1 TO WS-SN-COUNT
                               MOVE KVACC-NAMES-RECORD
                                   TO WS-SN-NAME(WS-SN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KVACC-NAMES-FILE
           END-IF

           CALL "C$SYSTEM" USING
               "sed -n 's/.*""nextLink"":""\([^""]*\)"".*/\1/p' "
               "kvaccess_response.json > kvaccess_nextlink.txt"
           END-CALL
           OPEN INPUT NEXT-LINK-FILE
           IF WS-NEXT-LINK-STATUS = '00'
               READ NEXT-LINK-FILE INTO WS-NEXT-LINK
                   AT END CONTINUE
               END-READ
               CLOSE NEXT-LINK-FILE
           END-IF.

       REPORT-UNREAD-SECRETS.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE KVACC-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 'Secrets nobody read in the month:' TO WS-REPORT-LINE
           WRITE KVACC-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM VARYING WS-SN-IDX FROM 1 BY 1
                   UNTIL WS-SN-IDX > WS-SN-COUNT
               PERFORM CHECK-SECRET-READ
               IF WS-SN-READ(WS-SN-IDX) = 'N'
                   ADD 1 TO WS-UNREAD-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '  UNREAD  '
                          FUNCTION TRIM(WS-SN-NAME(WS-SN-IDX))
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   WRITE KVACC-REPORT-RECORD FROM WS-REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-UNREAD-COUNT = 0
               MOVE '  (none)' TO WS-REPORT-LINE
               WRITE KVACC-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

      *> Read means at least one successful get - a list shows the
      *> name but not the value, and a refused get read nothing.
      *> Secret names are not case-sensitive in the vault.
       CHECK-SECRET-READ.
           MOVE 'N' TO WS-SN-READ(WS-SN-IDX)
           MOVE WS-SN-NAME(WS-SN-IDX) TO WS-SECRET-LOWER
           INSPECT WS-SECRET-LOWER CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-AC-COUNT
                      OR WS-SN-READ(WS-SN-IDX) = 'Y'
               IF WS-AC-OP(WS-AC-IDX) = 'SecretGet'
                       AND WS-AC-READS(WS-AC-IDX) > 0
                   MOVE WS-AC-SECRET(WS-AC-IDX) TO WS-AC-SECRET-LOWER
                   INSPECT WS-AC-SECRET-LOWER CONVERTING
                       'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
                       'abcdefghijklmnopqrstuvwxyz'
                   IF WS-AC-SECRET-LOWER = WS-SECRET-LOWER
                       MOVE 'Y' TO WS-SN-READ(WS-SN-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE KVACC-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Summary: ' WS-CALLER-COUNT ' caller(s), '
                  WS-UNKNOWN-COUNT ' not in config, '
                  WS-UNREAD-COUNT ' of ' WS-SN-COUNT
                  ' secret(s) unread'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE KVACC-REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY "Secret access review: " WS-CALLER-COUNT
                   " caller(s), " WS-UNKNOWN-COUNT
                   " not in config, " WS-UNREAD-COUNT
                   " secret(s) unread".

       READ-KVACC-STATUS.
           MOVE 0 TO HTTP-STATUS-CODE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT KVACC-STATUS-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ KVACC-STATUS-FILE INTO KVACC-STATUS-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE FUNCTION NUMVAL(KVACC-STATUS-RECORD)
                           TO HTTP-STATUS-CODE
               END-READ
           END-PERFORM
           CLOSE KVACC-STATUS-FILE.

       READ-KVACC-RESPONSE.
           MOVE SPACES TO WS-RESPONSE-LINE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT KVACC-RESPONSE-FILE
           IF WS-RESPONSE-STATUS = '00'
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ KVACC-RESPONSE-FILE INTO WS-RESPONSE-LINE
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE KVACC-RESPONSE-FILE
           END-IF.

      *> Azure throttles ARM calls (429) and occasionally returns a
      *> transient 5xx; back off and retry those rather than
      *> reporting a half-empty review on a blip.
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

       END PROGRAM AZUREKVACCESS.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AZUREAPICATALOG.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Cross-environment API catalog - the promotion board's API
      *> release record. For each environment in the list file
      *> AZUREDEPLOYALL walks (AZURE_ENVIRONMENT_LIST, default
      *> environments.txt, in promotion order: dev before test
      *> before prod) this program reads the APIM instance's APIs,
      *> each one's current revision, the products it is published
      *> under and a hash of its exported definition, then writes
      *> api-catalog-report.txt: one matrix with an API per row and
      *> an environment per column, followed by the detail per API.
      *> The definition hash ignores the parts that always differ
      *> between environments (resource IDs, server and host
      *> names), so equal hashes mean the same definition. Flagged:
      *>   LAGGING      a later environment carries a different
      *>                definition at a lower revision than the
      *>                environment before it - not yet promoted
      *>   DIVERGED     a different definition at the same or a
      *>                higher revision - changed downstream
      *>   NOT PROMOTED live in an earlier environment, absent here
      *>   UNMANAGED    live, but not in that environment's
      *>                APIM-API-INFO
      *> The exit code is the number of flags (capped at 99); 3 when
      *> the environment list cannot be opened.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENV-LIST-FILE ASSIGN TO WS-ENV-LIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENV-LIST-STATUS.
           SELECT CATALOG-API-FILE ASSIGN TO "apicat_apis.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-API-FILE-STATUS.
           SELECT CATALOG-FIELD-FILE ASSIGN TO "apicat_field.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIELD-STATUS.
           SELECT CATALOG-STATUS-FILE ASSIGN TO "apicat_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CATALOG-REPORT-FILE ASSIGN TO "api-catalog-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTH-HEADER-FILE ASSIGN TO "apicat_auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ENV-LIST-FILE.
       01  ENV-LIST-RECORD             PIC X(32).

       FD  CATALOG-API-FILE.
       01  CATALOG-API-RECORD          PIC X(128).

       FD  CATALOG-FIELD-FILE.
       01  CATALOG-FIELD-RECORD        PIC X(128).

       FD  CATALOG-STATUS-FILE.
       01  CATALOG-STATUS-RECORD       PIC X(8).

       FD  CATALOG-REPORT-FILE.
       01  CATALOG-REPORT-RECORD       PIC X(132).

       FD  AUTH-HEADER-FILE.
       01  AUTH-HEADER-RECORD          PIC X(1056).

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

       01  WS-RETURN-CODE              PIC 9(2).
       01  WS-EXIT-CODE                PIC 9(2) VALUE 0.
       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
       01  WS-ENV-LIST-EOF             PIC X VALUE 'N'.
       01  WS-API-FILE-EOF             PIC X VALUE 'N'.
       01  WS-ENV-LIST-STATUS          PIC XX.
       01  WS-API-FILE-STATUS          PIC XX.
       01  WS-FIELD-STATUS             PIC XX.
       01  WS-ENV-LIST-FILENAME        PIC X(40) VALUE
               'environments.txt'.
       01  WS-ARM-BASE-URL             PIC X(40) VALUE
               'https://management.azure.com'.
       01  WS-APIM-NAME                PIC X(64).
       01  WS-APIM-API-VERSION         PIC X(20) VALUE
               '2023-05-01-preview'.
       01  WS-SERVICE-URL              PIC X(384).
       01  WS-SHELL-CMD                PIC X(1024).
       01  WS-FIELD-VALUE              PIC X(128).
       01  WS-REPORT-LINE              PIC X(132).
       01  WS-LINE-PTR                 PIC 9(3).
       01  WS-RETRY-COUNT              PIC 9(2).
       01  WS-RETRY-MAX                PIC 9(2) VALUE 3.
       01  WS-RETRY-DONE               PIC X.
       01  WS-BACKOFF-SECS             PIC 9(2).

      *> Environments in list order - the promotion order
       01  WS-ENV-MAX                  PIC 9(2) VALUE 6.
       01  WS-ENV-COUNT                PIC 9(2) VALUE 0.
       01  WS-ENV-TABLE.
           05  WS-ENV-ENTRY OCCURS 6 TIMES.
      *> Y read, N no API Management, F could not be read
               10  WS-ENV-NAME         PIC X(16).
               10  WS-ENV-STATE        PIC X.
       01  WS-ENV-IDX                  PIC 9(2).
       01  WS-ENVS-SKIPPED             PIC 9(3) VALUE 0.

      *> One row per API seen live or configured anywhere, one cell
      *> per environment
       01  WS-API-MAX                  PIC 9(3) VALUE 100.
       01  WS-API-COUNT                PIC 9(3) VALUE 0.
       01  WS-API-TABLE.
           05  WS-API-ENTRY OCCURS 100 TIMES.
               10  WS-API-NAME         PIC X(64).
               10  WS-API-FLAG-COUNT   PIC 9(2).
               10  WS-CELL OCCURS 6 TIMES.
                   15  WS-CELL-LIVE    PIC X.
                   15  WS-CELL-CONFIG  PIC X.
                   15  WS-CELL-REV     PIC X(8).
                   15  WS-CELL-HASH    PIC X(12).
                   15  WS-CELL-PRODUCTS PIC X(60).
                   15  WS-CELL-FLAG    PIC X(12).
       01  WS-API-IDX                  PIC 9(3).
       01  WS-API-FOUND                PIC X.
       01  WS-APIS-DROPPED             PIC 9(5) VALUE 0.
       01  WS-LIVE-NAME                PIC X(64).
       01  WS-LIVE-REV                 PIC X(8).
       01  WS-CFG-IDX                  PIC 9(2).

      *> Judging a row: the nearest earlier environment carrying
      *> the API is what each environment is compared with
       01  WS-PREV-IDX                 PIC 9(2).
       01  WS-REV-NOW                  PIC 9(5).
       01  WS-REV-PREV                 PIC 9(5).
       01  WS-FLAG-TOTAL               PIC 9(5) VALUE 0.

       01  WS-CELL-TEXT                PIC X(18).
       01  WS-SHOW-NAME                PIC X(24).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Azure Landing Zone API Catalog Starting"
           MOVE 'Microsoft.ApiManagement/service'
               TO WS-AV-TYPE
           CALL 'APIVERSIONS' USING WS-AV-TYPE WS-APIM-API-VERSION

           ACCEPT WS-ENV-LIST-FILENAME FROM ENVIRONMENT
               'AZURE_ENVIRONMENT_LIST'
           IF WS-ENV-LIST-FILENAME = SPACES
               MOVE 'environments.txt' TO WS-ENV-LIST-FILENAME
           END-IF

           OPEN OUTPUT CATALOG-REPORT-FILE
           MOVE 'Azure Integration Landing Zone - API Catalog across '
               TO CATALOG-REPORT-RECORD
           WRITE CATALOG-REPORT-RECORD
           MOVE 'Environments (API release record)'
               TO CATALOG-REPORT-RECORD
           WRITE CATALOG-REPORT-RECORD
           MOVE SPACES TO CATALOG-REPORT-RECORD
           WRITE CATALOG-REPORT-RECORD

           OPEN INPUT ENV-LIST-FILE
           IF WS-ENV-LIST-STATUS NOT = '00'
               DISPLAY "Cannot open environment list: "
                       FUNCTION TRIM(WS-ENV-LIST-FILENAME)
               CLOSE CATALOG-REPORT-FILE
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-ENV-LIST-EOF = 'Y'
               READ ENV-LIST-FILE INTO ENV-LIST-RECORD
                   AT END MOVE 'Y' TO WS-ENV-LIST-EOF
                   NOT AT END PERFORM CATALOG-ONE-ENVIRONMENT
               END-READ
           END-PERFORM
           CLOSE ENV-LIST-FILE

           PERFORM VARYING WS-API-IDX FROM 1 BY 1
                   UNTIL WS-API-IDX > WS-API-COUNT
               PERFORM JUDGE-API-ROW
           END-PERFORM
           PERFORM WRITE-CATALOG-MATRIX
           PERFORM WRITE-CATALOG-DETAIL
           PERFORM WRITE-CATALOG-SUMMARY

           CLOSE CATALOG-REPORT-FILE
           DISPLAY "API catalog written to api-catalog-report.txt"

           IF WS-FLAG-TOTAL > 99
               MOVE 99 TO WS-EXIT-CODE
           ELSE
               MOVE WS-FLAG-TOTAL TO WS-EXIT-CODE
           END-IF
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

      *> Each environment authenticates with its own configuration -
      *> AZURE_ENVIRONMENT is repointed before the AZUREAUTH call,
      *> the same per-environment selection the whole suite uses
       CATALOG-ONE-ENVIRONMENT.
           IF FUNCTION TRIM(ENV-LIST-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-ENV-COUNT >= WS-ENV-MAX
               ADD 1 TO WS-ENVS-SKIPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ENV-COUNT
           MOVE WS-ENV-COUNT TO WS-ENV-IDX
           MOVE ENV-LIST-RECORD TO WS-ENV-NAME(WS-ENV-IDX)
           MOVE 'F' TO WS-ENV-STATE(WS-ENV-IDX)

           DISPLAY "Reading APIs in environment "
                   FUNCTION TRIM(WS-ENV-NAME(WS-ENV-IDX)) "..."

           DISPLAY 'AZURE_ENVIRONMENT' UPON ENVIRONMENT-NAME
           DISPLAY WS-ENV-NAME(WS-ENV-IDX) UPON ENVIRONMENT-VALUE

           MOVE SPACES TO AZURE-CONFIG
           CALL 'AZUREAUTH' USING BY REFERENCE AZURE-CONFIG
                                               AZURE-AUTH-TOKEN
                                               WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "  Authentication failed for "
                       FUNCTION TRIM(WS-ENV-NAME(WS-ENV-IDX))
                       " - column left unread"
               EXIT PARAGRAPH
           END-IF
           IF APIM-DEPLOY-FLAG NOT = 'Y'
               MOVE 'N' TO WS-ENV-STATE(WS-ENV-IDX)
               DISPLAY "  No API Management in "
                       FUNCTION TRIM(WS-ENV-NAME(WS-ENV-IDX))
               EXIT PARAGRAPH
           END-IF

           PERFORM DETERMINE-CLOUD-ENDPOINT
           MOVE 'APIM' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-APIM-NAME
           INSPECT WS-APIM-NAME CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           MOVE SPACES TO WS-SERVICE-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/'
                  FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.ApiManagement/service/'
                  FUNCTION TRIM(WS-APIM-NAME)
               DELIMITED BY SIZE INTO WS-SERVICE-URL
           END-STRING
           STRING 'Bearer ' ACCESS-TOKEN
               DELIMITED BY SIZE INTO AUTHORIZATION
           END-STRING
           PERFORM WRITE-AUTH-HEADER-FILE

           PERFORM LIST-LIVE-APIS
           IF HTTP-STATUS-CODE NOT = 200
               DISPLAY "  Could not list APIs in "
                       FUNCTION TRIM(WS-ENV-NAME(WS-ENV-IDX))
                       " Status: " HTTP-STATUS-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-ENV-STATE(WS-ENV-IDX)

           MOVE 'N' TO WS-API-FILE-EOF
           OPEN INPUT CATALOG-API-FILE
           IF WS-API-FILE-STATUS = '00'
               PERFORM UNTIL WS-API-FILE-EOF = 'Y'
                   READ CATALOG-API-FILE
                       AT END MOVE 'Y' TO WS-API-FILE-EOF
                       NOT AT END PERFORM RECORD-LIVE-API
                   END-READ
               END-PERFORM
               CLOSE CATALOG-API-FILE
           END-IF

      *> Configured here but not live still gets a row, so an API
      *> that never arrived shows up against the ones that did
           PERFORM VARYING WS-CFG-IDX FROM 1 BY 1
                   UNTIL WS-CFG-IDX > APIM-API-COUNT
                      OR WS-CFG-IDX > 5
               IF APIM-API-NAME(WS-CFG-IDX) NOT = SPACES
                   MOVE APIM-API-NAME(WS-CFG-IDX) TO WS-LIVE-NAME
                   PERFORM FIND-API-ROW
                   IF WS-API-IDX > 0
                       MOVE 'Y'
                           TO WS-CELL-CONFIG(WS-API-IDX, WS-ENV-IDX)
                   END-IF
               END-IF
           END-PERFORM.

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

      *> The API listing carries the current revision of each API;
      *> sed splits it one API per line and keeps name|revision
       LIST-LIVE-APIS.
           MOVE SPACES TO WS-SHELL-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o apicat_response.json -w ' "'%{http_code}'"
                  ' -H @apicat_auth.txt'
                  " '" FUNCTION TRIM(WS-SERVICE-URL)
                  '/apis?api-version='
                  FUNCTION TRIM(WS-APIM-API-VERSION) "'"
                  ' > apicat_status.txt'
               DELIMITED BY SIZE INTO WS-SHELL-CMD
           END-STRING
           PERFORM RUN-WITH-RETRY
           IF HTTP-STATUS-CODE NOT = 200
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-SHELL-CMD
           STRING "tr -d '\n\r' < apicat_response.json"
                  " | sed 's/{" '"id":' "/\n&/g'"
                  " | sed -n 's/.*" '"type":"'
                  'Microsoft.ApiManagement\/service\/apis",'
                  '"name":"\([^"]*\)".*"apiRevision":"'
                  '\([^"]*\)".*/\1|\2/p' "'"
                  ' > apicat_apis.txt'
               DELIMITED BY SIZE INTO WS-SHELL-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-SHELL-CMD
           END-CALL.

       RECORD-LIVE-API.
           MOVE SPACES TO WS-LIVE-NAME WS-LIVE-REV
           UNSTRING CATALOG-API-RECORD DELIMITED BY '|'
               INTO WS-LIVE-NAME WS-LIVE-REV
           END-UNSTRING
           IF WS-LIVE-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-API-ROW
           IF WS-API-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CELL-LIVE(WS-API-IDX, WS-ENV-IDX)
           MOVE WS-LIVE-REV TO WS-CELL-REV(WS-API-IDX, WS-ENV-IDX)
           PERFORM READ-API-PRODUCTS
           PERFORM HASH-API-DEFINITION.

      *> Finds the row for WS-LIVE-NAME, adding it when new; 0 when
      *> the table is full
       FIND-API-ROW.
           MOVE 'N' TO WS-API-FOUND
           PERFORM VARYING WS-API-IDX FROM 1 BY 1
                   UNTIL WS-API-IDX > WS-API-COUNT
                      OR WS-API-FOUND = 'Y'
               IF WS-API-NAME(WS-API-IDX) = WS-LIVE-NAME
                   MOVE 'Y' TO WS-API-FOUND
               END-IF
           END-PERFORM
           IF WS-API-FOUND = 'Y'
               SUBTRACT 1 FROM WS-API-IDX
               EXIT PARAGRAPH
           END-IF
           IF WS-API-COUNT >= WS-API-MAX
               MOVE 0 TO WS-API-IDX
               ADD 1 TO WS-APIS-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-API-COUNT
           MOVE WS-API-COUNT TO WS-API-IDX
           INITIALIZE WS-API-ENTRY(WS-API-IDX)
           MOVE WS-LIVE-NAME TO WS-API-NAME(WS-API-IDX).

       READ-API-PRODUCTS.
           MOVE SPACES TO WS-SHELL-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o apicat_products.json -w ' "'%{http_code}'"
                  ' -H @apicat_auth.txt'
                  " '" FUNCTION TRIM(WS-SERVICE-URL)
                  '/apis/' FUNCTION TRIM(WS-LIVE-NAME)
                  '/products?api-version='
                  FUNCTION TRIM(WS-APIM-API-VERSION) "'"
                  ' > apicat_status.txt'
               DELIMITED BY SIZE INTO WS-SHELL-CMD
           END-STRING
           PERFORM RUN-WITH-RETRY
           IF HTTP-STATUS-CODE NOT = 200
               MOVE '(unreadable)'
                   TO WS-CELL-PRODUCTS(WS-API-IDX, WS-ENV-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SHELL-CMD
           STRING "grep -o '/products/[^" '"]*"' "'"
                  ' apicat_products.json'
                  " | sed -e 's/.products.//' -e 's/" '"$//' "'"
                  " | sort -u | paste -sd, - > apicat_field.txt"
               DELIMITED BY SIZE INTO WS-SHELL-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-SHELL-CMD
           END-CALL
           PERFORM READ-FIELD-VALUE
           MOVE WS-FIELD-VALUE
               TO WS-CELL-PRODUCTS(WS-API-IDX, WS-ENV-IDX)
           IF WS-FIELD-VALUE = SPACES
               MOVE '(none)'
                   TO WS-CELL-PRODUCTS(WS-API-IDX, WS-ENV-IDX)
           END-IF.

      *> The exported definition with the environment-specific
      *> parts taken out - resource IDs, servers and host - hashed,
      *> so the same definition hashes the same everywhere
       HASH-API-DEFINITION.
           MOVE SPACES TO WS-SHELL-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o apicat_export.json -w ' "'%{http_code}'"
                  ' -H @apicat_auth.txt'
                  " '" FUNCTION TRIM(WS-SERVICE-URL)
                  '/apis/' FUNCTION TRIM(WS-LIVE-NAME)
                  '?format=openapi%2Bjson&export=true'
                  '&api-version='
                  FUNCTION TRIM(WS-APIM-API-VERSION) "'"
                  ' > apicat_status.txt'
               DELIMITED BY SIZE INTO WS-SHELL-CMD
           END-STRING
           PERFORM RUN-WITH-RETRY
           IF HTTP-STATUS-CODE NOT = 200
               MOVE 'unreadable'
                   TO WS-CELL-HASH(WS-API-IDX, WS-ENV-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SHELL-CMD
           STRING "tr -d '\n\r' < apicat_export.json"
                  " | sed -e 's/" '"\/subscriptions\/[^"]*"' "//g'"
                  " -e 's/" '"servers":\[[^]]*\],\{0,1\}' "//g'"
                  " -e 's/" '"host":"[^"]*",\{0,1\}' "//g'"
                  ' | sha256sum | cut -c1-12 > apicat_field.txt'
               DELIMITED BY SIZE INTO WS-SHELL-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-SHELL-CMD
           END-CALL
           PERFORM READ-FIELD-VALUE
           MOVE WS-FIELD-VALUE(1:12)
               TO WS-CELL-HASH(WS-API-IDX, WS-ENV-IDX).

       READ-FIELD-VALUE.
           MOVE SPACES TO WS-FIELD-VALUE
           OPEN INPUT CATALOG-FIELD-FILE
           IF WS-FIELD-STATUS = '00'
               READ CATALOG-FIELD-FILE INTO WS-FIELD-VALUE
                   AT END CONTINUE
               END-READ
               CLOSE CATALOG-FIELD-FILE
           END-IF.

      *> Compares every environment with the nearest earlier one
      *> carrying the API. A later environment behind on revision
      *> is waiting for promotion; ahead or level with a different
      *> definition, it was changed out of sequence.
       JUDGE-API-ROW.
           MOVE 0 TO WS-PREV-IDX WS-API-FLAG-COUNT(WS-API-IDX)
           PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
                   UNTIL WS-ENV-IDX > WS-ENV-COUNT
               MOVE SPACES TO WS-CELL-FLAG(WS-API-IDX, WS-ENV-IDX)
               IF WS-ENV-STATE(WS-ENV-IDX) = 'Y'
                   PERFORM JUDGE-API-CELL
               END-IF
           END-PERFORM.

       JUDGE-API-CELL.
           IF WS-CELL-LIVE(WS-API-IDX, WS-ENV-IDX) NOT = 'Y'
               IF WS-PREV-IDX > 0
                   MOVE 'NOT PROMOTED'
                       TO WS-CELL-FLAG(WS-API-IDX, WS-ENV-IDX)
                   ADD 1 TO WS-API-FLAG-COUNT(WS-API-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-CELL-CONFIG(WS-API-IDX, WS-ENV-IDX) NOT = 'Y'
               MOVE 'UNMANAGED' TO WS-CELL-FLAG(WS-API-IDX, WS-ENV-IDX)
               ADD 1 TO WS-API-FLAG-COUNT(WS-API-IDX)
           ELSE
               IF WS-PREV-IDX > 0
                   IF WS-CELL-HASH(WS-API-IDX, WS-ENV-IDX) NOT =
                           WS-CELL-HASH(WS-API-IDX, WS-PREV-IDX)
                       MOVE 0 TO WS-REV-NOW WS-REV-PREV
                       IF WS-CELL-REV(WS-API-IDX, WS-ENV-IDX)
                               NOT = SPACES
                           MOVE FUNCTION NUMVAL(
                               WS-CELL-REV(WS-API-IDX, WS-ENV-IDX))
                               TO WS-REV-NOW
                       END-IF
                       IF WS-CELL-REV(WS-API-IDX, WS-PREV-IDX)
                               NOT = SPACES
                           MOVE FUNCTION NUMVAL(
                               WS-CELL-REV(WS-API-IDX, WS-PREV-IDX))
                               TO WS-REV-PREV
                       END-IF
                       IF WS-REV-NOW < WS-REV-PREV
                           MOVE 'LAGGING'
                               TO WS-CELL-FLAG(WS-API-IDX, WS-ENV-IDX)
                       ELSE
                           MOVE 'DIVERGED'
                               TO WS-CELL-FLAG(WS-API-IDX, WS-ENV-IDX)
                       END-IF
                       ADD 1 TO WS-API-FLAG-COUNT(WS-API-IDX)
                   END-IF
               END-IF
           END-IF
           MOVE WS-ENV-IDX TO WS-PREV-IDX.

      *> API per row, environment per column: revision and the
      *> first eight characters of the definition hash, with a
      *> marker for a flagged cell (legend under the matrix)
       WRITE-CATALOG-MATRIX.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 1 TO WS-LINE-PTR
           MOVE 'API' TO WS-SHOW-NAME
           STRING WS-SHOW-NAME
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-PTR
           END-STRING
           PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
                   UNTIL WS-ENV-IDX > WS-ENV-COUNT
               MOVE WS-ENV-NAME(WS-ENV-IDX) TO WS-CELL-TEXT
               STRING WS-CELL-TEXT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WITH POINTER WS-LINE-PTR
               END-STRING
           END-PERFORM
           WRITE CATALOG-REPORT-RECORD FROM WS-REPORT-LINE

           PERFORM VARYING WS-API-IDX FROM 1 BY 1
                   UNTIL WS-API-IDX > WS-API-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               MOVE 1 TO WS-LINE-PTR
               MOVE WS-API-NAME(WS-API-IDX) TO WS-SHOW-NAME
               STRING WS-SHOW-NAME
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WITH POINTER WS-LINE-PTR
               END-STRING
               PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
                       UNTIL WS-ENV-IDX > WS-ENV-COUNT
                   PERFORM FORMAT-MATRIX-CELL
                   STRING WS-CELL-TEXT
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                       WITH POINTER WS-LINE-PTR
                   END-STRING
               END-PERFORM
               WRITE CATALOG-REPORT-RECORD FROM WS-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           WRITE CATALOG-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 'r<revision> <hash>   < lagging  ! diverged  '
               TO WS-REPORT-LINE
           MOVE SPACES TO CATALOG-REPORT-RECORD
           STRING FUNCTION TRIM(WS-REPORT-LINE)
                  '  ? unmanaged   -- not promoted   . not deployed'
                  '   n/a no APIM   ?? unread'
               DELIMITED BY SIZE INTO CATALOG-REPORT-RECORD
           END-STRING
           WRITE CATALOG-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           WRITE CATALOG-REPORT-RECORD FROM WS-REPORT-LINE.

       FORMAT-MATRIX-CELL.
           MOVE SPACES TO WS-CELL-TEXT
           EVALUATE TRUE
               WHEN WS-ENV-STATE(WS-ENV-IDX) = 'N'
                   MOVE 'n/a' TO WS-CELL-TEXT
               WHEN WS-ENV-STATE(WS-ENV-IDX) = 'F'
                   MOVE '??' TO WS-CELL-TEXT
               WHEN WS-CELL-LIVE(WS-API-IDX, WS-ENV-IDX) NOT = 'Y'
                   IF WS-CELL-FLAG(WS-API-IDX, WS-ENV-IDX) = SPACES
                       MOVE '.' TO WS-CELL-TEXT
                   ELSE
                       MOVE '--' TO WS-CELL-TEXT
                   END-IF
               WHEN OTHER
                   STRING 'r' FUNCTION TRIM(
                              WS-CELL-REV(WS-API-IDX, WS-ENV-IDX))
                          ' '
                          WS-CELL-HASH(WS-API-IDX, WS-ENV-IDX)(1:8)
                       DELIMITED BY SIZE INTO WS-CELL-TEXT
                   END-STRING
                   EVALUATE WS-CELL-FLAG(WS-API-IDX, WS-ENV-IDX)
                       WHEN 'LAGGING'
                           MOVE '<' TO WS-CELL-TEXT(16:1)
                       WHEN 'DIVERGED'
                           MOVE '!' TO WS-CELL-TEXT(16:1)
                       WHEN 'UNMANAGED'
                           MOVE '?' TO WS-CELL-TEXT(16:1)
                   END-EVALUATE
           END-EVALUATE.

       WRITE-CATALOG-DETAIL.
           PERFORM VARYING WS-API-IDX FROM 1 BY 1
                   UNTIL WS-API-IDX > WS-API-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'API ' FUNCTION TRIM(WS-API-NAME(WS-API-IDX))
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE CATALOG-REPORT-RECORD FROM WS-REPORT-LINE
               PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
                       UNTIL WS-ENV-IDX > WS-ENV-COUNT
                   IF WS-CELL-LIVE(WS-API-IDX, WS-ENV-IDX) = 'Y'
                           OR WS-CELL-FLAG(WS-API-IDX, WS-ENV-IDX)
                               NOT = SPACES
                       PERFORM WRITE-DETAIL-LINE
                   END-IF
               END-PERFORM
               ADD WS-API-FLAG-COUNT(WS-API-IDX) TO WS-FLAG-TOTAL
           END-PERFORM.

       WRITE-DETAIL-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 1 TO WS-LINE-PTR
           MOVE WS-ENV-NAME(WS-ENV-IDX) TO WS-CELL-TEXT
           STRING '  ' WS-CELL-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-PTR
           END-STRING
           IF WS-CELL-LIVE(WS-API-IDX, WS-ENV-IDX) = 'Y'
               STRING 'revision '
                      FUNCTION TRIM(WS-CELL-REV(WS-API-IDX, WS-ENV-IDX))
                      '  hash '
                      WS-CELL-HASH(WS-API-IDX, WS-ENV-IDX)
                      '  products '
                      FUNCTION TRIM(
                          WS-CELL-PRODUCTS(WS-API-IDX, WS-ENV-IDX))
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WITH POINTER WS-LINE-PTR
               END-STRING
           ELSE
               STRING 'not deployed'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF
           IF WS-CELL-FLAG(WS-API-IDX, WS-ENV-IDX) NOT = SPACES
               STRING '  !! '
                      FUNCTION TRIM(
                          WS-CELL-FLAG(WS-API-IDX, WS-ENV-IDX))
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF
           WRITE CATALOG-REPORT-RECORD FROM WS-REPORT-LINE.

       WRITE-CATALOG-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE CATALOG-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'APIs catalogued: ' WS-API-COUNT
                  '  environments: ' WS-ENV-COUNT
                  '  flags: ' WS-FLAG-TOTAL
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE CATALOG-REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE)
           IF WS-ENVS-SKIPPED > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'Note: only the first ' WS-ENV-MAX
                      ' environments fit the matrix - '
                      WS-ENVS-SKIPPED ' not read'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE CATALOG-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           IF WS-APIS-DROPPED > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'Note: more than ' WS-API-MAX ' APIs - '
                      WS-APIS-DROPPED ' entries not catalogued'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE CATALOG-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       RUN-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL "C$SYSTEM" USING WS-SHELL-CMD
               END-CALL
               PERFORM READ-CATALOG-STATUS
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM.

       READ-CATALOG-STATUS.
           MOVE 0 TO HTTP-STATUS-CODE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CATALOG-STATUS-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CATALOG-STATUS-FILE INTO CATALOG-STATUS-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE FUNCTION NUMVAL(CATALOG-STATUS-RECORD)
                           TO HTTP-STATUS-CODE
               END-READ
           END-PERFORM
           CLOSE CATALOG-STATUS-FILE.

      *> Azure throttles ARM calls (429) and occasionally returns a
      *> transient 5xx; back off and retry those rather than failing
      *> the whole run on a blip. Anything else is a real failure
      *> and is left for the caller to report.
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

       END PROGRAM AZUREAPICATALOG.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPICONN.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Shared Application Insights connection-string lookup. FUNCAPP
      *> and LOGICAPP put the string into their site settings and
      *> APIMGMT hands it to its logger, so all three resolve it the
      *> same way here once (the CMKGRANT pattern): a GET of the
      *> component APPINSIGHTS created, with ConnectionString pulled
      *> out of the response by the shell. The value never reaches a
      *> DISPLAY or a log. Returns 0 with the string filled, 8 when
      *> the component cannot be read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONN-STATUS-FILE ASSIGN TO "appiconn_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONN-FIELD-FILE ASSIGN TO "appiconn_field.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIELD-STATUS.
           SELECT AUTH-HEADER-FILE ASSIGN TO "appiconn_auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONN-STATUS-FILE.
       01  CONN-STATUS-RECORD              PIC X(8).

       FD  CONN-FIELD-FILE.
       01  CONN-FIELD-RECORD               PIC X(512).

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
       COPY HTTPCLIENT.

       01  WS-EOF-FLAG                     PIC X VALUE 'N'.
       01  WS-FIELD-STATUS                 PIC XX.
       01  WS-ARM-BASE-URL                 PIC X(40)
               VALUE 'https://management.azure.com'.
       01  WS-APPI-API-VERSION             PIC X(10) VALUE '2020-02-02'.
       01  WS-APPI-NAME                    PIC X(64).
       01  WS-CONN-URL                     PIC X(512).
       01  WS-CONN-CMD                     PIC X(1024).
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
       01  LS-CONNECTION-STRING            PIC X(512).
       01  LS-RETURN-CODE                  PIC 9(2).

       PROCEDURE DIVISION USING LS-AZURE-CONFIG,
                                LS-AUTH-TOKEN,
                                LS-CONNECTION-STRING,
                                LS-RETURN-CODE.
       MAIN-PROCEDURE.
           MOVE 0 TO LS-RETURN-CODE
           MOVE SPACES TO LS-CONNECTION-STRING
           MOVE 'Microsoft.Insights/components'
               TO WS-AV-TYPE
           CALL 'APIVERSIONS' USING WS-AV-TYPE WS-APPI-API-VERSION
           PERFORM DETERMINE-CLOUD-ENDPOINT

           MOVE 'APPI' TO WS-NAME-REQ
           CALL 'AZURENAME' USING LS-AZURE-CONFIG WS-NAME-REQ
                                  WS-APPI-NAME

           MOVE SPACES TO WS-CONN-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/'
                  RG-NAME
                  '/providers/Microsoft.Insights/components/'
                  FUNCTION TRIM(WS-APPI-NAME)
                  '?api-version='
                  WS-APPI-API-VERSION
               DELIMITED BY SIZE INTO WS-CONN-URL
           END-STRING

           STRING 'Bearer ' LS-ACCESS-TOKEN
               DELIMITED BY SIZE INTO AUTHORIZATION
           END-STRING
           PERFORM WRITE-AUTH-HEADER-FILE

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o appiconn_response.json -w '%{http_code}' "
                   "-H @appiconn_auth.txt '"
                   WS-CONN-URL "' > appiconn_status.txt"
               END-CALL

               PERFORM READ-CONN-STATUS
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           IF HTTP-STATUS-CODE NOT = 200
               DISPLAY "  Application Insights component "
                       FUNCTION TRIM(WS-APPI-NAME)
                       " not readable. Status: " HTTP-STATUS-CODE
               MOVE 8 TO LS-RETURN-CODE
               GOBACK
           END-IF

      *> The connection string carries ':' inside its endpoints, so
      *> the sed strips up to the LAST ':"' - the key separator - and
      *> the response file is removed as soon as it has been read
           MOVE SPACES TO WS-CONN-CMD
           STRING "tr -d '\n' < appiconn_response.json"
                  ' | grep -o ' "'" '"ConnectionString":"[^"]*"' "'"
                  ' | head -1 | sed ' "'"
                  's/.*:"//; s/"$//' "'"
                  ' > appiconn_field.txt; '
                  'rm -f appiconn_response.json'
               DELIMITED BY SIZE INTO WS-CONN-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-CONN-CMD
           END-CALL
           PERFORM READ-CONN-FIELD

           IF LS-CONNECTION-STRING = SPACES
               DISPLAY "  No ConnectionString returned for "
                       FUNCTION TRIM(WS-APPI-NAME)
               MOVE 8 TO LS-RETURN-CODE
           END-IF

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

       READ-CONN-STATUS.
           MOVE 0 TO HTTP-STATUS-CODE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CONN-STATUS-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CONN-STATUS-FILE INTO CONN-STATUS-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE FUNCTION NUMVAL(CONN-STATUS-RECORD)
                           TO HTTP-STATUS-CODE
               END-READ
           END-PERFORM
           CLOSE CONN-STATUS-FILE.

      *> The field file is emptied again once read so the string
      *> does not outlive the call on disk
       READ-CONN-FIELD.
           OPEN INPUT CONN-FIELD-FILE
           IF WS-FIELD-STATUS = '00'
               READ CONN-FIELD-FILE INTO CONN-FIELD-RECORD
                   AT END CONTINUE
                   NOT AT END
                       MOVE FUNCTION TRIM(CONN-FIELD-RECORD)
                           TO LS-CONNECTION-STRING
               END-READ
               CLOSE CONN-FIELD-FILE
           END-IF
           CALL "C$SYSTEM" USING "rm -f appiconn_field.txt"
           END-CALL.

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

       END PROGRAM APPICONN.

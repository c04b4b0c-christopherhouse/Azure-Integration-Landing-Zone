       IDENTIFICATION DIVISION.
       PROGRAM-ID. AZURESECSCORE.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Monthly Defender for Cloud secure score report. Security
      *> asks every month for our secure score and what is holding it
      *> down. Run monthly by the scheduler, this program walks the
      *> AZUREDEPLOYALL environment list (AZURE_ENVIRONMENT_LIST,
      *> default environments.txt) and for each environment reads:
      *>   - the subscription's secure score (ascScore: current, max
      *>     and percentage) - environments sharing a subscription
      *>     share the score, which the report says;
      *>   - the open (Unhealthy) recommendations for resources in
      *>     the environment's RG-NAME, listed per resource.
      *> Each month's figures are kept in secure-score.dat:
      *>   SCORE|<YYYYMM>|<env>|<current>|<max>|<percent>|<open>
      *> and the latest earlier month's record gives the trend line.
      *> The report goes to secure-score-report.txt. Exit code 8
      *> when an environment could not be read, 4 when any score
      *> fell since the previous month, otherwise 0; 3 when the
      *> environment list cannot be opened.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENV-LIST-FILE ASSIGN TO WS-ENV-LIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENV-LIST-STATUS.
           SELECT REPORT-FILE ASSIGN TO "secure-score-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SCORE-LEDGER-FILE ASSIGN TO
               "secure-score.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT REC-FILE ASSIGN TO "secscore_recs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REC-STATUS.
           SELECT FIELD-FILE ASSIGN TO "secscore_field.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIELD-STATUS.
           SELECT SCORE-STATUS-FILE ASSIGN TO "secscore_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTH-HEADER-FILE ASSIGN TO "secscore_auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ENV-LIST-FILE.
       01  ENV-LIST-RECORD             PIC X(32).

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(120).

       FD  SCORE-LEDGER-FILE.
       01  SCORE-LEDGER-RECORD         PIC X(128).

       FD  REC-FILE.
       01  REC-RECORD                  PIC X(1024).

       FD  FIELD-FILE.
       01  FIELD-RECORD                PIC X(1024).

       FD  SCORE-STATUS-FILE.
       01  SCORE-STATUS-RECORD         PIC X(8).

       FD  AUTH-HEADER-FILE.
       01  AUTH-HEADER-RECORD          PIC X(1056).

       WORKING-STORAGE SECTION.
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
       01  WS-ENV-LIST-STATUS          PIC XX.
       01  WS-LEDGER-STATUS            PIC XX.
       01  WS-REC-STATUS               PIC XX.
       01  WS-FIELD-STATUS             PIC XX.
       01  WS-ENV-LIST-FILENAME        PIC X(40) VALUE
               'environments.txt'.
       01  WS-ARM-BASE-URL             PIC X(40) VALUE
               'https://management.azure.com'.
       01  WS-SCORE-API-VERSION        PIC X(10) VALUE '2020-01-01'.
       01  WS-ASSESS-API-VERSION       PIC X(10) VALUE '2020-01-01'.
       01  WS-SCORE-CMD                PIC X(2048).
       01  WS-LIST-URL                 PIC X(1024).
       01  WS-NEXT-LINK                PIC X(1024).
       01  WS-PAGE-COUNT               PIC 9(3).
       01  WS-RETRY-COUNT              PIC 9(2).
       01  WS-RETRY-MAX                PIC 9(2) VALUE 3.
       01  WS-RETRY-DONE               PIC X.
       01  WS-BACKOFF-SECS             PIC 9(2).

       01  WS-ENV-NAME-WORK            PIC X(16).
       01  WS-RG-LOWER                 PIC X(64).
       01  WS-CURRENT-DATE8            PIC 9(8).
       01  WS-THIS-MONTH               PIC X(6).
       01  WS-ENVS-UNREAD              PIC 9(3) VALUE 0.
       01  WS-ENVS-FELL                PIC 9(3) VALUE 0.

      *> This month's figures for the environment
       01  WS-SCORE-FOUND              PIC X.
       01  WS-FIELD-IDX                PIC 9(2).
       01  WS-SCORE-KEY                PIC X(24).
       01  WS-SCORE-VALUE              PIC X(24).
       01  WS-SCORE-CURRENT            PIC 9(3)V99.
       01  WS-SCORE-MAX                PIC 9(3).
       01  WS-SCORE-PCT                PIC 9(3)V9.
       01  WS-OPEN-RECS                PIC 9(5).
       01  WS-OPEN-RESOURCES           PIC 9(4).

      *> The latest earlier month on the ledger for the environment
       01  WS-PREV-FOUND               PIC X.
       01  WS-PREV-MONTH               PIC X(6).
       01  WS-PREV-CURRENT             PIC 9(3)V99.
       01  WS-PREV-MAX                 PIC 9(3).
       01  WS-PREV-PCT                 PIC 9(3)V9.
       01  WS-PREV-OPEN                PIC 9(5).
       01  WS-PCT-CHANGE               PIC S9(3)V9.

      *> One ledger record taken apart
       01  WS-LDG-TAG                  PIC X(8).
       01  WS-LDG-MONTH                PIC X(6).
       01  WS-LDG-ENV                  PIC X(16).
       01  WS-LDG-CURRENT              PIC X(12).
       01  WS-LDG-MAX                  PIC X(8).
       01  WS-LDG-PCT                  PIC X(8).
       01  WS-LDG-OPEN                 PIC X(8).

      *> One open recommendation, "<resource id>|<display name>"
       01  WS-REC-LINE                 PIC X(1024).
       01  WS-REC-RESOURCE-ID          PIC X(512).
       01  WS-REC-NAME                 PIC X(256).
       01  WS-LAST-RESOURCE-ID         PIC X(512).
       01  WS-REC-RESOURCE             PIC X(160).
       01  WS-REC-BEFORE               PIC X(512).

       01  WS-REPORT-LINE              PIC X(120).
       01  WS-LEDGER-LINE              PIC X(128).
       01  WS-CURRENT-DISPLAY          PIC ZZ9.99.
       01  WS-MAX-DISPLAY              PIC ZZ9.
       01  WS-PCT-DISPLAY              PIC ZZ9.9.
       01  WS-CHANGE-DISPLAY           PIC ZZ9.9.
       01  WS-OPEN-DISPLAY             PIC ZZZZ9.
       01  WS-PREV-OPEN-DISPLAY        PIC ZZZZ9.
       01  WS-RESOURCES-DISPLAY        PIC ZZZ9.
       01  WS-TREND-TEXT               PIC X(64).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Secure score report starting"
           MOVE 'Microsoft.Security/secureScores' TO WS-AV-TYPE
           CALL 'APIVERSIONS' USING WS-AV-TYPE WS-SCORE-API-VERSION
           MOVE 'Microsoft.Security/assessments' TO WS-AV-TYPE
           CALL 'APIVERSIONS' USING WS-AV-TYPE WS-ASSESS-API-VERSION

           ACCEPT WS-ENV-LIST-FILENAME FROM ENVIRONMENT
               'AZURE_ENVIRONMENT_LIST'
           IF WS-ENV-LIST-FILENAME = SPACES
               MOVE 'environments.txt' TO WS-ENV-LIST-FILENAME
           END-IF

           OPEN INPUT ENV-LIST-FILE
           IF WS-ENV-LIST-STATUS NOT = '00'
               DISPLAY "Cannot open environment list: "
                       FUNCTION TRIM(WS-ENV-LIST-FILENAME)
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE8(1:6) TO WS-THIS-MONTH
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Defender for Cloud secure score - '
                  WS-THIS-MONTH(1:4) '-' WS-THIS-MONTH(5:2)
                  ' (run ' WS-CURRENT-DATE8 ')'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           PERFORM UNTIL WS-ENV-LIST-EOF = 'Y'
               READ ENV-LIST-FILE INTO ENV-LIST-RECORD
                   AT END MOVE 'Y' TO WS-ENV-LIST-EOF
                   NOT AT END PERFORM SCORE-ONE-ENVIRONMENT
               END-READ
           END-PERFORM
           CLOSE ENV-LIST-FILE

           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Environments with a lower score than last month: '
                  WS-ENVS-FELL '; not read: ' WS-ENVS-UNREAD
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           CLOSE REPORT-FILE

           DISPLAY "Secure score report written to "
                   "secure-score-report.txt"
           EVALUATE TRUE
               WHEN WS-ENVS-UNREAD > 0
                   MOVE 8 TO WS-EXIT-CODE
               WHEN WS-ENVS-FELL > 0
                   MOVE 4 TO WS-EXIT-CODE
               WHEN OTHER
                   MOVE 0 TO WS-EXIT-CODE
           END-EVALUATE
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

       SCORE-ONE-ENVIRONMENT.
           MOVE SPACES TO WS-ENV-NAME-WORK
           MOVE ENV-LIST-RECORD TO WS-ENV-NAME-WORK
           IF FUNCTION TRIM(WS-ENV-NAME-WORK) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY "Scoring " FUNCTION TRIM(WS-ENV-NAME-WORK) "..."
           DISPLAY 'AZURE_ENVIRONMENT' UPON ENVIRONMENT-NAME
           DISPLAY WS-ENV-NAME-WORK UPON ENVIRONMENT-VALUE
           MOVE SPACES TO AZURE-CONFIG
           CALL 'AZUREAUTH' USING BY REFERENCE AZURE-CONFIG
                                               AZURE-AUTH-TOKEN
                                               WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "  Authentication failed for "
                       FUNCTION TRIM(WS-ENV-NAME-WORK)
               MOVE SPACES TO WS-REPORT-LINE
               STRING FUNCTION TRIM(WS-ENV-NAME-WORK)
                      ': NOT CHECKED - authentication failed'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               ADD 1 TO WS-ENVS-UNREAD
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING FUNCTION TRIM(WS-ENV-NAME-WORK)
                  ' (resource group ' FUNCTION TRIM(RG-NAME)
                  ', subscription ' FUNCTION TRIM(SUBSCRIPTION-ID)
                  '):'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE FUNCTION TRIM(RG-NAME) TO WS-RG-LOWER
           INSPECT WS-RG-LOWER CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'

           PERFORM DETERMINE-CLOUD-ENDPOINT
           MOVE SPACES TO AUTHORIZATION
           STRING 'Bearer ' ACCESS-TOKEN
               DELIMITED BY SIZE INTO AUTHORIZATION
           END-STRING
           PERFORM WRITE-AUTH-HEADER-FILE

           PERFORM FETCH-SECURE-SCORE
           IF WS-SCORE-FOUND NOT = 'Y'
               DISPLAY "  Secure score query failed. Status: "
                       HTTP-STATUS-CODE
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  NOT COMPLETE - secure score unavailable '
                      '(status ' HTTP-STATUS-CODE ')'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               ADD 1 TO WS-ENVS-UNREAD
               EXIT PARAGRAPH
           END-IF

           PERFORM FETCH-OPEN-RECOMMENDATIONS
           IF HTTP-STATUS-CODE NOT = 200
               DISPLAY "  Recommendation query failed. Status: "
                       HTTP-STATUS-CODE
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  NOT COMPLETE - recommendation query failed '
                      '(status ' HTTP-STATUS-CODE ')'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               ADD 1 TO WS-ENVS-UNREAD
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-PREVIOUS-MONTH
           PERFORM REPORT-SCORE-TREND
           PERFORM REPORT-OPEN-RECOMMENDATIONS
           PERFORM RECORD-MONTHLY-SCORE.

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

      *> The subscription's overall score; current, max and the
      *> percentage (a fraction) come back one to a line
       FETCH-SECURE-SCORE.
           MOVE 'N' TO WS-SCORE-FOUND
           MOVE 0 TO WS-SCORE-CURRENT WS-SCORE-MAX WS-SCORE-PCT
           MOVE SPACES TO WS-LIST-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/' FUNCTION TRIM(SUBSCRIPTION-ID)
                  '/providers/Microsoft.Security/secureScores/'
                  'ascScore?api-version='
                  FUNCTION TRIM(WS-SCORE-API-VERSION)
               DELIMITED BY SIZE INTO WS-LIST-URL
           END-STRING
           MOVE SPACES TO WS-SCORE-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o secscore_response.json'
                  ' -w ' "'%{http_code}'"
                  ' -H @secscore_auth.txt'
                  " '" FUNCTION TRIM(WS-LIST-URL) "'"
                  ' > secscore_status.txt'
               DELIMITED BY SIZE INTO WS-SCORE-CMD
           END-STRING
           PERFORM RUN-WITH-RETRY
           IF HTTP-STATUS-CODE NOT = 200
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-SCORE-CMD
           STRING 'tr -d ' "'\n '" ' < secscore_response.json'
                  ' | grep -o ' "'" '"score":{[^}]*}' "'"
                  ' | head -1 | tr ' "'{},' '\n\n\n'"
                  ' > secscore_field.txt'
               DELIMITED BY SIZE INTO WS-SCORE-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-SCORE-CMD
           END-CALL

           MOVE 0 TO WS-FIELD-IDX
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT FIELD-FILE
           IF WS-FIELD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ FIELD-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM APPLY-SCORE-FIELD
               END-READ
           END-PERFORM
           CLOSE FIELD-FILE
           IF WS-FIELD-IDX >= 3
               MOVE 'Y' TO WS-SCORE-FOUND
           END-IF.

      *> "current":31.5, "max":58 and "percentage":0.5431 - one to a
      *> line, in whatever order ARM sends them
       APPLY-SCORE-FIELD.
           MOVE SPACES TO WS-SCORE-KEY WS-SCORE-VALUE
           UNSTRING FIELD-RECORD DELIMITED BY ':'
               INTO WS-SCORE-KEY WS-SCORE-VALUE
           END-UNSTRING
           IF WS-SCORE-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-SCORE-KEY
               WHEN '"current"'
                   MOVE FUNCTION NUMVAL(WS-SCORE-VALUE)
                       TO WS-SCORE-CURRENT
                   ADD 1 TO WS-FIELD-IDX
               WHEN '"max"'
                   MOVE FUNCTION NUMVAL(WS-SCORE-VALUE)
                       TO WS-SCORE-MAX
                   ADD 1 TO WS-FIELD-IDX
               WHEN '"percentage"'
                   COMPUTE WS-SCORE-PCT ROUNDED =
                       FUNCTION NUMVAL(WS-SCORE-VALUE) * 100
                   ADD 1 TO WS-FIELD-IDX
           END-EVALUATE.

      *> Assessments are listed for the whole subscription; only the
      *> Unhealthy ones on resources in this environment's resource
      *> group are kept, as "<resource id>|<display name>", then
      *> sorted so each resource's recommendations sit together
       FETCH-OPEN-RECOMMENDATIONS.
           MOVE SPACES TO WS-SCORE-CMD
           STRING ': > secscore_recs.txt'
               DELIMITED BY SIZE INTO WS-SCORE-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-SCORE-CMD
           END-CALL

           MOVE SPACES TO WS-LIST-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/' FUNCTION TRIM(SUBSCRIPTION-ID)
                  '/providers/Microsoft.Security/assessments'
                  '?api-version=' FUNCTION TRIM(WS-ASSESS-API-VERSION)
               DELIMITED BY SIZE INTO WS-LIST-URL
           END-STRING
           MOVE 0 TO WS-PAGE-COUNT
           PERFORM FETCH-ASSESSMENT-PAGE
           PERFORM UNTIL WS-NEXT-LINK = SPACES
                      OR HTTP-STATUS-CODE NOT = 200
                      OR WS-PAGE-COUNT > 50
               MOVE WS-NEXT-LINK TO WS-LIST-URL
               PERFORM FETCH-ASSESSMENT-PAGE
           END-PERFORM

           MOVE SPACES TO WS-SCORE-CMD
           STRING 'sort -u -o secscore_recs.txt secscore_recs.txt'
               DELIMITED BY SIZE INTO WS-SCORE-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-SCORE-CMD
           END-CALL.

       FETCH-ASSESSMENT-PAGE.
           ADD 1 TO WS-PAGE-COUNT
           MOVE SPACES TO WS-SCORE-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o secscore_response.json'
                  ' -w ' "'%{http_code}'"
                  ' -H @secscore_auth.txt'
                  " '" FUNCTION TRIM(WS-LIST-URL) "'"
                  ' > secscore_status.txt'
               DELIMITED BY SIZE INTO WS-SCORE-CMD
           END-STRING
           PERFORM RUN-WITH-RETRY
           MOVE SPACES TO WS-NEXT-LINK
           IF HTTP-STATUS-CODE NOT = 200
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-SCORE-CMD
           STRING 'tr -d ' "'\n'" ' < secscore_response.json'
                  ' | sed ' "'s/" '"type":"Microsoft.Security'
                  '\/assessments"/\n&/g' "'"
                  ' | grep ' "'" '"code":"Unhealthy"' "'"
                  ' | grep -i -F -e ' "'/resourcegroups/"
                  FUNCTION TRIM(WS-RG-LOWER) "/'"
                  ' -e ' "'/resourcegroups/"
                  FUNCTION TRIM(WS-RG-LOWER) '"' "'"
                  ' | awk ' "'{i=" '""' '; d=' '""' '; '
                  'if (match($0, /"Id":"[^"]*"/)) '
                  'i=substr($0, RSTART+6, RLENGTH-7); '
                  'if (match($0, /"displayName":"[^"]*"/)) '
                  'd=substr($0, RSTART+15, RLENGTH-16); '
                  'if (i != ' '""' ') print i "|" d}'
                  "'" ' >> secscore_recs.txt; '
                  'sed -n ' "'s/.*" '"nextLink":"\([^"]*\)".*'
                  "/\1/p' secscore_response.json > secscore_field.txt"
               DELIMITED BY SIZE INTO WS-SCORE-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-SCORE-CMD
           END-CALL

           OPEN INPUT FIELD-FILE
           IF WS-FIELD-STATUS = '00'
               READ FIELD-FILE INTO WS-NEXT-LINK
                   AT END CONTINUE
               END-READ
               CLOSE FIELD-FILE
           END-IF.

      *> The most recent month before this one recorded for the
      *> environment; a rerun within the month does not count as
      *> its own previous month
       LOAD-PREVIOUS-MONTH.
           MOVE 'N' TO WS-PREV-FOUND
           MOVE SPACES TO WS-PREV-MONTH
           MOVE 0 TO WS-PREV-CURRENT WS-PREV-MAX WS-PREV-PCT
                     WS-PREV-OPEN
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SCORE-LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = '00'
                   AND WS-LEDGER-STATUS NOT = '05'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SCORE-LEDGER-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM APPLY-LEDGER-RECORD
               END-READ
           END-PERFORM
           CLOSE SCORE-LEDGER-FILE.

       APPLY-LEDGER-RECORD.
           MOVE SPACES TO WS-LDG-TAG WS-LDG-MONTH WS-LDG-ENV
                          WS-LDG-CURRENT WS-LDG-MAX WS-LDG-PCT
                          WS-LDG-OPEN
           UNSTRING SCORE-LEDGER-RECORD DELIMITED BY '|'
               INTO WS-LDG-TAG WS-LDG-MONTH WS-LDG-ENV
                    WS-LDG-CURRENT WS-LDG-MAX WS-LDG-PCT
                    WS-LDG-OPEN
           END-UNSTRING
           IF WS-LDG-TAG NOT = 'SCORE'
                   OR WS-LDG-ENV NOT = WS-ENV-NAME-WORK
                   OR WS-LDG-MONTH NOT < WS-THIS-MONTH
                   OR WS-LDG-MONTH < WS-PREV-MONTH
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-PREV-FOUND
           MOVE WS-LDG-MONTH TO WS-PREV-MONTH
           MOVE FUNCTION NUMVAL(WS-LDG-CURRENT) TO WS-PREV-CURRENT
           MOVE FUNCTION NUMVAL(WS-LDG-MAX) TO WS-PREV-MAX
           MOVE FUNCTION NUMVAL(WS-LDG-PCT) TO WS-PREV-PCT
           MOVE FUNCTION NUMVAL(WS-LDG-OPEN) TO WS-PREV-OPEN.

      *> The score is compared as a percentage: Microsoft moves the
      *> maximum whenever it adds or retires a control, so the raw
      *> points are not comparable month to month
       REPORT-SCORE-TREND.
           MOVE WS-SCORE-CURRENT TO WS-CURRENT-DISPLAY
           MOVE WS-SCORE-MAX TO WS-MAX-DISPLAY
           MOVE WS-SCORE-PCT TO WS-PCT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  Secure score ' FUNCTION TRIM(WS-CURRENT-DISPLAY)
                  ' of ' FUNCTION TRIM(WS-MAX-DISPLAY)
                  ' (' FUNCTION TRIM(WS-PCT-DISPLAY) '%)'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           PERFORM BUILD-TREND-TEXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  Trend: ' FUNCTION TRIM(WS-TREND-TEXT)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY "  Secure score " FUNCTION TRIM(WS-PCT-DISPLAY)
                   "% - " FUNCTION TRIM(WS-TREND-TEXT).

       BUILD-TREND-TEXT.
           MOVE SPACES TO WS-TREND-TEXT
           IF WS-PREV-FOUND NOT = 'Y'
               MOVE 'first month recorded' TO WS-TREND-TEXT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PCT-CHANGE = WS-SCORE-PCT - WS-PREV-PCT
           MOVE WS-PREV-PCT TO WS-PCT-DISPLAY
           EVALUATE TRUE
               WHEN WS-PCT-CHANGE > 0
                   MOVE WS-PCT-CHANGE TO WS-CHANGE-DISPLAY
                   STRING 'up ' FUNCTION TRIM(WS-CHANGE-DISPLAY)
                          ' points from '
                          FUNCTION TRIM(WS-PCT-DISPLAY) '% in '
                          WS-PREV-MONTH(1:4) '-' WS-PREV-MONTH(5:2)
                       DELIMITED BY SIZE INTO WS-TREND-TEXT
                   END-STRING
               WHEN WS-PCT-CHANGE < 0
                   COMPUTE WS-CHANGE-DISPLAY = 0 - WS-PCT-CHANGE
                   STRING 'DOWN ' FUNCTION TRIM(WS-CHANGE-DISPLAY)
                          ' points from '
                          FUNCTION TRIM(WS-PCT-DISPLAY) '% in '
                          WS-PREV-MONTH(1:4) '-' WS-PREV-MONTH(5:2)
                       DELIMITED BY SIZE INTO WS-TREND-TEXT
                   END-STRING
                   ADD 1 TO WS-ENVS-FELL
               WHEN OTHER
                   STRING 'unchanged from '
                          WS-PREV-MONTH(1:4) '-' WS-PREV-MONTH(5:2)
                       DELIMITED BY SIZE INTO WS-TREND-TEXT
                   END-STRING
           END-EVALUATE.

      *> One heading per resource, its open recommendations beneath
       REPORT-OPEN-RECOMMENDATIONS.
           MOVE 0 TO WS-OPEN-RECS WS-OPEN-RESOURCES
           MOVE SPACES TO WS-LAST-RESOURCE-ID
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT REC-FILE
           IF WS-REC-STATUS = '00'
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ REC-FILE INTO WS-REC-LINE
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END PERFORM REPORT-ONE-RECOMMENDATION
                   END-READ
               END-PERFORM
               CLOSE REC-FILE
           END-IF

           MOVE WS-OPEN-RECS TO WS-OPEN-DISPLAY
           MOVE WS-OPEN-RESOURCES TO WS-RESOURCES-DISPLAY
           MOVE WS-PREV-OPEN TO WS-PREV-OPEN-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-PREV-FOUND = 'Y'
               STRING '  Open recommendations: '
                      FUNCTION TRIM(WS-OPEN-DISPLAY) ' on '
                      FUNCTION TRIM(WS-RESOURCES-DISPLAY)
                      ' resource(s), '
                      FUNCTION TRIM(WS-PREV-OPEN-DISPLAY)
                      ' last month'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING '  Open recommendations: '
                      FUNCTION TRIM(WS-OPEN-DISPLAY) ' on '
                      FUNCTION TRIM(WS-RESOURCES-DISPLAY)
                      ' resource(s)'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY "  " FUNCTION TRIM(WS-REPORT-LINE).

       REPORT-ONE-RECOMMENDATION.
           MOVE SPACES TO WS-REC-RESOURCE-ID WS-REC-NAME
           UNSTRING WS-REC-LINE DELIMITED BY '|'
               INTO WS-REC-RESOURCE-ID WS-REC-NAME
           END-UNSTRING
           IF WS-REC-RESOURCE-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OPEN-RECS
           IF WS-REC-RESOURCE-ID NOT = WS-LAST-RESOURCE-ID
               ADD 1 TO WS-OPEN-RESOURCES
               MOVE WS-REC-RESOURCE-ID TO WS-LAST-RESOURCE-ID
               PERFORM SHORTEN-RESOURCE-ID
               MOVE SPACES TO WS-REPORT-LINE
               STRING '    ' FUNCTION TRIM(WS-REC-RESOURCE)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING '      - ' FUNCTION TRIM(WS-REC-NAME)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

      *> Everything after /providers/ - provider, type and name -
      *> is what an operator recognises; a recommendation on the
      *> group itself has no /providers/ part
       SHORTEN-RESOURCE-ID.
           MOVE SPACES TO WS-REC-RESOURCE WS-REC-BEFORE
           UNSTRING WS-REC-RESOURCE-ID DELIMITED BY '/providers/'
               INTO WS-REC-BEFORE WS-REC-RESOURCE
           END-UNSTRING
           IF WS-REC-RESOURCE = SPACES
               MOVE '(resource group)' TO WS-REC-RESOURCE
           END-IF.

       RECORD-MONTHLY-SCORE.
           MOVE WS-SCORE-CURRENT TO WS-CURRENT-DISPLAY
           MOVE WS-SCORE-MAX TO WS-MAX-DISPLAY
           MOVE WS-SCORE-PCT TO WS-PCT-DISPLAY
           MOVE WS-OPEN-RECS TO WS-OPEN-DISPLAY
           MOVE SPACES TO WS-LEDGER-LINE
           STRING 'SCORE|' WS-THIS-MONTH
                  '|' FUNCTION TRIM(WS-ENV-NAME-WORK)
                  '|' FUNCTION TRIM(WS-CURRENT-DISPLAY)
                  '|' FUNCTION TRIM(WS-MAX-DISPLAY)
                  '|' FUNCTION TRIM(WS-PCT-DISPLAY)
                  '|' FUNCTION TRIM(WS-OPEN-DISPLAY)
               DELIMITED BY SIZE INTO WS-LEDGER-LINE
           END-STRING
           OPEN EXTEND SCORE-LEDGER-FILE
           WRITE SCORE-LEDGER-RECORD FROM WS-LEDGER-LINE
           CLOSE SCORE-LEDGER-FILE.

       RUN-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL "C$SYSTEM" USING WS-SCORE-CMD
               END-CALL
               PERFORM READ-SCORE-STATUS
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM.

       READ-SCORE-STATUS.
           MOVE 0 TO HTTP-STATUS-CODE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SCORE-STATUS-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SCORE-STATUS-FILE INTO SCORE-STATUS-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE FUNCTION NUMVAL(SCORE-STATUS-RECORD)
                           TO HTTP-STATUS-CODE
               END-READ
           END-PERFORM
           CLOSE SCORE-STATUS-FILE.

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

       END PROGRAM AZURESECSCORE.

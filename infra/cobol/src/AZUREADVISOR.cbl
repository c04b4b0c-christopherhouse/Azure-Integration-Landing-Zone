       IDENTIFICATION DIVISION.
       PROGRAM-ID. AZUREADVISOR.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Monthly Azure Advisor review. Advisor already spots the idle
      *> SHIR VM, the APIM instance without zone redundancy or the
      *> storage account on the wrong tier, but nobody reads it. Run
      *> monthly by the scheduler, this program walks the
      *> AZUREDEPLOYALL environment list (AZURE_ENVIRONMENT_LIST,
      *> default environments.txt), pulls the Advisor
      *> recommendations for each environment's RG-NAME and names the
      *> module and config keys that own each one (from the impacted
      *> resource type). Recommendations we have decided not to act
      *> on are kept in the suppression register,
      *> config/advisor-suppressions.conf:
      *>   <env|*>|<recommendation type id|*>|<resource name|*>|
      *>       <review YYYYMMDD>|<reason>
      *> A matching entry hides the recommendation until its review
      *> date; after that the entry no longer suppresses anything and
      *> is listed for someone to re-decide. Recommendations already
      *> reported are kept in advisor-seen.dat:
      *>   ADV|<first seen YYYYMMDD>|<env>|<type id>|<resource id>|
      *>       <category>|<module>
      *> so advisor-report.txt carries only new, unsuppressed items
      *> (still-open earlier ones are counted) and the expired
      *> suppressions. The exit code is new items plus expired
      *> suppressions plus environments that could not be read
      *> (capped at 99); 3 when the environment list cannot be
      *> opened.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENV-LIST-FILE ASSIGN TO WS-ENV-LIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENV-LIST-STATUS.
           SELECT SUPPRESSION-FILE ASSIGN TO
               "config/advisor-suppressions.conf"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPRESSION-STATUS.
           SELECT REPORT-FILE ASSIGN TO "advisor-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SEEN-LEDGER-FILE ASSIGN TO
               "advisor-seen.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ITEM-FILE ASSIGN TO "advisor_items.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT FIELD-FILE ASSIGN TO "advisor_field.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIELD-STATUS.
           SELECT ADV-STATUS-FILE ASSIGN TO "advisor_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTH-HEADER-FILE ASSIGN TO "advisor_auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ENV-LIST-FILE.
       01  ENV-LIST-RECORD             PIC X(32).

       FD  SUPPRESSION-FILE.
       01  SUPPRESSION-RECORD          PIC X(256).

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(132).

       FD  SEEN-LEDGER-FILE.
       01  SEEN-LEDGER-RECORD          PIC X(512).

       FD  ITEM-FILE.
       01  ITEM-RECORD                 PIC X(8192).

       FD  FIELD-FILE.
       01  FIELD-RECORD                PIC X(1024).

       FD  ADV-STATUS-FILE.
       01  ADV-STATUS-RECORD           PIC X(8).

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
       01  WS-SUPPRESSION-STATUS       PIC XX.
       01  WS-ITEM-STATUS              PIC XX.
       01  WS-FIELD-STATUS             PIC XX.
       01  WS-ENV-LIST-FILENAME        PIC X(40) VALUE
               'environments.txt'.
       01  WS-ARM-BASE-URL             PIC X(40) VALUE
               'https://management.azure.com'.
       01  WS-ADVISOR-API-VERSION      PIC X(10) VALUE '2023-01-01'.
       01  WS-ADV-CMD                  PIC X(2048).
       01  WS-LIST-URL                 PIC X(1024).
       01  WS-NEXT-LINK                PIC X(1024).
       01  WS-PAGE-COUNT               PIC 9(3).
       01  WS-RETRY-COUNT              PIC 9(2).
       01  WS-RETRY-MAX                PIC 9(2) VALUE 3.
       01  WS-RETRY-DONE               PIC X.
       01  WS-BACKOFF-SECS             PIC 9(2).

       01  WS-CURRENT-DATE8            PIC 9(8).
       01  WS-ENV-NAME-WORK            PIC X(16).
       01  WS-ENV-UPPER                PIC X(16).
       01  WS-ENV-NEW                  PIC 9(5).
       01  WS-ENV-CARRIED              PIC 9(5).
       01  WS-ENV-SUPPRESSED           PIC 9(5).
       01  WS-TOTAL-NEW                PIC 9(5) VALUE 0.
       01  WS-TOTAL-CARRIED            PIC 9(5) VALUE 0.
       01  WS-TOTAL-SUPPRESSED         PIC 9(5) VALUE 0.
       01  WS-ENVS-UNREAD              PIC 9(3) VALUE 0.
       01  WS-EXPIRED-COUNT            PIC 9(3) VALUE 0.

      *> The suppression register, loaded once; env upper case,
      *> type id and resource name lower case for matching
       01  WS-SUP-COUNT                PIC 9(3) VALUE 0.
       01  WS-SUP-TABLE.
           05  WS-SUP-ENTRY OCCURS 200.
               10  WS-SUP-ENV          PIC X(16).
               10  WS-SUP-TYPE         PIC X(40).
               10  WS-SUP-RESOURCE     PIC X(80).
               10  WS-SUP-REVIEW       PIC X(8).
               10  WS-SUP-REASON       PIC X(80).
               10  WS-SUP-EXPIRED      PIC X.
               10  WS-SUP-HITS         PIC 9(4).
       01  WS-SUP-IDX                  PIC 9(3).
       01  WS-SUP-LINE                 PIC X(256).
       01  WS-SUPPRESSED-BY            PIC 9(3).

      *> One recommendation, compacted by the fetch to a single
      *> JSON object per line
       01  WS-ITEM-LINE                PIC X(8192).
       01  WS-TOKEN-KEY                PIC X(24).
       01  WS-TOKEN-DELIM              PIC X(32).
       01  WS-TOKEN-DELIM-LEN          PIC 9(3).
       01  WS-TOKEN-BEFORE             PIC X(8192).
       01  WS-TOKEN-AFTER              PIC X(8192).
       01  WS-TOKEN-VALUE              PIC X(512).

       01  WS-ADV-CATEGORY             PIC X(24).
       01  WS-ADV-IMPACT               PIC X(12).
       01  WS-ADV-TYPE                 PIC X(80).
       01  WS-ADV-TYPE-LOWER           PIC X(80).
       01  WS-ADV-RESOURCE             PIC X(80).
       01  WS-ADV-RESOURCE-LOWER       PIC X(80).
       01  WS-ADV-RESOURCE-ID          PIC X(512).
       01  WS-ADV-PROBLEM              PIC X(256).
       01  WS-ADV-TYPE-ID              PIC X(40).
       01  WS-ADV-MODULE               PIC X(24).
       01  WS-ADV-CONFIG-KEYS          PIC X(64).
       01  WS-ADV-SEEN                 PIC 9(5).

       01  WS-REPORT-LINE              PIC X(132).
       01  WS-LEDGER-LINE              PIC X(512).
       01  WS-COUNT-DISPLAY            PIC ZZZZ9.
       01  WS-CARRIED-DISPLAY          PIC ZZZZ9.
       01  WS-SUPPRESSED-DISPLAY       PIC ZZZZ9.
       01  WS-HITS-DISPLAY             PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Advisor recommendation review starting"
           MOVE 'Microsoft.Advisor/recommendations' TO WS-AV-TYPE
           CALL 'APIVERSIONS' USING WS-AV-TYPE WS-ADVISOR-API-VERSION

           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           PERFORM LOAD-SUPPRESSIONS

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

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Azure Advisor recommendations - ' WS-CURRENT-DATE8
                  ' (new and unsuppressed only)'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           PERFORM UNTIL WS-ENV-LIST-EOF = 'Y'
               READ ENV-LIST-FILE INTO ENV-LIST-RECORD
                   AT END MOVE 'Y' TO WS-ENV-LIST-EOF
                   NOT AT END PERFORM REVIEW-ONE-ENVIRONMENT
               END-READ
           END-PERFORM
           CLOSE ENV-LIST-FILE

           PERFORM WRITE-EXPIRED-SECTION

           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOTAL-NEW TO WS-COUNT-DISPLAY
           MOVE WS-TOTAL-CARRIED TO WS-CARRIED-DISPLAY
           MOVE WS-TOTAL-SUPPRESSED TO WS-SUPPRESSED-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Total: ' FUNCTION TRIM(WS-COUNT-DISPLAY) ' new, '
                  FUNCTION TRIM(WS-CARRIED-DISPLAY)
                  ' reported before and still open, '
                  FUNCTION TRIM(WS-SUPPRESSED-DISPLAY)
                  ' suppressed; ' WS-EXPIRED-COUNT
                  ' suppression(s) past review'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           CLOSE REPORT-FILE

           DISPLAY "Advisor: " WS-TOTAL-NEW " new, "
                   WS-TOTAL-SUPPRESSED " suppressed, "
                   WS-EXPIRED-COUNT " suppression(s) past review"
                   " - advisor-report.txt"
           IF WS-TOTAL-NEW + WS-EXPIRED-COUNT + WS-ENVS-UNREAD > 99
               MOVE 99 TO WS-EXIT-CODE
           ELSE
               COMPUTE WS-EXIT-CODE =
                   WS-TOTAL-NEW + WS-EXPIRED-COUNT + WS-ENVS-UNREAD
           END-IF
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

      *> No register is the same as an empty one
       LOAD-SUPPRESSIONS.
           MOVE 0 TO WS-SUP-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SUPPRESSION-FILE
           IF WS-SUPPRESSION-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SUPPRESSION-FILE INTO WS-SUP-LINE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM LOAD-ONE-SUPPRESSION
               END-READ
           END-PERFORM
           CLOSE SUPPRESSION-FILE
           DISPLAY "  Suppression register: " WS-SUP-COUNT
                   " entr(ies), " WS-EXPIRED-COUNT " past review".

      *> A review date that is missing or not a date counts as past
      *> review - the entry needs fixing before it can hide anything
       LOAD-ONE-SUPPRESSION.
           IF WS-SUP-LINE(1:1) = '#' OR WS-SUP-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-SUP-COUNT >= 200
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SUP-COUNT
           MOVE WS-SUP-COUNT TO WS-SUP-IDX
           MOVE SPACES TO WS-SUP-ENTRY(WS-SUP-IDX)
           UNSTRING WS-SUP-LINE DELIMITED BY '|'
               INTO WS-SUP-ENV(WS-SUP-IDX)
                    WS-SUP-TYPE(WS-SUP-IDX)
                    WS-SUP-RESOURCE(WS-SUP-IDX)
                    WS-SUP-REVIEW(WS-SUP-IDX)
                    WS-SUP-REASON(WS-SUP-IDX)
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-SUP-ENV(WS-SUP-IDX))
               TO WS-SUP-ENV(WS-SUP-IDX)
           MOVE FUNCTION TRIM(WS-SUP-TYPE(WS-SUP-IDX))
               TO WS-SUP-TYPE(WS-SUP-IDX)
           MOVE FUNCTION TRIM(WS-SUP-RESOURCE(WS-SUP-IDX))
               TO WS-SUP-RESOURCE(WS-SUP-IDX)
           MOVE FUNCTION TRIM(WS-SUP-REVIEW(WS-SUP-IDX))
               TO WS-SUP-REVIEW(WS-SUP-IDX)
           INSPECT WS-SUP-ENV(WS-SUP-IDX) CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-SUP-TYPE(WS-SUP-IDX) CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           INSPECT WS-SUP-RESOURCE(WS-SUP-IDX) CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           MOVE 0 TO WS-SUP-HITS(WS-SUP-IDX)
           MOVE 'N' TO WS-SUP-EXPIRED(WS-SUP-IDX)
           IF WS-SUP-REVIEW(WS-SUP-IDX) IS NOT NUMERIC
               MOVE 'Y' TO WS-SUP-EXPIRED(WS-SUP-IDX)
           ELSE
               IF WS-SUP-REVIEW(WS-SUP-IDX) < WS-CURRENT-DATE8
                   MOVE 'Y' TO WS-SUP-EXPIRED(WS-SUP-IDX)
               END-IF
           END-IF
           IF WS-SUP-EXPIRED(WS-SUP-IDX) = 'Y'
               ADD 1 TO WS-EXPIRED-COUNT
           END-IF.

       REVIEW-ONE-ENVIRONMENT.
           MOVE SPACES TO WS-ENV-NAME-WORK
           MOVE ENV-LIST-RECORD TO WS-ENV-NAME-WORK
           IF FUNCTION TRIM(WS-ENV-NAME-WORK) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY "Reviewing " FUNCTION TRIM(WS-ENV-NAME-WORK) "..."
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
                  ' (resource group ' FUNCTION TRIM(RG-NAME) '):'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE WS-ENV-NAME-WORK TO WS-ENV-UPPER
           INSPECT WS-ENV-UPPER CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           PERFORM DETERMINE-CLOUD-ENDPOINT
           MOVE SPACES TO AUTHORIZATION
           STRING 'Bearer ' ACCESS-TOKEN
               DELIMITED BY SIZE INTO AUTHORIZATION
           END-STRING
           PERFORM WRITE-AUTH-HEADER-FILE

           MOVE 0 TO WS-ENV-NEW WS-ENV-CARRIED WS-ENV-SUPPRESSED
           MOVE SPACES TO WS-LIST-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/' FUNCTION TRIM(SUBSCRIPTION-ID)
                  '/providers/Microsoft.Advisor/recommendations'
                  '?api-version=' FUNCTION TRIM(WS-ADVISOR-API-VERSION)
                  '&$filter=ResourceGroup%20eq%20%27'
                  FUNCTION TRIM(RG-NAME) '%27'
               DELIMITED BY SIZE INTO WS-LIST-URL
           END-STRING

           MOVE 0 TO WS-PAGE-COUNT
           PERFORM FETCH-ADVISOR-PAGE
           PERFORM UNTIL WS-NEXT-LINK = SPACES
                      OR HTTP-STATUS-CODE NOT = 200
                      OR WS-PAGE-COUNT > 50
               MOVE WS-NEXT-LINK TO WS-LIST-URL
               PERFORM FETCH-ADVISOR-PAGE
           END-PERFORM
           IF HTTP-STATUS-CODE NOT = 200
               DISPLAY "  Advisor query failed. Status: "
                       HTTP-STATUS-CODE
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  NOT COMPLETE - Advisor query failed '
                      '(status ' HTTP-STATUS-CODE ')'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               ADD 1 TO WS-ENVS-UNREAD
           END-IF

           MOVE WS-ENV-NEW TO WS-COUNT-DISPLAY
           MOVE WS-ENV-CARRIED TO WS-CARRIED-DISPLAY
           MOVE WS-ENV-SUPPRESSED TO WS-SUPPRESSED-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' FUNCTION TRIM(WS-COUNT-DISPLAY) ' new, '
                  FUNCTION TRIM(WS-CARRIED-DISPLAY)
                  ' reported before and still open, '
                  FUNCTION TRIM(WS-SUPPRESSED-DISPLAY) ' suppressed'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY "  " FUNCTION TRIM(WS-COUNT-DISPLAY) " new, "
                   FUNCTION TRIM(WS-CARRIED-DISPLAY) " still open, "
                   FUNCTION TRIM(WS-SUPPRESSED-DISPLAY) " suppressed"
           ADD WS-ENV-NEW TO WS-TOTAL-NEW
           ADD WS-ENV-CARRIED TO WS-TOTAL-CARRIED
           ADD WS-ENV-SUPPRESSED TO WS-TOTAL-SUPPRESSED.

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

      *> Each element of the value array goes to its own line - the
      *> split follows brace depth outside strings, since a
      *> recommendation nests several objects - with the free-form
      *> extendedProperties dropped to keep the line short
       FETCH-ADVISOR-PAGE.
           ADD 1 TO WS-PAGE-COUNT
           MOVE SPACES TO WS-ADV-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o advisor_response.json'
                  ' -w ' "'%{http_code}'"
                  ' -H @advisor_auth.txt'
                  " '" FUNCTION TRIM(WS-LIST-URL) "'"
                  ' > advisor_status.txt'
               DELIMITED BY SIZE INTO WS-ADV-CMD
           END-STRING
           PERFORM RUN-WITH-RETRY
           MOVE SPACES TO WS-NEXT-LINK
           IF HTTP-STATUS-CODE NOT = 200
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-ADV-CMD
           STRING 'tr -d ' "'\n'" ' < advisor_response.json'
                  ' | awk ' "'{n=length($0); d=0; q=0; e=0; "
                  'for (i=1; i<=n; i++) {c=substr($0, i, 1); '
                  'if (q) {if (e) e=0; else if (c=="\\") e=1; '
                  'else if (c=="\"") q=0; continue} '
                  'if (c=="\"") q=1; '
                  'else if (c=="{") {d++; if (d==2) s=i} '
                  'else if (c=="}") {if (d==2) '
                  'print substr($0, s, i-s+1); d--}}}' "'"
                  ' | sed ' "'s/" '"extendedProperties":{[^}]*}'
                  "//'" ' > advisor_items.txt; '
                  'sed -n ' "'s/.*" '"nextLink":"\([^"]*\)".*'
                  "/\1/p' advisor_response.json > advisor_field.txt"
               DELIMITED BY SIZE INTO WS-ADV-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-ADV-CMD
           END-CALL

           OPEN INPUT FIELD-FILE
           IF WS-FIELD-STATUS = '00'
               READ FIELD-FILE INTO WS-NEXT-LINK
                   AT END CONTINUE
               END-READ
               CLOSE FIELD-FILE
           END-IF

           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ITEM-FILE
           IF WS-ITEM-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ITEM-FILE INTO WS-ITEM-LINE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM EVALUATE-RECOMMENDATION
               END-READ
           END-PERFORM
           CLOSE ITEM-FILE.

      *> Suppressed first, then already reported, otherwise new
       EVALUATE-RECOMMENDATION.
           MOVE 'recommendationTypeId' TO WS-TOKEN-KEY
           PERFORM GET-ITEM-TOKEN
           MOVE WS-TOKEN-VALUE TO WS-ADV-TYPE-ID
           IF WS-ADV-TYPE-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-ADV-TYPE-ID CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           MOVE 'category' TO WS-TOKEN-KEY
           PERFORM GET-ITEM-TOKEN
           MOVE WS-TOKEN-VALUE TO WS-ADV-CATEGORY
           MOVE 'impact' TO WS-TOKEN-KEY
           PERFORM GET-ITEM-TOKEN
           MOVE WS-TOKEN-VALUE TO WS-ADV-IMPACT
           MOVE 'impactedField' TO WS-TOKEN-KEY
           PERFORM GET-ITEM-TOKEN
           MOVE WS-TOKEN-VALUE TO WS-ADV-TYPE
           MOVE 'impactedValue' TO WS-TOKEN-KEY
           PERFORM GET-ITEM-TOKEN
           MOVE WS-TOKEN-VALUE TO WS-ADV-RESOURCE
           MOVE 'problem' TO WS-TOKEN-KEY
           PERFORM GET-ITEM-TOKEN
           MOVE WS-TOKEN-VALUE TO WS-ADV-PROBLEM
           MOVE 'resourceId' TO WS-TOKEN-KEY
           PERFORM GET-ITEM-TOKEN
           MOVE WS-TOKEN-VALUE TO WS-ADV-RESOURCE-ID
           INSPECT WS-ADV-RESOURCE-ID CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           MOVE WS-ADV-TYPE TO WS-ADV-TYPE-LOWER
           INSPECT WS-ADV-TYPE-LOWER CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           MOVE WS-ADV-RESOURCE TO WS-ADV-RESOURCE-LOWER
           INSPECT WS-ADV-RESOURCE-LOWER CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'

           PERFORM CHECK-SUPPRESSION
           IF WS-SUPPRESSED-BY > 0
               ADD 1 TO WS-ENV-SUPPRESSED
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-ALREADY-REPORTED
           IF WS-ADV-SEEN > 0
               ADD 1 TO WS-ENV-CARRIED
               EXIT PARAGRAPH
           END-IF

           PERFORM MAP-OWNING-MODULE
           PERFORM REPORT-RECOMMENDATION
           PERFORM RECORD-RECOMMENDATION
           ADD 1 TO WS-ENV-NEW.

      *> An entry matches on environment, type id and resource name,
      *> each either exact (case aside) or '*'. Past-review entries
      *> still count their matches for the expired listing but do
      *> not hide anything
       CHECK-SUPPRESSION.
           MOVE 0 TO WS-SUPPRESSED-BY
           PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                   UNTIL WS-SUP-IDX > WS-SUP-COUNT
               IF (WS-SUP-ENV(WS-SUP-IDX) = '*'
                       OR WS-SUP-ENV(WS-SUP-IDX) = WS-ENV-UPPER)
                   AND (WS-SUP-TYPE(WS-SUP-IDX) = '*'
                       OR WS-SUP-TYPE(WS-SUP-IDX) = WS-ADV-TYPE-ID)
                   AND (WS-SUP-RESOURCE(WS-SUP-IDX) = '*'
                       OR WS-SUP-RESOURCE(WS-SUP-IDX)
                           = WS-ADV-RESOURCE-LOWER)
                   ADD 1 TO WS-SUP-HITS(WS-SUP-IDX)
                   IF WS-SUP-EXPIRED(WS-SUP-IDX) NOT = 'Y'
                           AND WS-SUPPRESSED-BY = 0
                       MOVE WS-SUP-IDX TO WS-SUPPRESSED-BY
                   END-IF
               END-IF
           END-PERFORM.

      *> The same recommendation on the same resource in the same
      *> environment is reported once, the month it first appears
       CHECK-ALREADY-REPORTED.
           PERFORM BUILD-REPORTED-LOOKUP
           CALL "C$SYSTEM" USING WS-ADV-CMD
           END-CALL
           MOVE 0 TO WS-ADV-SEEN
           OPEN INPUT FIELD-FILE
           IF WS-FIELD-STATUS = '00'
               READ FIELD-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF FIELD-RECORD NOT = SPACES
                           MOVE FUNCTION NUMVAL(FIELD-RECORD)
                               TO WS-ADV-SEEN
                       END-IF
               END-READ
               CLOSE FIELD-FILE
           END-IF.

      *> Keyed on environment, type id and resource id as written by
      *> BUILD-LEDGER-LINE
       BUILD-REPORTED-LOOKUP.
           MOVE SPACES TO WS-ADV-CMD
           STRING 'grep -c -F ' "'|" FUNCTION TRIM(WS-ENV-NAME-WORK)
                  '|' FUNCTION TRIM(WS-ADV-TYPE-ID)
                  '|' FUNCTION TRIM(WS-ADV-RESOURCE-ID)
                  "|'" ' advisor-seen.dat > advisor_field.txt'
                  ' 2>/dev/null; true'
               DELIMITED BY SIZE INTO WS-ADV-CMD
           END-STRING.

      *> Which module builds the impacted resource type, and the
      *> config keys that decide what Advisor is complaining about
       MAP-OWNING-MODULE.
           MOVE SPACES TO WS-ADV-MODULE WS-ADV-CONFIG-KEYS
           EVALUATE WS-ADV-TYPE-LOWER
               WHEN 'microsoft.compute/virtualmachines'
               WHEN 'microsoft.compute/disks'
                   MOVE 'DATAFACTORY (SHIR)' TO WS-ADV-MODULE
                   MOVE 'DF_SHIR_VM_SIZE, DF_SHIR_VM_COUNT'
                       TO WS-ADV-CONFIG-KEYS
               WHEN 'microsoft.datafactory/factories'
                   MOVE 'DATAFACTORY' TO WS-ADV-MODULE
                   MOVE 'DF_*' TO WS-ADV-CONFIG-KEYS
               WHEN 'microsoft.apimanagement/service'
                   MOVE 'APIM' TO WS-ADV-MODULE
                   MOVE 'APIM_SKU_NAME, APIM_SKU_CAPACITY'
                       TO WS-ADV-CONFIG-KEYS
               WHEN 'microsoft.storage/storageaccounts'
                   MOVE 'STORAGE' TO WS-ADV-MODULE
                   MOVE 'STORAGE_n_SKU, STORAGE_n_KIND, STORAGE_n_TIER'
                       TO WS-ADV-CONFIG-KEYS
               WHEN 'microsoft.keyvault/vaults'
                   MOVE 'KEYVAULT' TO WS-ADV-MODULE
                   MOVE 'KV_PURGE_PROTECTION, KV_SOFT_DELETE_DAYS'
                       TO WS-ADV-CONFIG-KEYS
               WHEN 'microsoft.servicebus/namespaces'
                   MOVE 'SERVICEBUS' TO WS-ADV-MODULE
                   MOVE 'SB_CAPACITY_UNITS' TO WS-ADV-CONFIG-KEYS
               WHEN 'microsoft.eventhub/namespaces'
                   MOVE 'EVENTHUBS' TO WS-ADV-MODULE
                   MOVE 'EH_CAPACITY_UNITS' TO WS-ADV-CONFIG-KEYS
               WHEN 'microsoft.web/sites'
               WHEN 'microsoft.web/serverfarms'
                   MOVE 'FUNCTIONAPP / LOGICAPP' TO WS-ADV-MODULE
                   MOVE 'FUNC_PLAN_SKU, LOGICAPP_PLAN_SKU'
                       TO WS-ADV-CONFIG-KEYS
               WHEN 'microsoft.logic/workflows'
                   MOVE 'LOGICAPP' TO WS-ADV-MODULE
                   MOVE 'LOGICAPP_*' TO WS-ADV-CONFIG-KEYS
               WHEN 'microsoft.logic/integrationaccounts'
                   MOVE 'INTACCOUNT' TO WS-ADV-MODULE
                   MOVE 'IA_SKU' TO WS-ADV-CONFIG-KEYS
               WHEN 'microsoft.sql/servers'
               WHEN 'microsoft.sql/servers/databases'
                   MOVE 'SQLDB' TO WS-ADV-MODULE
                   MOVE 'SQLDB_DB_n_SKU, SQLDB_DB_n_MAXGB'
                       TO WS-ADV-CONFIG-KEYS
               WHEN 'microsoft.cache/redis'
                   MOVE 'REDIS' TO WS-ADV-MODULE
                   MOVE 'REDIS_SKU_NAME, REDIS_CAPACITY'
                       TO WS-ADV-CONFIG-KEYS
               WHEN 'microsoft.network/applicationgateways'
                   MOVE 'APPGATEWAY' TO WS-ADV-MODULE
                   MOVE 'AGW_CAPACITY' TO WS-ADV-CONFIG-KEYS
               WHEN 'microsoft.network/bastionhosts'
                   MOVE 'BASTION' TO WS-ADV-MODULE
                   MOVE 'BASTION_SKU, BASTION_SCALE_UNITS'
                       TO WS-ADV-CONFIG-KEYS
               WHEN 'microsoft.network/virtualnetworks'
               WHEN 'microsoft.network/networksecuritygroups'
                   MOVE 'VNET' TO WS-ADV-MODULE
                   MOVE 'VNET_ADDRESS_SPACE, SUBNET_n_*, NSG_n_*'
                       TO WS-ADV-CONFIG-KEYS
               WHEN 'microsoft.network/natgateways'
               WHEN 'microsoft.network/publicipaddresses'
                   MOVE 'VNET (NAT)' TO WS-ADV-MODULE
                   MOVE 'NAT_DEPLOY, NAT_IP_TYPE' TO WS-ADV-CONFIG-KEYS
               WHEN 'microsoft.network/privatednszones'
                   MOVE 'PRIVATEDNS' TO WS-ADV-MODULE
                   MOVE 'HUB_VNET_RESOURCE_ID' TO WS-ADV-CONFIG-KEYS
               WHEN 'microsoft.network/dnsresolvers'
                   MOVE 'DNSRESOLVER' TO WS-ADV-MODULE
                   MOVE 'DNSRES_*' TO WS-ADV-CONFIG-KEYS
               WHEN 'microsoft.network/frontdoors'
               WHEN 'microsoft.cdn/profiles'
                   MOVE 'FRONTDOOR' TO WS-ADV-MODULE
                   MOVE 'FD_*' TO WS-ADV-CONFIG-KEYS
               WHEN 'microsoft.operationalinsights/workspaces'
                   MOVE 'LOGANALYTICS' TO WS-ADV-MODULE
                   MOVE 'LA_RETENTION_DAYS, LA_DAILY_QUOTA_GB'
                       TO WS-ADV-CONFIG-KEYS
               WHEN 'microsoft.insights/components'
                   MOVE 'APPINSIGHTS' TO WS-ADV-MODULE
                   MOVE 'APPI_RETENTION_DAYS, APPI_SAMPLING_PCT'
                       TO WS-ADV-CONFIG-KEYS
               WHEN 'microsoft.relay/namespaces'
                   MOVE 'RELAY' TO WS-ADV-MODULE
                   MOVE 'RELAY_*' TO WS-ADV-CONFIG-KEYS
               WHEN 'microsoft.eventgrid/topics'
               WHEN 'microsoft.eventgrid/systemtopics'
                   MOVE 'EVENTGRID' TO WS-ADV-MODULE
                   MOVE 'EG_*' TO WS-ADV-CONFIG-KEYS
               WHEN 'microsoft.managedidentity/userassignedidentities'
                   MOVE 'IDENTITY' TO WS-ADV-MODULE
                   MOVE 'IDENTITY_*' TO WS-ADV-CONFIG-KEYS
               WHEN OTHER
                   MOVE 'UNMAPPED' TO WS-ADV-MODULE
                   MOVE '-' TO WS-ADV-CONFIG-KEYS
           END-EVALUATE.

       REPORT-RECOMMENDATION.
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  [' FUNCTION TRIM(WS-ADV-CATEGORY) '/'
                  FUNCTION TRIM(WS-ADV-IMPACT) '] '
                  FUNCTION TRIM(WS-ADV-RESOURCE) ' ('
                  FUNCTION TRIM(WS-ADV-TYPE) ')'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '      ' FUNCTION TRIM(WS-ADV-PROBLEM)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '      Owner: ' FUNCTION TRIM(WS-ADV-MODULE)
                  ' - ' FUNCTION TRIM(WS-ADV-CONFIG-KEYS)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '      Type id: ' FUNCTION TRIM(WS-ADV-TYPE-ID)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

       RECORD-RECOMMENDATION.
           PERFORM BUILD-LEDGER-LINE
           OPEN EXTEND SEEN-LEDGER-FILE
           WRITE SEEN-LEDGER-RECORD FROM WS-LEDGER-LINE
           CLOSE SEEN-LEDGER-FILE.

       BUILD-LEDGER-LINE.
           MOVE SPACES TO WS-LEDGER-LINE
           STRING 'ADV|' WS-CURRENT-DATE8
                  '|' FUNCTION TRIM(WS-ENV-NAME-WORK)
                  '|' FUNCTION TRIM(WS-ADV-TYPE-ID)
                  '|' FUNCTION TRIM(WS-ADV-RESOURCE-ID)
                  '|' FUNCTION TRIM(WS-ADV-CATEGORY)
                  '|' FUNCTION TRIM(WS-ADV-MODULE)
               DELIMITED BY SIZE INTO WS-LEDGER-LINE
           END-STRING.

      *> Every register entry past its review date, whichever
      *> environment it names, with how many open recommendations it
      *> would otherwise be hiding
       WRITE-EXPIRED-SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Suppressions past their review date '
                  '(config/advisor-suppressions.conf):'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-EXPIRED-COUNT = 0
               MOVE '  none' TO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                   UNTIL WS-SUP-IDX > WS-SUP-COUNT
               IF WS-SUP-EXPIRED(WS-SUP-IDX) = 'Y'
                   MOVE WS-SUP-HITS(WS-SUP-IDX) TO WS-HITS-DISPLAY
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '  ' FUNCTION TRIM(WS-SUP-ENV(WS-SUP-IDX))
                          ' | ' FUNCTION TRIM(WS-SUP-TYPE(WS-SUP-IDX))
                          ' | '
                          FUNCTION TRIM(WS-SUP-RESOURCE(WS-SUP-IDX))
                          ' | review '
                          FUNCTION TRIM(WS-SUP-REVIEW(WS-SUP-IDX))
                          ' | now matches '
                          FUNCTION TRIM(WS-HITS-DISPLAY) ' open'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   WRITE REPORT-RECORD FROM WS-REPORT-LINE
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '      '
                          FUNCTION TRIM(WS-SUP-REASON(WS-SUP-IDX))
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   WRITE REPORT-RECORD FROM WS-REPORT-LINE
               END-IF
           END-PERFORM.

      *> First "<key>":"<value>" pair on the line; spaces if absent
       GET-ITEM-TOKEN.
           MOVE SPACES TO WS-TOKEN-DELIM WS-TOKEN-VALUE
                          WS-TOKEN-BEFORE WS-TOKEN-AFTER
           STRING '"' FUNCTION TRIM(WS-TOKEN-KEY) '":"'
               DELIMITED BY SIZE INTO WS-TOKEN-DELIM
           END-STRING
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TOKEN-DELIM))
               TO WS-TOKEN-DELIM-LEN
           UNSTRING WS-ITEM-LINE
               DELIMITED BY WS-TOKEN-DELIM(1:WS-TOKEN-DELIM-LEN)
               INTO WS-TOKEN-BEFORE WS-TOKEN-AFTER
           END-UNSTRING
           IF WS-TOKEN-AFTER = SPACES
               EXIT PARAGRAPH
           END-IF
           UNSTRING WS-TOKEN-AFTER DELIMITED BY '"'
               INTO WS-TOKEN-VALUE
           END-UNSTRING.

       RUN-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL "C$SYSTEM" USING WS-ADV-CMD
               END-CALL
               PERFORM READ-ADVISOR-STATUS
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM.

       READ-ADVISOR-STATUS.
           MOVE 0 TO HTTP-STATUS-CODE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ADV-STATUS-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ADV-STATUS-FILE INTO ADV-STATUS-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE FUNCTION NUMVAL(ADV-STATUS-RECORD)
                           TO HTTP-STATUS-CODE
               END-READ
           END-PERFORM
           CLOSE ADV-STATUS-FILE.

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

       END PROGRAM AZUREADVISOR.

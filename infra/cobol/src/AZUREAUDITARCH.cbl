       IDENTIFICATION DIVISION.
       PROGRAM-ID. AZUREAUDITARCH.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Sealed monthly archive of the audit trail. AUDITLOG's hash
      *> chain proves audit.log was not edited, but the file lives on
      *> the batch server - whoever can delete it can delete the
      *> evidence, and housekeeping retention does not cover it.
      *> Once a month has closed, this program:
      *>   1. runs AZUREAUDITVERIFY for the month and stops unless
      *>      the whole chain is intact
      *>   2. carves the month's records out of audit.log along with
      *>      the chain hash they open from (the previous month's
      *>      last record, GENESIS for the first) and the final hash
      *>      they close on
      *>   3. uploads the records and a seal line
      *>        AUDITSEAL|month|records|opening|final|sha256|sealed
      *>      to the audit-archive container of
      *>      BACKUP-RETENTION-ACCOUNT, which carries a time-based
      *>      immutability (WORM) policy of AZURE_AUDIT_ARCHIVE_DAYS
      *>      (default 2555, seven years); AZURE_AUDIT_ARCHIVE_LOCK=Y
      *>      also locks the policy, which cannot be undone
      *>   4. appends the seal to audit-archive-index.txt
      *> AZURE_AUDIT_ARCHIVE_MONTH (YYYY-MM) picks the month,
      *> defaulting to last month; a month already in the index is
      *> left alone. AZURE_AUDIT_ARCHIVE_VERIFY=YYYY-MM instead
      *> downloads that month's archive and proves it against the
      *> index: the digest must match and the chain must walk from
      *> the opening hash to the final one.
      *> Exit code 0 when the month is sealed (or verifies), 8
      *> otherwise.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AA-STATUS-FILE ASSIGN TO "auditarch_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AA-FIELD-FILE ASSIGN TO WS-FIELD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIELD-STATUS.
           SELECT AA-SEAL-FILE ASSIGN TO "auditarch_month.seal"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCHIVE-INDEX-FILE
               ASSIGN TO "audit-archive-index.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT AUTH-HEADER-FILE ASSIGN TO "auditarch_auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AA-STATUS-FILE.
       01  AA-STATUS-RECORD            PIC X(8).

       FD  AA-FIELD-FILE.
       01  AA-FIELD-RECORD             PIC X(512).

       FD  AA-SEAL-FILE.
       01  AA-SEAL-RECORD              PIC X(256).

       FD  ARCHIVE-INDEX-FILE.
       01  ARCHIVE-INDEX-RECORD        PIC X(256).

       FD  AUTH-HEADER-FILE.
       01  AUTH-HEADER-RECORD          PIC X(1056).

       WORKING-STORAGE SECTION.
      *> Overall time limit handed to every curl (-m) so a network
      *> blackhole fails the call instead of hanging the run;
      *> CURL_TIMEOUT_SECS overrides the default where configured
       01  WS-CURL-MAX-TIME            PIC 9(4) VALUE 0300.
       COPY AZURECONFIG.
       COPY HTTPCLIENT.

       01  WS-RETURN-CODE              PIC 9(2).
       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
       01  WS-FIELD-STATUS             PIC XX.
       01  WS-INDEX-STATUS             PIC XX.
       01  WS-FIELD-FILENAME           PIC X(64) VALUE
               'auditarch_field.txt'.
       01  WS-ARM-BASE-URL             PIC X(40) VALUE
               'https://management.azure.com'.
       01  WS-BLOB-SUFFIX              PIC X(40) VALUE
               '.blob.core.windows.net'.
       01  WS-CMD                      PIC X(2048).
       01  WS-FIELD-VALUE              PIC X(512).
       01  WS-CONTAINER-NAME           PIC X(16) VALUE
               'audit-archive'.

       01  WS-MODE                     PIC X(7) VALUE 'ARCHIVE'.
       01  WS-MONTH-TEXT               PIC X(7).
       01  WS-THIS-MONTH               PIC X(7).
       01  WS-CURRENT-DATE8            PIC 9(8).
       01  WS-CURRENT-CLOCK8           PIC 9(8).
       01  WS-MONTH-YEAR               PIC 9(4).
       01  WS-MONTH-NUM                PIC 9(2).
       01  WS-LOCK-TEXT                PIC X(4).
       01  WS-DAYS-TEXT                PIC X(8).
       01  WS-RETAIN-DAYS              PIC 9(5) VALUE 2555.
       01  WS-VERIFY-RC                PIC 9(3).
       01  WS-OUTCOME                  PIC X VALUE 'N'.

      *> The seal of the month in hand, built on archive or read
      *> back from the index on verify
       01  WS-SEAL-FIELDS.
           05  WS-SEAL-MONTH           PIC X(7).
           05  WS-SEAL-RECORDS         PIC X(9).
           05  WS-SEAL-OPENING         PIC X(64).
           05  WS-SEAL-FINAL           PIC X(64).
           05  WS-SEAL-DIGEST          PIC X(64).
           05  WS-SEAL-STAMP           PIC X(14).
       01  WS-SEAL-LINE                PIC X(256).
       01  WS-SEAL-TAG                 PIC X(10).
       01  WS-INDEX-FOUND              PIC X VALUE 'N'.
       01  WS-INDEX-LINE               PIC X(256).

      *> Chain walk result: OK <records> <last hash> or
      *> BROKEN <record>
       01  WS-WALK-WORD                PIC X(8).
       01  WS-WALK-COUNT               PIC X(12).
       01  WS-WALK-FINAL               PIC X(64).
       01  WS-DOWNLOAD-DIGEST          PIC X(64).

       01  WS-ACCOUNT-ID               PIC X(256).
       01  WS-CONTAINER-URL            PIC X(512).
       01  WS-POLICY-STATE             PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Audit archive starting"
           MOVE SPACES TO AZURE-CONFIG

           CALL 'AZUREAUTH' USING BY REFERENCE AZURE-CONFIG
                                               AZURE-AUTH-TOKEN
                                               WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Azure authentication failed - audit archive "
                       "not reached"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF BACKUP-RETENTION-ACCOUNT = SPACES
               DISPLAY "BACKUP_RETENTION_ACCOUNT is not configured - "
                       "nowhere to archive the audit trail"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM DETERMINE-CLOUD-ENDPOINT
           PERFORM READ-ARCHIVE-SETTINGS
           STRING 'Bearer ' ACCESS-TOKEN
               DELIMITED BY SIZE INTO AUTHORIZATION
           END-STRING
           PERFORM WRITE-AUTH-HEADER-FILE
           MOVE SPACES TO WS-CONTAINER-URL
           STRING 'https://' FUNCTION TRIM(BACKUP-RETENTION-ACCOUNT)
                  FUNCTION TRIM(WS-BLOB-SUFFIX) '/'
                  FUNCTION TRIM(WS-CONTAINER-NAME) '/'
                  WS-MONTH-TEXT
               DELIMITED BY SIZE INTO WS-CONTAINER-URL
           END-STRING

           PERFORM LOOKUP-INDEX-ENTRY
           IF WS-MODE = 'VERIFY'
               PERFORM VERIFY-ARCHIVED-MONTH
           ELSE
               PERFORM ARCHIVE-CLOSED-MONTH
           END-IF

           IF WS-OUTCOME = 'Y'
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
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
                   MOVE '.blob.core.usgovcloudapi.net'
                       TO WS-BLOB-SUFFIX
               WHEN 'CHINA'
                   MOVE 'https://management.chinacloudapi.cn'
                       TO WS-ARM-BASE-URL
                   MOVE '.blob.core.chinacloudapi.cn'
                       TO WS-BLOB-SUFFIX
               WHEN OTHER
                   MOVE 'https://management.azure.com'
                       TO WS-ARM-BASE-URL
                   MOVE '.blob.core.windows.net' TO WS-BLOB-SUFFIX
           END-EVALUATE.

      *> Months are YYYY-MM, the form AZUREAUDITVERIFY takes
       READ-ARCHIVE-SETTINGS.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           MOVE SPACES TO WS-THIS-MONTH
           STRING WS-CURRENT-DATE8(1:4) '-' WS-CURRENT-DATE8(5:2)
               DELIMITED BY SIZE INTO WS-THIS-MONTH
           END-STRING

           MOVE SPACES TO WS-MONTH-TEXT
           ACCEPT WS-MONTH-TEXT
               FROM ENVIRONMENT 'AZURE_AUDIT_ARCHIVE_VERIFY'
           IF WS-MONTH-TEXT NOT = SPACES
               MOVE 'VERIFY' TO WS-MODE
           ELSE
               ACCEPT WS-MONTH-TEXT
                   FROM ENVIRONMENT 'AZURE_AUDIT_ARCHIVE_MONTH'
           END-IF
           IF WS-MONTH-TEXT = SPACES
               MOVE WS-CURRENT-DATE8(1:4) TO WS-MONTH-YEAR
               MOVE WS-CURRENT-DATE8(5:2) TO WS-MONTH-NUM
               IF WS-MONTH-NUM = 1
                   MOVE 12 TO WS-MONTH-NUM
                   SUBTRACT 1 FROM WS-MONTH-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-MONTH-NUM
               END-IF
               STRING WS-MONTH-YEAR '-' WS-MONTH-NUM
                   DELIMITED BY SIZE INTO WS-MONTH-TEXT
               END-STRING
           END-IF

           MOVE SPACES TO WS-DAYS-TEXT
           ACCEPT WS-DAYS-TEXT FROM ENVIRONMENT
               'AZURE_AUDIT_ARCHIVE_DAYS'
           IF WS-DAYS-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-DAYS-TEXT) TO WS-RETAIN-DAYS
           END-IF
           IF WS-RETAIN-DAYS = 0
               MOVE 2555 TO WS-RETAIN-DAYS
           END-IF
           MOVE SPACES TO WS-LOCK-TEXT
           ACCEPT WS-LOCK-TEXT FROM ENVIRONMENT
               'AZURE_AUDIT_ARCHIVE_LOCK'
           INSPECT WS-LOCK-TEXT CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           DISPLAY "  " FUNCTION TRIM(WS-MODE) " audit month "
                   WS-MONTH-TEXT.

      *> The index holds one seal line per archived month
       LOOKUP-INDEX-ENTRY.
           MOVE 'N' TO WS-INDEX-FOUND
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ARCHIVE-INDEX-FILE
      *> 05: no index yet - the optional file opened empty
           IF WS-INDEX-STATUS NOT = '00'
               IF WS-INDEX-STATUS = '05'
                   CLOSE ARCHIVE-INDEX-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ARCHIVE-INDEX-FILE INTO WS-INDEX-LINE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE WS-INDEX-LINE TO WS-SEAL-LINE
                       PERFORM SPLIT-SEAL-LINE
                       IF WS-SEAL-TAG = 'AUDITSEAL'
                               AND WS-SEAL-MONTH = WS-MONTH-TEXT
                           MOVE 'Y' TO WS-INDEX-FOUND
                           MOVE 'Y' TO WS-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-INDEX-FILE.

       SPLIT-SEAL-LINE.
           MOVE SPACES TO WS-SEAL-TAG WS-SEAL-FIELDS
           UNSTRING WS-SEAL-LINE DELIMITED BY '|'
               INTO WS-SEAL-TAG WS-SEAL-MONTH WS-SEAL-RECORDS
                    WS-SEAL-OPENING WS-SEAL-FINAL WS-SEAL-DIGEST
                    WS-SEAL-STAMP
           END-UNSTRING.

       BUILD-SEAL-LINE.
           MOVE SPACES TO WS-SEAL-LINE
           STRING 'AUDITSEAL|' WS-SEAL-MONTH
                  '|' FUNCTION TRIM(WS-SEAL-RECORDS)
                  '|' FUNCTION TRIM(WS-SEAL-OPENING)
                  '|' FUNCTION TRIM(WS-SEAL-FINAL)
                  '|' FUNCTION TRIM(WS-SEAL-DIGEST)
                  '|' WS-SEAL-STAMP
               DELIMITED BY SIZE INTO WS-SEAL-LINE
           END-STRING.

       ARCHIVE-CLOSED-MONTH.
           IF WS-INDEX-FOUND = 'Y'
               DISPLAY "  " WS-MONTH-TEXT " is already sealed ("
                       FUNCTION TRIM(WS-SEAL-RECORDS) " record(s), "
                       "sealed " WS-SEAL-STAMP ")"
               MOVE 'Y' TO WS-OUTCOME
               EXIT PARAGRAPH
           END-IF
      *> An open month would be sealed short; records still arrive
           IF WS-MONTH-TEXT NOT < WS-THIS-MONTH
               DISPLAY "  " WS-MONTH-TEXT " has not closed yet - "
                       "only past months are sealed"
               EXIT PARAGRAPH
           END-IF

           PERFORM RUN-CHAIN-VERIFICATION
           IF WS-VERIFY-RC NOT = 0
               DISPLAY "  Chain verification failed (exit "
                       WS-VERIFY-RC ") - see "
                       "audit-compliance-report.txt; nothing sealed"
               EXIT PARAGRAPH
           END-IF

           PERFORM EXTRACT-MONTH-RECORDS
           IF WS-SEAL-OPENING = SPACES
               DISPLAY "  Could not read the month out of audit.log"
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-SEAL-FILE

           PERFORM PREPARE-ARCHIVE-CONTAINER
           IF WS-POLICY-STATE = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM UPLOAD-ARCHIVE-BLOBS
           IF WS-OUTCOME NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND ARCHIVE-INDEX-FILE
           WRITE ARCHIVE-INDEX-RECORD FROM WS-SEAL-LINE
           CLOSE ARCHIVE-INDEX-FILE
           CALL "C$SYSTEM" USING
               "rm -f auditarch_month.log auditarch_month.seal"
           END-CALL
           DISPLAY "  Sealed " WS-MONTH-TEXT ": "
                   FUNCTION TRIM(WS-SEAL-RECORDS) " record(s), final "
                   "hash " FUNCTION TRIM(WS-SEAL-FINAL).

      *> AZUREAUDITVERIFY re-walks the whole file, so a month is only
      *> sealed from a trail that is intact end to end
       RUN-CHAIN-VERIFICATION.
           MOVE SPACES TO WS-CMD
           STRING 'AZURE_AUDIT_MONTH=' WS-MONTH-TEXT
                  ' ./AZUREAUDITVERIFY > auditarch_verify.log 2>&1;'
                  ' echo $? > auditarch_status.txt'
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-CMD
           END-CALL
           PERFORM READ-AUDITARCH-STATUS
           MOVE HTTP-STATUS-CODE TO WS-VERIFY-RC.

      *> The month's records are contiguous in the chain; the chain
      *> hash of the record just before them is the month's opening
      *> hash. A month with no ARM calls seals as zero records that
      *> open and close on the same hash.
       EXTRACT-MONTH-RECORDS.
           MOVE SPACES TO WS-CMD
           STRING 'rm -f auditarch_month.log auditarch_field.txt; '
                  '[ -f audit.log ] || exit 0; '
                  'touch auditarch_month.log; '
                  "awk -F'|' -v m=" WS-MONTH-TEXT
                  " 'BEGIN{p=""GENESIS""}"
                  ' substr($1,1,7)==m{if(n==0)o=p; n++;'
                  ' print > "auditarch_month.log"; f=$NF; next}'
                  ' {p=$NF}'
                  ' END{if(n==0){o=p; f=p}'
                  ' printf "%d|%s|%s\n", n, o, f}'
                  "' audit.log > auditarch_field.txt 2>/dev/null; "
                  'openssl dgst -sha256 -r auditarch_month.log'
                  " | cut -d' ' -f1 >> auditarch_field.txt"
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-CMD
           END-CALL

           MOVE SPACES TO WS-SEAL-FIELDS
           MOVE WS-MONTH-TEXT TO WS-SEAL-MONTH
           MOVE 'auditarch_field.txt' TO WS-FIELD-FILENAME
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT AA-FIELD-FILE
           IF WS-FIELD-STATUS = '00'
               READ AA-FIELD-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       UNSTRING AA-FIELD-RECORD DELIMITED BY '|'
                           INTO WS-SEAL-RECORDS WS-SEAL-OPENING
                                WS-SEAL-FINAL
                       END-UNSTRING
               END-READ
               READ AA-FIELD-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE AA-FIELD-RECORD(1:64) TO WS-SEAL-DIGEST
               END-READ
               CLOSE AA-FIELD-FILE
           END-IF
           IF WS-SEAL-DIGEST = SPACES
               MOVE SPACES TO WS-SEAL-OPENING
           END-IF
           ACCEPT WS-CURRENT-CLOCK8 FROM TIME
           MOVE SPACES TO WS-SEAL-STAMP
           STRING WS-CURRENT-DATE8 WS-CURRENT-CLOCK8(1:6)
               DELIMITED BY SIZE INTO WS-SEAL-STAMP
           END-STRING
           PERFORM BUILD-SEAL-LINE.

       WRITE-SEAL-FILE.
           OPEN OUTPUT AA-SEAL-FILE
           WRITE AA-SEAL-RECORD FROM WS-SEAL-LINE
           CLOSE AA-SEAL-FILE.

      *> The retention account may live outside RG-NAME, so its ID
      *> is looked up by name. The container and its immutability
      *> policy are management-plane settings; the policy is put in
      *> place unless it is already locked (a locked policy can
      *> only be extended, and never by this program). WS-POLICY-
      *> STATE comes back blank when the container is not safe to
      *> write to.
       PREPARE-ARCHIVE-CONTAINER.
           MOVE SPACES TO WS-POLICY-STATE
           MOVE SPACES TO WS-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -H @auditarch_auth.txt'
                  " '" FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/' SUBSCRIPTION-ID
                  '/resources?%24filter=resourceType%20eq%20'
                  '%27Microsoft.Storage%2FstorageAccounts%27'
                  '%20and%20name%20eq%20%27'
                  FUNCTION TRIM(BACKUP-RETENTION-ACCOUNT) '%27'
                  "&api-version=2021-04-01'"
                  " | tr -d '\n'"
                  ' | grep -o ' "'" '"id":"[^"]*"' "'"
                  ' | head -1 | sed ' "'" 's/.*:"//; s/"$//' "'"
                  ' > auditarch_field.txt'
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-CMD
           END-CALL
           MOVE 'auditarch_field.txt' TO WS-FIELD-FILENAME
           PERFORM READ-AA-FIELD
           MOVE WS-FIELD-VALUE TO WS-ACCOUNT-ID
           IF WS-ACCOUNT-ID = SPACES
               DISPLAY "  Retention account "
                       FUNCTION TRIM(BACKUP-RETENTION-ACCOUNT)
                       " not found in the subscription"
               EXIT PARAGRAPH
           END-IF

           MOVE 'PUT' TO HTTP-METHOD
           MOVE SPACES TO HTTP-URL HTTP-BODY
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  FUNCTION TRIM(WS-ACCOUNT-ID)
                  '/blobServices/default/containers/'
                  FUNCTION TRIM(WS-CONTAINER-NAME)
                  '?api-version=2023-01-01'
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           MOVE '{"properties":{"publicAccess":"None"}}' TO HTTP-BODY
           PERFORM EXECUTE-AUDITARCH-ARM-CALL
           IF HTTP-STATUS-CODE NOT = 200 AND HTTP-STATUS-CODE NOT = 201
               DISPLAY "  Archive container could not be prepared. "
                       "Status: " HTTP-STATUS-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  FUNCTION TRIM(WS-ACCOUNT-ID)
                  '/blobServices/default/containers/'
                  FUNCTION TRIM(WS-CONTAINER-NAME)
                  '/immutabilityPolicies/default'
                  '?api-version=2023-01-01'
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           MOVE SPACES TO WS-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -H @auditarch_auth.txt'
                  " '" FUNCTION TRIM(HTTP-URL) "'"
                  " | tr -d '\n '"
                  " | grep -o '" '"state":"[A-Za-z]*"' "'"
                  ' | head -1 | sed ' "'" 's/.*:"//; s/"$//' "'"
                  ' > auditarch_field.txt'
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-CMD
           END-CALL
           PERFORM READ-AA-FIELD
           IF WS-FIELD-VALUE(1:6) = 'Locked'
               MOVE 'Locked' TO WS-POLICY-STATE
               DISPLAY "  Immutability policy on "
                       FUNCTION TRIM(WS-CONTAINER-NAME)
                       " is locked"
               EXIT PARAGRAPH
           END-IF

           MOVE 'PUT' TO HTTP-METHOD
           MOVE SPACES TO HTTP-BODY
           STRING '{"properties":{"immutabilityPeriodSinceCreation'
                  'InDays":' WS-RETAIN-DAYS
                  ',"allowProtectedAppendWrites":false}}'
               DELIMITED BY SIZE INTO HTTP-BODY
           END-STRING
           PERFORM EXECUTE-AUDITARCH-ARM-CALL
           IF HTTP-STATUS-CODE NOT = 200 AND HTTP-STATUS-CODE NOT = 201
               DISPLAY "  Immutability policy could not be set. "
                       "Status: " HTTP-STATUS-CODE
                       " - nothing uploaded"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Unlocked' TO WS-POLICY-STATE
           DISPLAY "  Immutability policy on "
                   FUNCTION TRIM(WS-CONTAINER-NAME) ": "
                   WS-RETAIN-DAYS " day(s)"

           IF WS-LOCK-TEXT(1:1) = 'Y'
               PERFORM LOCK-IMMUTABILITY-POLICY
           END-IF.

      *> Locking takes the policy's current ETag; once locked the
      *> policy can never be removed or shortened, so this only
      *> happens on request
       LOCK-IMMUTABILITY-POLICY.
           MOVE 'POST' TO HTTP-METHOD
           MOVE SPACES TO HTTP-BODY
           MOVE SPACES TO WS-CMD
           STRING "E=$(tr -d '\n' < auditarch_response.json"
                  " | grep -o '" '"etag":"\\"[^\\]*' "'"
                  " | head -1 | sed 's/.*\\""//'); "
                  'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o auditarch_response.json -D auditarch_headers'
                  '.txt -w ' "'%{http_code}'"
                  ' -X POST -H @auditarch_auth.txt'
                  ' -H "If-Match: \"$E\"" -H ' "'Content-Length: 0'"
                  " '" FUNCTION TRIM(HTTP-URL)
                  '/lock' "'"
                  ' > auditarch_status.txt'
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL 'ARMGOVERN' USING 'DRAW' HTTP-METHOD HTTP-URL
                                  'auditarch_headers.txt'
           END-CALL
           CALL "C$SYSTEM" USING WS-CMD
           END-CALL
           PERFORM READ-AUDITARCH-STATUS
           CALL 'ARMGOVERN' USING 'NOTE' HTTP-METHOD HTTP-URL
                                  'auditarch_headers.txt'
           END-CALL
           CALL 'AUDITLOG' USING HTTP-METHOD HTTP-URL HTTP-BODY
                                 HTTP-STATUS-CODE CLIENT-ID
                                 'auditarch_headers.txt'
           IF HTTP-STATUS-CODE = 200
               MOVE 'Locked' TO WS-POLICY-STATE
               DISPLAY "  Immutability policy locked"
           ELSE
               DISPLAY "  Immutability policy lock failed. Status: "
                       HTTP-STATUS-CODE " - policy left unlocked"
           END-IF.

      *> Records and seal go up the way housekeeping ships its run
      *> archives. Under the WORM policy a blob of the same name
      *> cannot be replaced, so a 409 means the month was sealed
      *> before and the index has lost track of it
       UPLOAD-ARCHIVE-BLOBS.
           MOVE 'N' TO WS-OUTCOME
           MOVE SPACES TO WS-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o /dev/null -w ' "'%{http_code}'"
                  ' -X PUT -H @auditarch_auth.txt'
                  ' -H ' "'x-ms-version: 2021-08-06'"
                  ' -H ' "'x-ms-blob-type: BlockBlob'"
                  ' --data-binary @auditarch_month.log'
                  " '" FUNCTION TRIM(WS-CONTAINER-URL) "/audit.log'"
                  ' > auditarch_status.txt'
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-CMD
           END-CALL
           PERFORM READ-AUDITARCH-STATUS
           IF HTTP-STATUS-CODE NOT = 201
               DISPLAY "  Record upload failed. Status: "
                       HTTP-STATUS-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o /dev/null -w ' "'%{http_code}'"
                  ' -X PUT -H @auditarch_auth.txt'
                  ' -H ' "'x-ms-version: 2021-08-06'"
                  ' -H ' "'x-ms-blob-type: BlockBlob'"
                  ' --data-binary @auditarch_month.seal'
                  " '" FUNCTION TRIM(WS-CONTAINER-URL) "/audit.seal'"
                  ' > auditarch_status.txt'
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-CMD
           END-CALL
           PERFORM READ-AUDITARCH-STATUS
           IF HTTP-STATUS-CODE NOT = 201
               DISPLAY "  Seal upload failed. Status: "
                       HTTP-STATUS-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-OUTCOME.

      *> Proves an archived month from what is in storage, not from
      *> anything on this server except the index seal: the seal
      *> blob must match the index, the records must hash to the
      *> sealed digest, and the chain must walk from the opening
      *> hash to the final one over the sealed number of records
       VERIFY-ARCHIVED-MONTH.
           IF WS-INDEX-FOUND NOT = 'Y'
               DISPLAY "  " WS-MONTH-TEXT " is not in "
                       "audit-archive-index.txt"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INDEX-LINE TO WS-SEAL-LINE
           PERFORM SPLIT-SEAL-LINE
           PERFORM BUILD-SEAL-LINE

           MOVE SPACES TO WS-CMD
           STRING 'rm -f auditarch_dl.log auditarch_dl.seal; '
                  'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o auditarch_dl.log -w ' "'%{http_code}'"
                  ' -H @auditarch_auth.txt'
                  ' -H ' "'x-ms-version: 2021-08-06'"
                  " '" FUNCTION TRIM(WS-CONTAINER-URL) "/audit.log'"
                  ' > auditarch_status.txt'
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-CMD
           END-CALL
           PERFORM READ-AUDITARCH-STATUS
           IF HTTP-STATUS-CODE NOT = 200
               DISPLAY "  Archived records could not be downloaded. "
                       "Status: " HTTP-STATUS-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o auditarch_dl.seal -w ' "'%{http_code}'"
                  ' -H @auditarch_auth.txt'
                  ' -H ' "'x-ms-version: 2021-08-06'"
                  " '" FUNCTION TRIM(WS-CONTAINER-URL) "/audit.seal'"
                  ' > auditarch_status.txt'
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-CMD
           END-CALL
           PERFORM READ-AUDITARCH-STATUS
           IF HTTP-STATUS-CODE NOT = 200
               DISPLAY "  Archived seal could not be downloaded. "
                       "Status: " HTTP-STATUS-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 'auditarch_dl.seal' TO WS-FIELD-FILENAME
           PERFORM READ-AA-FIELD
           IF WS-FIELD-VALUE NOT = WS-SEAL-LINE
               DISPLAY "  Archived seal does not match the index"
               EXIT PARAGRAPH
           END-IF

           PERFORM WALK-ARCHIVED-CHAIN
           PERFORM JUDGE-ARCHIVE-WALK
           IF WS-OUTCOME = 'Y'
               DISPLAY "  " WS-MONTH-TEXT " VERIFIED: "
                       FUNCTION TRIM(WS-WALK-COUNT)
                       " record(s), chain closes on the sealed hash"
           ELSE
               DISPLAY "  " WS-MONTH-TEXT " FAILED verification: "
                       FUNCTION TRIM(WS-WALK-WORD) " "
                       FUNCTION TRIM(WS-WALK-COUNT)
                       " (digest " FUNCTION TRIM(WS-DOWNLOAD-DIGEST)
                       ")"
           END-IF.

      *> The same walk AZUREAUDITVERIFY does, seeded with the
      *> month's opening hash instead of GENESIS; the digest of the
      *> downloaded file comes back on the second line
       WALK-ARCHIVED-CHAIN.
           MOVE SPACES TO WS-CMD
           STRING 'PREV=' FUNCTION TRIM(WS-SEAL-OPENING)
                  "; n=0; verdict=''; "
                  'while IFS= read -r line; do '
                  'n=$((n+1)); '
                  'body=${line%|*}; ch=${line##*|}; '
                  "calc=$(printf '%s|%s' " '"$PREV" "$body" '
                  "| openssl dgst -sha256 -r | cut -d' ' -f1); "
                  'if [ "$calc" != "$ch" ]; then '
                  'verdict="BROKEN $n"; break; fi; '
                  'PREV=$ch; done < auditarch_dl.log; '
                  '[ -z "$verdict" ] '
                  '&&' ' verdict="OK $n $PREV"; '
                  'echo $verdict > auditarch_field.txt; '
                  'openssl dgst -sha256 -r auditarch_dl.log'
                  " | cut -d' ' -f1 >> auditarch_field.txt"
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-CMD
           END-CALL

           MOVE SPACES TO WS-WALK-WORD WS-WALK-COUNT WS-WALK-FINAL
                          WS-DOWNLOAD-DIGEST
           MOVE 'auditarch_field.txt' TO WS-FIELD-FILENAME
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT AA-FIELD-FILE
           IF WS-FIELD-STATUS = '00'
               READ AA-FIELD-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       UNSTRING AA-FIELD-RECORD DELIMITED BY ' '
                           INTO WS-WALK-WORD WS-WALK-COUNT
                                WS-WALK-FINAL
                       END-UNSTRING
               END-READ
               READ AA-FIELD-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE AA-FIELD-RECORD(1:64)
                           TO WS-DOWNLOAD-DIGEST
               END-READ
               CLOSE AA-FIELD-FILE
           END-IF.

      *> An empty month walks zero records and closes on its opening
      *> hash, which the seal records as its final hash too
       JUDGE-ARCHIVE-WALK.
           MOVE 'N' TO WS-OUTCOME
           IF WS-WALK-WORD NOT = 'OK'
               EXIT PARAGRAPH
           END-IF
           IF WS-DOWNLOAD-DIGEST NOT = WS-SEAL-DIGEST
               MOVE 'DIGEST' TO WS-WALK-WORD
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-WALK-COUNT)
                   NOT = FUNCTION NUMVAL(WS-SEAL-RECORDS)
               MOVE 'COUNT' TO WS-WALK-WORD
               EXIT PARAGRAPH
           END-IF
           IF WS-WALK-FINAL NOT = WS-SEAL-FINAL
               MOVE 'FINAL' TO WS-WALK-WORD
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-OUTCOME.

       EXECUTE-AUDITARCH-ARM-CALL.
           MOVE SPACES TO WS-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o auditarch_response.json -D auditarch_headers'
                  '.txt -w ' "'%{http_code}'"
                  ' -X ' FUNCTION TRIM(HTTP-METHOD)
                  ' -H @auditarch_auth.txt'
                  ' -H ' "'Content-Type: application/json'"
                  " -d '" FUNCTION TRIM(HTTP-BODY) "'"
                  " '" FUNCTION TRIM(HTTP-URL) "'"
                  ' > auditarch_status.txt'
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL 'ARMGOVERN' USING 'DRAW' HTTP-METHOD HTTP-URL
                                  'auditarch_headers.txt'
           END-CALL
           CALL "C$SYSTEM" USING WS-CMD
           END-CALL
           PERFORM READ-AUDITARCH-STATUS
           CALL 'ARMGOVERN' USING 'NOTE' HTTP-METHOD HTTP-URL
                                  'auditarch_headers.txt'
           END-CALL
           CALL 'AUDITLOG' USING HTTP-METHOD HTTP-URL HTTP-BODY
                                 HTTP-STATUS-CODE CLIENT-ID
                                 'auditarch_headers.txt'.

       READ-AA-FIELD.
           MOVE SPACES TO WS-FIELD-VALUE
           OPEN INPUT AA-FIELD-FILE
           IF WS-FIELD-STATUS = '00'
               READ AA-FIELD-FILE
                   AT END CONTINUE
                   NOT AT END MOVE AA-FIELD-RECORD TO WS-FIELD-VALUE
               END-READ
               CLOSE AA-FIELD-FILE
           END-IF.

       READ-AUDITARCH-STATUS.
           MOVE 0 TO HTTP-STATUS-CODE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT AA-STATUS-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ AA-STATUS-FILE INTO AA-STATUS-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE FUNCTION NUMVAL(AA-STATUS-RECORD)
                           TO HTTP-STATUS-CODE
               END-READ
           END-PERFORM
           CLOSE AA-STATUS-FILE.

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

       END PROGRAM AZUREAUDITARCH.

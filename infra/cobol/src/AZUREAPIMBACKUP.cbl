       IDENTIFICATION DIVISION.
       PROGRAM-ID. AZUREAPIMBACKUP.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Scheduled API Management configuration backup and point-in-
      *> time restore. Policies, named values, products and APIs
      *> changed by hand in the portal could only be put back by a
      *> full rebuild. Run nightly, this program:
      *>   - runs the APIM service backup of this environment's
      *>     instance into the apim-backups container of
      *>     BACKUP-RETENTION-ACCOUNT, named <instance>-<stamp>
      *>   - records every attempt in apim-backup-catalog.txt
      *>       APIMBK|<backup>|<env>|<instance>|<stamp>|<OK/FAILED>
      *>   - keeps AZURE_APIM_BACKUP_KEEP good generations (default
      *>     7), deleting older backup blobs and catalog lines
      *> With AZURE_APIM_RESTORE set (a backup name from the
      *> catalog, or LATEST) it restores that backup instead - into
      *> the same instance, or into the instance named by
      *> AZURE_APIM_RESTORE_TARGET (resource group
      *> AZURE_APIM_RESTORE_RG, default RG-NAME), such as a test
      *> instance. Restoring over the production instance needs the
      *> operator's RESTORE grant from OPERAUTH.
      *> Backup and restore are long-running; ARM answers 202 and
      *> the operation in the Location header is followed to the
      *> end. Exit code 0 on success, 8 on failure, 9 when the
      *> operator is not authorized.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APIMBK-STATUS-FILE ASSIGN TO "apimbk_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT APIMBK-FIELD-FILE ASSIGN TO "apimbk_field.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIELD-STATUS.
           SELECT OPTIONAL CATALOG-FILE
               ASSIGN TO "apim-backup-catalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT NEW-CATALOG-FILE
               ASSIGN TO "apim-backup-catalog.txt.new"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTH-HEADER-FILE ASSIGN TO "apimbk_auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  APIMBK-STATUS-FILE.
       01  APIMBK-STATUS-RECORD        PIC X(8).

       FD  APIMBK-FIELD-FILE.
       01  APIMBK-FIELD-RECORD         PIC X(1024).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD              PIC X(160).

       FD  NEW-CATALOG-FILE.
       01  NEW-CATALOG-RECORD          PIC X(160).

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
       01  WS-FIELD-STATUS             PIC XX.
       01  WS-CATALOG-STATUS           PIC XX.
       01  WS-ARM-BASE-URL             PIC X(40) VALUE
               'https://management.azure.com'.
       01  WS-BLOB-SUFFIX              PIC X(40) VALUE
               '.blob.core.windows.net'.
       01  WS-CMD                      PIC X(2048).
       01  WS-FIELD-VALUE              PIC X(1024).
       01  WS-RETRY-COUNT              PIC 9(2).
       01  WS-RETRY-MAX                PIC 9(2) VALUE 3.
       01  WS-RETRY-DONE               PIC X.
       01  WS-BACKOFF-SECS             PIC 9(2).
       01  WS-CONTAINER-NAME           PIC X(16) VALUE
               'apim-backups'.

      *> Operator-authorization scratch fields for OPERAUTH
       01  WS-OPER-OPERATION           PIC X(12).
       01  WS-OPER-ENV                 PIC X(16).
       01  WS-OPER-VERDICT             PIC X(1).
       01  WS-ENV-UPPER                PIC X(16).

       01  WS-APIM-NAME                PIC X(64).
       01  WS-TARGET-NAME              PIC X(64).
       01  WS-TARGET-RG                PIC X(64).
       01  WS-RESTORE-REQUEST          PIC X(80).
       01  WS-BACKUP-NAME              PIC X(80).
       01  WS-ACCOUNT-ID               PIC X(256).
       01  WS-SERVICE-URL              PIC X(512).
       01  WS-OPERATION-URL            PIC X(1024).
       01  WS-APIM-ACTION              PIC X(8).
       01  WS-OUTCOME                  PIC X(8).
       01  WS-KEEP-TEXT                PIC X(8).
       01  WS-KEEP-GENERATIONS         PIC 9(3) VALUE 7.
       01  WS-POLL-INTERVAL            PIC 9(3) VALUE 30.
       01  WS-POLL-ELAPSED             PIC 9(5).
       01  WS-POLL-MAX                 PIC 9(5) VALUE 05400.
       01  WS-CURRENT-DATE8            PIC 9(8).
       01  WS-CURRENT-CLOCK8           PIC 9(8).
       01  WS-STAMP                    PIC X(14).

      *> The catalog, oldest first as it was appended
       01  WS-CAT-COUNT                PIC 9(3) VALUE 0.
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY OCCURS 300 TIMES.
               10  WS-CAT-LINE         PIC X(160).
               10  WS-CAT-TAG          PIC X(8).
               10  WS-CAT-BACKUP       PIC X(80).
               10  WS-CAT-ENV          PIC X(16).
               10  WS-CAT-SERVICE      PIC X(64).
               10  WS-CAT-STAMP        PIC X(14).
               10  WS-CAT-OUTCOME      PIC X(8).
               10  WS-CAT-PRUNE        PIC X.
       01  WS-CAT-IDX                  PIC 9(3).
       01  WS-CAT-LINE-WORK            PIC X(160).
       01  WS-GOOD-COUNT               PIC 9(3).
       01  WS-GOOD-SEEN                PIC 9(3).
       01  WS-PRUNE-THROUGH            PIC 9(3).
       01  WS-PRUNED-COUNT             PIC 9(3) VALUE 0.
       01  WS-LATEST-IDX               PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "APIM configuration backup starting"
           MOVE SPACES TO AZURE-CONFIG
           MOVE 'FAILED' TO WS-OUTCOME

           CALL 'AZUREAUTH' USING BY REFERENCE AZURE-CONFIG
                                               AZURE-AUTH-TOKEN
                                               WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Azure authentication failed - no APIM "
                       "backup taken"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF APIM-DEPLOY-FLAG NOT = 'Y'
               DISPLAY "API Management is not deployed in this "
                       "environment - nothing to back up"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           IF BACKUP-RETENTION-ACCOUNT = SPACES
               DISPLAY "BACKUP_RETENTION_ACCOUNT is not configured - "
                       "nowhere to keep APIM backups"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *> The Consumption and v2 tiers have no backup/restore API
           IF APIM-SKU-NAME = 'Consumption'
                   OR APIM-SKU-NAME(1:5) = 'Basic' AND
                      APIM-SKU-NAME(6:2) = 'V2'
                   OR APIM-SKU-NAME(1:8) = 'Standard' AND
                      APIM-SKU-NAME(9:2) = 'V2'
               DISPLAY "APIM tier " FUNCTION TRIM(APIM-SKU-NAME)
                       " does not support service backup"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM DETERMINE-CLOUD-ENDPOINT
           PERFORM READ-BACKUP-SETTINGS
           STRING 'Bearer ' ACCESS-TOKEN
               DELIMITED BY SIZE INTO AUTHORIZATION
           END-STRING
           PERFORM WRITE-AUTH-HEADER-FILE
           PERFORM LOAD-BACKUP-CATALOG

           IF WS-RESTORE-REQUEST = SPACES
               PERFORM RUN-NIGHTLY-BACKUP
           ELSE
               PERFORM RUN-POINT-IN-TIME-RESTORE
           END-IF

           EVALUATE WS-OUTCOME
               WHEN 'OK'
                   MOVE 0 TO RETURN-CODE
               WHEN 'REFUSED'
                   MOVE 9 TO RETURN-CODE
               WHEN OTHER
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
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

       READ-BACKUP-SETTINGS.
           MOVE 'APIM' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-APIM-NAME
           INSPECT WS-APIM-NAME CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'

           MOVE SPACES TO WS-KEEP-TEXT
           ACCEPT WS-KEEP-TEXT FROM ENVIRONMENT 'AZURE_APIM_BACKUP_KEEP'
           IF WS-KEEP-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-KEEP-TEXT)
                   TO WS-KEEP-GENERATIONS
           END-IF
           IF WS-KEEP-GENERATIONS = 0
               MOVE 7 TO WS-KEEP-GENERATIONS
           END-IF

           MOVE SPACES TO WS-RESTORE-REQUEST WS-TARGET-NAME
                          WS-TARGET-RG
           ACCEPT WS-RESTORE-REQUEST FROM ENVIRONMENT
               'AZURE_APIM_RESTORE'
           ACCEPT WS-TARGET-NAME FROM ENVIRONMENT
               'AZURE_APIM_RESTORE_TARGET'
           ACCEPT WS-TARGET-RG FROM ENVIRONMENT
               'AZURE_APIM_RESTORE_RG'
           IF WS-TARGET-NAME = SPACES
               MOVE WS-APIM-NAME TO WS-TARGET-NAME
           END-IF
           INSPECT WS-TARGET-NAME CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           IF WS-TARGET-RG = SPACES
               MOVE RG-NAME TO WS-TARGET-RG
           END-IF

           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-CLOCK8 FROM TIME
           MOVE SPACES TO WS-STAMP
           STRING WS-CURRENT-DATE8 WS-CURRENT-CLOCK8(1:6)
               DELIMITED BY SIZE INTO WS-STAMP
           END-STRING.

       LOAD-BACKUP-CATALOG.
           MOVE 0 TO WS-CAT-COUNT
           INITIALIZE WS-CAT-TABLE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CATALOG-FILE
      *> 05: no catalog yet - the optional file opened empty
           IF WS-CATALOG-STATUS NOT = '00'
               IF WS-CATALOG-STATUS = '05'
                   CLOSE CATALOG-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CATALOG-FILE INTO WS-CAT-LINE-WORK
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-CAT-COUNT < 300
                               AND WS-CAT-LINE-WORK NOT = SPACES
                           ADD 1 TO WS-CAT-COUNT
                           MOVE WS-CAT-COUNT TO WS-CAT-IDX
                           PERFORM SPLIT-CATALOG-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE.

       SPLIT-CATALOG-LINE.
           MOVE WS-CAT-LINE-WORK TO WS-CAT-LINE(WS-CAT-IDX)
           UNSTRING WS-CAT-LINE-WORK DELIMITED BY '|'
               INTO WS-CAT-TAG(WS-CAT-IDX) WS-CAT-BACKUP(WS-CAT-IDX)
                    WS-CAT-ENV(WS-CAT-IDX) WS-CAT-SERVICE(WS-CAT-IDX)
                    WS-CAT-STAMP(WS-CAT-IDX)
                    WS-CAT-OUTCOME(WS-CAT-IDX)
           END-UNSTRING
           MOVE 'N' TO WS-CAT-PRUNE(WS-CAT-IDX).

       RUN-NIGHTLY-BACKUP.
           MOVE 'BACKUP' TO WS-APIM-ACTION
           MOVE SPACES TO WS-BACKUP-NAME
           STRING FUNCTION TRIM(WS-APIM-NAME) '-' WS-STAMP
               DELIMITED BY SIZE INTO WS-BACKUP-NAME
           END-STRING
           DISPLAY "  Backing up " FUNCTION TRIM(WS-APIM-NAME)
                   " as " FUNCTION TRIM(WS-BACKUP-NAME)

      *> The container is created idempotently up front, the way
      *> housekeeping prepares run-archives
           MOVE SPACES TO WS-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o /dev/null -X PUT'
                  ' -H @apimbk_auth.txt'
                  ' -H ' "'x-ms-version: 2021-08-06'"
                  ' -H ' "'Content-Length: 0'"
                  " 'https://"
                  FUNCTION TRIM(BACKUP-RETENTION-ACCOUNT)
                  FUNCTION TRIM(WS-BLOB-SUFFIX) '/'
                  FUNCTION TRIM(WS-CONTAINER-NAME)
                  "?restype=container'"
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-CMD
           END-CALL

           MOVE WS-APIM-NAME TO WS-TARGET-NAME
           MOVE RG-NAME TO WS-TARGET-RG
           PERFORM RUN-APIM-OPERATION
           PERFORM APPEND-CATALOG-ENTRY
           IF WS-OUTCOME = 'OK'
               DISPLAY "  Backup complete: "
                       FUNCTION TRIM(WS-CONTAINER-NAME) "/"
                       FUNCTION TRIM(WS-BACKUP-NAME) " on "
                       FUNCTION TRIM(BACKUP-RETENTION-ACCOUNT)
               PERFORM PRUNE-OLD-GENERATIONS
           END-IF.

      *> Production is restored over only with a RESTORE grant; a
      *> restore into another instance (a test copy) needs none
       RUN-POINT-IN-TIME-RESTORE.
           MOVE 'RESTORE' TO WS-APIM-ACTION
           PERFORM SELECT-RESTORE-BACKUP
           IF WS-BACKUP-NAME = SPACES
               DISPLAY "  No good backup named "
                       FUNCTION TRIM(WS-RESTORE-REQUEST)
                       " in apim-backup-catalog.txt for "
                       FUNCTION TRIM(WS-APIM-NAME)
               EXIT PARAGRAPH
           END-IF

           MOVE ENV-NAME TO WS-ENV-UPPER
           PERFORM CHECK-PRODUCTION-NAME
           IF WS-ENV-UPPER = 'PROD' AND WS-TARGET-NAME = WS-APIM-NAME
                   AND WS-TARGET-RG = RG-NAME
               MOVE 'RESTORE' TO WS-OPER-OPERATION
               MOVE ENV-NAME TO WS-OPER-ENV
               CALL 'OPERAUTH' USING WS-OPER-OPERATION WS-OPER-ENV
                                     CLIENT-ID WS-OPER-VERDICT
               IF WS-OPER-VERDICT NOT = 'Y'
                   DISPLAY "Restore refused: operator not authorized "
                           "to restore production"
                   MOVE 'REFUSED' TO WS-OUTCOME
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "  Restoring " FUNCTION TRIM(WS-BACKUP-NAME)
                   " into " FUNCTION TRIM(WS-TARGET-NAME)
                   " (" FUNCTION TRIM(WS-TARGET-RG) ")"
           PERFORM RUN-APIM-OPERATION
           IF WS-OUTCOME = 'OK'
               DISPLAY "  Restore complete"
           END-IF.

      *> LATEST picks the newest good backup of this instance;
      *> otherwise the name must be a good backup in the catalog
       SELECT-RESTORE-BACKUP.
           MOVE SPACES TO WS-BACKUP-NAME
           MOVE 0 TO WS-LATEST-IDX
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF WS-CAT-TAG(WS-CAT-IDX) = 'APIMBK'
                       AND WS-CAT-SERVICE(WS-CAT-IDX) = WS-APIM-NAME
                       AND WS-CAT-OUTCOME(WS-CAT-IDX) = 'OK'
                   IF WS-RESTORE-REQUEST = 'LATEST'
                           OR WS-RESTORE-REQUEST = 'latest'
                           OR WS-RESTORE-REQUEST
                              = WS-CAT-BACKUP(WS-CAT-IDX)
                       MOVE WS-CAT-IDX TO WS-LATEST-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LATEST-IDX > 0
               MOVE WS-CAT-BACKUP(WS-LATEST-IDX) TO WS-BACKUP-NAME
           END-IF.

      *> Folds PROD and PRODUCTION, any case, onto 'PROD'
       CHECK-PRODUCTION-NAME.
           INSPECT WS-ENV-UPPER CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-ENV-UPPER = 'PRODUCTION'
               MOVE 'PROD' TO WS-ENV-UPPER
           END-IF.

      *> Backup and restore take the same request body. The storage
      *> key is fetched and written into the body file inside one
      *> shell so it never appears on a command line; the copy
      *> handed to the audit trail names the key but not its value.
       RUN-APIM-OPERATION.
           MOVE 'FAILED' TO WS-OUTCOME
           PERFORM RESOLVE-RETENTION-ACCOUNT
           IF WS-ACCOUNT-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CMD
           STRING 'rm -f apimbk_field.txt; '
                  'K=$(curl -s -m ' WS-CURL-MAX-TIME
                  ' -X POST -H @apimbk_auth.txt'
                  ' -H ' "'Content-Length: 0'"
                  " '" FUNCTION TRIM(WS-ARM-BASE-URL)
                  FUNCTION TRIM(WS-ACCOUNT-ID)
                  "/listKeys?api-version=2023-01-01'"
                  " | tr -d '\n'"
                  ' | grep -o ' "'" '"value":"[^"]*"' "'"
                  ' | head -1 | sed ' "'" 's/.*:"//; s/"$//' "'"
                  '); '
                  '[ -n "$K" ] ' '&&' ' printf '
                  "'" '{"storageAccount":"%s","containerName":"%s",'
                  '"backupName":"%s","accessType":"AccessKey",'
                  '"accessKey":"%s"}' "' "
                  FUNCTION TRIM(BACKUP-RETENTION-ACCOUNT) ' '
                  FUNCTION TRIM(WS-CONTAINER-NAME) ' '
                  FUNCTION TRIM(WS-BACKUP-NAME) ' "$K"'
                  ' > apimbk_body.json ' '&&'
                  ' echo Y > apimbk_field.txt'
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-CMD
           END-CALL
           PERFORM READ-APIMBK-FIELD
           IF WS-FIELD-VALUE(1:1) NOT = 'Y'
               DISPLAY "  No key returned for "
                       FUNCTION TRIM(BACKUP-RETENTION-ACCOUNT)
               EXIT PARAGRAPH
           END-IF

           MOVE 'POST' TO HTTP-METHOD
           MOVE SPACES TO WS-SERVICE-URL HTTP-URL HTTP-BODY
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/' SUBSCRIPTION-ID
                  '/resourceGroups/' FUNCTION TRIM(WS-TARGET-RG)
                  '/providers/Microsoft.ApiManagement/service/'
                  FUNCTION TRIM(WS-TARGET-NAME)
               DELIMITED BY SIZE INTO WS-SERVICE-URL
           END-STRING
           IF WS-APIM-ACTION = 'BACKUP'
               STRING FUNCTION TRIM(WS-SERVICE-URL)
                      '/backup?api-version=2022-08-01'
                   DELIMITED BY SIZE INTO HTTP-URL
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-SERVICE-URL)
                      '/restore?api-version=2022-08-01'
                   DELIMITED BY SIZE INTO HTTP-URL
               END-STRING
           END-IF
           STRING '{"storageAccount":"'
                  FUNCTION TRIM(BACKUP-RETENTION-ACCOUNT)
                  '","containerName":"'
                  FUNCTION TRIM(WS-CONTAINER-NAME)
                  '","backupName":"' FUNCTION TRIM(WS-BACKUP-NAME)
                  '","accessType":"AccessKey","accessKey":"***"}'
               DELIMITED BY SIZE INTO HTTP-BODY
           END-STRING

           MOVE SPACES TO WS-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o apimbk_response.json -D apimbk_headers.txt'
                  ' -w ' "'%{http_code}'"
                  ' -X POST -H @apimbk_auth.txt'
                  ' -H ' "'Content-Type: application/json'"
                  ' --data-binary @apimbk_body.json'
                  " '" FUNCTION TRIM(HTTP-URL) "'"
                  ' > apimbk_status.txt'
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           PERFORM RUN-WITH-RETRY
           CALL "C$SYSTEM" USING "rm -f apimbk_body.json"
           END-CALL

      *> Every ARM change lands one chained record in the audit
      *> trail, correlation ID included
           CALL 'AUDITLOG' USING HTTP-METHOD HTTP-URL HTTP-BODY
                                 HTTP-STATUS-CODE CLIENT-ID
                                 'apimbk_headers.txt'

           IF HTTP-STATUS-CODE = 202
               PERFORM WAIT-FOR-APIM-OPERATION
           END-IF
           IF HTTP-STATUS-CODE = 200
               MOVE 'OK' TO WS-OUTCOME
           ELSE
               DISPLAY "  APIM " FUNCTION TRIM(WS-APIM-ACTION)
                       " did not complete. Status: "
                       HTTP-STATUS-CODE
           END-IF.

      *> The retention account may live outside RG-NAME, so its ID
      *> is looked up by name
       RESOLVE-RETENTION-ACCOUNT.
           MOVE SPACES TO WS-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -H @apimbk_auth.txt'
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
                  ' > apimbk_field.txt'
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-CMD
           END-CALL
           PERFORM READ-APIMBK-FIELD
           MOVE WS-FIELD-VALUE TO WS-ACCOUNT-ID
           IF WS-ACCOUNT-ID = SPACES
               DISPLAY "  Retention account "
                       FUNCTION TRIM(BACKUP-RETENTION-ACCOUNT)
                       " not found in the subscription"
           END-IF.

      *> Backups of a large instance run for many minutes; the
      *> operation named in the Location header is followed until it
      *> stops answering 202, as SLOTSWAP follows a slot swap
       WAIT-FOR-APIM-OPERATION.
           MOVE SPACES TO WS-CMD
           STRING "grep -i '^location:' apimbk_headers.txt | head -1"
                  " | cut -d' ' -f2 | tr -d '\r' > apimbk_field.txt"
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-CMD
           END-CALL
           PERFORM READ-APIMBK-FIELD
           MOVE WS-FIELD-VALUE TO WS-OPERATION-URL
           IF WS-OPERATION-URL = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-POLL-ELAPSED
           MOVE SPACES TO WS-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o apimbk_response.json -w ' "'%{http_code}'"
                  ' -H @apimbk_auth.txt'
                  " '" FUNCTION TRIM(WS-OPERATION-URL) "'"
                  ' > apimbk_status.txt'
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           PERFORM UNTIL HTTP-STATUS-CODE NOT = 202
                      OR WS-POLL-ELAPSED >= WS-POLL-MAX
               CALL "C$SYSTEM" USING "sleep " WS-POLL-INTERVAL
               END-CALL
               ADD WS-POLL-INTERVAL TO WS-POLL-ELAPSED
               CALL "C$SYSTEM" USING WS-CMD
               END-CALL
               PERFORM READ-APIMBK-STATUS
           END-PERFORM.

       APPEND-CATALOG-ENTRY.
           MOVE SPACES TO WS-CAT-LINE-WORK
           STRING 'APIMBK|' FUNCTION TRIM(WS-BACKUP-NAME)
                  '|' FUNCTION TRIM(ENV-NAME)
                  '|' FUNCTION TRIM(WS-APIM-NAME)
                  '|' WS-STAMP
                  '|' FUNCTION TRIM(WS-OUTCOME)
               DELIMITED BY SIZE INTO WS-CAT-LINE-WORK
           END-STRING
           OPEN EXTEND CATALOG-FILE
           WRITE CATALOG-RECORD FROM WS-CAT-LINE-WORK
           CLOSE CATALOG-FILE
           IF WS-CAT-COUNT < 300
               ADD 1 TO WS-CAT-COUNT
               MOVE WS-CAT-COUNT TO WS-CAT-IDX
               PERFORM SPLIT-CATALOG-LINE
           END-IF.

      *> Generations are counted in good backups of this instance
      *> only. Everything of this instance older than the oldest
      *> generation kept - good or failed - leaves the catalog, and
      *> the good ones' blobs are deleted; other instances' lines
      *> pass through untouched.
       PRUNE-OLD-GENERATIONS.
           PERFORM MARK-PRUNED-ENTRIES
           IF WS-PRUNE-THROUGH = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF WS-CAT-PRUNE(WS-CAT-IDX) = 'Y'
                       AND WS-CAT-OUTCOME(WS-CAT-IDX) = 'OK'
                   PERFORM DELETE-BACKUP-BLOB
               END-IF
           END-PERFORM

           OPEN OUTPUT NEW-CATALOG-FILE
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF WS-CAT-PRUNE(WS-CAT-IDX) NOT = 'Y'
                   WRITE NEW-CATALOG-RECORD
                       FROM WS-CAT-LINE(WS-CAT-IDX)
               END-IF
           END-PERFORM
           CLOSE NEW-CATALOG-FILE
           CALL "C$SYSTEM" USING
               "mv apim-backup-catalog.txt.new apim-backup-catalog.txt"
           END-CALL
           DISPLAY "  Pruned " WS-PRUNED-COUNT
                   " old generation(s); keeping "
                   WS-KEEP-GENERATIONS.

       MARK-PRUNED-ENTRIES.
           MOVE 0 TO WS-GOOD-COUNT WS-GOOD-SEEN WS-PRUNE-THROUGH
                     WS-PRUNED-COUNT
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF WS-CAT-TAG(WS-CAT-IDX) = 'APIMBK'
                       AND WS-CAT-SERVICE(WS-CAT-IDX) = WS-APIM-NAME
                       AND WS-CAT-OUTCOME(WS-CAT-IDX) = 'OK'
                   ADD 1 TO WS-GOOD-COUNT
               END-IF
           END-PERFORM
           IF WS-GOOD-COUNT NOT > WS-KEEP-GENERATIONS
               EXIT PARAGRAPH
           END-IF
      *> The last good backup to go is number GOOD - KEEP, oldest
      *> first
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
                      OR WS-PRUNE-THROUGH > 0
               IF WS-CAT-TAG(WS-CAT-IDX) = 'APIMBK'
                       AND WS-CAT-SERVICE(WS-CAT-IDX) = WS-APIM-NAME
                       AND WS-CAT-OUTCOME(WS-CAT-IDX) = 'OK'
                   ADD 1 TO WS-GOOD-SEEN
                   IF WS-GOOD-SEEN =
                           WS-GOOD-COUNT - WS-KEEP-GENERATIONS
                       MOVE WS-CAT-IDX TO WS-PRUNE-THROUGH
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-PRUNE-THROUGH
               IF WS-CAT-TAG(WS-CAT-IDX) = 'APIMBK'
                       AND WS-CAT-SERVICE(WS-CAT-IDX) = WS-APIM-NAME
                   MOVE 'Y' TO WS-CAT-PRUNE(WS-CAT-IDX)
                   IF WS-CAT-OUTCOME(WS-CAT-IDX) = 'OK'
                       ADD 1 TO WS-PRUNED-COUNT
                   END-IF
               END-IF
           END-PERFORM.

      *> A blob already gone (404) is as good as deleted
       DELETE-BACKUP-BLOB.
           MOVE SPACES TO WS-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o /dev/null -w ' "'%{http_code}'"
                  ' -X DELETE -H @apimbk_auth.txt'
                  ' -H ' "'x-ms-version: 2021-08-06'"
                  " 'https://"
                  FUNCTION TRIM(BACKUP-RETENTION-ACCOUNT)
                  FUNCTION TRIM(WS-BLOB-SUFFIX) '/'
                  FUNCTION TRIM(WS-CONTAINER-NAME) '/'
                  FUNCTION TRIM(WS-CAT-BACKUP(WS-CAT-IDX)) "'"
                  ' > apimbk_status.txt'
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-CMD
           END-CALL
           PERFORM READ-APIMBK-STATUS
           IF HTTP-STATUS-CODE NOT = 202 AND HTTP-STATUS-CODE NOT = 404
               DISPLAY "    Could not delete "
                       FUNCTION TRIM(WS-CAT-BACKUP(WS-CAT-IDX))
                       " (status " HTTP-STATUS-CODE ")"
           END-IF.

       READ-APIMBK-FIELD.
           MOVE SPACES TO WS-FIELD-VALUE
           OPEN INPUT APIMBK-FIELD-FILE
           IF WS-FIELD-STATUS = '00'
               READ APIMBK-FIELD-FILE INTO WS-FIELD-VALUE
                   AT END CONTINUE
               END-READ
               CLOSE APIMBK-FIELD-FILE
           END-IF.

       RUN-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' HTTP-METHOD HTTP-URL
                                      'apimbk_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING WS-CMD
               END-CALL
               PERFORM READ-APIMBK-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' HTTP-METHOD HTTP-URL
                                      'apimbk_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM.

       READ-APIMBK-STATUS.
           MOVE 0 TO HTTP-STATUS-CODE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT APIMBK-STATUS-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ APIMBK-STATUS-FILE INTO APIMBK-STATUS-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE FUNCTION NUMVAL(APIMBK-STATUS-RECORD)
                           TO HTTP-STATUS-CODE
               END-READ
           END-PERFORM
           CLOSE APIMBK-STATUS-FILE.

      *> Azure throttles ARM calls (429) and occasionally returns a
      *> transient 5xx; back off and retry those rather than missing
      *> a night's backup over a blip.
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

       END PROGRAM AZUREAPIMBACKUP.

       01  WS-WB-JSON                  PIC X(6144).
       01  WS-WB-CMD                   PIC X(1024).

      *> Workspace data export to the archive storage account -
      *> tables kept for years in cool/archive blob tiers instead
      *> of in workspace retention
       01  WS-EXPORT-API-VERSION       PIC X(16) VALUE '2020-08-01'.
       01  WS-EXPORT-URL               PIC X(512).
       01  WS-EXPORT-JSON              PIC X(2048).
       01  WS-EXPORT-PTR               PIC 9(4).
       01  WS-EXPORT-IDX               PIC 9(2).
       01  WS-EXPORT-SLOT              PIC 9(2).
       01  WS-EXPORT-SUB               PIC X(36).
       01  WS-ARCHIVE-SA-NAME          PIC X(64).
       01  WS-ARCHIVE-SA-NAME-LEN      PIC 9(2).
       01  WS-ARCHIVE-SA-NAME-TRUNC    PIC X(22).
       01  WS-ARCHIVE-SA-URL           PIC X(512).
       01  WS-ARCHIVE-SA-API-VERSION   PIC X(16) VALUE '2023-01-01'.
      *> AZURE_LA_EXPORT_ONLY=Y is set by STORAGE once the archive
      *> account exists, so the export rule is attached on the same
      *> run the account is first created in
       01  WS-EXPORT-ONLY              PIC X(1).

       LINKAGE SECTION.
       COPY AZURECONFIG REPLACING AZURE-CONFIG BY LS-AZURE-CONFIG.
       01  LS-AUTH-TOKEN.
           DISPLAY "Log Analytics Workspace deployment module "
                   "starting..."
           MOVE ZERO TO LS-RETURN-CODE

           MOVE SPACES TO WS-EXPORT-ONLY
           ACCEPT WS-EXPORT-ONLY FROM ENVIRONMENT 'AZURE_LA_EXPORT_ONLY'
           IF WS-EXPORT-ONLY = 'Y'
               PERFORM GENERATE-LA-NAME
               STRING 'Bearer ' LS-ACCESS-TOKEN
                   DELIMITED BY SIZE INTO AUTHORIZATION
               END-STRING
               PERFORM WRITE-AUTH-HEADER-FILE
               PERFORM DEPLOY-DATA-EXPORT
           ELSE
               PERFORM DEPLOY-LOG-ANALYTICS
           END-IF

           GOBACK.
       
       DEPLOY-LOG-ANALYTICS.
                   IF LS-RETURN-CODE = 0
                       PERFORM DEPLOY-OPS-WORKBOOK
                   END-IF
                   IF LS-RETURN-CODE = 0
                           AND LA-EXPORT-TABLE-COUNT > 0
                       PERFORM DEPLOY-DATA-EXPORT
                   END-IF
               ELSE
                   DISPLAY "Failed to create Log Analytics Workspace. "
                           "Status: " HTTP-STATUS-CODE
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' HTTP-METHOD HTTP-URL
                                      'loganalytics_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o loganalytics_response.json "
               END-CALL

               PERFORM READ-LA-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' HTTP-METHOD HTTP-URL
                                      'loganalytics_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' WS-SEARCH-URL
                                      'loganalytics_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o loganalytics_response.json "
                   "-D loganalytics_rate_headers.txt "
                   "-w '%{http_code}' -X PUT "
                   "-H @loganalytics_auth.txt -H 'Content-Type: "
                   "application/json' -d '"
               END-CALL

               PERFORM READ-LA-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' WS-SEARCH-URL
                                      'loganalytics_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           WRITE WB-PAYLOAD-RECORD FROM WS-WB-JSON
           CLOSE WB-PAYLOAD-FILE

           MOVE 'PUT' TO HTTP-METHOD
           MOVE SPACES TO HTTP-URL
           STRING 'https://management.azure.com/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/'
                  FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.Insights/workbooks/'
                  '00000000-0000-4000-a000-000000000001'
                  '?api-version=2022-04-01'
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING

           MOVE SPACES TO WS-WB-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o loganalytics_response.json'
                  ' -D loganalytics_rate_headers.txt -w '
                  "'%{http_code}'"
                  ' -X PUT -H @loganalytics_auth.txt'
                  ' -H ' "'Content-Type: application/json'"
                  ' -d @la_workbook.json'
                  " '" FUNCTION TRIM(HTTP-URL) "'"
                  ' > loganalytics_status.txt'
               DELIMITED BY SIZE INTO WS-WB-CMD
           END-STRING
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' HTTP-METHOD HTTP-URL
                                      'loganalytics_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING WS-WB-CMD
               END-CALL

               PERFORM READ-LA-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' HTTP-METHOD HTTP-URL
                                      'loganalytics_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

               MOVE 1 TO LS-RETURN-CODE
           END-IF.

      *> One export rule carries every LA_EXPORT_TABLE_n into the
      *> storage account in slot LA_EXPORT_STORAGE; the workspace
      *> writes each table to its own am-<table> container, and the
      *> account's lifecycle policy (STORAGE_n_LIFECYCLE_*) moves the
      *> blobs through cool and archive. AZURELAARCHIVE checks each
      *> month that every day's data arrived. LOGANALYTICS runs
      *> ahead of STORAGE, so on a new environment the account is
      *> not there yet - the rule is left to STORAGE's call back in.
       DEPLOY-DATA-EXPORT.
           DISPLAY "Deploying the archive data export..."
           MOVE LA-EXPORT-STORAGE-SLOT TO WS-EXPORT-SLOT
           IF WS-EXPORT-SLOT < 1 OR WS-EXPORT-SLOT > STORAGE-COUNT
                   OR WS-EXPORT-SLOT > 5
               DISPLAY "  LA_EXPORT_STORAGE " WS-EXPORT-SLOT
                       " is not a configured storage account - no "
                       "export deployed"
               MOVE 1 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF SA-LIFECYCLE-ENABLED(WS-EXPORT-SLOT) NOT = 'Y'
                   OR SA-LIFECYCLE-ARCHIVE-DAYS(WS-EXPORT-SLOT) = 0
               DISPLAY "  Warning: archive account slot "
                       WS-EXPORT-SLOT " has no archive lifecycle tier "
                       "- exported logs stay in the hot tier"
           END-IF

           PERFORM GENERATE-ARCHIVE-SA-NAME
           IF DATA-SUBSCRIPTION-ID = SPACES
               MOVE SUBSCRIPTION-ID TO WS-EXPORT-SUB
           ELSE
               MOVE DATA-SUBSCRIPTION-ID TO WS-EXPORT-SUB
           END-IF

           MOVE 'Microsoft.OperationalInsights/workspaces/dataExports'
               TO WS-AV-TYPE
           CALL 'APIVERSIONS' USING WS-AV-TYPE WS-EXPORT-API-VERSION
           MOVE SPACES TO WS-EXPORT-URL
           STRING 'https://management.azure.com/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/'
                  FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.OperationalInsights/'
                  'workspaces/'
                  FUNCTION TRIM(WS-LA-NAME)
                  '/dataExports/archive-export?api-version='
                  FUNCTION TRIM(WS-EXPORT-API-VERSION)
               DELIMITED BY SIZE INTO WS-EXPORT-URL
           END-STRING

           IF WS-EXPORT-ONLY NOT = 'Y'
               PERFORM CHECK-ARCHIVE-ACCOUNT
               IF HTTP-STATUS-CODE = 404
                   DISPLAY "  Archive account "
                           FUNCTION TRIM(WS-ARCHIVE-SA-NAME)
                           " not created yet - the export is attached "
                           "when STORAGE deploys it"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES TO WS-EXPORT-JSON
           MOVE 1 TO WS-EXPORT-PTR
           STRING '{"properties":{"destination":{"resourceId":'
                  '"/subscriptions/' FUNCTION TRIM(WS-EXPORT-SUB)
                  '/resourceGroups/' FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.Storage/storageAccounts/'
                  FUNCTION TRIM(WS-ARCHIVE-SA-NAME)
                  '"},"tableNames":['
               DELIMITED BY SIZE INTO WS-EXPORT-JSON
               WITH POINTER WS-EXPORT-PTR
           END-STRING
           PERFORM VARYING WS-EXPORT-IDX FROM 1 BY 1
                   UNTIL WS-EXPORT-IDX > LA-EXPORT-TABLE-COUNT
                      OR WS-EXPORT-IDX > 10
               IF WS-EXPORT-IDX > 1
                   STRING ','
                       DELIMITED BY SIZE INTO WS-EXPORT-JSON
                       WITH POINTER WS-EXPORT-PTR
                   END-STRING
               END-IF
               STRING '"'
                      FUNCTION TRIM(LA-EXPORT-TABLE-NAME(WS-EXPORT-IDX))
                      '"'
                   DELIMITED BY SIZE INTO WS-EXPORT-JSON
                   WITH POINTER WS-EXPORT-PTR
               END-STRING
           END-PERFORM
           STRING '],"enable":true}}'
               DELIMITED BY SIZE INTO WS-EXPORT-JSON
               WITH POINTER WS-EXPORT-PTR
           END-STRING

           MOVE 'PUT' TO HTTP-METHOD
           MOVE WS-EXPORT-URL TO HTTP-URL
           MOVE WS-EXPORT-JSON TO HTTP-BODY
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' WS-EXPORT-URL
                                      'loganalytics_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o loganalytics_response.json "
                   "-D loganalytics_rate_headers.txt "
                   "-w '%{http_code}' -X PUT "
                   "-H @loganalytics_auth.txt -H 'Content-Type: "
                   "application/json' -d '"
                   WS-EXPORT-JSON
                   "' '" WS-EXPORT-URL "' > loganalytics_status.txt"
               END-CALL

               PERFORM READ-LA-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' WS-EXPORT-URL
                                      'loganalytics_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM
           CALL 'AUDITLOG' USING HTTP-METHOD HTTP-URL HTTP-BODY
                                 HTTP-STATUS-CODE CLIENT-ID
                                 'loganalytics_rate_headers.txt'

           IF HTTP-STATUS-CODE = 200 OR HTTP-STATUS-CODE = 201
               DISPLAY "  Data export deployed: "
                       LA-EXPORT-TABLE-COUNT " table(s) to "
                       FUNCTION TRIM(WS-ARCHIVE-SA-NAME)
           ELSE
               DISPLAY "  Failed to deploy the data export. Status: "
                       HTTP-STATUS-CODE
               MOVE 1 TO LS-RETURN-CODE
           END-IF.

      *> Plain GET on the archive account - only a 404 defers the
      *> export; anything else goes on to the PUT, which reports a
      *> real failure itself
       CHECK-ARCHIVE-ACCOUNT.
           MOVE 'Microsoft.Storage/storageAccounts' TO WS-AV-TYPE
           CALL 'APIVERSIONS' USING WS-AV-TYPE WS-ARCHIVE-SA-API-VERSION
           MOVE SPACES TO WS-ARCHIVE-SA-URL
           STRING 'https://management.azure.com/subscriptions/'
                  FUNCTION TRIM(WS-EXPORT-SUB)
                  '/resourceGroups/' FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.Storage/storageAccounts/'
                  FUNCTION TRIM(WS-ARCHIVE-SA-NAME)
                  '?api-version='
                  FUNCTION TRIM(WS-ARCHIVE-SA-API-VERSION)
               DELIMITED BY SIZE INTO WS-ARCHIVE-SA-URL
           END-STRING
           CALL "C$SYSTEM" USING
               "curl -s -m " WS-CURL-MAX-TIME
               " -o loganalytics_response.json "
               "-w '%{http_code}' "
               "-H @loganalytics_auth.txt '"
               WS-ARCHIVE-SA-URL "' > loganalytics_status.txt"
           END-CALL
           PERFORM READ-LA-STATUS.

      *> Same naming and 24-character cut STORAGE applied to the
      *> account in that slot
       GENERATE-ARCHIVE-SA-NAME.
           MOVE SPACES TO WS-NAME-REQ
           STRING 'SA|' SA-NAME-PREFIX(WS-EXPORT-SLOT)
                  '|' WS-EXPORT-SLOT
               DELIMITED BY SIZE INTO WS-NAME-REQ
           END-STRING
           CALL 'AZURENAME' USING LS-AZURE-CONFIG WS-NAME-REQ
                                  WS-ARCHIVE-SA-NAME
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ARCHIVE-SA-NAME))
               TO WS-ARCHIVE-SA-NAME-LEN
           IF WS-ARCHIVE-SA-NAME-LEN > 24
               MOVE WS-ARCHIVE-SA-NAME(1:22)
                   TO WS-ARCHIVE-SA-NAME-TRUNC
               MOVE SPACES TO WS-ARCHIVE-SA-NAME
               STRING WS-ARCHIVE-SA-NAME-TRUNC WS-EXPORT-SLOT
                   DELIMITED BY SIZE INTO WS-ARCHIVE-SA-NAME
               END-STRING
           END-IF.

       READ-LA-STATUS.
           MOVE 0 TO HTTP-STATUS-CODE
           MOVE 'N' TO WS-EOF-FLAG

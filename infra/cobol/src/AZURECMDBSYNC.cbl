       IDENTIFICATION DIVISION.
       PROGRAM-ID. AZURECMDBSYNC.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> ServiceNow CMDB synchronisation. Run for an environment after
      *> AZUREINVENTORY, it reads inventory-report.txt and
      *> deployment-state.json and keeps the CMDB in step:
      *>   - one configuration item per live resource (class
      *>     AZURE_SNOW_CI_CLASS, default cmdb_ci), keyed on the
      *>     lower-cased ARM ID in correlation_id and carrying the
      *>     environment and the costCenter and owner tags
      *>   - relationships between them: each private endpoint
      *>     "Connects to" the resource it fronts, and API Management
      *>     and the Function App "Depend on" the Key Vault
      *>   - CIs whose resource is no longer in the inventory are
      *>     retired (install_status 7, operational_status 6)
      *> What was created is kept in snow-cmdb-map.dat
      *>     CI|<env>|<arm id>|<sys_id>|<ACTIVE or RETIRED>
      *>     REL|<env>|<parent arm id>|<child arm id>|<type>|<sys_id>
      *> which AZURESNOWBRIDGE reads to attach each incident to the
      *> CI of the alert's target resource. Uses the same SNOW_*
      *> credentials as the bridge. An inventory that did not
      *> complete retires nothing. Exit code 0 when in step, 4 when
      *> ServiceNow is not configured, 8 when any call failed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMDB-STATUS-FILE ASSIGN TO "cmdbsync_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CMDB-FIELD-FILE ASSIGN TO "cmdbsync_field.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIELD-STATUS.
           SELECT STATE-FILE ASSIGN TO "deployment-state.json"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.
           SELECT INVENTORY-FILE ASSIGN TO "inventory-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVENTORY-STATUS.
           SELECT OPTIONAL CMDB-MAP-FILE ASSIGN TO "snow-cmdb-map.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT NEW-MAP-FILE ASSIGN TO "snow-cmdb-map.dat.new"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CMDB-STATUS-FILE.
       01  CMDB-STATUS-RECORD          PIC X(8).

       FD  CMDB-FIELD-FILE.
       01  CMDB-FIELD-RECORD           PIC X(256).

       FD  STATE-FILE.
       01  STATE-RECORD                PIC X(120).

       FD  INVENTORY-FILE.
       01  INVENTORY-RECORD            PIC X(200).

       FD  CMDB-MAP-FILE.
       01  CMDB-MAP-RECORD             PIC X(512).

       FD  NEW-MAP-FILE.
       01  NEW-MAP-RECORD              PIC X(512).

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
       01  WS-STATE-STATUS             PIC XX.
       01  WS-INVENTORY-STATUS         PIC XX.
       01  WS-MAP-STATUS               PIC XX.
       01  WS-CMD                      PIC X(2048).
       01  WS-FIELD-VALUE              PIC X(256).
       01  WS-RETRY-COUNT              PIC 9(2).
       01  WS-RETRY-MAX                PIC 9(2) VALUE 3.
       01  WS-RETRY-DONE               PIC X.
       01  WS-BACKOFF-SECS             PIC 9(2).
       01  WS-TEMP-BEFORE              PIC X(512).
       01  WS-TEMP-AFTER               PIC X(512).

       01  WS-CI-CLASS                 PIC X(40).
       01  WS-SNOW-METHOD              PIC X(8).
       01  WS-SNOW-URL                 PIC X(1024).
       01  WS-SNOW-BODY                PIC X(1024).
       01  WS-SYS-ID                   PIC X(32).
       01  WS-FAILED-CALLS             PIC 9(3) VALUE 0.
       01  WS-CREATED-COUNT            PIC 9(3) VALUE 0.
       01  WS-UPDATED-COUNT            PIC 9(3) VALUE 0.
       01  WS-RETIRED-COUNT            PIC 9(3) VALUE 0.
       01  WS-REL-COUNT                PIC 9(3) VALUE 0.

      *> Deployed-or-not per resource family, read back from the
      *> state snapshot AZUREDEPLOY maintains; without the file the
      *> inventory alone decides
       01  WS-STATE-PRESENT            PIC X VALUE 'N'.
       01  WS-STATE-EOF                PIC X VALUE 'N'.
       01  WS-STATE-LABEL              PIC X(24).
       01  WS-DEP-KV                   PIC X VALUE 'N'.
       01  WS-DEP-APIM                 PIC X VALUE 'N'.
       01  WS-DEP-FUNC                 PIC X VALUE 'N'.

      *> The resources AZUREINVENTORY found
       01  WS-INVENTORY-COMPLETE       PIC X VALUE 'N'.
       01  WS-INVENTORY-HEADING        PIC X(200).
       01  WS-INV-LINE                 PIC X(200).
       01  WS-INV-COUNT                PIC 9(3) VALUE 0.
       01  WS-INV-TABLE.
           05  WS-INV-ENTRY OCCURS 200 TIMES.
               10  WS-INV-NAME         PIC X(80).
               10  WS-INV-TYPE         PIC X(80).
               10  WS-INV-ID           PIC X(200).
               10  WS-INV-LOCATION     PIC X(32).
               10  WS-INV-COST-CENTER  PIC X(32).
               10  WS-INV-OWNER        PIC X(64).
               10  WS-INV-SYS-ID       PIC X(32).
       01  WS-INV-IDX                  PIC 9(3).
       01  WS-FOUND-IDX                PIC 9(3).
       01  WS-SCAN-IDX                 PIC 9(3).
       01  WS-FIND-NAME                PIC X(80).
       01  WS-FIND-TYPE                PIC X(80).
       01  WS-NAME-LOWER               PIC X(80).
       01  WS-TYPE-LOWER               PIC X(80).
       01  WS-TAGS-TEXT                PIC X(200).
       01  WS-APIM-NAME                PIC X(64).
       01  WS-FUNC-NAME                PIC X(64).

      *> snow-cmdb-map.dat, held whole and written back at the end
       01  WS-MAP-COUNT                PIC 9(3) VALUE 0.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 600 TIMES.
               10  WS-MAP-KIND         PIC X(4).
               10  WS-MAP-ENV          PIC X(16).
               10  WS-MAP-ID           PIC X(200).
               10  WS-MAP-CHILD        PIC X(200).
               10  WS-MAP-TYPE         PIC X(32).
               10  WS-MAP-SYS-ID       PIC X(32).
               10  WS-MAP-STATE        PIC X(8).
       01  WS-MAP-IDX                  PIC 9(3).
       01  WS-MAP-FOUND                PIC 9(3).
       01  WS-MAP-LINE                 PIC X(512).

      *> Relationship being added
       01  WS-REL-PARENT               PIC 9(3).
       01  WS-REL-CHILD                PIC 9(3).
       01  WS-REL-TYPE                 PIC X(32).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ServiceNow CMDB synchronisation starting"
           MOVE SPACES TO AZURE-CONFIG

           CALL 'AZUREAUTH' USING BY REFERENCE AZURE-CONFIG
                                               AZURE-AUTH-TOKEN
                                               WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Azure authentication failed - configuration "
                       "not loaded"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SNOW-INSTANCE-URL = SPACES
               DISPLAY "SNOW_INSTANCE_URL is not configured - no CMDB "
                       "to synchronise"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-SYNC-SETTINGS
           PERFORM LOAD-DEPLOYMENT-STATE
           PERFORM LOAD-INVENTORY-REPORT
           IF WS-INVENTORY-COMPLETE NOT = 'Y'
               DISPLAY "inventory-report.txt is missing, incomplete "
                       "or for another resource group - run "
                       "AZUREINVENTORY first; nothing synchronised"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "  " WS-INV-COUNT " resource(s) in the inventory of "
                   FUNCTION TRIM(RG-NAME)

           PERFORM WRITE-SNOW-AUTH-FILE
           PERFORM LOAD-CMDB-MAP
           PERFORM SYNC-RESOURCE-CIS
           PERFORM SYNC-RELATIONSHIPS
           PERFORM RETIRE-DESTROYED-CIS
           PERFORM REWRITE-CMDB-MAP

           DISPLAY "CMDB sync: " WS-CREATED-COUNT " created, "
                   WS-UPDATED-COUNT " updated, " WS-RETIRED-COUNT
                   " retired, " WS-REL-COUNT " new relationship(s), "
                   WS-FAILED-CALLS " failed call(s)"
           IF WS-FAILED-CALLS > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-SYNC-SETTINGS.
           IF CURL-TIMEOUT-SECS > 0
               MOVE CURL-TIMEOUT-SECS TO WS-CURL-MAX-TIME
           END-IF
           MOVE SPACES TO WS-CI-CLASS
           ACCEPT WS-CI-CLASS FROM ENVIRONMENT 'AZURE_SNOW_CI_CLASS'
           IF WS-CI-CLASS = SPACES
               MOVE 'cmdb_ci' TO WS-CI-CLASS
           END-IF
           MOVE 'APIM' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-APIM-NAME
           INSPECT WS-APIM-NAME CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           MOVE 'FUNC' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-FUNC-NAME
           INSPECT WS-FUNC-NAME CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'.

      *> The state snapshot pairs a resource label line with a
      *> true/false line; remember the label, apply the verdict
       LOAD-DEPLOYMENT-STATE.
           OPEN INPUT STATE-FILE
           IF WS-STATE-STATUS NOT = '00'
               DISPLAY "  No deployment-state.json - relationships "
                       "follow the inventory alone"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-STATE-PRESENT
           PERFORM UNTIL WS-STATE-EOF = 'Y'
               READ STATE-FILE INTO STATE-RECORD
                   AT END MOVE 'Y' TO WS-STATE-EOF
                   NOT AT END PERFORM APPLY-STATE-RECORD
               END-READ
           END-PERFORM
           CLOSE STATE-FILE.

       APPLY-STATE-RECORD.
           EVALUATE TRUE
               WHEN STATE-RECORD(5:10) = '"keyVault"'
                   MOVE 'keyVault' TO WS-STATE-LABEL
               WHEN STATE-RECORD(5:15) = '"apiManagement"'
                   MOVE 'apiManagement' TO WS-STATE-LABEL
               WHEN STATE-RECORD(5:13) = '"functionApp"'
                   MOVE 'functionApp' TO WS-STATE-LABEL
               WHEN STATE-RECORD(5:1) = '"'
                   MOVE SPACES TO WS-STATE-LABEL
               WHEN STATE-RECORD(7:4) = 'true'
                   PERFORM MARK-LABEL-DEPLOYED
           END-EVALUATE.

       MARK-LABEL-DEPLOYED.
           EVALUATE WS-STATE-LABEL
               WHEN 'keyVault'        MOVE 'Y' TO WS-DEP-KV
               WHEN 'apiManagement'   MOVE 'Y' TO WS-DEP-APIM
               WHEN 'functionApp'     MOVE 'Y' TO WS-DEP-FUNC
           END-EVALUATE.

      *> AZUREINVENTORY writes each resource as a MANAGED or ORPHAN
      *> line followed by indented id:, location:, sku: and tags:
      *> lines. Only a report for this resource group that reached
      *> its Summary line is trusted - a partial one would retire
      *> everything it missed.
       LOAD-INVENTORY-REPORT.
           MOVE 0 TO WS-INV-COUNT
           INITIALIZE WS-INV-TABLE
           MOVE SPACES TO WS-INVENTORY-HEADING
           STRING 'Inventory report for resource group ' RG-NAME
               DELIMITED BY SIZE INTO WS-INVENTORY-HEADING
           END-STRING
           MOVE 'N' TO WS-EOF-FLAG WS-INVENTORY-COMPLETE
           OPEN INPUT INVENTORY-FILE
           IF WS-INVENTORY-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ INVENTORY-FILE INTO WS-INV-LINE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           IF WS-INV-LINE NOT = WS-INVENTORY-HEADING
               CLOSE INVENTORY-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ INVENTORY-FILE INTO WS-INV-LINE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM APPLY-INVENTORY-LINE
               END-READ
           END-PERFORM
           CLOSE INVENTORY-FILE.

       APPLY-INVENTORY-LINE.
           EVALUATE TRUE
               WHEN WS-INV-LINE(1:11) = '  MANAGED  '
                       OR WS-INV-LINE(1:11) = '  ORPHAN   '
                   IF WS-INV-COUNT < 200
                       ADD 1 TO WS-INV-COUNT
                       MOVE SPACES TO WS-TEMP-AFTER
                       UNSTRING WS-INV-LINE(12:) DELIMITED BY '  ('
                           INTO WS-INV-NAME(WS-INV-COUNT)
                                WS-TEMP-AFTER
                       END-UNSTRING
                       UNSTRING WS-TEMP-AFTER DELIMITED BY ')'
                           INTO WS-INV-TYPE(WS-INV-COUNT)
                       END-UNSTRING
                   END-IF
               WHEN WS-INV-COUNT = 0
                   CONTINUE
               WHEN WS-INV-LINE(1:8) = '    id: '
                   MOVE WS-INV-LINE(9:) TO WS-INV-ID(WS-INV-COUNT)
                   INSPECT WS-INV-ID(WS-INV-COUNT) CONVERTING
                       'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
                       'abcdefghijklmnopqrstuvwxyz'
               WHEN WS-INV-LINE(1:14) = '    location: '
                   MOVE WS-INV-LINE(15:)
                       TO WS-INV-LOCATION(WS-INV-COUNT)
               WHEN WS-INV-LINE(1:10) = '    tags: '
                   MOVE WS-INV-LINE(11:) TO WS-TAGS-TEXT
                   PERFORM PICK-TAG-VALUES
               WHEN WS-INV-LINE(1:9) = 'Summary: '
                   MOVE 'Y' TO WS-INVENTORY-COMPLETE
           END-EVALUATE.

      *> Tags are written as the raw "key":"value" pairs
       PICK-TAG-VALUES.
           MOVE SPACES TO WS-TEMP-AFTER
           UNSTRING WS-TAGS-TEXT DELIMITED BY '"costCenter":"'
               INTO WS-TEMP-BEFORE WS-TEMP-AFTER
           END-UNSTRING
           UNSTRING WS-TEMP-AFTER DELIMITED BY '"'
               INTO WS-INV-COST-CENTER(WS-INV-COUNT)
           END-UNSTRING
           MOVE SPACES TO WS-TEMP-AFTER
           UNSTRING WS-TAGS-TEXT DELIMITED BY '"owner":"'
               INTO WS-TEMP-BEFORE WS-TEMP-AFTER
           END-UNSTRING
           UNSTRING WS-TEMP-AFTER DELIMITED BY '"'
               INTO WS-INV-OWNER(WS-INV-COUNT)
           END-UNSTRING.

       LOAD-CMDB-MAP.
           MOVE 0 TO WS-MAP-COUNT
           INITIALIZE WS-MAP-TABLE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CMDB-MAP-FILE
      *> 05: no map yet - the optional file opened empty
           IF WS-MAP-STATUS NOT = '00'
               IF WS-MAP-STATUS = '05'
                   CLOSE CMDB-MAP-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CMDB-MAP-FILE INTO WS-MAP-LINE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-MAP-COUNT < 600
                               AND WS-MAP-LINE NOT = SPACES
                           ADD 1 TO WS-MAP-COUNT
                           MOVE WS-MAP-COUNT TO WS-MAP-IDX
                           PERFORM SPLIT-MAP-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CMDB-MAP-FILE.

       SPLIT-MAP-LINE.
           IF WS-MAP-LINE(1:4) = 'REL|'
               UNSTRING WS-MAP-LINE DELIMITED BY '|'
                   INTO WS-MAP-KIND(WS-MAP-IDX) WS-MAP-ENV(WS-MAP-IDX)
                        WS-MAP-ID(WS-MAP-IDX) WS-MAP-CHILD(WS-MAP-IDX)
                        WS-MAP-TYPE(WS-MAP-IDX)
                        WS-MAP-SYS-ID(WS-MAP-IDX)
               END-UNSTRING
           ELSE
               UNSTRING WS-MAP-LINE DELIMITED BY '|'
                   INTO WS-MAP-KIND(WS-MAP-IDX) WS-MAP-ENV(WS-MAP-IDX)
                        WS-MAP-ID(WS-MAP-IDX)
                        WS-MAP-SYS-ID(WS-MAP-IDX)
                        WS-MAP-STATE(WS-MAP-IDX)
               END-UNSTRING
           END-IF.

       BUILD-MAP-LINE.
           MOVE SPACES TO WS-MAP-LINE
           IF WS-MAP-KIND(WS-MAP-IDX) = 'REL'
               STRING 'REL|' FUNCTION TRIM(WS-MAP-ENV(WS-MAP-IDX))
                      '|' FUNCTION TRIM(WS-MAP-ID(WS-MAP-IDX))
                      '|' FUNCTION TRIM(WS-MAP-CHILD(WS-MAP-IDX))
                      '|' FUNCTION TRIM(WS-MAP-TYPE(WS-MAP-IDX))
                      '|' FUNCTION TRIM(WS-MAP-SYS-ID(WS-MAP-IDX))
                   DELIMITED BY SIZE INTO WS-MAP-LINE
               END-STRING
           ELSE
               STRING 'CI|' FUNCTION TRIM(WS-MAP-ENV(WS-MAP-IDX))
                      '|' FUNCTION TRIM(WS-MAP-ID(WS-MAP-IDX))
                      '|' FUNCTION TRIM(WS-MAP-SYS-ID(WS-MAP-IDX))
                      '|' FUNCTION TRIM(WS-MAP-STATE(WS-MAP-IDX))
                   DELIMITED BY SIZE INTO WS-MAP-LINE
               END-STRING
           END-IF.

      *> The CI of an ARM ID in this environment, if the map has one
       FIND-MAP-CI.
           MOVE 0 TO WS-MAP-FOUND
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF WS-MAP-KIND(WS-MAP-IDX) = 'CI'
                       AND WS-MAP-ENV(WS-MAP-IDX) = ENV-NAME
                       AND WS-MAP-ID(WS-MAP-IDX) = WS-INV-ID(WS-INV-IDX)
                   MOVE WS-MAP-IDX TO WS-MAP-FOUND
               END-IF
           END-PERFORM.

       SYNC-RESOURCE-CIS.
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                   UNTIL WS-INV-IDX > WS-INV-COUNT
               IF WS-INV-ID(WS-INV-IDX) NOT = SPACES
                   PERFORM SYNC-ONE-CI
               END-IF
           END-PERFORM.

      *> A CI the map has lost (or another host created) is found by
      *> its correlation_id before a second one is made
       SYNC-ONE-CI.
           PERFORM FIND-MAP-CI
           MOVE SPACES TO WS-SYS-ID
           IF WS-MAP-FOUND > 0
               MOVE WS-MAP-SYS-ID(WS-MAP-FOUND) TO WS-SYS-ID
           ELSE
               PERFORM QUERY-CI-BY-ARM-ID
           END-IF

           PERFORM BUILD-CI-BODY
           MOVE SPACES TO WS-SNOW-URL
           IF WS-SYS-ID = SPACES
               MOVE 'POST' TO WS-SNOW-METHOD
               STRING FUNCTION TRIM(SNOW-INSTANCE-URL)
                      '/api/now/table/' FUNCTION TRIM(WS-CI-CLASS)
                      '?sysparm_input_display_value=true'
                   DELIMITED BY SIZE INTO WS-SNOW-URL
               END-STRING
           ELSE
               MOVE 'PATCH' TO WS-SNOW-METHOD
               STRING FUNCTION TRIM(SNOW-INSTANCE-URL)
                      '/api/now/table/' FUNCTION TRIM(WS-CI-CLASS)
                      '/' FUNCTION TRIM(WS-SYS-ID)
                      '?sysparm_input_display_value=true'
                   DELIMITED BY SIZE INTO WS-SNOW-URL
               END-STRING
           END-IF
           PERFORM SEND-SNOW-REQUEST

           IF HTTP-STATUS-CODE NOT = 200 AND HTTP-STATUS-CODE NOT = 201
               DISPLAY "  CI for "
                       FUNCTION TRIM(WS-INV-NAME(WS-INV-IDX))
                       " not saved. Status: " HTTP-STATUS-CODE
               ADD 1 TO WS-FAILED-CALLS
               EXIT PARAGRAPH
           END-IF
           IF WS-SYS-ID = SPACES
               MOVE WS-FIELD-VALUE TO WS-SYS-ID
               ADD 1 TO WS-CREATED-COUNT
           ELSE
               ADD 1 TO WS-UPDATED-COUNT
           END-IF
           MOVE WS-SYS-ID TO WS-INV-SYS-ID(WS-INV-IDX)

           IF WS-MAP-FOUND = 0 AND WS-MAP-COUNT < 600
               ADD 1 TO WS-MAP-COUNT
               MOVE WS-MAP-COUNT TO WS-MAP-FOUND
               MOVE 'CI' TO WS-MAP-KIND(WS-MAP-FOUND)
               MOVE ENV-NAME TO WS-MAP-ENV(WS-MAP-FOUND)
               MOVE WS-INV-ID(WS-INV-IDX) TO WS-MAP-ID(WS-MAP-FOUND)
           END-IF
           IF WS-MAP-FOUND > 0
               MOVE WS-SYS-ID TO WS-MAP-SYS-ID(WS-MAP-FOUND)
               MOVE 'ACTIVE' TO WS-MAP-STATE(WS-MAP-FOUND)
           END-IF.

       QUERY-CI-BY-ARM-ID.
           MOVE 'GET' TO WS-SNOW-METHOD
           MOVE SPACES TO WS-SNOW-URL WS-SNOW-BODY
           STRING FUNCTION TRIM(SNOW-INSTANCE-URL)
                  '/api/now/table/' FUNCTION TRIM(WS-CI-CLASS)
                  '?sysparm_query=correlation_id%3D'
                  FUNCTION TRIM(WS-INV-ID(WS-INV-IDX))
                  '&sysparm_fields=sys_id&sysparm_limit=1'
               DELIMITED BY SIZE INTO WS-SNOW-URL
           END-STRING
           PERFORM SEND-SNOW-REQUEST
           IF HTTP-STATUS-CODE = 200
               MOVE WS-FIELD-VALUE TO WS-SYS-ID
           END-IF.

      *> Reactivates a CI retired by an earlier destroy when the
      *> resource comes back
       BUILD-CI-BODY.
           MOVE SPACES TO WS-SNOW-BODY
           STRING '{"name":"' FUNCTION TRIM(WS-INV-NAME(WS-INV-IDX))
                  '","correlation_id":"'
                  FUNCTION TRIM(WS-INV-ID(WS-INV-IDX))
                  '","category":"Azure","subcategory":"'
                  FUNCTION TRIM(WS-INV-TYPE(WS-INV-IDX))
                  '","environment":"' FUNCTION TRIM(ENV-NAME)
                  '","cost_center":"'
                  FUNCTION TRIM(WS-INV-COST-CENTER(WS-INV-IDX))
                  '","owned_by":"'
                  FUNCTION TRIM(WS-INV-OWNER(WS-INV-IDX))
                  '","short_description":"'
                  FUNCTION TRIM(WS-INV-TYPE(WS-INV-IDX)) ' in '
                  FUNCTION TRIM(WS-INV-LOCATION(WS-INV-IDX))
                  ', resource group ' FUNCTION TRIM(RG-NAME)
                  '","install_status":"1","operational_status":"1"}'
               DELIMITED BY SIZE INTO WS-SNOW-BODY
           END-STRING.

      *> Relationships are only added once; the map remembers them.
      *> With a state snapshot present, a family must also be
      *> recorded as deployed there.
       SYNC-RELATIONSHIPS.
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                   UNTIL WS-INV-IDX > WS-INV-COUNT
               MOVE WS-INV-TYPE(WS-INV-IDX) TO WS-TYPE-LOWER
               INSPECT WS-TYPE-LOWER CONVERTING
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
                   'abcdefghijklmnopqrstuvwxyz'
               IF WS-TYPE-LOWER = 'microsoft.network/privateendpoints'
                   PERFORM LINK-PRIVATE-ENDPOINT
               END-IF
           END-PERFORM

           MOVE 'microsoft.keyvault/vaults' TO WS-FIND-TYPE
           MOVE SPACES TO WS-FIND-NAME
           PERFORM FIND-INVENTORY-ENTRY
           MOVE WS-FOUND-IDX TO WS-REL-CHILD
           IF WS-REL-CHILD = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-STATE-PRESENT = 'Y' AND WS-DEP-KV NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Depends on::Used by' TO WS-REL-TYPE

           IF WS-STATE-PRESENT = 'N' OR WS-DEP-APIM = 'Y'
               MOVE 'microsoft.apimanagement/service' TO WS-FIND-TYPE
               MOVE WS-APIM-NAME TO WS-FIND-NAME
               PERFORM FIND-INVENTORY-ENTRY
               MOVE WS-FOUND-IDX TO WS-REL-PARENT
               PERFORM ADD-RELATIONSHIP
           END-IF
           IF WS-STATE-PRESENT = 'N' OR WS-DEP-FUNC = 'Y'
               MOVE 'microsoft.web/sites' TO WS-FIND-TYPE
               MOVE WS-FUNC-NAME TO WS-FIND-NAME
               PERFORM FIND-INVENTORY-ENTRY
               MOVE WS-FOUND-IDX TO WS-REL-PARENT
               PERFORM ADD-RELATIONSHIP
           END-IF.

      *> Endpoints are named pe-<resource>, or <resource>-pe for the
      *> Service Bus namespace
       LINK-PRIVATE-ENDPOINT.
           MOVE WS-INV-NAME(WS-INV-IDX) TO WS-NAME-LOWER
           INSPECT WS-NAME-LOWER CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           MOVE SPACES TO WS-FIND-NAME WS-FIND-TYPE
           IF WS-NAME-LOWER(1:3) = 'pe-'
               MOVE WS-NAME-LOWER(4:) TO WS-FIND-NAME
           ELSE
               UNSTRING WS-NAME-LOWER DELIMITED BY '-pe '
                   INTO WS-FIND-NAME
               END-UNSTRING
           END-IF
           IF WS-FIND-NAME = SPACES OR WS-FIND-NAME = WS-NAME-LOWER
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-INVENTORY-ENTRY
           MOVE WS-INV-IDX TO WS-REL-PARENT
           MOVE WS-FOUND-IDX TO WS-REL-CHILD
           MOVE 'Connects to::Connected by' TO WS-REL-TYPE
           PERFORM ADD-RELATIONSHIP.

      *> By name, by type, or both; names and types compared in lower
      *> case
       FIND-INVENTORY-ENTRY.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-INV-COUNT
                      OR WS-FOUND-IDX > 0
               MOVE WS-INV-NAME(WS-SCAN-IDX) TO WS-NAME-LOWER
               INSPECT WS-NAME-LOWER CONVERTING
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
                   'abcdefghijklmnopqrstuvwxyz'
               MOVE WS-INV-TYPE(WS-SCAN-IDX) TO WS-TYPE-LOWER
               INSPECT WS-TYPE-LOWER CONVERTING
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
                   'abcdefghijklmnopqrstuvwxyz'
               IF (WS-FIND-NAME = SPACES
                       OR WS-FIND-NAME = WS-NAME-LOWER)
                   AND (WS-FIND-TYPE = SPACES
                       OR WS-FIND-TYPE = WS-TYPE-LOWER)
                   MOVE WS-SCAN-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

       ADD-RELATIONSHIP.
           IF WS-REL-PARENT = 0 OR WS-REL-CHILD = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-INV-SYS-ID(WS-REL-PARENT) = SPACES
                   OR WS-INV-SYS-ID(WS-REL-CHILD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-MAP-FOUND
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF WS-MAP-KIND(WS-MAP-IDX) = 'REL'
                       AND WS-MAP-ENV(WS-MAP-IDX) = ENV-NAME
                       AND WS-MAP-ID(WS-MAP-IDX)
                           = WS-INV-ID(WS-REL-PARENT)
                       AND WS-MAP-CHILD(WS-MAP-IDX)
                           = WS-INV-ID(WS-REL-CHILD)
                       AND WS-MAP-TYPE(WS-MAP-IDX) = WS-REL-TYPE
                   MOVE WS-MAP-IDX TO WS-MAP-FOUND
               END-IF
           END-PERFORM
           IF WS-MAP-FOUND > 0
               EXIT PARAGRAPH
           END-IF

           MOVE 'POST' TO WS-SNOW-METHOD
           MOVE SPACES TO WS-SNOW-URL WS-SNOW-BODY
           STRING FUNCTION TRIM(SNOW-INSTANCE-URL)
                  '/api/now/table/cmdb_rel_ci'
                  '?sysparm_input_display_value=true'
               DELIMITED BY SIZE INTO WS-SNOW-URL
           END-STRING
           STRING '{"parent":"'
                  FUNCTION TRIM(WS-INV-SYS-ID(WS-REL-PARENT))
                  '","child":"'
                  FUNCTION TRIM(WS-INV-SYS-ID(WS-REL-CHILD))
                  '","type":"' FUNCTION TRIM(WS-REL-TYPE) '"}'
               DELIMITED BY SIZE INTO WS-SNOW-BODY
           END-STRING
           PERFORM SEND-SNOW-REQUEST
           IF HTTP-STATUS-CODE NOT = 201
               DISPLAY "  Relationship "
                       FUNCTION TRIM(WS-INV-NAME(WS-REL-PARENT)) " "
                       FUNCTION TRIM(WS-REL-TYPE) " "
                       FUNCTION TRIM(WS-INV-NAME(WS-REL-CHILD))
                       " not saved. Status: " HTTP-STATUS-CODE
               ADD 1 TO WS-FAILED-CALLS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REL-COUNT
           IF WS-MAP-COUNT < 600
               ADD 1 TO WS-MAP-COUNT
               MOVE 'REL' TO WS-MAP-KIND(WS-MAP-COUNT)
               MOVE ENV-NAME TO WS-MAP-ENV(WS-MAP-COUNT)
               MOVE WS-INV-ID(WS-REL-PARENT) TO WS-MAP-ID(WS-MAP-COUNT)
               MOVE WS-INV-ID(WS-REL-CHILD)
                   TO WS-MAP-CHILD(WS-MAP-COUNT)
               MOVE WS-REL-TYPE TO WS-MAP-TYPE(WS-MAP-COUNT)
               MOVE WS-FIELD-VALUE TO WS-MAP-SYS-ID(WS-MAP-COUNT)
           END-IF.

      *> A CI of this environment whose resource the inventory no
      *> longer lists was destroyed; its relationships leave the map
      *> with it
       RETIRE-DESTROYED-CIS.
           PERFORM VARYING WS-MAP-FOUND FROM 1 BY 1
                   UNTIL WS-MAP-FOUND > WS-MAP-COUNT
               IF WS-MAP-KIND(WS-MAP-FOUND) = 'CI'
                       AND WS-MAP-ENV(WS-MAP-FOUND) = ENV-NAME
                       AND WS-MAP-STATE(WS-MAP-FOUND) = 'ACTIVE'
                   PERFORM CHECK-CI-STILL-LIVE
                   IF WS-FOUND-IDX = 0
                       PERFORM RETIRE-ONE-CI
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-CI-STILL-LIVE.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                   UNTIL WS-INV-IDX > WS-INV-COUNT
                      OR WS-FOUND-IDX > 0
               IF WS-INV-ID(WS-INV-IDX) = WS-MAP-ID(WS-MAP-FOUND)
                   MOVE WS-INV-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

       RETIRE-ONE-CI.
           MOVE 'PATCH' TO WS-SNOW-METHOD
           MOVE SPACES TO WS-SNOW-URL WS-SNOW-BODY
           STRING FUNCTION TRIM(SNOW-INSTANCE-URL)
                  '/api/now/table/' FUNCTION TRIM(WS-CI-CLASS)
                  '/' FUNCTION TRIM(WS-MAP-SYS-ID(WS-MAP-FOUND))
               DELIMITED BY SIZE INTO WS-SNOW-URL
           END-STRING
           MOVE '{"install_status":"7","operational_status":"6"}'
               TO WS-SNOW-BODY
           PERFORM SEND-SNOW-REQUEST
      *> A CI deleted by hand in ServiceNow is as good as retired
           IF HTTP-STATUS-CODE NOT = 200 AND HTTP-STATUS-CODE NOT = 404
               DISPLAY "  Could not retire CI for "
                       FUNCTION TRIM(WS-MAP-ID(WS-MAP-FOUND))
                       ". Status: " HTTP-STATUS-CODE
               ADD 1 TO WS-FAILED-CALLS
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  Retired " FUNCTION TRIM(WS-MAP-ID(WS-MAP-FOUND))
           ADD 1 TO WS-RETIRED-COUNT
           MOVE 'RETIRED' TO WS-MAP-STATE(WS-MAP-FOUND)
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF WS-MAP-KIND(WS-MAP-IDX) = 'REL'
                       AND WS-MAP-ENV(WS-MAP-IDX) = ENV-NAME
                       AND (WS-MAP-ID(WS-MAP-IDX)
                               = WS-MAP-ID(WS-MAP-FOUND)
                           OR WS-MAP-CHILD(WS-MAP-IDX)
                               = WS-MAP-ID(WS-MAP-FOUND))
                   MOVE SPACES TO WS-MAP-KIND(WS-MAP-IDX)
               END-IF
           END-PERFORM.

      *> Written aside and moved into place, as housekeeping rewrites
      *> its ledgers
       REWRITE-CMDB-MAP.
           OPEN OUTPUT NEW-MAP-FILE
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF WS-MAP-KIND(WS-MAP-IDX) NOT = SPACES
                   PERFORM BUILD-MAP-LINE
                   WRITE NEW-MAP-RECORD FROM WS-MAP-LINE
               END-IF
           END-PERFORM
           CLOSE NEW-MAP-FILE
           MOVE SPACES TO WS-CMD
           STRING 'mv snow-cmdb-map.dat.new snow-cmdb-map.dat'
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-CMD
           END-CALL.

      *> One Table API call; the record's sys_id, if the answer
      *> carries one, lands in WS-FIELD-VALUE
       SEND-SNOW-REQUEST.
           MOVE SPACES TO WS-CMD
           IF WS-SNOW-BODY = SPACES
               STRING 'curl -s -m ' WS-CURL-MAX-TIME
                      ' -o cmdbsync_response.json -w ' "'%{http_code}'"
                      ' -X ' FUNCTION TRIM(WS-SNOW-METHOD)
                      ' -H @cmdbsync_snow.txt'
                      ' -H ' "'Accept: application/json'"
                      " '" FUNCTION TRIM(WS-SNOW-URL) "'"
                      ' > cmdbsync_status.txt'
                   DELIMITED BY SIZE INTO WS-CMD
               END-STRING
           ELSE
               STRING 'curl -s -m ' WS-CURL-MAX-TIME
                      ' -o cmdbsync_response.json -w ' "'%{http_code}'"
                      ' -X ' FUNCTION TRIM(WS-SNOW-METHOD)
                      ' -H @cmdbsync_snow.txt'
                      ' -H ' "'Content-Type: application/json'"
                      ' -H ' "'Accept: application/json'"
                      " -d '" FUNCTION TRIM(WS-SNOW-BODY) "'"
                      " '" FUNCTION TRIM(WS-SNOW-URL) "'"
                      ' > cmdbsync_status.txt'
                   DELIMITED BY SIZE INTO WS-CMD
               END-STRING
           END-IF
           PERFORM RUN-WITH-RETRY

           MOVE SPACES TO WS-CMD
           STRING "tr -d '\n' < cmdbsync_response.json 2>/dev/null"
                  ' | grep -o ' "'" '"sys_id":"[^"]*"' "'"
                  ' | head -1 | sed ' "'" 's/.*:"//; s/"$//' "'"
                  ' > cmdbsync_field.txt'
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-CMD
           END-CALL
           PERFORM READ-CMDB-FIELD.

       READ-CMDB-FIELD.
           MOVE SPACES TO WS-FIELD-VALUE
           OPEN INPUT CMDB-FIELD-FILE
           IF WS-FIELD-STATUS = '00'
               READ CMDB-FIELD-FILE INTO WS-FIELD-VALUE
                   AT END CONTINUE
               END-READ
               CLOSE CMDB-FIELD-FILE
           END-IF.

       RUN-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL "C$SYSTEM" USING WS-CMD
               END-CALL
               PERFORM READ-CMDB-STATUS
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM.

       READ-CMDB-STATUS.
           MOVE 0 TO HTTP-STATUS-CODE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CMDB-STATUS-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CMDB-STATUS-FILE INTO CMDB-STATUS-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE FUNCTION NUMVAL(CMDB-STATUS-RECORD)
                           TO HTTP-STATUS-CODE
               END-READ
           END-PERFORM
           CLOSE CMDB-STATUS-FILE.

      *> ServiceNow rate-limits Table API callers (429) and has the
      *> odd transient 5xx; back off and retry those rather than
      *> leaving the CMDB half-synchronised over a blip.
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

      *> ServiceNow basic-auth header, built by the shell so the
      *> base64 step never passes through COBOL storage - the same
      *> construction the bridge uses
       WRITE-SNOW-AUTH-FILE.
           MOVE SPACES TO WS-CMD
           STRING 'T="${AZURE_SNOW_TOKEN:-' FUNCTION TRIM(SNOW-TOKEN)
                  '}"; printf ' "'Authorization: Basic %s'"
                  ' $(printf ' "'%s:%s' '" FUNCTION TRIM(SNOW-USER)
                  "' " '"$T" | base64 -w0) > cmdbsync_snow.txt'
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-CMD
           END-CALL.

       END PROGRAM AZURECMDBSYNC.

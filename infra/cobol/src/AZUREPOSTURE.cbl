       IDENTIFICATION DIVISION.
       PROGRAM-ID. AZUREPOSTURE.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Live security posture scan. The modules set minimumTlsVersion,
      *> publicNetworkAccess Disabled, disableLocalAuth and the like
      *> when they create a resource, but nothing checked the settings
      *> stayed that way - AZUREDRIFT compares existence and location
      *> only, and Azure Policy covers only what has been assigned.
      *> For each environment in the AZUREDEPLOYALL list
      *> (AZURE_ENVIRONMENT_LIST, default environments.txt) this lists
      *> every resource in RG-NAME, reads the live properties of each
      *> one a baseline row applies to, and writes PASS/FAIL lines and
      *> a per-environment verdict to posture-report.txt.
      *>
      *> The baseline is config/posture-baseline.conf, one check per
      *> line ('#' comments allowed):
      *>   <resource type>|<sub-path>|<property>|<expected>|<label>|
      *>       <condition>
      *> sub-path is appended to the resource ID for settings held on
      *> a child (/config/web for a site's TLS floor and FTP state);
      *> expected may list accepted values separated by commas
      *> (compared without regard to case; a property that is absent
      *> fails); condition, when present, limits the check to
      *> resources where <property>=<value> or <property>!=<value>,
      *> or with env=<name> / env!=<name> to some environments. With
      *> no baseline file the built-in rows below apply - the values
      *> the modules set at creation.
      *>
      *> Exit code: 0 every check passed, 4 at least one FAIL, 8 an
      *> environment (or a resource in it) could not be read, 3 the
      *> environment list could not be opened - for the scheduler to
      *> gate on.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENV-LIST-FILE ASSIGN TO WS-ENV-LIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENV-LIST-STATUS.
           SELECT BASELINE-FILE ASSIGN TO
               "config/posture-baseline.conf"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASELINE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "posture-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ITEM-FILE ASSIGN TO "posture_items.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT FIELD-FILE ASSIGN TO "posture_field.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIELD-STATUS.
           SELECT POSTURE-STATUS-FILE ASSIGN TO "posture_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTH-HEADER-FILE ASSIGN TO "posture_auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ENV-LIST-FILE.
       01  ENV-LIST-RECORD             PIC X(32).

       FD  BASELINE-FILE.
       01  BASELINE-RECORD             PIC X(256).

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(132).

       FD  ITEM-FILE.
       01  ITEM-RECORD                 PIC X(4096).

       FD  FIELD-FILE.
       01  FIELD-RECORD                PIC X(1024).

       FD  POSTURE-STATUS-FILE.
       01  POSTURE-STATUS-RECORD       PIC X(8).

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
       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
       01  WS-ITEM-EOF                 PIC X VALUE 'N'.
       01  WS-ENV-LIST-EOF             PIC X VALUE 'N'.
       01  WS-ENV-LIST-STATUS          PIC XX.
       01  WS-BASELINE-STATUS          PIC XX.
       01  WS-ITEM-STATUS              PIC XX.
       01  WS-FIELD-STATUS             PIC XX.
       01  WS-ENV-LIST-FILENAME        PIC X(40) VALUE
               'environments.txt'.
       01  WS-ARM-BASE-URL             PIC X(40) VALUE
               'https://management.azure.com'.
       01  WS-POSTURE-CMD              PIC X(2048).
       01  WS-LIST-URL                 PIC X(1024).
       01  WS-NEXT-LINK                PIC X(1024).
       01  WS-PAGE-COUNT               PIC 9(3).
       01  WS-RETRY-COUNT              PIC 9(2).
       01  WS-RETRY-MAX                PIC 9(2) VALUE 3.
       01  WS-RETRY-DONE               PIC X.
       01  WS-BACKOFF-SECS             PIC 9(2).

       01  WS-CURRENT-DATE8            PIC 9(8).
       01  WS-BASELINE-SOURCE          PIC X(40).
       01  WS-ENV-NAME-WORK            PIC X(16).
       01  WS-ENV-UPPER                PIC X(16).

      *> The baseline, one row per check; types held lower case for
      *> matching, each row's api-version resolved once at load
       01  WS-BL-COUNT                 PIC 9(3) VALUE 0.
       01  WS-BL-TABLE.
           05  WS-BL-ROW OCCURS 100.
               10  WS-BL-TYPE          PIC X(64).
               10  WS-BL-TYPE-LOWER    PIC X(64).
               10  WS-BL-PATH          PIC X(32).
               10  WS-BL-PROPERTY      PIC X(40).
               10  WS-BL-EXPECTED      PIC X(40).
               10  WS-BL-LABEL         PIC X(40).
               10  WS-BL-COND-PROP     PIC X(40).
               10  WS-BL-COND-OP       PIC X(2).
               10  WS-BL-COND-VALUE    PIC X(40).
               10  WS-BL-API-VERSION   PIC X(20).
       01  WS-BL-IDX                   PIC 9(3).
       01  WS-BL-LINE                  PIC X(256).
       01  WS-BL-CONDITION             PIC X(80).

      *> One resource from the group listing
       01  WS-ITEM-LINE                PIC X(4096).
       01  WS-TOKEN-KEY                PIC X(24).
       01  WS-TOKEN-DELIM              PIC X(32).
       01  WS-TOKEN-DELIM-LEN          PIC 9(3).
       01  WS-TOKEN-BEFORE             PIC X(4096).
       01  WS-TOKEN-AFTER              PIC X(4096).
       01  WS-TOKEN-VALUE              PIC X(512).
       01  WS-RES-ID                   PIC X(512).
       01  WS-RES-NAME                 PIC X(80).
       01  WS-RES-TYPE-LOWER           PIC X(64).
       01  WS-RES-CHECKED              PIC X.
       01  WS-FETCH-DONE               PIC X.
       01  WS-FETCH-OK                 PIC X.
       01  WS-FETCHED-PATH             PIC X(32).
       01  WS-FETCH-URL                PIC X(1024).

      *> One property read back from the resource
       01  WS-PROP-NAME                PIC X(40).
       01  WS-PROP-VALUE               PIC X(64).
       01  WS-PROP-LOWER               PIC X(64).
       01  WS-COND-LOWER               PIC X(40).
       01  WS-ROW-APPLIES              PIC X.
       01  WS-CHECK-PASSED             PIC X.
       01  WS-EXPECT-LIST              PIC X(48).
       01  WS-PROP-PROBE               PIC X(72).
       01  WS-PROBE-LEN                PIC 9(3).
       01  WS-PROBE-HITS               PIC 9(3).

       01  WS-ENV-CHECKS               PIC 9(5).
       01  WS-ENV-FAILS                PIC 9(5).
       01  WS-ENV-ERRORS               PIC 9(5).
       01  WS-ENV-RESOURCES            PIC 9(5).
       01  WS-TOTAL-CHECKS             PIC 9(5) VALUE 0.
       01  WS-TOTAL-FAILS              PIC 9(5) VALUE 0.
       01  WS-ENVS-FAILED              PIC 9(3) VALUE 0.
       01  WS-ENVS-INCOMPLETE          PIC 9(3) VALUE 0.

       01  WS-REPORT-LINE              PIC X(132).
       01  WS-COUNT-DISPLAY            PIC ZZZZ9.
       01  WS-FAIL-DISPLAY             PIC ZZZZ9.
       01  WS-RES-DISPLAY              PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Security posture scan starting"
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           PERFORM LOAD-BASELINE
           IF WS-BL-COUNT = 0
               DISPLAY "No baseline checks to run"
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF

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
           STRING 'Security posture scan - ' WS-CURRENT-DATE8
                  ' (baseline: ' FUNCTION TRIM(WS-BASELINE-SOURCE)
                  ', ' WS-BL-COUNT ' checks)'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           PERFORM UNTIL WS-ENV-LIST-EOF = 'Y'
               READ ENV-LIST-FILE INTO ENV-LIST-RECORD
                   AT END MOVE 'Y' TO WS-ENV-LIST-EOF
                   NOT AT END PERFORM SCAN-ONE-ENVIRONMENT
               END-READ
           END-PERFORM
           CLOSE ENV-LIST-FILE

           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOTAL-CHECKS TO WS-COUNT-DISPLAY
           MOVE WS-TOTAL-FAILS TO WS-FAIL-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Total: ' FUNCTION TRIM(WS-COUNT-DISPLAY)
                  ' checks, ' FUNCTION TRIM(WS-FAIL-DISPLAY)
                  ' failed; ' WS-ENVS-FAILED
                  ' environment(s) failing, ' WS-ENVS-INCOMPLETE
                  ' not fully read'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           CLOSE REPORT-FILE

           DISPLAY "Posture: " WS-TOTAL-CHECKS " checks, "
                   WS-TOTAL-FAILS " failed - posture-report.txt"
           EVALUATE TRUE
               WHEN WS-ENVS-INCOMPLETE > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ENVS-FAILED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *> The baseline file when there is one, otherwise the built-in
      *> rows; either way each row's api-version comes from the
      *> shared catalog
       LOAD-BASELINE.
           MOVE 0 TO WS-BL-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT BASELINE-FILE
           IF WS-BASELINE-STATUS = '00'
               MOVE 'config/posture-baseline.conf'
                   TO WS-BASELINE-SOURCE
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ BASELINE-FILE INTO WS-BL-LINE
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END PERFORM LOAD-ONE-BASELINE
                   END-READ
               END-PERFORM
               CLOSE BASELINE-FILE
           ELSE
               MOVE 'built-in' TO WS-BASELINE-SOURCE
               PERFORM SET-DEFAULT-BASELINE
           END-IF
           PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                   UNTIL WS-BL-IDX > WS-BL-COUNT
               PERFORM DEFAULT-API-VERSION
               MOVE WS-BL-TYPE(WS-BL-IDX) TO WS-AV-TYPE
               CALL 'APIVERSIONS' USING WS-AV-TYPE
                                        WS-BL-API-VERSION(WS-BL-IDX)
           END-PERFORM
           DISPLAY "  Baseline: " FUNCTION TRIM(WS-BASELINE-SOURCE)
                   ", " WS-BL-COUNT " check(s)".

      *> What each module sets when it creates the resource. Storage
      *> shared-key access is not in here because the Logic App
      *> content share still needs account keys; add a row to the
      *> baseline file where an environment does without them.
       SET-DEFAULT-BASELINE.
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.Storage/storageAccounts|'
                  '|minimumTlsVersion|'
                  'TLS1_2|TLS floor'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.Storage/storageAccounts|'
                  '|supportsHttpsTrafficOnly|'
                  'true|HTTPS only'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.Storage/storageAccounts|'
                  '|allowBlobPublicAccess|'
                  'false|Anonymous blob access'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.Storage/storageAccounts|'
                  '|publicNetworkAccess|'
                  'Disabled|Public network access|isSftpEnabled!=true'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.Storage/storageAccounts|'
                  '|defaultAction|'
                  'Deny|SFTP firewall default action|isSftpEnabled=true'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.KeyVault/vaults|'
                  '|enablePurgeProtection|'
                  'true|Purge protection'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.KeyVault/vaults|'
                  '|enableRbacAuthorization|'
                  'true|RBAC authorization'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.KeyVault/vaults|'
                  '|publicNetworkAccess|'
                  'Disabled|Public network access'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.ServiceBus/namespaces|'
                  '|minimumTlsVersion|'
                  '1.2|TLS floor'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.ServiceBus/namespaces|'
                  '|disableLocalAuth|'
                  'true|SAS local auth disabled'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.EventHub/namespaces|'
                  '|minimumTlsVersion|'
                  '1.2|TLS floor'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.EventHub/namespaces|'
                  '|disableLocalAuth|'
                  'true|SAS local auth disabled'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.Sql/servers|'
                  '|minimalTlsVersion|'
                  '1.2|TLS floor'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.Sql/servers|'
                  '|publicNetworkAccess|'
                  'Disabled|Public network access'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.Cache/redis|'
                  '|minimumTlsVersion|'
                  '1.2|TLS floor'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.Cache/redis|'
                  '|enableNonSslPort|'
                  'false|Non-TLS port closed'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.Cache/redis|'
                  '|publicNetworkAccess|'
                  'Disabled|Public network access'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.ApiManagement/service|'
                  '|publicNetworkAccess|'
                  'Disabled|Public network access'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.Web/sites|'
                  '|httpsOnly|'
                  'true|HTTPS only'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.Web/sites|'
                  '/config/web|minTlsVersion|'
                  '1.2,1.3|TLS floor'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.Web/sites|'
                  '/config/web|ftpsState|'
                  'Disabled,FtpsOnly|FTP state'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE
           MOVE SPACES TO WS-BL-LINE
           STRING 'Microsoft.EventGrid/topics|'
                  '|minimumTlsVersionAllowed|'
                  '1.2|TLS floor'
               DELIMITED BY SIZE INTO WS-BL-LINE
           END-STRING
           PERFORM LOAD-ONE-BASELINE.

       LOAD-ONE-BASELINE.
           IF WS-BL-LINE(1:1) = '#' OR WS-BL-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-BL-COUNT >= 100
               DISPLAY "  Baseline has more than 100 checks - rest"
                       " ignored"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BL-COUNT
           MOVE WS-BL-COUNT TO WS-BL-IDX
           MOVE SPACES TO WS-BL-ROW(WS-BL-IDX) WS-BL-CONDITION
           UNSTRING WS-BL-LINE DELIMITED BY '|'
               INTO WS-BL-TYPE(WS-BL-IDX)
                    WS-BL-PATH(WS-BL-IDX)
                    WS-BL-PROPERTY(WS-BL-IDX)
                    WS-BL-EXPECTED(WS-BL-IDX)
                    WS-BL-LABEL(WS-BL-IDX)
                    WS-BL-CONDITION
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-BL-TYPE(WS-BL-IDX))
               TO WS-BL-TYPE(WS-BL-IDX)
           MOVE FUNCTION TRIM(WS-BL-PATH(WS-BL-IDX))
               TO WS-BL-PATH(WS-BL-IDX)
           MOVE FUNCTION TRIM(WS-BL-PROPERTY(WS-BL-IDX))
               TO WS-BL-PROPERTY(WS-BL-IDX)
           MOVE FUNCTION TRIM(WS-BL-EXPECTED(WS-BL-IDX))
               TO WS-BL-EXPECTED(WS-BL-IDX)
           MOVE WS-BL-TYPE(WS-BL-IDX) TO WS-BL-TYPE-LOWER(WS-BL-IDX)
           INSPECT WS-BL-TYPE-LOWER(WS-BL-IDX) CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           IF WS-BL-LABEL(WS-BL-IDX) = SPACES
               MOVE WS-BL-PROPERTY(WS-BL-IDX) TO WS-BL-LABEL(WS-BL-IDX)
           END-IF
           IF WS-BL-CONDITION NOT = SPACES
               UNSTRING WS-BL-CONDITION DELIMITED BY '!=' OR '='
                   INTO WS-BL-COND-PROP(WS-BL-IDX)
                        DELIMITER IN WS-BL-COND-OP(WS-BL-IDX)
                        WS-BL-COND-VALUE(WS-BL-IDX)
               END-UNSTRING
               MOVE FUNCTION TRIM(WS-BL-COND-PROP(WS-BL-IDX))
                   TO WS-BL-COND-PROP(WS-BL-IDX)
               MOVE FUNCTION TRIM(WS-BL-COND-VALUE(WS-BL-IDX))
                   TO WS-BL-COND-VALUE(WS-BL-IDX)
               INSPECT WS-BL-COND-VALUE(WS-BL-IDX) CONVERTING
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
                   'abcdefghijklmnopqrstuvwxyz'
           END-IF.

      *> The version each module itself deploys with; the catalog
      *> overrides it when config/api-versions.conf names the type
       DEFAULT-API-VERSION.
           EVALUATE WS-BL-TYPE-LOWER(WS-BL-IDX)
               WHEN 'microsoft.storage/storageaccounts'
                   MOVE '2023-01-01' TO WS-BL-API-VERSION(WS-BL-IDX)
               WHEN 'microsoft.keyvault/vaults'
                   MOVE '2023-07-01' TO WS-BL-API-VERSION(WS-BL-IDX)
               WHEN 'microsoft.servicebus/namespaces'
                   MOVE '2021-06-01' TO WS-BL-API-VERSION(WS-BL-IDX)
               WHEN 'microsoft.eventhub/namespaces'
                   MOVE '2021-11-01' TO WS-BL-API-VERSION(WS-BL-IDX)
               WHEN 'microsoft.sql/servers'
                   MOVE '2021-11-01' TO WS-BL-API-VERSION(WS-BL-IDX)
               WHEN 'microsoft.cache/redis'
                   MOVE '2023-08-01' TO WS-BL-API-VERSION(WS-BL-IDX)
               WHEN 'microsoft.apimanagement/service'
                   MOVE '2023-05-01-preview'
                       TO WS-BL-API-VERSION(WS-BL-IDX)
               WHEN 'microsoft.web/sites'
                   MOVE '2022-09-01' TO WS-BL-API-VERSION(WS-BL-IDX)
               WHEN 'microsoft.eventgrid/topics'
                   MOVE '2022-06-15' TO WS-BL-API-VERSION(WS-BL-IDX)
               WHEN OTHER
                   MOVE '2021-04-01' TO WS-BL-API-VERSION(WS-BL-IDX)
           END-EVALUATE.

       SCAN-ONE-ENVIRONMENT.
           MOVE SPACES TO WS-ENV-NAME-WORK
           MOVE ENV-LIST-RECORD TO WS-ENV-NAME-WORK
           IF FUNCTION TRIM(WS-ENV-NAME-WORK) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY "Scanning " FUNCTION TRIM(WS-ENV-NAME-WORK) "..."
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
                      ': NOT SCANNED - authentication failed'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               ADD 1 TO WS-ENVS-INCOMPLETE
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
           MOVE 0 TO WS-ENV-CHECKS WS-ENV-FAILS WS-ENV-ERRORS
                     WS-ENV-RESOURCES

           PERFORM DETERMINE-CLOUD-ENDPOINT
           MOVE SPACES TO AUTHORIZATION
           STRING 'Bearer ' ACCESS-TOKEN
               DELIMITED BY SIZE INTO AUTHORIZATION
           END-STRING
           PERFORM WRITE-AUTH-HEADER-FILE

           PERFORM FETCH-RESOURCE-LIST
           IF HTTP-STATUS-CODE NOT = 200
               DISPLAY "  Resource listing failed. Status: "
                       HTTP-STATUS-CODE
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  NOT SCANNED - resource listing failed '
                      '(status ' HTTP-STATUS-CODE ')'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               ADD 1 TO WS-ENVS-INCOMPLETE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-ITEM-EOF
           OPEN INPUT ITEM-FILE
           IF WS-ITEM-STATUS = '00'
               PERFORM UNTIL WS-ITEM-EOF = 'Y'
                   READ ITEM-FILE INTO WS-ITEM-LINE
                       AT END MOVE 'Y' TO WS-ITEM-EOF
                       NOT AT END PERFORM SCAN-ONE-RESOURCE
                   END-READ
               END-PERFORM
               CLOSE ITEM-FILE
           END-IF

           PERFORM WRITE-ENVIRONMENT-VERDICT.

       WRITE-ENVIRONMENT-VERDICT.
           MOVE WS-ENV-CHECKS TO WS-COUNT-DISPLAY
           MOVE WS-ENV-FAILS TO WS-FAIL-DISPLAY
           MOVE WS-ENV-RESOURCES TO WS-RES-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-ENV-ERRORS > 0
                   MOVE WS-ENV-ERRORS TO WS-FAIL-DISPLAY
                   STRING '  POSTURE INCOMPLETE - '
                          FUNCTION TRIM(WS-FAIL-DISPLAY)
                          ' check(s) could not be read'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   ADD 1 TO WS-ENVS-INCOMPLETE
               WHEN WS-ENV-FAILS > 0
                   STRING '  POSTURE FAIL - '
                          FUNCTION TRIM(WS-FAIL-DISPLAY) ' of '
                          FUNCTION TRIM(WS-COUNT-DISPLAY)
                          ' checks failed on '
                          FUNCTION TRIM(WS-RES-DISPLAY) ' resources'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   ADD 1 TO WS-ENVS-FAILED
               WHEN OTHER
                   STRING '  POSTURE PASS - '
                          FUNCTION TRIM(WS-COUNT-DISPLAY)
                          ' checks on '
                          FUNCTION TRIM(WS-RES-DISPLAY) ' resources'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
           END-EVALUATE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE)
           ADD WS-ENV-CHECKS TO WS-TOTAL-CHECKS
           ADD WS-ENV-FAILS TO WS-TOTAL-FAILS.

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

       FETCH-RESOURCE-LIST.
           MOVE SPACES TO WS-LIST-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/' FUNCTION TRIM(SUBSCRIPTION-ID)
                  '/resourceGroups/' FUNCTION TRIM(RG-NAME)
                  '/resources?api-version=2021-04-01'
               DELIMITED BY SIZE INTO WS-LIST-URL
           END-STRING
           CALL "C$SYSTEM" USING "rm -f posture_items.txt"
           END-CALL
           MOVE 0 TO WS-PAGE-COUNT
           PERFORM FETCH-RESOURCE-PAGE
           PERFORM UNTIL WS-NEXT-LINK = SPACES
                      OR HTTP-STATUS-CODE NOT = 200
                      OR WS-PAGE-COUNT > 50
               MOVE WS-NEXT-LINK TO WS-LIST-URL
               PERFORM FETCH-RESOURCE-PAGE
           END-PERFORM.

      *> Each element of the value array goes to its own line; the
      *> split follows brace depth outside strings since sku and tags
      *> nest inside every entry
       FETCH-RESOURCE-PAGE.
           ADD 1 TO WS-PAGE-COUNT
           MOVE SPACES TO WS-POSTURE-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o posture_list.json'
                  ' -w ' "'%{http_code}'"
                  ' -H @posture_auth.txt'
                  " '" FUNCTION TRIM(WS-LIST-URL) "'"
                  ' > posture_status.txt'
               DELIMITED BY SIZE INTO WS-POSTURE-CMD
           END-STRING
           PERFORM RUN-WITH-RETRY
           MOVE SPACES TO WS-NEXT-LINK
           IF HTTP-STATUS-CODE NOT = 200
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-POSTURE-CMD
           STRING 'tr -d ' "'\n'" ' < posture_list.json'
                  ' | awk ' "'{n=length($0); d=0; q=0; e=0; "
                  'for (i=1; i<=n; i++) {c=substr($0, i, 1); '
                  'if (q) {if (e) e=0; else if (c=="\\") e=1; '
                  'else if (c=="\"") q=0; continue} '
                  'if (c=="\"") q=1; '
                  'else if (c=="{") {d++; if (d==2) s=i} '
                  'else if (c=="}") {if (d==2) '
                  'print substr($0, s, i-s+1); d--}}}' "'"
                  ' >> posture_items.txt; '
                  'sed -n ' "'s/.*" '"nextLink":"\([^"]*\)".*'
                  "/\1/p' posture_list.json > posture_field.txt"
               DELIMITED BY SIZE INTO WS-POSTURE-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-POSTURE-CMD
           END-CALL

           OPEN INPUT FIELD-FILE
           IF WS-FIELD-STATUS = '00'
               READ FIELD-FILE INTO WS-NEXT-LINK
                   AT END CONTINUE
               END-READ
               CLOSE FIELD-FILE
           END-IF.

      *> Every baseline row for the resource's type, in baseline
      *> order; the resource (or its sub-path) is read once per
      *> change of sub-path
       SCAN-ONE-RESOURCE.
           MOVE 'id' TO WS-TOKEN-KEY
           PERFORM GET-ITEM-TOKEN
           MOVE WS-TOKEN-VALUE TO WS-RES-ID
           IF WS-RES-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'name' TO WS-TOKEN-KEY
           PERFORM GET-ITEM-TOKEN
           MOVE WS-TOKEN-VALUE TO WS-RES-NAME
           MOVE 'type' TO WS-TOKEN-KEY
           PERFORM GET-ITEM-TOKEN
           MOVE WS-TOKEN-VALUE TO WS-RES-TYPE-LOWER
           INSPECT WS-RES-TYPE-LOWER CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'

           MOVE 'N' TO WS-RES-CHECKED WS-FETCH-DONE
           PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                   UNTIL WS-BL-IDX > WS-BL-COUNT
               IF WS-BL-TYPE-LOWER(WS-BL-IDX) = WS-RES-TYPE-LOWER
                   PERFORM CHECK-BASELINE-ROW
               END-IF
           END-PERFORM
           IF WS-RES-CHECKED = 'Y'
               ADD 1 TO WS-ENV-RESOURCES
           END-IF.

       CHECK-BASELINE-ROW.
           IF WS-FETCH-DONE = 'N'
                   OR WS-BL-PATH(WS-BL-IDX) NOT = WS-FETCHED-PATH
               PERFORM FETCH-RESOURCE-BODY
           END-IF
           IF WS-FETCH-OK NOT = 'Y'
               ADD 1 TO WS-ENV-ERRORS
               MOVE 'Y' TO WS-RES-CHECKED
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ERROR ' FUNCTION TRIM(WS-RES-NAME) ' - '
                      FUNCTION TRIM(WS-BL-LABEL(WS-BL-IDX))
                      ': could not read (status ' HTTP-STATUS-CODE ')'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-ROW-CONDITION
           IF WS-ROW-APPLIES NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-RES-CHECKED
           MOVE WS-BL-PROPERTY(WS-BL-IDX) TO WS-PROP-NAME
           PERFORM READ-RESOURCE-PROPERTY
           PERFORM COMPARE-EXPECTED
           ADD 1 TO WS-ENV-CHECKS
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-CHECK-PASSED = 'Y'
               STRING '  PASS  ' FUNCTION TRIM(WS-RES-NAME) ' - '
                      FUNCTION TRIM(WS-BL-LABEL(WS-BL-IDX)) ': '
                      FUNCTION TRIM(WS-PROP-NAME) '='
                      FUNCTION TRIM(WS-PROP-VALUE)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           ELSE
               ADD 1 TO WS-ENV-FAILS
               STRING '  FAIL  ' FUNCTION TRIM(WS-RES-NAME) ' - '
                      FUNCTION TRIM(WS-BL-LABEL(WS-BL-IDX)) ': '
                      FUNCTION TRIM(WS-PROP-NAME) '='
                      FUNCTION TRIM(WS-PROP-VALUE) ' (expected '
                      FUNCTION TRIM(WS-BL-EXPECTED(WS-BL-IDX)) ')'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

       FETCH-RESOURCE-BODY.
           MOVE 'Y' TO WS-FETCH-DONE
           MOVE WS-BL-PATH(WS-BL-IDX) TO WS-FETCHED-PATH
           MOVE SPACES TO WS-FETCH-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  FUNCTION TRIM(WS-RES-ID)
                  FUNCTION TRIM(WS-BL-PATH(WS-BL-IDX))
                  '?api-version='
                  FUNCTION TRIM(WS-BL-API-VERSION(WS-BL-IDX))
               DELIMITED BY SIZE INTO WS-FETCH-URL
           END-STRING
           MOVE SPACES TO WS-POSTURE-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o posture_response.json'
                  ' -w ' "'%{http_code}'"
                  ' -H @posture_auth.txt'
                  " '" FUNCTION TRIM(WS-FETCH-URL) "'"
                  ' > posture_status.txt'
               DELIMITED BY SIZE INTO WS-POSTURE-CMD
           END-STRING
           PERFORM RUN-WITH-RETRY
           IF HTTP-STATUS-CODE = 200
               MOVE 'Y' TO WS-FETCH-OK
           ELSE
               MOVE 'N' TO WS-FETCH-OK
           END-IF.

      *> A row with no condition always applies; env= and env!= test
      *> the environment name, anything else a live property of the
      *> resource just read
       CHECK-ROW-CONDITION.
           MOVE 'Y' TO WS-ROW-APPLIES
           IF WS-BL-COND-PROP(WS-BL-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-BL-COND-PROP(WS-BL-IDX) = 'env'
               MOVE WS-ENV-NAME-WORK TO WS-PROP-LOWER
           ELSE
               MOVE WS-BL-COND-PROP(WS-BL-IDX) TO WS-PROP-NAME
               PERFORM READ-RESOURCE-PROPERTY
               MOVE WS-PROP-VALUE TO WS-PROP-LOWER
           END-IF
           INSPECT WS-PROP-LOWER CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           MOVE WS-BL-COND-VALUE(WS-BL-IDX) TO WS-COND-LOWER
           IF WS-BL-COND-OP(WS-BL-IDX) = '!='
               IF WS-PROP-LOWER = WS-COND-LOWER
                   MOVE 'N' TO WS-ROW-APPLIES
               END-IF
           ELSE
               IF WS-PROP-LOWER NOT = WS-COND-LOWER
                   MOVE 'N' TO WS-ROW-APPLIES
               END-IF
           END-IF.

      *> First "<property>": value in the compacted body, quotes
      *> dropped; '(not set)' when the resource does not carry it
       READ-RESOURCE-PROPERTY.
           MOVE SPACES TO WS-POSTURE-CMD
           STRING 'tr -d ' "'\r\n'" ' < posture_response.json'
                  ' | grep -o ' "'" '"'
                  FUNCTION TRIM(WS-PROP-NAME) '": *[^,}]*' "'"
                  ' | head -1 | sed ' "'s/^[^:]*: *//; s/" '"//g'
                  "; s/ *$//'" ' > posture_field.txt'
               DELIMITED BY SIZE INTO WS-POSTURE-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-POSTURE-CMD
           END-CALL
           MOVE SPACES TO WS-PROP-VALUE
           OPEN INPUT FIELD-FILE
           IF WS-FIELD-STATUS = '00'
               READ FIELD-FILE
                   AT END CONTINUE
                   NOT AT END MOVE FIELD-RECORD TO WS-PROP-VALUE
               END-READ
               CLOSE FIELD-FILE
           END-IF
           IF WS-PROP-VALUE = SPACES
               MOVE '(not set)' TO WS-PROP-VALUE
           END-IF.

      *> Passes when the live value is one of the comma-separated
      *> expected values, case aside
       COMPARE-EXPECTED.
           MOVE 'N' TO WS-CHECK-PASSED
           IF WS-PROP-VALUE = '(not set)'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-EXPECT-LIST WS-PROP-PROBE
           STRING ',' FUNCTION TRIM(WS-BL-EXPECTED(WS-BL-IDX)) ','
               DELIMITED BY SIZE INTO WS-EXPECT-LIST
           END-STRING
           STRING ',' FUNCTION TRIM(WS-PROP-VALUE) ','
               DELIMITED BY SIZE INTO WS-PROP-PROBE
           END-STRING
           INSPECT WS-EXPECT-LIST CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           INSPECT WS-PROP-PROBE CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PROP-PROBE))
               TO WS-PROBE-LEN
           MOVE 0 TO WS-PROBE-HITS
           INSPECT WS-EXPECT-LIST TALLYING WS-PROBE-HITS
               FOR ALL WS-PROP-PROBE(1:WS-PROBE-LEN)
           IF WS-PROBE-HITS > 0
               MOVE 'Y' TO WS-CHECK-PASSED
           END-IF.

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
               CALL "C$SYSTEM" USING WS-POSTURE-CMD
               END-CALL
               PERFORM READ-POSTURE-STATUS
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM.

       READ-POSTURE-STATUS.
           MOVE 0 TO HTTP-STATUS-CODE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT POSTURE-STATUS-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ POSTURE-STATUS-FILE INTO POSTURE-STATUS-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE FUNCTION NUMVAL(POSTURE-STATUS-RECORD)
                           TO HTTP-STATUS-CODE
               END-READ
           END-PERFORM
           CLOSE POSTURE-STATUS-FILE.

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

       END PROGRAM AZUREPOSTURE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AZUREPARTNER.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Trading partner onboarding and offboarding. One partner
      *> definition file (AZURE_PARTNER_FILE, KEY=VALUE lines) says
      *> everything a partner needs in the environment named by
      *> AZURE_ENVIRONMENT:
      *>   PARTNER_NAME       - lower-case partner code, 3-24 chars
      *>   SFTP_ACCOUNT       - STORAGE-ACCOUNTS slot of the SFTP
      *>                        account; SFTP_USER, SFTP_HOME (both
      *>                        default to the partner code),
      *>                        SFTP_PERMISSIONS (default rcwl) and
      *>                        SFTP_KEYFILE for key authentication
      *>   IA_QUALIFIER/IA_VALUE - Integration Account partner
      *>                        business identity; IA_AGREEMENT and
      *>                        IA_AGREEMENT_FILE add the agreement
      *>   APIM_PRODUCT       - product the partner subscribes to
      *>   EG_DEST_TYPE, EG_ENDPOINT, EG_DEST_NAME, EG_ACCOUNT -
      *>                        blob-created routing off the account's
      *>                        system topic, filtered to the partner's
      *>                        home container
      *> Every section is optional. AZURE_PARTNER_ACTION=ONBOARD
      *> applies the sections as one unit - when any component fails
      *> the ones already applied are removed again, so a partner is
      *> either fully on or not on at all. OFFBOARD removes the same
      *> resources (already-gone counts as removed). The APIM and
      *> Event Grid pieces are both named partner-<code>.
      *>
      *> partner-register.dat keeps one PR record per environment
      *> and partner:
      *>   PR|env|partner|status|onboarded|offboarded|components
      *> with status ACTIVE or OFFBOARDED, the dates as YYYYMMDD and
      *> the components applied (SFTP+IA+APIM+EG). Partner resources
      *> live outside the environment configuration, so the register
      *> is their record of truth.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTNER-DEF-FILE ASSIGN TO WS-PARTNER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEF-STATUS.
           SELECT OPTIONAL PARTNER-REGISTER-FILE
               ASSIGN TO "partner-register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT PARTNER-KEY-FILE ASSIGN TO WS-PARTNER-KEYFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEY-STATUS.
           SELECT OPTIONAL SFTP-KEY-REGISTER-FILE
               ASSIGN TO "sftp-key-register.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARTNER-FIELD-FILE ASSIGN TO "partner_field.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIELD-STATUS.
           SELECT PARTNER-STATUS-FILE ASSIGN TO "partner_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTH-HEADER-FILE ASSIGN TO "partner_auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTNER-DEF-FILE.
       01  PARTNER-DEF-RECORD          PIC X(256).

       FD  PARTNER-REGISTER-FILE.
       01  PARTNER-REGISTER-RECORD     PIC X(200).

       FD  PARTNER-KEY-FILE.
       01  PARTNER-KEY-RECORD          PIC X(2048).

       FD  SFTP-KEY-REGISTER-FILE.
       01  SFTP-KEY-REGISTER-RECORD    PIC X(200).

       FD  PARTNER-FIELD-FILE.
       01  PARTNER-FIELD-RECORD        PIC X(128).

       FD  PARTNER-STATUS-FILE.
       01  PARTNER-STATUS-RECORD       PIC X(8).

       FD  AUTH-HEADER-FILE.
       01  AUTH-HEADER-RECORD          PIC X(1056).

       WORKING-STORAGE SECTION.
      *> Request handed to the shared AZURENAME renderer
       01  WS-NAME-REQ                 PIC X(48).
      *> Resource type handed to the shared APIVERSIONS catalog
       01  WS-AV-TYPE                  PIC X(48).
      *> Overall time limit handed to every curl (-m) so a network
      *> blackhole fails the call instead of hanging the run;
      *> CURL_TIMEOUT_SECS overrides the default where configured
       01  WS-CURL-MAX-TIME            PIC 9(4) VALUE 0300.
       COPY AZURECONFIG.
       COPY HTTPCLIENT.

       01  WS-RETURN-CODE              PIC 9(2).
       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
       01  WS-DEF-STATUS               PIC XX.
       01  WS-REGISTER-STATUS          PIC XX.
       01  WS-KEY-STATUS               PIC XX.
       01  WS-FIELD-STATUS             PIC XX.
       01  WS-ARM-BASE-URL             PIC X(40) VALUE
               'https://management.azure.com'.
       01  WS-DATA-SUB                 PIC X(36).
       01  WS-SA-API-VERSION           PIC X(16) VALUE '2023-01-01'.
       01  WS-BLOB-API-VERSION         PIC X(16) VALUE '2023-01-01'.
       01  WS-LOGIC-API-VERSION        PIC X(10) VALUE '2019-05-01'.
       01  WS-APIM-API-VERSION         PIC X(20) VALUE '2022-08-01'.
       01  WS-EG-API-VERSION           PIC X(10) VALUE '2022-06-15'.

       01  WS-ACTION                   PIC X(12).
       01  WS-PARTNER-FILENAME         PIC X(256).

      *> The partner definition as loaded from the file
       01  WS-PARTNER-DEF.
           05  WS-PARTNER-NAME         PIC X(32).
           05  WS-SFTP-ACCOUNT-TEXT    PIC X(4).
           05  WS-SFTP-USER            PIC X(32).
           05  WS-SFTP-HOME            PIC X(63).
           05  WS-SFTP-PERMISSIONS     PIC X(8).
           05  WS-PARTNER-KEYFILE      PIC X(128).
           05  WS-IA-QUALIFIER         PIC X(16).
           05  WS-IA-VALUE             PIC X(64).
           05  WS-IA-AGREEMENT         PIC X(64).
           05  WS-IA-AGREEMENT-FILE    PIC X(128).
           05  WS-APIM-PRODUCT         PIC X(64).
           05  WS-EG-ACCOUNT-TEXT      PIC X(4).
           05  WS-EG-DEST-TYPE         PIC X(10).
           05  WS-EG-ENDPOINT          PIC X(256).
           05  WS-EG-DEST-NAME         PIC X(64).
       01  WS-DEF-KEY                  PIC X(32).
       01  WS-DEF-VALUE                PIC X(224).
       01  WS-SFTP-SA-IDX              PIC 9(2) VALUE 0.
       01  WS-EG-SA-IDX                PIC 9(2) VALUE 0.
       01  WS-NAME-CHECK               PIC X(32).
       01  WS-NAME-LEN                 PIC 9(3).

      *> Which sections the definition carries, and which of them
      *> have been applied so far on this run
       01  WS-WANT-SFTP                PIC X VALUE 'N'.
       01  WS-WANT-IA                  PIC X VALUE 'N'.
       01  WS-WANT-AGREEMENT           PIC X VALUE 'N'.
       01  WS-WANT-APIM                PIC X VALUE 'N'.
       01  WS-WANT-EG                  PIC X VALUE 'N'.
       01  WS-DONE-CONTAINER           PIC X VALUE 'N'.
       01  WS-DONE-SFTP-USER           PIC X VALUE 'N'.
       01  WS-DONE-SFTP-SECRET         PIC X VALUE 'N'.
       01  WS-DONE-IA                  PIC X VALUE 'N'.
       01  WS-DONE-AGREEMENT           PIC X VALUE 'N'.
       01  WS-DONE-APIM                PIC X VALUE 'N'.
       01  WS-DONE-APIM-SECRET         PIC X VALUE 'N'.
       01  WS-DONE-EG                  PIC X VALUE 'N'.
       01  WS-COMPONENTS               PIC X(24).
       01  WS-COMPONENTS-PTR           PIC 9(3).

      *> Resource names resolved through the naming standard
       01  WS-SFTP-SA-NAME             PIC X(64).
       01  WS-EG-SA-NAME               PIC X(64).
       01  WS-SYSTOPIC-NAME            PIC X(64).
       01  WS-IA-NAME                  PIC X(64).
       01  WS-APIM-NAME                PIC X(64).
       01  WS-KV-NAME                  PIC X(64).
       01  WS-SB-NAME                  PIC X(64).
       01  WS-DEST-SA-NAME             PIC X(64).
       01  WS-PARTNER-RESOURCE         PIC X(48).
       01  WS-SFTP-SECRET-NAME         PIC X(128).

       01  WS-SA-BASE-URL              PIC X(400).
       01  WS-IA-BASE-URL              PIC X(400).
       01  WS-APIM-BASE-URL            PIC X(400).
       01  WS-PARTNER-JSON             PIC X(4096).
       01  WS-PARTNER-JSON-PTR         PIC 9(4).
       01  WS-PARTNER-CMD              PIC X(2048).
       01  WS-IF-MATCH                 PIC X(20).
       01  WS-COMPONENT-LABEL          PIC X(32).
       01  WS-KEY-TYPE                 PIC X(32).
       01  WS-KEY-BODY                 PIC X(1024).
       01  WS-KEY-FINGERPRINT          PIC X(64).

       01  WS-RETRY-COUNT              PIC 9(2).
       01  WS-RETRY-MAX                PIC 9(2) VALUE 3.
       01  WS-RETRY-DONE               PIC X.
       01  WS-BACKOFF-SECS             PIC 9(2).

      *> The register is small enough to hold whole; it is read in,
      *> updated and written back in full on every run
       01  WS-REG-COUNT                PIC 9(3) VALUE 0.
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY OCCURS 200 TIMES.
               10  WS-REG-ENV          PIC X(16).
               10  WS-REG-PARTNER      PIC X(32).
               10  WS-REG-STATUS       PIC X(10).
               10  WS-REG-ONBOARDED    PIC X(8).
               10  WS-REG-OFFBOARDED   PIC X(8).
               10  WS-REG-COMPONENTS   PIC X(24).
       01  WS-REG-IDX                  PIC 9(3).
       01  WS-REG-SLOT                 PIC 9(3).
       01  WS-REG-LINE                 PIC X(200).
       01  WS-REG-PREFIX               PIC X(3).
       01  WS-REG-IN-ENV               PIC X(16).
       01  WS-REG-IN-PARTNER           PIC X(32).
       01  WS-REG-IN-STATUS            PIC X(10).
       01  WS-REG-IN-ONBOARDED         PIC X(8).
       01  WS-REG-IN-OFFBOARDED        PIC X(8).
       01  WS-REG-IN-COMPONENTS        PIC X(24).
       01  WS-TODAY                    PIC 9(8).
       01  WS-CLOCK8                   PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Partner onboarding starting"
           MOVE SPACES TO AZURE-CONFIG
           MOVE 0 TO WS-RETURN-CODE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           MOVE SPACES TO WS-ACTION
           ACCEPT WS-ACTION FROM ENVIRONMENT 'AZURE_PARTNER_ACTION'
           INSPECT WS-ACTION CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACES TO WS-PARTNER-FILENAME
           ACCEPT WS-PARTNER-FILENAME FROM ENVIRONMENT
               'AZURE_PARTNER_FILE'

           IF (WS-ACTION NOT = 'ONBOARD' AND WS-ACTION NOT = 'OFFBOARD')
                   OR WS-PARTNER-FILENAME = SPACES
               DISPLAY "AZURE_PARTNER_ACTION (ONBOARD/OFFBOARD) and "
                       "AZURE_PARTNER_FILE (partner definition) are "
                       "required"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-PARTNER-DEFINITION
           IF WS-RETURN-CODE NOT = 0
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           CALL 'AZUREAUTH' USING BY REFERENCE AZURE-CONFIG
                                               AZURE-AUTH-TOKEN
                                               WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Azure authentication failed"
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM DETERMINE-CLOUD-ENDPOINT
           PERFORM VALIDATE-PARTNER-DEFINITION
           IF WS-RETURN-CODE NOT = 0
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM RESOLVE-PARTNER-RESOURCES

           STRING 'Bearer ' ACCESS-TOKEN
               DELIMITED BY SIZE INTO AUTHORIZATION
           END-STRING
           PERFORM WRITE-AUTH-HEADER-FILE

           PERFORM LOAD-PARTNER-REGISTER
           IF WS-ACTION = 'ONBOARD'
               PERFORM ONBOARD-PARTNER
           ELSE
               PERFORM OFFBOARD-PARTNER
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

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

       LOAD-PARTNER-DEFINITION.
           MOVE SPACES TO WS-PARTNER-DEF
           OPEN INPUT PARTNER-DEF-FILE
           IF WS-DEF-STATUS NOT = '00'
               DISPLAY "Cannot open partner definition: "
                       FUNCTION TRIM(WS-PARTNER-FILENAME)
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PARTNER-DEF-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM APPLY-DEFINITION-LINE
               END-READ
           END-PERFORM
           CLOSE PARTNER-DEF-FILE

           IF WS-SFTP-USER = SPACES
               MOVE WS-PARTNER-NAME TO WS-SFTP-USER
           END-IF
           IF WS-SFTP-HOME = SPACES
               MOVE WS-PARTNER-NAME TO WS-SFTP-HOME
           END-IF
           IF WS-SFTP-PERMISSIONS = SPACES
               MOVE 'rcwl' TO WS-SFTP-PERMISSIONS
           END-IF
           IF WS-EG-DEST-TYPE = SPACES AND WS-EG-ENDPOINT NOT = SPACES
               MOVE 'WEBHOOK' TO WS-EG-DEST-TYPE
           END-IF

           IF WS-SFTP-ACCOUNT-TEXT NOT = SPACES
               MOVE 'Y' TO WS-WANT-SFTP
           END-IF
           IF WS-IA-VALUE NOT = SPACES
               MOVE 'Y' TO WS-WANT-IA
           END-IF
           IF WS-IA-AGREEMENT NOT = SPACES
               MOVE 'Y' TO WS-WANT-AGREEMENT
           END-IF
           IF WS-APIM-PRODUCT NOT = SPACES
               MOVE 'Y' TO WS-WANT-APIM
           END-IF
           IF WS-EG-DEST-TYPE NOT = SPACES
               MOVE 'Y' TO WS-WANT-EG
           END-IF.

       APPLY-DEFINITION-LINE.
           IF PARTNER-DEF-RECORD(1:1) = '#'
                   OR PARTNER-DEF-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DEF-KEY WS-DEF-VALUE
           UNSTRING PARTNER-DEF-RECORD DELIMITED BY '='
               INTO WS-DEF-KEY WS-DEF-VALUE
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-DEF-VALUE) TO WS-DEF-VALUE
           EVALUATE FUNCTION TRIM(WS-DEF-KEY)
               WHEN 'PARTNER_NAME'
                   MOVE WS-DEF-VALUE TO WS-PARTNER-NAME
               WHEN 'SFTP_ACCOUNT'
                   MOVE WS-DEF-VALUE TO WS-SFTP-ACCOUNT-TEXT
               WHEN 'SFTP_USER'
                   MOVE WS-DEF-VALUE TO WS-SFTP-USER
               WHEN 'SFTP_HOME'
                   MOVE WS-DEF-VALUE TO WS-SFTP-HOME
               WHEN 'SFTP_PERMISSIONS'
                   MOVE WS-DEF-VALUE TO WS-SFTP-PERMISSIONS
               WHEN 'SFTP_KEYFILE'
                   MOVE WS-DEF-VALUE TO WS-PARTNER-KEYFILE
               WHEN 'IA_QUALIFIER'
                   MOVE WS-DEF-VALUE TO WS-IA-QUALIFIER
               WHEN 'IA_VALUE'
                   MOVE WS-DEF-VALUE TO WS-IA-VALUE
               WHEN 'IA_AGREEMENT'
                   MOVE WS-DEF-VALUE TO WS-IA-AGREEMENT
               WHEN 'IA_AGREEMENT_FILE'
                   MOVE WS-DEF-VALUE TO WS-IA-AGREEMENT-FILE
               WHEN 'APIM_PRODUCT'
                   MOVE WS-DEF-VALUE TO WS-APIM-PRODUCT
               WHEN 'EG_ACCOUNT'
                   MOVE WS-DEF-VALUE TO WS-EG-ACCOUNT-TEXT
               WHEN 'EG_DEST_TYPE'
                   MOVE WS-DEF-VALUE TO WS-EG-DEST-TYPE
                   INSPECT WS-EG-DEST-TYPE CONVERTING
                       'abcdefghijklmnopqrstuvwxyz' TO
                       'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               WHEN 'EG_ENDPOINT'
                   MOVE WS-DEF-VALUE TO WS-EG-ENDPOINT
               WHEN 'EG_DEST_NAME'
                   MOVE WS-DEF-VALUE TO WS-EG-DEST-NAME
               WHEN OTHER
                   DISPLAY "  Ignoring unknown definition key "
                           FUNCTION TRIM(WS-DEF-KEY)
           END-EVALUATE.

      *> The partner code ends up in container, user, subscription
      *> and secret names, so it is held to the strictest of their
      *> rules: lower-case letters, digits and hyphens, 3-24 long
       VALIDATE-PARTNER-DEFINITION.
           MOVE 0 TO WS-NAME-LEN
           IF WS-PARTNER-NAME NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PARTNER-NAME))
                   TO WS-NAME-LEN
           END-IF
           IF WS-NAME-LEN < 3 OR WS-NAME-LEN > 24
               DISPLAY "PARTNER_NAME must be 3-24 characters"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PARTNER-NAME TO WS-NAME-CHECK
           INSPECT WS-NAME-CHECK CONVERTING
               'abcdefghijklmnopqrstuvwxyz0123456789-' TO
               '                                     '
           IF WS-NAME-CHECK NOT = SPACES
               DISPLAY "PARTNER_NAME may hold only lower-case "
                       "letters, digits and hyphens: "
                       FUNCTION TRIM(WS-PARTNER-NAME)
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-WANT-SFTP = 'Y'
               MOVE FUNCTION NUMVAL(WS-SFTP-ACCOUNT-TEXT)
                   TO WS-SFTP-SA-IDX
               IF WS-SFTP-SA-IDX < 1 OR WS-SFTP-SA-IDX > STORAGE-COUNT
                   DISPLAY "SFTP_ACCOUNT must name a configured "
                           "account slot (1-" STORAGE-COUNT ")"
                   MOVE 4 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               IF SA-SFTP-ENABLED(WS-SFTP-SA-IDX) NOT = 'Y'
                   DISPLAY "Storage account slot " WS-SFTP-SA-IDX
                           " does not have SFTP enabled"
                   MOVE 4 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-WANT-AGREEMENT = 'Y' AND WS-WANT-IA NOT = 'Y'
               DISPLAY "IA_AGREEMENT needs the partner identity "
                       "(IA_QUALIFIER/IA_VALUE)"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ACTION = 'ONBOARD' AND WS-WANT-AGREEMENT = 'Y'
                   AND WS-IA-AGREEMENT-FILE = SPACES
               DISPLAY "IA_AGREEMENT_FILE is required to onboard "
                       "agreement " FUNCTION TRIM(WS-IA-AGREEMENT)
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *> Routing hangs off the SFTP account's system topic unless
      *> another account is named
           IF WS-WANT-EG = 'Y'
               IF WS-EG-ACCOUNT-TEXT = SPACES
                   MOVE WS-SFTP-SA-IDX TO WS-EG-SA-IDX
               ELSE
                   MOVE FUNCTION NUMVAL(WS-EG-ACCOUNT-TEXT)
                       TO WS-EG-SA-IDX
               END-IF
               IF WS-EG-SA-IDX < 1 OR WS-EG-SA-IDX > STORAGE-COUNT
                   DISPLAY "Event Grid routing needs EG_ACCOUNT or "
                           "SFTP_ACCOUNT to name an account slot"
                   MOVE 4 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               IF WS-EG-DEST-TYPE NOT = 'WEBHOOK'
                       AND WS-EG-DEST-TYPE NOT = 'SBQUEUE'
                       AND WS-EG-DEST-TYPE NOT = 'STORQUEUE'
                   DISPLAY "EG_DEST_TYPE must be WEBHOOK, SBQUEUE "
                           "or STORQUEUE"
                   MOVE 4 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               IF WS-ACTION = 'ONBOARD'
                   IF (WS-EG-DEST-TYPE = 'WEBHOOK'
                           AND WS-EG-ENDPOINT = SPACES)
                       OR (WS-EG-DEST-TYPE NOT = 'WEBHOOK'
                           AND WS-EG-DEST-NAME = SPACES)
                       DISPLAY "EG_ENDPOINT (WEBHOOK) or EG_DEST_NAME"
                               " (queue) is required for routing"
                       MOVE 4 TO WS-RETURN-CODE
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF.

      *> Same naming rules the deploying modules apply, so every URL
      *> points at what STORAGE, INTACCOUNT, APIMGMT and EVENTGRID
      *> created
       RESOLVE-PARTNER-RESOURCES.
           IF DATA-SUBSCRIPTION-ID = SPACES
               MOVE SUBSCRIPTION-ID TO WS-DATA-SUB
           ELSE
               MOVE DATA-SUBSCRIPTION-ID TO WS-DATA-SUB
           END-IF
           MOVE 'Microsoft.Storage/storageAccounts' TO WS-AV-TYPE
           CALL 'APIVERSIONS' USING WS-AV-TYPE WS-SA-API-VERSION
           MOVE 'Microsoft.Logic/integrationAccounts' TO WS-AV-TYPE
           CALL 'APIVERSIONS' USING WS-AV-TYPE WS-LOGIC-API-VERSION
           MOVE 'Microsoft.ApiManagement/service' TO WS-AV-TYPE
           CALL 'APIVERSIONS' USING WS-AV-TYPE WS-APIM-API-VERSION
           MOVE 'Microsoft.EventGrid/topics' TO WS-AV-TYPE
           CALL 'APIVERSIONS' USING WS-AV-TYPE WS-EG-API-VERSION

           MOVE 'KV' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-KV-NAME

           MOVE SPACES TO WS-PARTNER-RESOURCE
           STRING 'partner-' FUNCTION TRIM(WS-PARTNER-NAME)
               DELIMITED BY SIZE INTO WS-PARTNER-RESOURCE
           END-STRING

           DISPLAY "  Partner: " FUNCTION TRIM(WS-PARTNER-NAME)
                   " (" FUNCTION TRIM(WS-ACTION) " in "
                   FUNCTION TRIM(ENV-NAME) ")"

           IF WS-WANT-SFTP = 'Y'
               MOVE SPACES TO WS-NAME-REQ
               STRING 'SA|' SA-NAME-PREFIX(WS-SFTP-SA-IDX)
                      '|' WS-SFTP-SA-IDX
                   DELIMITED BY SIZE INTO WS-NAME-REQ
               END-STRING
               CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                      WS-SFTP-SA-NAME
               MOVE SPACES TO WS-SA-BASE-URL
               STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                      '/subscriptions/'
                      WS-DATA-SUB
                      '/resourceGroups/'
                      FUNCTION TRIM(RG-NAME)
                      '/providers/Microsoft.Storage/storageAccounts/'
                      FUNCTION TRIM(WS-SFTP-SA-NAME)
                   DELIMITED BY SIZE INTO WS-SA-BASE-URL
               END-STRING
               MOVE SPACES TO WS-SFTP-SECRET-NAME
               STRING FUNCTION TRIM(WS-SFTP-SA-NAME) '-sftp-'
                      FUNCTION TRIM(WS-SFTP-USER)
                   DELIMITED BY SIZE INTO WS-SFTP-SECRET-NAME
               END-STRING
           END-IF

           IF WS-WANT-IA = 'Y'
               MOVE 'IA' TO WS-NAME-REQ
               CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                      WS-IA-NAME
               MOVE SPACES TO WS-IA-BASE-URL
               STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                      '/subscriptions/'
                      SUBSCRIPTION-ID
                      '/resourceGroups/'
                      FUNCTION TRIM(RG-NAME)
                      '/providers/Microsoft.Logic/integrationAccounts/'
                      FUNCTION TRIM(WS-IA-NAME)
                   DELIMITED BY SIZE INTO WS-IA-BASE-URL
               END-STRING
           END-IF

           IF WS-WANT-APIM = 'Y'
               MOVE 'APIM' TO WS-NAME-REQ
               CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                      WS-APIM-NAME
               INSPECT WS-APIM-NAME CONVERTING
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
                   'abcdefghijklmnopqrstuvwxyz'
               MOVE SPACES TO WS-APIM-BASE-URL
               STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                      '/subscriptions/'
                      SUBSCRIPTION-ID
                      '/resourceGroups/'
                      FUNCTION TRIM(RG-NAME)
                      '/providers/Microsoft.ApiManagement/service/'
                      FUNCTION TRIM(WS-APIM-NAME)
                      '/subscriptions/'
                      FUNCTION TRIM(WS-PARTNER-RESOURCE)
                   DELIMITED BY SIZE INTO WS-APIM-BASE-URL
               END-STRING
           END-IF

           IF WS-WANT-EG = 'Y'
               MOVE SPACES TO WS-NAME-REQ
               STRING 'SA|' SA-NAME-PREFIX(WS-EG-SA-IDX)
                      '|' WS-EG-SA-IDX
                   DELIMITED BY SIZE INTO WS-NAME-REQ
               END-STRING
               CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                      WS-EG-SA-NAME
               MOVE SPACES TO WS-NAME-REQ
               STRING 'EGST|' FUNCTION TRIM(WS-EG-SA-NAME)
                   DELIMITED BY SIZE INTO WS-NAME-REQ
               END-STRING
               CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                      WS-SYSTOPIC-NAME
           END-IF.

      *> Components go on in dependency order - storage first so the
      *> routing filter has a container to point at. The first
      *> failure stops the run and backs out what went on before it.
       ONBOARD-PARTNER.
           IF WS-WANT-SFTP = 'Y'
               PERFORM ONBOARD-SFTP-ACCESS
           END-IF
           IF WS-WANT-IA = 'Y' AND WS-RETURN-CODE = 0
               PERFORM ONBOARD-IA-PARTNER
           END-IF
           IF WS-WANT-AGREEMENT = 'Y' AND WS-RETURN-CODE = 0
               PERFORM ONBOARD-IA-AGREEMENT
           END-IF
           IF WS-WANT-APIM = 'Y' AND WS-RETURN-CODE = 0
               PERFORM ONBOARD-APIM-SUBSCRIPTION
           END-IF
           IF WS-WANT-EG = 'Y' AND WS-RETURN-CODE = 0
               PERFORM ONBOARD-EVENT-ROUTING
           END-IF

           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Onboarding failed - backing out the "
                       "components already applied"
               PERFORM BACK-OUT-ONBOARDING
               DISPLAY "Partner " FUNCTION TRIM(WS-PARTNER-NAME)
                       " NOT onboarded - register unchanged"
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-COMPONENT-LIST
           PERFORM FIND-REGISTER-SLOT
           IF WS-REG-SLOT = 0
               EXIT PARAGRAPH
           END-IF
      *> A re-run against an active partner keeps its original
      *> onboarding date; a returning partner starts a new one
           IF WS-REG-STATUS(WS-REG-SLOT) NOT = 'ACTIVE'
               MOVE WS-TODAY TO WS-REG-ONBOARDED(WS-REG-SLOT)
               MOVE SPACES TO WS-REG-OFFBOARDED(WS-REG-SLOT)
           END-IF
           MOVE 'ACTIVE' TO WS-REG-STATUS(WS-REG-SLOT)
           MOVE WS-COMPONENTS TO WS-REG-COMPONENTS(WS-REG-SLOT)
           PERFORM SAVE-PARTNER-REGISTER
           DISPLAY "Partner " FUNCTION TRIM(WS-PARTNER-NAME)
                   " onboarded (" FUNCTION TRIM(WS-COMPONENTS) ")".

      *> Every component is attempted even after a failure, so one
      *> stuck resource does not leave the rest behind; the register
      *> only says OFFBOARDED once everything is gone
       OFFBOARD-PARTNER.
           IF WS-WANT-EG = 'Y'
               PERFORM REMOVE-EVENT-ROUTING
           END-IF
           IF WS-WANT-APIM = 'Y'
               PERFORM REMOVE-APIM-SUBSCRIPTION
           END-IF
           IF WS-WANT-AGREEMENT = 'Y'
               PERFORM REMOVE-IA-AGREEMENT
           END-IF
           IF WS-WANT-IA = 'Y'
               PERFORM REMOVE-IA-PARTNER
           END-IF
           IF WS-WANT-SFTP = 'Y'
               PERFORM REMOVE-SFTP-ACCESS
           END-IF

           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Partner " FUNCTION TRIM(WS-PARTNER-NAME)
                       " only partly offboarded - rerun once the "
                       "failures above are cleared"
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-COMPONENT-LIST
           PERFORM FIND-REGISTER-SLOT
           IF WS-REG-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'OFFBOARDED' TO WS-REG-STATUS(WS-REG-SLOT)
           MOVE WS-TODAY TO WS-REG-OFFBOARDED(WS-REG-SLOT)
           IF WS-REG-COMPONENTS(WS-REG-SLOT) = SPACES
               MOVE WS-COMPONENTS TO WS-REG-COMPONENTS(WS-REG-SLOT)
           END-IF
           PERFORM SAVE-PARTNER-REGISTER
           DISPLAY "Partner " FUNCTION TRIM(WS-PARTNER-NAME)
                   " offboarded".

      *> Undo in reverse order whatever this run put on
       BACK-OUT-ONBOARDING.
           IF WS-DONE-EG = 'Y'
               PERFORM REMOVE-EVENT-ROUTING
           END-IF
           IF WS-DONE-APIM = 'Y'
               PERFORM REMOVE-APIM-SUBSCRIPTION
           END-IF
           IF WS-DONE-AGREEMENT = 'Y'
               PERFORM REMOVE-IA-AGREEMENT
           END-IF
           IF WS-DONE-IA = 'Y'
               PERFORM REMOVE-IA-PARTNER
           END-IF
           IF WS-DONE-CONTAINER = 'Y' OR WS-DONE-SFTP-USER = 'Y'
               PERFORM REMOVE-SFTP-ACCESS
           END-IF
           MOVE 8 TO WS-RETURN-CODE.

       BUILD-COMPONENT-LIST.
           MOVE SPACES TO WS-COMPONENTS
           MOVE 1 TO WS-COMPONENTS-PTR
           IF WS-WANT-SFTP = 'Y'
               STRING 'SFTP+' DELIMITED BY SIZE INTO WS-COMPONENTS
                   WITH POINTER WS-COMPONENTS-PTR
               END-STRING
           END-IF
           IF WS-WANT-IA = 'Y'
               STRING 'IA+' DELIMITED BY SIZE INTO WS-COMPONENTS
                   WITH POINTER WS-COMPONENTS-PTR
               END-STRING
           END-IF
           IF WS-WANT-APIM = 'Y'
               STRING 'APIM+' DELIMITED BY SIZE INTO WS-COMPONENTS
                   WITH POINTER WS-COMPONENTS-PTR
               END-STRING
           END-IF
           IF WS-WANT-EG = 'Y'
               STRING 'EG+' DELIMITED BY SIZE INTO WS-COMPONENTS
                   WITH POINTER WS-COMPONENTS-PTR
               END-STRING
           END-IF
           IF WS-COMPONENTS-PTR > 1
               SUBTRACT 1 FROM WS-COMPONENTS-PTR
               MOVE SPACE TO WS-COMPONENTS(WS-COMPONENTS-PTR:1)
           ELSE
               MOVE 'NONE' TO WS-COMPONENTS
           END-IF.

      *> Home container, then the local user scoped to it, then the
      *> password into the vault (as STORAGE does for configured
      *> users) or, for a key partner, the key into the key register
       ONBOARD-SFTP-ACCESS.
           MOVE 'SFTP home container' TO WS-COMPONENT-LABEL
           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-SA-BASE-URL)
                  '/blobServices/default/containers/'
                  FUNCTION TRIM(WS-SFTP-HOME)
                  '?api-version='
                  WS-BLOB-API-VERSION
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           MOVE '{}' TO HTTP-BODY
           PERFORM EXECUTE-PARTNER-PUT
           PERFORM CHECK-PUT-RESULT
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-DONE-CONTAINER

           IF WS-PARTNER-KEYFILE NOT = SPACES
               PERFORM LOAD-PARTNER-PUBLIC-KEY
               IF WS-RETURN-CODE NOT = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 'SFTP local user' TO WS-COMPONENT-LABEL
           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-SA-BASE-URL)
                  '/localUsers/'
                  FUNCTION TRIM(WS-SFTP-USER)
                  '?api-version='
                  WS-SA-API-VERSION
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           MOVE SPACES TO WS-PARTNER-JSON
           MOVE 1 TO WS-PARTNER-JSON-PTR
           STRING '{"properties":{'
               '"permissionScopes":[{'
               '"permissions":"'
               FUNCTION TRIM(WS-SFTP-PERMISSIONS)
               '","service":"blob","resourceName":"'
               FUNCTION TRIM(WS-SFTP-HOME)
               '"}],'
               '"homeDirectory":"'
               FUNCTION TRIM(WS-SFTP-HOME)
               DELIMITED BY SIZE INTO WS-PARTNER-JSON
               WITH POINTER WS-PARTNER-JSON-PTR
           END-STRING
           IF WS-PARTNER-KEYFILE = SPACES
               STRING '","hasSshPassword":true}}'
                   DELIMITED BY SIZE INTO WS-PARTNER-JSON
                   WITH POINTER WS-PARTNER-JSON-PTR
               END-STRING
           ELSE
               STRING '","hasSshPassword":false,"hasSshKey":true,'
                   '"sshAuthorizedKeys":[{"description":"'
                   FUNCTION TRIM(WS-SFTP-USER)
                   '","key":"'
                   FUNCTION TRIM(WS-KEY-TYPE) ' '
                   FUNCTION TRIM(WS-KEY-BODY)
                   '"}]}}'
                   DELIMITED BY SIZE INTO WS-PARTNER-JSON
                   WITH POINTER WS-PARTNER-JSON-PTR
               END-STRING
           END-IF
           MOVE WS-PARTNER-JSON TO HTTP-BODY
           PERFORM EXECUTE-PARTNER-PUT
           PERFORM CHECK-PUT-RESULT
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-DONE-SFTP-USER

           IF WS-PARTNER-KEYFILE = SPACES
               PERFORM PUBLISH-PARTNER-PASSWORD
           ELSE
               PERFORM REGISTER-PARTNER-KEY
           END-IF.

      *> authorized_keys form - the first non-comment line gives the
      *> key type and body, exactly as STORAGE reads it
       LOAD-PARTNER-PUBLIC-KEY.
           MOVE SPACES TO WS-KEY-TYPE WS-KEY-BODY
           OPEN INPUT PARTNER-KEY-FILE
           IF WS-KEY-STATUS NOT = '00'
               DISPLAY "  Cannot open SFTP public key file: "
                       FUNCTION TRIM(WS-PARTNER-KEYFILE)
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y' OR WS-KEY-BODY NOT = SPACES
               READ PARTNER-KEY-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF PARTNER-KEY-RECORD(1:1) NOT = '#'
                               AND PARTNER-KEY-RECORD NOT = SPACES
                           UNSTRING PARTNER-KEY-RECORD
                               DELIMITED BY ALL SPACE
                               INTO WS-KEY-TYPE WS-KEY-BODY
                           END-UNSTRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARTNER-KEY-FILE

           IF WS-KEY-BODY = SPACES
                   OR (WS-KEY-TYPE(1:4) NOT = 'ssh-'
                       AND WS-KEY-TYPE(1:6) NOT = 'ecdsa-')
               DISPLAY "  No OpenSSH public key found in "
                       FUNCTION TRIM(WS-PARTNER-KEYFILE)
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

      *> Regenerate the SSH password and pass it from the response
      *> straight into the vault by the shell, never through COBOL
      *> storage - the secret name matches STORAGE's convention
       PUBLISH-PARTNER-PASSWORD.
           MOVE 'POST' TO HTTP-METHOD
           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-SA-BASE-URL)
                  '/localUsers/'
                  FUNCTION TRIM(WS-SFTP-USER)
                  '/regeneratePassword?api-version='
                  FUNCTION TRIM(WS-SA-API-VERSION)
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           MOVE SPACES TO WS-PARTNER-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -D partner_rate_headers.txt'
                  ' -X POST -H @partner_auth.txt'
                  ' -H ' "'Content-Length: 0'"
                  " '" FUNCTION TRIM(HTTP-URL) "'"
                  " | tr -d '\n'"
                  ' | grep -o ' "'" '"sshPassword":"[^"]*"' "'"
                  ' | head -1 | sed ' "'"
                  's/.*:"//; s/"$//' "'"
                  ' > partner_sftp_pass.txt'
               DELIMITED BY SIZE INTO WS-PARTNER-CMD
           END-STRING
           CALL 'ARMGOVERN' USING 'DRAW' 'POST' HTTP-URL
                                  'partner_rate_headers.txt'
           END-CALL
           CALL "C$SYSTEM" USING WS-PARTNER-CMD
           END-CALL
           CALL 'ARMGOVERN' USING 'NOTE' 'POST' HTTP-URL
                                  'partner_rate_headers.txt'
           END-CALL

           MOVE SPACES TO WS-PARTNER-CMD
           STRING 'P=$(cat partner_sftp_pass.txt); '
                  '[ -n "$P" ] ' '&&' ' curl -s -m '
                  WS-CURL-MAX-TIME
                  ' -o /dev/null -w ' "'%{http_code}'"
                  ' -X PUT -H @partner_auth.txt'
                  ' -H ' "'Content-Type: application/json'"
                  ' -d "{\"value\":\"$P\"}"'
                  " 'https://" FUNCTION TRIM(WS-KV-NAME)
                  '.vault.azure.net/secrets/'
                  FUNCTION TRIM(WS-SFTP-SECRET-NAME)
                  "?api-version=7.4'"
                  ' > partner_status.txt; '
                  'rm -f partner_sftp_pass.txt'
               DELIMITED BY SIZE INTO WS-PARTNER-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-PARTNER-CMD
           END-CALL
           PERFORM READ-PARTNER-STATUS

           IF HTTP-STATUS-CODE = 200 OR HTTP-STATUS-CODE = 201
               DISPLAY "  SFTP credential published: "
                   FUNCTION TRIM(WS-SFTP-SECRET-NAME)
               MOVE 'Y' TO WS-DONE-SFTP-SECRET
           ELSE
               DISPLAY "  Failed to publish SFTP credential. "
                       "Status: " HTTP-STATUS-CODE
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

      *> A new partner user always gets an SK record, so the key
      *> register report (AZURESFTPKEYS) covers partner keys too
       REGISTER-PARTNER-KEY.
           MOVE SPACES TO WS-PARTNER-CMD
           STRING 'F=$(ssh-keygen -lf '
                  FUNCTION TRIM(WS-PARTNER-KEYFILE)
                  " 2>/dev/null | cut -d' ' -f2); "
                  '[ -n "$F" ] || F=sha256:$(cut -d'
                  "' ' -f2 " FUNCTION TRIM(WS-PARTNER-KEYFILE)
                  ' | sha256sum | cut -c1-43); '
                  'echo "$F" > partner_field.txt'
               DELIMITED BY SIZE INTO WS-PARTNER-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-PARTNER-CMD
           END-CALL
           MOVE SPACES TO WS-KEY-FINGERPRINT
           OPEN INPUT PARTNER-FIELD-FILE
           IF WS-FIELD-STATUS = '00'
               READ PARTNER-FIELD-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE FUNCTION TRIM(PARTNER-FIELD-RECORD)
                           TO WS-KEY-FINGERPRINT
               END-READ
               CLOSE PARTNER-FIELD-FILE
           END-IF

           ACCEPT WS-CLOCK8 FROM TIME
           MOVE SPACES TO WS-REG-LINE
           STRING 'SK|' WS-TODAY WS-CLOCK8(1:6)
                  '|' FUNCTION TRIM(ENV-NAME)
                  '|' FUNCTION TRIM(WS-SFTP-SA-NAME)
                  '|' FUNCTION TRIM(WS-SFTP-USER)
                  '|' FUNCTION TRIM(WS-KEY-FINGERPRINT)
               DELIMITED BY SIZE INTO WS-REG-LINE
           END-STRING
           OPEN EXTEND SFTP-KEY-REGISTER-FILE
           WRITE SFTP-KEY-REGISTER-RECORD FROM WS-REG-LINE
           CLOSE SFTP-KEY-REGISTER-FILE
           DISPLAY "  SFTP key loaded for "
                   FUNCTION TRIM(WS-SFTP-USER) ": "
                   FUNCTION TRIM(WS-KEY-FINGERPRINT).

       ONBOARD-IA-PARTNER.
           MOVE 'Integration Account partner' TO WS-COMPONENT-LABEL
           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-IA-BASE-URL)
                  '/partners/'
                  FUNCTION TRIM(WS-PARTNER-NAME)
                  '?api-version='
                  WS-LOGIC-API-VERSION
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           IF WS-IA-QUALIFIER = SPACES
               MOVE 'ZZ' TO WS-IA-QUALIFIER
           END-IF
           MOVE SPACES TO WS-PARTNER-JSON
           STRING '{'
               '"properties": {'
               '  "partnerType": "B2B",'
               '  "content": {'
               '    "b2b": {'
               '      "businessIdentities": [{'
               '        "qualifier": "'
                   FUNCTION TRIM(WS-IA-QUALIFIER) '",'
               '        "value": "'
                   FUNCTION TRIM(WS-IA-VALUE) '"'
               '      }]'
               '    }'
               '  }'
               '}'
               '}'
               DELIMITED BY SIZE INTO WS-PARTNER-JSON
           END-STRING
           MOVE WS-PARTNER-JSON TO HTTP-BODY
           PERFORM EXECUTE-PARTNER-PUT
           PERFORM CHECK-PUT-RESULT
           IF WS-RETURN-CODE = 0
               MOVE 'Y' TO WS-DONE-IA
           END-IF.

      *> The agreement document is posted whole from its file, the
      *> way INTACCOUNT posts configured agreements
       ONBOARD-IA-AGREEMENT.
           MOVE 'Integration Account agreement' TO WS-COMPONENT-LABEL
           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-IA-BASE-URL)
                  '/agreements/'
                  FUNCTION TRIM(WS-IA-AGREEMENT)
                  '?api-version='
                  WS-LOGIC-API-VERSION
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           MOVE 'PUT' TO HTTP-METHOD
           MOVE SPACES TO HTTP-BODY
           STRING '@' FUNCTION TRIM(WS-IA-AGREEMENT-FILE)
               DELIMITED BY SIZE INTO HTTP-BODY
           END-STRING

           MOVE SPACES TO WS-PARTNER-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o partner_response.json -D partner_headers.txt'
                  ' -w ' "'%{http_code}'"
                  ' -X PUT -H @partner_auth.txt'
                  ' -H ' "'Content-Type: application/json'"
                  ' -d @' "'"
                  FUNCTION TRIM(WS-IA-AGREEMENT-FILE) "'"
                  " '" FUNCTION TRIM(HTTP-URL)
                  "' > partner_status.txt"
               DELIMITED BY SIZE INTO WS-PARTNER-CMD
           END-STRING
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' HTTP-METHOD HTTP-URL
                                      'partner_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING WS-PARTNER-CMD
               END-CALL
               PERFORM READ-PARTNER-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' HTTP-METHOD HTTP-URL
                                      'partner_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM
           CALL 'AUDITLOG' USING HTTP-METHOD HTTP-URL HTTP-BODY
                                 HTTP-STATUS-CODE CLIENT-ID
                                 'partner_headers.txt'
           PERFORM CHECK-PUT-RESULT
           IF WS-RETURN-CODE = 0
               MOVE 'Y' TO WS-DONE-AGREEMENT
           END-IF.

      *> Scoped to the product; the primary key is published to the
      *> vault as apim-sub-partner-<code>-key, APIMGMT's convention
       ONBOARD-APIM-SUBSCRIPTION.
           MOVE 'APIM subscription' TO WS-COMPONENT-LABEL
           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-APIM-BASE-URL)
                  '?api-version='
                  FUNCTION TRIM(WS-APIM-API-VERSION)
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           MOVE SPACES TO WS-PARTNER-JSON
           STRING '{"properties":{"displayName":"'
                  FUNCTION TRIM(WS-PARTNER-RESOURCE)
                  '","scope":"/products/'
                  FUNCTION TRIM(WS-APIM-PRODUCT)
                  '","state":"active"}}'
               DELIMITED BY SIZE INTO WS-PARTNER-JSON
           END-STRING
           MOVE WS-PARTNER-JSON TO HTTP-BODY
           PERFORM EXECUTE-PARTNER-PUT
           PERFORM CHECK-PUT-RESULT
           IF WS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-DONE-APIM

           MOVE SPACES TO WS-PARTNER-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -X POST -H @partner_auth.txt'
                  ' -H ' "'Content-Length: 0'"
                  " '" FUNCTION TRIM(WS-APIM-BASE-URL)
                  "/listSecrets?api-version="
                  FUNCTION TRIM(WS-APIM-API-VERSION) "'"
                  " | tr -d '\n'"
                  ' | grep -o ' "'" '"primaryKey":"[^"]*"' "'"
                  ' | head -1 | sed ' "'"
                  's/.*:"//; s/"$//' "'"
                  ' > partner_subkey.txt'
               DELIMITED BY SIZE INTO WS-PARTNER-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-PARTNER-CMD
           END-CALL

           MOVE SPACES TO WS-PARTNER-CMD
           STRING 'K=$(cat partner_subkey.txt); '
                  'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o partner_response.json -w '
                  "'%{http_code}'"
                  ' -X PUT -H @partner_auth.txt'
                  ' -H ' "'Content-Type: application/json'"
                  ' -d "{\"value\":\"$K\"}"'
                  " 'https://" FUNCTION TRIM(WS-KV-NAME)
                  '.vault.azure.net/secrets/apim-sub-'
                  FUNCTION TRIM(WS-PARTNER-RESOURCE)
                  "-key?api-version=7.4'"
                  ' > partner_status.txt; rm -f partner_subkey.txt'
               DELIMITED BY SIZE INTO WS-PARTNER-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-PARTNER-CMD
           END-CALL
           PERFORM READ-PARTNER-STATUS

           IF HTTP-STATUS-CODE = 200 OR HTTP-STATUS-CODE = 201
               DISPLAY "    Key published to vault secret apim-sub-"
                   FUNCTION TRIM(WS-PARTNER-RESOURCE) "-key"
               MOVE 'Y' TO WS-DONE-APIM-SECRET
           ELSE
               DISPLAY "    Failed to publish subscription key. "
                       "Status: " HTTP-STATUS-CODE
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

      *> Blob-created events from the account's system topic (which
      *> EVENTGRID deploys), narrowed to the partner's home container
      *> when the partner has one
       ONBOARD-EVENT-ROUTING.
           MOVE 'Event Grid subscription' TO WS-COMPONENT-LABEL
           PERFORM BUILD-EVENT-ROUTING-URL
           MOVE SPACES TO WS-PARTNER-JSON
           MOVE 1 TO WS-PARTNER-JSON-PTR
           STRING '{"properties":{"destination":'
               DELIMITED BY SIZE INTO WS-PARTNER-JSON
               WITH POINTER WS-PARTNER-JSON-PTR
           END-STRING
           EVALUATE WS-EG-DEST-TYPE
               WHEN 'WEBHOOK'
                   STRING '{"endpointType":"WebHook",'
                       '"properties":{"endpointUrl":"'
                       FUNCTION TRIM(WS-EG-ENDPOINT) '"}}'
                       DELIMITED BY SIZE INTO WS-PARTNER-JSON
                       WITH POINTER WS-PARTNER-JSON-PTR
                   END-STRING
               WHEN 'SBQUEUE'
                   MOVE 'SB' TO WS-NAME-REQ
                   CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                          WS-SB-NAME
                   STRING '{"endpointType":"ServiceBusQueue",'
                       '"properties":{"resourceId":"/subscriptions/'
                       SUBSCRIPTION-ID
                       '/resourceGroups/'
                       FUNCTION TRIM(RG-NAME)
                       '/providers/Microsoft.ServiceBus/namespaces/'
                       FUNCTION TRIM(WS-SB-NAME)
                       '/queues/'
                       FUNCTION TRIM(WS-EG-DEST-NAME) '"}}'
                       DELIMITED BY SIZE INTO WS-PARTNER-JSON
                       WITH POINTER WS-PARTNER-JSON-PTR
                   END-STRING
               WHEN 'STORQUEUE'
                   STRING '{"endpointType":"StorageQueue",'
                       '"properties":{"resourceId":"/subscriptions/'
                       SUBSCRIPTION-ID
                       '/resourceGroups/'
                       FUNCTION TRIM(RG-NAME)
                       '/providers/Microsoft.Storage/storageAccounts/'
                       FUNCTION TRIM(WS-EG-SA-NAME)
                       '","queueName":"'
                       FUNCTION TRIM(WS-EG-DEST-NAME) '"}}'
                       DELIMITED BY SIZE INTO WS-PARTNER-JSON
                       WITH POINTER WS-PARTNER-JSON-PTR
                   END-STRING
           END-EVALUATE
           STRING ',"filter":{"includedEventTypes":'
               '["Microsoft.Storage.BlobCreated"]'
               DELIMITED BY SIZE INTO WS-PARTNER-JSON
               WITH POINTER WS-PARTNER-JSON-PTR
           END-STRING
           IF WS-WANT-SFTP = 'Y' AND WS-EG-SA-IDX = WS-SFTP-SA-IDX
               STRING ',"subjectBeginsWith":'
                   '"/blobServices/default/containers/'
                   FUNCTION TRIM(WS-SFTP-HOME) '/"'
                   DELIMITED BY SIZE INTO WS-PARTNER-JSON
                   WITH POINTER WS-PARTNER-JSON-PTR
               END-STRING
           END-IF
           STRING '},"eventDeliverySchema":"EventGridSchema"}}'
               DELIMITED BY SIZE INTO WS-PARTNER-JSON
               WITH POINTER WS-PARTNER-JSON-PTR
           END-STRING
           MOVE WS-PARTNER-JSON TO HTTP-BODY
           PERFORM EXECUTE-PARTNER-PUT
           PERFORM CHECK-PUT-RESULT
           IF WS-RETURN-CODE = 0
               MOVE 'Y' TO WS-DONE-EG
           END-IF.

       BUILD-EVENT-ROUTING-URL.
           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/'
                  FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.EventGrid/systemTopics/'
                  FUNCTION TRIM(WS-SYSTOPIC-NAME)
                  '/eventSubscriptions/'
                  FUNCTION TRIM(WS-PARTNER-RESOURCE)
                  '?api-version='
                  WS-EG-API-VERSION
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING.

       REMOVE-EVENT-ROUTING.
           MOVE 'Event Grid subscription' TO WS-COMPONENT-LABEL
           PERFORM BUILD-EVENT-ROUTING-URL
           PERFORM EXECUTE-PARTNER-DELETE.

      *> APIM refuses a DELETE without an If-Match; '*' takes
      *> whatever revision is there
       REMOVE-APIM-SUBSCRIPTION.
           MOVE 'APIM subscription' TO WS-COMPONENT-LABEL
           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-APIM-BASE-URL)
                  '?api-version='
                  FUNCTION TRIM(WS-APIM-API-VERSION)
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           MOVE "-H 'If-Match: *'" TO WS-IF-MATCH
           PERFORM EXECUTE-PARTNER-DELETE
           MOVE SPACES TO WS-IF-MATCH

           MOVE 'APIM key secret' TO WS-COMPONENT-LABEL
           MOVE SPACES TO HTTP-URL
           STRING 'https://' FUNCTION TRIM(WS-KV-NAME)
                  '.vault.azure.net/secrets/apim-sub-'
                  FUNCTION TRIM(WS-PARTNER-RESOURCE)
                  '-key?api-version=7.4'
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           PERFORM EXECUTE-PARTNER-DELETE.

       REMOVE-IA-AGREEMENT.
           MOVE 'Integration Account agreement' TO WS-COMPONENT-LABEL
           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-IA-BASE-URL)
                  '/agreements/'
                  FUNCTION TRIM(WS-IA-AGREEMENT)
                  '?api-version='
                  WS-LOGIC-API-VERSION
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           PERFORM EXECUTE-PARTNER-DELETE.

       REMOVE-IA-PARTNER.
           MOVE 'Integration Account partner' TO WS-COMPONENT-LABEL
           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-IA-BASE-URL)
                  '/partners/'
                  FUNCTION TRIM(WS-PARTNER-NAME)
                  '?api-version='
                  WS-LOGIC-API-VERSION
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           PERFORM EXECUTE-PARTNER-DELETE.

      *> User first so the partner is locked out before the data
      *> goes; the password secret is removed whether or not the
      *> user authenticated by key - a 404 there is harmless
       REMOVE-SFTP-ACCESS.
           MOVE 'SFTP local user' TO WS-COMPONENT-LABEL
           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-SA-BASE-URL)
                  '/localUsers/'
                  FUNCTION TRIM(WS-SFTP-USER)
                  '?api-version='
                  WS-SA-API-VERSION
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           PERFORM EXECUTE-PARTNER-DELETE

           MOVE 'SFTP credential secret' TO WS-COMPONENT-LABEL
           MOVE SPACES TO HTTP-URL
           STRING 'https://' FUNCTION TRIM(WS-KV-NAME)
                  '.vault.azure.net/secrets/'
                  FUNCTION TRIM(WS-SFTP-SECRET-NAME)
                  '?api-version=7.4'
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           PERFORM EXECUTE-PARTNER-DELETE

           MOVE 'SFTP home container' TO WS-COMPONENT-LABEL
           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-SA-BASE-URL)
                  '/blobServices/default/containers/'
                  FUNCTION TRIM(WS-SFTP-HOME)
                  '?api-version='
                  WS-BLOB-API-VERSION
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           PERFORM EXECUTE-PARTNER-DELETE.

      *> Shared PUT with the retry/backoff treatment every module
      *> gives its ARM calls
       EXECUTE-PARTNER-PUT.
           MOVE 'PUT' TO HTTP-METHOD
           MOVE 'application/json' TO CONTENT-TYPE
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' HTTP-URL
                                      'partner_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o partner_response.json "
                   "-D partner_headers.txt "
                   "-w '%{http_code}' -X PUT "
                   "-H @partner_auth.txt -H 'Content-Type: "
                   "application/json' -d '"
                   HTTP-BODY
                   "' '" HTTP-URL "' > partner_status.txt"
               END-CALL

               PERFORM READ-PARTNER-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' HTTP-URL
                                      'partner_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

      *> Every ARM change lands one chained record in the audit
      *> trail, correlation ID included
           CALL 'AUDITLOG' USING HTTP-METHOD HTTP-URL HTTP-BODY
                                 HTTP-STATUS-CODE CLIENT-ID
                                 'partner_headers.txt'.

       CHECK-PUT-RESULT.
           IF HTTP-STATUS-CODE = 200 OR HTTP-STATUS-CODE = 201
                   OR HTTP-STATUS-CODE = 202
               DISPLAY "  Applied " FUNCTION TRIM(WS-COMPONENT-LABEL)
           ELSE
               DISPLAY "  Failed " FUNCTION TRIM(WS-COMPONENT-LABEL)
                       ". Status: " HTTP-STATUS-CODE
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

      *> Already gone (404) counts as removed, so an offboarding can
      *> be rerun after a partial failure
       EXECUTE-PARTNER-DELETE.
           MOVE 'DELETE' TO HTTP-METHOD
           MOVE SPACES TO HTTP-BODY
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'DELETE' HTTP-URL
                                      'partner_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o partner_response.json "
                   "-D partner_headers.txt "
                   "-w '%{http_code}' -X DELETE "
                   "-H @partner_auth.txt " WS-IF-MATCH " '"
                   HTTP-URL "' > partner_status.txt"
               END-CALL

               PERFORM READ-PARTNER-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'DELETE' HTTP-URL
                                      'partner_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           CALL 'AUDITLOG' USING HTTP-METHOD HTTP-URL HTTP-BODY
                                 HTTP-STATUS-CODE CLIENT-ID
                                 'partner_headers.txt'

           IF HTTP-STATUS-CODE = 200 OR HTTP-STATUS-CODE = 202
                   OR HTTP-STATUS-CODE = 204 OR HTTP-STATUS-CODE = 404
               DISPLAY "  Removed " FUNCTION TRIM(WS-COMPONENT-LABEL)
           ELSE
               DISPLAY "  Failed to remove "
                       FUNCTION TRIM(WS-COMPONENT-LABEL)
                       ". Status: " HTTP-STATUS-CODE
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       LOAD-PARTNER-REGISTER.
           MOVE 0 TO WS-REG-COUNT
           OPEN INPUT PARTNER-REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PARTNER-REGISTER-FILE INTO WS-REG-LINE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM LOAD-REGISTER-RECORD
               END-READ
           END-PERFORM
           CLOSE PARTNER-REGISTER-FILE.

       LOAD-REGISTER-RECORD.
           MOVE SPACES TO WS-REG-PREFIX WS-REG-IN-ENV WS-REG-IN-PARTNER
                          WS-REG-IN-STATUS WS-REG-IN-ONBOARDED
                          WS-REG-IN-OFFBOARDED WS-REG-IN-COMPONENTS
           UNSTRING WS-REG-LINE DELIMITED BY '|'
               INTO WS-REG-PREFIX WS-REG-IN-ENV WS-REG-IN-PARTNER
                    WS-REG-IN-STATUS WS-REG-IN-ONBOARDED
                    WS-REG-IN-OFFBOARDED WS-REG-IN-COMPONENTS
           END-UNSTRING
           IF WS-REG-PREFIX NOT = 'PR' OR WS-REG-COUNT >= 200
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REG-COUNT
           MOVE WS-REG-IN-ENV TO WS-REG-ENV(WS-REG-COUNT)
           MOVE WS-REG-IN-PARTNER TO WS-REG-PARTNER(WS-REG-COUNT)
           MOVE WS-REG-IN-STATUS TO WS-REG-STATUS(WS-REG-COUNT)
           MOVE WS-REG-IN-ONBOARDED TO WS-REG-ONBOARDED(WS-REG-COUNT)
           MOVE WS-REG-IN-OFFBOARDED
               TO WS-REG-OFFBOARDED(WS-REG-COUNT)
           MOVE WS-REG-IN-COMPONENTS
               TO WS-REG-COMPONENTS(WS-REG-COUNT).

       FIND-REGISTER-SLOT.
           MOVE 0 TO WS-REG-SLOT
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
               IF WS-REG-ENV(WS-REG-IDX) = ENV-NAME
                       AND WS-REG-PARTNER(WS-REG-IDX) = WS-PARTNER-NAME
                   MOVE WS-REG-IDX TO WS-REG-SLOT
                   MOVE WS-REG-COUNT TO WS-REG-IDX
               END-IF
           END-PERFORM
           IF WS-REG-SLOT NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-REG-COUNT >= 200
               DISPLAY "Partner register is full (200 entries) - "
                       "not updated"
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REG-COUNT
           MOVE WS-REG-COUNT TO WS-REG-SLOT
           MOVE ENV-NAME TO WS-REG-ENV(WS-REG-SLOT)
           MOVE WS-PARTNER-NAME TO WS-REG-PARTNER(WS-REG-SLOT)
           MOVE SPACES TO WS-REG-STATUS(WS-REG-SLOT)
                          WS-REG-ONBOARDED(WS-REG-SLOT)
                          WS-REG-OFFBOARDED(WS-REG-SLOT)
                          WS-REG-COMPONENTS(WS-REG-SLOT).

       SAVE-PARTNER-REGISTER.
           OPEN OUTPUT PARTNER-REGISTER-FILE
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
               MOVE SPACES TO WS-REG-LINE
               STRING 'PR|' FUNCTION TRIM(WS-REG-ENV(WS-REG-IDX))
                      '|' FUNCTION TRIM(WS-REG-PARTNER(WS-REG-IDX))
                      '|' FUNCTION TRIM(WS-REG-STATUS(WS-REG-IDX))
                      '|' WS-REG-ONBOARDED(WS-REG-IDX)
                      '|' WS-REG-OFFBOARDED(WS-REG-IDX)
                      '|' FUNCTION TRIM(WS-REG-COMPONENTS(WS-REG-IDX))
                   DELIMITED BY SIZE INTO WS-REG-LINE
               END-STRING
               WRITE PARTNER-REGISTER-RECORD FROM WS-REG-LINE
           END-PERFORM
           CLOSE PARTNER-REGISTER-FILE
           DISPLAY "Partner register updated (partner-register.dat)".

       READ-PARTNER-STATUS.
           MOVE 0 TO HTTP-STATUS-CODE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PARTNER-STATUS-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PARTNER-STATUS-FILE INTO PARTNER-STATUS-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE FUNCTION NUMVAL(PARTNER-STATUS-RECORD)
                           TO HTTP-STATUS-CODE
               END-READ
           END-PERFORM
           CLOSE PARTNER-STATUS-FILE.

      *> Azure throttles ARM calls (429) and occasionally returns a
      *> transient 5xx; back off and retry those rather than failing
      *> the whole run on a blip
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

       END PROGRAM AZUREPARTNER.

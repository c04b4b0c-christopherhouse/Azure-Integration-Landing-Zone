           SELECT SEED-HEADERS-FILE ASSIGN TO "storage_seed_hdrs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEED-HEADERS-STATUS.
           SELECT SFTP-KEY-FILE ASSIGN TO WS-SFTP-KEY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SFTP-KEY-STATUS.
           SELECT OPTIONAL SFTP-KEY-REGISTER-FILE ASSIGN TO
               "sftp-key-register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SFTP-REG-STATUS.
           SELECT OPTIONAL SUBCKPT-FILE ASSIGN TO
               "deployment.subcheckpoint"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBCKPT-STATUS.
           SELECT SA-BATCH-REQ-FILE ASSIGN TO
               "storage_batch_requests.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SA-BATCH-RES-FILE ASSIGN TO
               "storage_batch_results.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-RES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEED-HEADERS-FILE.
       01  SEED-HEADERS-RECORD         PIC X(1024).

       FD  SFTP-KEY-FILE.
       01  SFTP-KEY-RECORD             PIC X(2048).

       FD  SFTP-KEY-REGISTER-FILE.
       01  SFTP-KEY-REGISTER-RECORD    PIC X(200).

       FD  SUBCKPT-FILE.
       01  SUBCKPT-RECORD              PIC X(40).

       FD  SA-BATCH-REQ-FILE.
       01  SA-BATCH-REQ-RECORD         PIC X(1024).

       FD  SA-BATCH-RES-FILE.
       01  SA-BATCH-RES-RECORD         PIC X(64).

       WORKING-STORAGE SECTION.
      *> Request handed to the shared AZURENAME renderer
       01  WS-NAME-REQ                 PIC X(48).
       01  WS-BLOB-API-VERSION         PIC X(16) VALUE '2023-01-01'.
       01  WS-CONTAINER-INDEX          PIC 9(2).
       01  WS-CONTAINER-NAME           PIC X(63).
       01  WS-QUEUE-INDEX              PIC 9(2).
       01  WS-TABLE-INDEX              PIC 9(2).

      *> Containers, queues and tables go to ARM through ARMBATCH -
      *> one request line each into storage_batch_requests.txt, one
      *> label|status line each back in storage_batch_results.txt.
      *> The label is the entity's own sub-checkpoint key, so each
      *> one is recorded as it lands and a rerun of a half-built
      *> account resends only what did not:
      *>   STORAGE_DEPLOYED_nn_C_cc   container cc of account nn
      *>   STORAGE_DEPLOYED_nn_Q_qq   storage queue
      *>   STORAGE_DEPLOYED_nn_T_tt   table
      *>   STORAGE_DEPLOYED_LAEXP     workspace data export attached
       01  WS-SA-PATH                  PIC X(256).
       01  WS-BATCH-RC                 PIC 9(2).
       01  WS-BATCH-RES-STATUS         PIC XX.
       01  WS-BATCH-KEY                PIC X(24).
       01  WS-BATCH-PATH               PIC X(512).
       01  WS-BATCH-CONTENT            PIC X(128).
       01  WS-BATCH-DESC               PIC X(96).
       01  WS-BATCH-RES-LINE           PIC X(64).
       01  WS-BATCH-RES-KEY            PIC X(24).
       01  WS-BATCH-RES-CODE           PIC X(8).
       01  WS-BATCH-STATUS             PIC 9(3).
       01  WS-BATCH-IDX                PIC 9(3).
       01  WS-BATCH-SENT.
           05  WS-BATCH-SENT-COUNT     PIC 9(3).
           05  WS-BATCH-SENT-DESC      PIC X(96) OCCURS 20 TIMES.
       01  WS-DONE-KEYS.
           05  WS-DONE-KEY-COUNT       PIC 9(3) VALUE 0.
           05  WS-DONE-KEY             PIC X(24) OCCURS 100 TIMES.
       01  WS-DONE-KEY-IDX             PIC 9(3).
       01  WS-KEY-FOUND                PIC X.
       01  WS-LIFECYCLE-URL            PIC X(512).
       01  WS-LIFECYCLE-JSON           PIC X(1024).

      *> vault reference instead of a credential over email
       01  WS-SFTP-USER-IDX            PIC 9(2).
       01  WS-SFTP-URL                 PIC X(512).
       01  WS-SFTP-JSON                PIC X(2560).
       01  WS-SFTP-JSON-PTR            PIC 9(4).
       01  WS-SFTP-CMD                 PIC X(1280).
       01  WS-SFTP-PASSWORD            PIC X(128).
       01  WS-SFTP-KV-NAME             PIC X(64).
       01  WS-SFTP-SECRET-NAME        PIC X(120).

      *> Key-based partners: SA_n_SFTPUSER_m_KEYFILE names the
      *> partner's OpenSSH public key file; such a user gets the key
      *> and no password, and every change of key is appended to
      *> sftp-key-register.dat for AZURESFTPKEYS to report on
       01  WS-SFTP-KEY-FILENAME        PIC X(128).
       01  WS-SFTP-KEY-STATUS          PIC XX.
       01  WS-SFTP-KEY-TYPE            PIC X(32).
       01  WS-SFTP-KEY-BODY            PIC X(1600).
       01  WS-SFTP-FINGERPRINT         PIC X(64).
       01  WS-SFTP-LAST-FINGERPRINT    PIC X(64).
       01  WS-SFTP-REG-STATUS          PIC XX.
       01  WS-SFTP-REG-EOF             PIC X.
       01  WS-SFTP-REG-LINE            PIC X(200).
       01  WS-SFTP-REG-PREFIX          PIC X(3).
       01  WS-SFTP-REG-STAMP           PIC X(14).
       01  WS-SFTP-REG-ENV             PIC X(16).
       01  WS-SFTP-REG-ACCOUNT         PIC X(24).
       01  WS-SFTP-REG-USER            PIC X(32).
       01  WS-SFTP-REG-FINGERPRINT     PIC X(64).
       01  WS-SFTP-REG-DATE8           PIC 9(8).
       01  WS-SFTP-REG-CLOCK8          PIC 9(8).
      *> Partner IP allowlist: the SFTP endpoint stays public but
      *> the account firewall denies by default and admits only the
      *> configured partner ranges still inside their expiry date
       01  WS-SFTP-ALLOW-IDX           PIC 9(2).
       01  WS-SFTP-RULE-COUNT          PIC 9(2).
       01  WS-SFTP-RULE-PTR            PIC 9(4).
       01  WS-SFTP-IP-RULES            PIC X(1024).
       01  WS-SFTP-TODAY               PIC 9(8).

      *> Customer-managed key wiring: the account gets a
      *> system-assigned identity, the identity gets the vault's
      *> crypto role through CMKGRANT, and the encryption block is
      *> would be skipped and the replica silently never created)
      *> nor append records of its own
       01  WS-DR-LEG                   PIC X(1).
      *> Set when the LA_EXPORT_STORAGE account is in place but the
      *> workspace data export has not yet been attached to it
       01  WS-LA-EXPORT-PENDING        PIC X(1) VALUE 'N'.
       01  WS-LA-EXPORT-RC             PIC 9(2).
       01  WS-LA-EXPORT-KEY            PIC X(24)
                                       VALUE 'STORAGE_DEPLOYED_LAEXP'.
       01  WS-SUBCKPT-STATUS           PIC XX.
       01  WS-SUBCKPT-EOF              PIC X.
       01  WS-SUBCKPT-KEY              PIC X(24).
           05  FILLER                  PIC X(50) VALUE
               '"publicNetworkAccess":"Disabled"}}'.

       01  WS-REQUEST-JSON             PIC X(2048).

       01  WS-PE-JSON-TEMPLATE.
           05  FILLER                  PIC X(16) VALUE

       01  WS-DIAG-REQUEST-JSON        PIC X(1024).

      *> Roles the shared user-assigned identities hold on this
      *> storage accounts, granted through IDENTGRANT once it exists
       01  WS-IDGRANT-KIND                 PIC X(8) VALUE 'SA'.
       01  WS-IDGRANT-RC                   PIC 9(2).

       LINKAGE SECTION.
       COPY AZURECONFIG REPLACING AZURE-CONFIG BY LS-AZURE-CONFIG.
       01  LS-AUTH-TOKEN.
                       END-IF
                   END-IF
               END-PERFORM
               IF LS-RETURN-CODE = 0 AND IDENTITY-DEPLOY-FLAG = 'Y'
                   PERFORM GRANT-SHARED-IDENTITY-ROLES
               END-IF
               PERFORM CHECK-LA-EXPORT-PENDING
               IF WS-LA-EXPORT-PENDING = 'Y'
                   PERFORM ATTACH-LA-DATA-EXPORT
               END-IF
           END-IF

           GOBACK.
      *> An SFTP partner drop zone needs the hierarchical namespace
      *> (settable only at creation) and the SFTP endpoint itself, and
      *> partners connect from outside the VNet - so these accounts
      *> keep their public endpoint, unlike everything else here, but
      *> behind a default-deny firewall open only to partner ranges
           IF SA-SFTP-ENABLED(WS-COUNTER) = 'Y'
               PERFORM BUILD-SFTP-IP-RULES
               MOVE SPACES TO WS-REQUEST-JSON
               STRING '{"location":"'
                   FUNCTION TRIM(JSON-LOCATION)
                   '"allowBlobPublicAccess":false,'
                   '"isHnsEnabled":true,'
                   '"isSftpEnabled":true,'
                   '"publicNetworkAccess":"Enabled",'
                   '"networkAcls":{"bypass":"AzureServices",'
                   '"defaultAction":"Deny","ipRules":['
                   FUNCTION TRIM(WS-SFTP-IP-RULES)
                   ']}}}'
                   DELIMITED BY SIZE INTO WS-REQUEST-JSON
               END-STRING
           ELSE
               END-STRING
           END-IF.
       
      *> One ipRules entry per configured partner range. A range
      *> past its expiry date is left out, so a lapsed partner loses
      *> access on the next deployment even before anyone tidies the
      *> config; AZURESFTPALLOW reports those entries weekly
       BUILD-SFTP-IP-RULES.
           ACCEPT WS-SFTP-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-SFTP-IP-RULES
           MOVE 1 TO WS-SFTP-RULE-PTR
           MOVE 0 TO WS-SFTP-RULE-COUNT
           PERFORM VARYING WS-SFTP-ALLOW-IDX FROM 1 BY 1
                   UNTIL WS-SFTP-ALLOW-IDX >
                         SA-SFTP-ALLOW-COUNT(WS-COUNTER)
                      OR WS-SFTP-ALLOW-IDX > 10
               IF SA-SFTP-ALLOW-CIDR(WS-COUNTER, WS-SFTP-ALLOW-IDX)
                       NOT = SPACES
                   IF SA-SFTP-ALLOW-EXPIRY(WS-COUNTER,
                           WS-SFTP-ALLOW-IDX) < WS-SFTP-TODAY
                       DISPLAY "  SFTP allowlist entry for "
                               FUNCTION TRIM(SA-SFTP-ALLOW-PARTNER
                                   (WS-COUNTER, WS-SFTP-ALLOW-IDX))
                               " ("
                               FUNCTION TRIM(SA-SFTP-ALLOW-CIDR
                                   (WS-COUNTER, WS-SFTP-ALLOW-IDX))
                               ") expired "
                               SA-SFTP-ALLOW-EXPIRY(WS-COUNTER,
                                   WS-SFTP-ALLOW-IDX)
                               " - not applied"
                   ELSE
                       PERFORM ADD-SFTP-IP-RULE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SFTP-RULE-COUNT = 0
               DISPLAY "  No current SFTP allowlist entries - "
                       "the endpoint denies all partners"
           END-IF.

       ADD-SFTP-IP-RULE.
           IF WS-SFTP-RULE-COUNT > 0
               STRING ','
                   DELIMITED BY SIZE INTO WS-SFTP-IP-RULES
                   WITH POINTER WS-SFTP-RULE-PTR
               END-STRING
           END-IF
           STRING '{"value":"'
                  FUNCTION TRIM(SA-SFTP-ALLOW-CIDR(WS-COUNTER,
                                                   WS-SFTP-ALLOW-IDX))
                  '","action":"Allow"}'
               DELIMITED BY SIZE INTO WS-SFTP-IP-RULES
               WITH POINTER WS-SFTP-RULE-PTR
           END-STRING
           ADD 1 TO WS-SFTP-RULE-COUNT.

       MAKE-API-CALL.
      *> Set up HTTP request for ARM API
           MOVE 'PUT' TO HTTP-METHOD
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' HTTP-METHOD HTTP-URL
                                      'storage_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o storage_response.json "
               END-CALL

               PERFORM READ-STORAGE-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' HTTP-METHOD HTTP-URL
                                      'storage_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' HTTP-METHOD HTTP-URL
                                      'storage_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o storage_response.json -w '%{http_code}' "
                   "-D storage_rate_headers.txt "
                   "-X " HTTP-METHOD " -H @storage_auth.txt "
                   "-H 'Content-Type: application/json' -d '"
                   HTTP-BODY
               END-CALL

               PERFORM READ-STORAGE-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' HTTP-METHOD HTTP-URL
                                      'storage_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM.

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' HTTP-METHOD HTTP-URL
                                      'storage_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o storage_response.json -w '%{http_code}' "
                   "-D storage_rate_headers.txt "
                   "-X " HTTP-METHOD " -H @storage_auth.txt "
                   "-H 'Content-Type: application/json' -d '"
                   HTTP-BODY
               END-CALL

               PERFORM READ-STORAGE-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' HTTP-METHOD HTTP-URL
                                      'storage_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM


      *> Create each blob container configured for this storage
      *> account so dependent workloads have somewhere to land data
      *> as soon as the account comes up. The containers go to ARM as
      *> one batch; each is checkpointed as it lands.
       CREATE-BLOB-CONTAINERS.
           IF SA-CONTAINER-COUNT(WS-COUNTER) NOT = ZERO
               DISPLAY "Creating blob containers for " WS-STORAGE-NAME
                       "..."

               PERFORM OPEN-ENTITY-BATCH
               PERFORM VARYING WS-CONTAINER-INDEX FROM 1 BY 1
                   UNTIL WS-CONTAINER-INDEX >
                       SA-CONTAINER-COUNT(WS-COUNTER)
                   PERFORM ADD-CONTAINER-REQUEST
               END-PERFORM
               PERFORM SUBMIT-ENTITY-BATCH
           END-IF.

       ADD-CONTAINER-REQUEST.
           MOVE SA-CONTAINER-NAME(WS-COUNTER, WS-CONTAINER-INDEX)
               TO WS-CONTAINER-NAME
           IF WS-CONTAINER-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BATCH-KEY
           STRING 'STORAGE_DEPLOYED_' WS-COUNTER '_C_'
                  WS-CONTAINER-INDEX
               DELIMITED BY SIZE INTO WS-BATCH-KEY
           END-STRING
           PERFORM CHECK-DONE-KEY
           IF WS-KEY-FOUND = 'Y'
               DISPLAY "  Container already created - skipping "
                       "(resumed): " FUNCTION TRIM(WS-CONTAINER-NAME)
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-BATCH-PATH
           STRING FUNCTION TRIM(WS-SA-PATH)
                  '/blobServices/default/containers/'
                  FUNCTION TRIM(WS-CONTAINER-NAME)
                  '?api-version='
                  FUNCTION TRIM(WS-BLOB-API-VERSION)
               DELIMITED BY SIZE INTO WS-BATCH-PATH
           END-STRING
      *> A classified container carries its classification as
      *> container metadata, where data owners and scanners read it
           IF SA-CONTAINER-CLASS(WS-COUNTER, WS-CONTAINER-INDEX)
                   = SPACES
               MOVE '{"properties":{"publicAccess":"None"}}'
                   TO WS-BATCH-CONTENT
           ELSE
               MOVE SPACES TO WS-BATCH-CONTENT
               STRING '{"properties":{"publicAccess":"None",'
                      '"metadata":{"classification":"'
                      FUNCTION TRIM(SA-CONTAINER-CLASS
                          (WS-COUNTER, WS-CONTAINER-INDEX))
                      '"}}}'
                   DELIMITED BY SIZE INTO WS-BATCH-CONTENT
               END-STRING
           END-IF
           MOVE SPACES TO WS-BATCH-DESC
           STRING 'Container: ' FUNCTION TRIM(WS-CONTAINER-NAME)
               DELIMITED BY SIZE INTO WS-BATCH-DESC
           END-STRING
           PERFORM ADD-BATCH-REQUEST.

      *> Apply a blob lifecycle management policy so data ages through
      *> cool/archive tiers and is eventually purged without someone
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' HTTP-METHOD HTTP-URL
                                      'storage_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o storage_response.json -w '%{http_code}' "
                   "-D storage_rate_headers.txt "
                   "-X " HTTP-METHOD " -H @storage_auth.txt "
                   "-H 'Content-Type: application/json' -d '"
                   HTTP-BODY
               END-CALL

               PERFORM READ-STORAGE-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' HTTP-METHOD HTTP-URL
                                      'storage_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' HTTP-METHOD HTTP-URL
                                      'storage_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o storage_response.json -w '%{http_code}' "
                   "-D storage_rate_headers.txt "
                   "-X " HTTP-METHOD " -H @storage_auth.txt "
                   "-H 'Content-Type: application/json' -d '"
                   HTTP-BODY
               END-CALL

               PERFORM READ-STORAGE-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' HTTP-METHOD HTTP-URL
                                      'storage_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           END-IF.

      *> One local user per configured SFTP entry: home container,
      *> the user itself with its permission scope, then either the
      *> service-generated SSH password into the vault or, for a
      *> partner authenticating by key, the key into the register
       CONFIGURE-SFTP-ACCESS.
           DISPLAY "Configuring SFTP access for " WS-STORAGE-NAME
                   "..."
                       PERFORM CREATE-SFTP-LOCAL-USER
                   END-IF
                   IF LS-RETURN-CODE = 0
                       IF SA-SFTP-KEY-FILE
                               (WS-COUNTER, WS-SFTP-USER-IDX) = SPACES
                           PERFORM PUBLISH-SFTP-CREDENTIAL
                       ELSE
                           PERFORM REGISTER-SFTP-KEY
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' WS-SFTP-URL
                                      'storage_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o storage_response.json -w '%{http_code}' "
                   "-D storage_rate_headers.txt "
                   "-X PUT -H @storage_auth.txt "
                   "-H 'Content-Type: application/json' "
                   "-d '{}' '" WS-SFTP-URL
               END-CALL

               PERFORM READ-STORAGE-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' WS-SFTP-URL
                                      'storage_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           END-IF.

       CREATE-SFTP-LOCAL-USER.
           IF SA-SFTP-KEY-FILE(WS-COUNTER, WS-SFTP-USER-IDX)
                   NOT = SPACES
               PERFORM LOAD-SFTP-PUBLIC-KEY
               IF LS-RETURN-CODE NOT = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES TO WS-SFTP-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
           END-STRING

           MOVE SPACES TO WS-SFTP-JSON
           MOVE 1 TO WS-SFTP-JSON-PTR
           STRING '{"properties":{'
               '"permissionScopes":[{'
               '"permissions":"'
               '"homeDirectory":"'
               FUNCTION TRIM(SA-SFTP-HOME-CONTAINER
                   (WS-COUNTER, WS-SFTP-USER-IDX))
               DELIMITED BY SIZE INTO WS-SFTP-JSON
               WITH POINTER WS-SFTP-JSON-PTR
           END-STRING

      *> A key user has password login switched off - a user moved
      *> from password to key loses the password on this same PUT
           IF SA-SFTP-KEY-FILE(WS-COUNTER, WS-SFTP-USER-IDX) = SPACES
               STRING '","hasSshPassword":true}}'
                   DELIMITED BY SIZE INTO WS-SFTP-JSON
                   WITH POINTER WS-SFTP-JSON-PTR
               END-STRING
           ELSE
               STRING '","hasSshPassword":false,"hasSshKey":true,'
                   '"sshAuthorizedKeys":[{"description":"'
                   FUNCTION TRIM(SA-SFTP-USER-NAME
                       (WS-COUNTER, WS-SFTP-USER-IDX))
                   '","key":"'
                   FUNCTION TRIM(WS-SFTP-KEY-TYPE) ' '
                   FUNCTION TRIM(WS-SFTP-KEY-BODY)
                   '"}]}}'
                   DELIMITED BY SIZE INTO WS-SFTP-JSON
                   WITH POINTER WS-SFTP-JSON-PTR
               END-STRING
           END-IF

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' WS-SFTP-URL
                                      'storage_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o storage_response.json -w '%{http_code}' "
                   "-D storage_rate_headers.txt "
                   "-X PUT -H @storage_auth.txt "
                   "-H 'Content-Type: application/json' -d '"
                   WS-SFTP-JSON
               END-CALL

               PERFORM READ-STORAGE-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' WS-SFTP-URL
                                      'storage_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

               MOVE 1 TO LS-RETURN-CODE
           END-IF.

      *> The key file is in OpenSSH authorized_keys form - the first
      *> line that is not a comment supplies the key type and body;
      *> the trailing comment is dropped, the user name serving as
      *> the key's description instead
       LOAD-SFTP-PUBLIC-KEY.
           MOVE SPACES TO WS-SFTP-KEY-TYPE WS-SFTP-KEY-BODY
           MOVE SA-SFTP-KEY-FILE(WS-COUNTER, WS-SFTP-USER-IDX)
               TO WS-SFTP-KEY-FILENAME
           OPEN INPUT SFTP-KEY-FILE
           IF WS-SFTP-KEY-STATUS NOT = '00'
               DISPLAY "  Cannot open SFTP public key file: "
                       FUNCTION TRIM(WS-SFTP-KEY-FILENAME)
               MOVE 1 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   OR WS-SFTP-KEY-BODY NOT = SPACES
               READ SFTP-KEY-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF SFTP-KEY-RECORD(1:1) NOT = '#'
                               AND SFTP-KEY-RECORD NOT = SPACES
                           UNSTRING SFTP-KEY-RECORD
                               DELIMITED BY ALL SPACE
                               INTO WS-SFTP-KEY-TYPE WS-SFTP-KEY-BODY
                           END-UNSTRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SFTP-KEY-FILE

           IF WS-SFTP-KEY-BODY = SPACES
                   OR (WS-SFTP-KEY-TYPE(1:4) NOT = 'ssh-'
                       AND WS-SFTP-KEY-TYPE(1:6) NOT = 'ecdsa-')
               DISPLAY "  No OpenSSH public key found in "
                       FUNCTION TRIM(WS-SFTP-KEY-FILENAME)
               MOVE 1 TO LS-RETURN-CODE
           END-IF.

      *> Appends an SK record to sftp-key-register.dat whenever the
      *> key now on a user differs from the last one registered for
      *> it, so the register's latest record per user says which key
      *> is loaded and since when. Redeploying the same key adds
      *> nothing.
       REGISTER-SFTP-KEY.
           MOVE SPACES TO WS-SFTP-CMD
           STRING 'F=$(ssh-keygen -lf '
                  FUNCTION TRIM(WS-SFTP-KEY-FILENAME)
                  " 2>/dev/null | cut -d' ' -f2); "
                  '[ -n "$F" ] || F=sha256:$(cut -d'
                  "' ' -f2 " FUNCTION TRIM(WS-SFTP-KEY-FILENAME)
                  ' | sha256sum | cut -c1-43); '
                  'echo "$F" > storage_field.txt'
               DELIMITED BY SIZE INTO WS-SFTP-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-SFTP-CMD
           END-CALL
           MOVE SPACES TO WS-SFTP-FINGERPRINT
           OPEN INPUT CMK-FIELD-FILE
           IF WS-CMK-FIELD-STATUS = '00'
               READ CMK-FIELD-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE FUNCTION TRIM(CMK-FIELD-RECORD)
                           TO WS-SFTP-FINGERPRINT
               END-READ
               CLOSE CMK-FIELD-FILE
           END-IF

           MOVE SPACES TO WS-SFTP-LAST-FINGERPRINT
           MOVE 'N' TO WS-SFTP-REG-EOF
           OPEN INPUT SFTP-KEY-REGISTER-FILE
           IF WS-SFTP-REG-STATUS = '00'
               PERFORM UNTIL WS-SFTP-REG-EOF = 'Y'
                   READ SFTP-KEY-REGISTER-FILE INTO WS-SFTP-REG-LINE
                       AT END MOVE 'Y' TO WS-SFTP-REG-EOF
                       NOT AT END PERFORM MATCH-SFTP-KEY-RECORD
                   END-READ
               END-PERFORM
               CLOSE SFTP-KEY-REGISTER-FILE
           END-IF

           DISPLAY "  SFTP key loaded for "
                   FUNCTION TRIM(SA-SFTP-USER-NAME
                       (WS-COUNTER, WS-SFTP-USER-IDX))
                   ": " FUNCTION TRIM(WS-SFTP-FINGERPRINT)
           IF WS-SFTP-FINGERPRINT = WS-SFTP-LAST-FINGERPRINT
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-SFTP-REG-DATE8 FROM DATE YYYYMMDD
           ACCEPT WS-SFTP-REG-CLOCK8 FROM TIME
           MOVE SPACES TO WS-SFTP-REG-LINE
           STRING 'SK|' WS-SFTP-REG-DATE8 WS-SFTP-REG-CLOCK8(1:6)
                  '|' FUNCTION TRIM(ENV-NAME)
                  '|' FUNCTION TRIM(WS-STORAGE-NAME)
                  '|' FUNCTION TRIM(SA-SFTP-USER-NAME
                          (WS-COUNTER, WS-SFTP-USER-IDX))
                  '|' FUNCTION TRIM(WS-SFTP-FINGERPRINT)
               DELIMITED BY SIZE INTO WS-SFTP-REG-LINE
           END-STRING
           OPEN EXTEND SFTP-KEY-REGISTER-FILE
           WRITE SFTP-KEY-REGISTER-RECORD FROM WS-SFTP-REG-LINE
           CLOSE SFTP-KEY-REGISTER-FILE
           DISPLAY "  SFTP key change registered".

       MATCH-SFTP-KEY-RECORD.
           MOVE SPACES TO WS-SFTP-REG-PREFIX WS-SFTP-REG-STAMP
                          WS-SFTP-REG-ENV WS-SFTP-REG-ACCOUNT
                          WS-SFTP-REG-USER WS-SFTP-REG-FINGERPRINT
           UNSTRING WS-SFTP-REG-LINE DELIMITED BY '|'
               INTO WS-SFTP-REG-PREFIX WS-SFTP-REG-STAMP
                    WS-SFTP-REG-ENV WS-SFTP-REG-ACCOUNT
                    WS-SFTP-REG-USER WS-SFTP-REG-FINGERPRINT
           END-UNSTRING
           IF WS-SFTP-REG-PREFIX = 'SK'
                   AND WS-SFTP-REG-ENV = ENV-NAME
                   AND WS-SFTP-REG-ACCOUNT = WS-STORAGE-NAME
                   AND WS-SFTP-REG-USER =
                       SA-SFTP-USER-NAME(WS-COUNTER, WS-SFTP-USER-IDX)
               MOVE WS-SFTP-REG-FINGERPRINT
                   TO WS-SFTP-LAST-FINGERPRINT
           END-IF.

      *> Regenerate the user's SSH password (the only way to obtain
      *> it) and write it straight into the vault as
      *> <account>-sftp-<user>, the same data-plane PUT KVPUBLISH uses
       PUBLISH-SFTP-CREDENTIAL.
           MOVE 'POST' TO HTTP-METHOD
           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
                  WS-DATA-SUB
                  '/resourceGroups/'
                  FUNCTION TRIM(SA-SFTP-USER-NAME
                      (WS-COUNTER, WS-SFTP-USER-IDX))
                  '/regeneratePassword?api-version='
                  FUNCTION TRIM(WS-API-VERSION)
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           MOVE SPACES TO WS-SFTP-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -D storage_rate_headers.txt'
                  ' -X POST -H @storage_auth.txt'
                  ' -H ' "'Content-Length: 0'"
                  " '" FUNCTION TRIM(HTTP-URL) "'"
                  " | tr -d '\n'"
                  ' | grep -o ' "'" '"sshPassword":"[^"]*"' "'"
                  ' | head -1 | sed ' "'"
                  ' > storage_sftp_pass.txt'
               DELIMITED BY SIZE INTO WS-SFTP-CMD
           END-STRING
           CALL 'ARMGOVERN' USING 'DRAW' 'POST' HTTP-URL
                                  'storage_rate_headers.txt'
           END-CALL
           CALL "C$SYSTEM" USING WS-SFTP-CMD
           END-CALL
           CALL 'ARMGOVERN' USING 'NOTE' 'POST' HTTP-URL
                                  'storage_rate_headers.txt'
           END-CALL

           MOVE SPACES TO WS-SFTP-SECRET-NAME
           STRING FUNCTION TRIM(WS-STORAGE-NAME) '-sftp-'

           MOVE SPACES TO WS-CMK-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -D storage_rate_headers.txt'
                  ' -X PATCH -H @storage_auth.txt'
                  ' -H ' "'Content-Type: application/json'"
                  ' -d '
                  ' > storage_field.txt'
               DELIMITED BY SIZE INTO WS-CMK-CMD
           END-STRING
           CALL 'ARMGOVERN' USING 'DRAW' 'PATCH' WS-STORAGE-URL
                                  'storage_rate_headers.txt'
           END-CALL
           CALL "C$SYSTEM" USING WS-CMK-CMD
           END-CALL
           CALL 'ARMGOVERN' USING 'NOTE' 'PATCH' WS-STORAGE-URL
                                  'storage_rate_headers.txt'
           END-CALL
           PERFORM READ-CMK-FIELD

           IF WS-CMK-PRINCIPAL-ID = SPACES
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PATCH' WS-STORAGE-URL
                                      'storage_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o storage_response.json -w '%{http_code}' "
                   "-D storage_rate_headers.txt "
                   "-X PATCH -H @storage_auth.txt "
                   "-H 'Content-Type: application/json' -d '"
                   WS-CMK-JSON
               END-CALL

               PERFORM READ-STORAGE-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PATCH' WS-STORAGE-URL
                                      'storage_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM


       LOAD-SUB-CHECKPOINT.
           MOVE ALL 'N' TO WS-SA-DONE-TABLE
           MOVE 0 TO WS-DONE-KEY-COUNT
           MOVE 'N' TO WS-SUBCKPT-EOF
           OPEN INPUT SUBCKPT-FILE
           IF WS-SUBCKPT-STATUS = '00'
           UNSTRING SUBCKPT-RECORD DELIMITED BY '='
               INTO WS-SUBCKPT-KEY WS-SUBCKPT-VAL
           END-UNSTRING
           IF WS-SUBCKPT-KEY(1:17) NOT = 'STORAGE_DEPLOYED_'
                   OR WS-SUBCKPT-VAL(1:1) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
      *> STORAGE_DEPLOYED_nn is a whole account; a longer key is one
      *> of its containers, queues or tables
           IF WS-SUBCKPT-KEY(20:1) = SPACE
               MOVE FUNCTION NUMVAL(WS-SUBCKPT-KEY(18:2))
                   TO WS-SUBCKPT-IDX
               IF WS-SUBCKPT-IDX >= 1 AND WS-SUBCKPT-IDX <= 5
                   MOVE 'Y' TO WS-SA-DONE(WS-SUBCKPT-IDX)
               END-IF
           ELSE
               MOVE WS-SUBCKPT-KEY TO WS-BATCH-KEY
               PERFORM NOTE-DONE-KEY
           END-IF.

       APPEND-SUB-CHECKPOINT.

      *> Azure Storage queues for lightweight work dispatch, created
      *> through the queueServices ARM surface the same way
      *> CREATE-BLOB-CONTAINERS drives blobServices - hand-created
      *> queues were exactly the unmanaged drift AZUREDRIFT cannot see
       CREATE-STORAGE-QUEUES.
           IF SA-QUEUE-COUNT(WS-COUNTER) NOT = ZERO
               DISPLAY "Creating storage queues for " WS-STORAGE-NAME
                       "..."
               PERFORM OPEN-ENTITY-BATCH
               PERFORM VARYING WS-QUEUE-INDEX FROM 1 BY 1
                   UNTIL WS-QUEUE-INDEX > SA-QUEUE-COUNT(WS-COUNTER)
                   PERFORM ADD-STORAGE-QUEUE-REQUEST
               END-PERFORM
               PERFORM SUBMIT-ENTITY-BATCH
           END-IF.

       ADD-STORAGE-QUEUE-REQUEST.
           IF SA-QUEUE-NAME(WS-COUNTER, WS-QUEUE-INDEX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BATCH-KEY
           STRING 'STORAGE_DEPLOYED_' WS-COUNTER '_Q_' WS-QUEUE-INDEX
               DELIMITED BY SIZE INTO WS-BATCH-KEY
           END-STRING
           PERFORM CHECK-DONE-KEY
           IF WS-KEY-FOUND = 'Y'
               DISPLAY "  Queue already created - skipping "
                       "(resumed): "
                   FUNCTION TRIM(SA-QUEUE-NAME
                       (WS-COUNTER, WS-QUEUE-INDEX))
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-BATCH-PATH
           STRING FUNCTION TRIM(WS-SA-PATH)
                  '/queueServices/default/queues/'
                  FUNCTION TRIM(SA-QUEUE-NAME
                      (WS-COUNTER, WS-QUEUE-INDEX))
                  '?api-version='
                  FUNCTION TRIM(WS-API-VERSION)
               DELIMITED BY SIZE INTO WS-BATCH-PATH
           END-STRING
           IF SA-QUEUE-CLASS(WS-COUNTER, WS-QUEUE-INDEX) = SPACES
               MOVE '{}' TO WS-BATCH-CONTENT
           ELSE
               MOVE SPACES TO WS-BATCH-CONTENT
               STRING '{"properties":{"metadata":{"classification":"'
                      FUNCTION TRIM(SA-QUEUE-CLASS
                          (WS-COUNTER, WS-QUEUE-INDEX))
                      '"}}}'
                   DELIMITED BY SIZE INTO WS-BATCH-CONTENT
               END-STRING
           END-IF
           MOVE SPACES TO WS-BATCH-DESC
           STRING 'Queue: '
                  FUNCTION TRIM(SA-QUEUE-NAME
                      (WS-COUNTER, WS-QUEUE-INDEX))
               DELIMITED BY SIZE INTO WS-BATCH-DESC
           END-STRING
           PERFORM ADD-BATCH-REQUEST.

      *> Table storage for state and lookup data, via tableServices
       CREATE-STORAGE-TABLES.
           IF SA-TABLE-COUNT(WS-COUNTER) NOT = ZERO
               DISPLAY "Creating storage tables for " WS-STORAGE-NAME
                       "..."
               PERFORM OPEN-ENTITY-BATCH
               PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > SA-TABLE-COUNT(WS-COUNTER)
                   PERFORM ADD-STORAGE-TABLE-REQUEST
               END-PERFORM
               PERFORM SUBMIT-ENTITY-BATCH
           END-IF.

       ADD-STORAGE-TABLE-REQUEST.
           IF SA-TABLE-NAME(WS-COUNTER, WS-TABLE-INDEX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BATCH-KEY
           STRING 'STORAGE_DEPLOYED_' WS-COUNTER '_T_' WS-TABLE-INDEX
               DELIMITED BY SIZE INTO WS-BATCH-KEY
           END-STRING
           PERFORM CHECK-DONE-KEY
           IF WS-KEY-FOUND = 'Y'
               DISPLAY "  Table already created - skipping "
                       "(resumed): "
                   FUNCTION TRIM(SA-TABLE-NAME
                       (WS-COUNTER, WS-TABLE-INDEX))
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-BATCH-PATH
           STRING FUNCTION TRIM(WS-SA-PATH)
                  '/tableServices/default/tables/'
                  FUNCTION TRIM(SA-TABLE-NAME
                      (WS-COUNTER, WS-TABLE-INDEX))
                  '?api-version='
                  FUNCTION TRIM(WS-API-VERSION)
               DELIMITED BY SIZE INTO WS-BATCH-PATH
           END-STRING
           MOVE '{}' TO WS-BATCH-CONTENT
           MOVE SPACES TO WS-BATCH-DESC
           STRING 'Table: '
                  FUNCTION TRIM(SA-TABLE-NAME
                      (WS-COUNTER, WS-TABLE-INDEX))
               DELIMITED BY SIZE INTO WS-BATCH-DESC
           END-STRING
           PERFORM ADD-BATCH-REQUEST.

       OPEN-ENTITY-BATCH.
           MOVE 0 TO WS-BATCH-SENT-COUNT
           MOVE SPACES TO WS-SA-PATH
           STRING '/subscriptions/'
                  FUNCTION TRIM(WS-DATA-SUB)
                  '/resourceGroups/'
                  FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.Storage/storageAccounts/'
                  FUNCTION TRIM(WS-STORAGE-NAME)
               DELIMITED BY SIZE INTO WS-SA-PATH
           END-STRING
           OPEN OUTPUT SA-BATCH-REQ-FILE.

      *> WS-BATCH-KEY, -PATH, -CONTENT and -DESC make up one request
      *> line; every storage child entity is a PUT
       ADD-BATCH-REQUEST.
           MOVE SPACES TO SA-BATCH-REQ-RECORD
           STRING FUNCTION TRIM(WS-BATCH-KEY) '|PUT|'
                  FUNCTION TRIM(WS-BATCH-PATH) '|'
                  FUNCTION TRIM(WS-BATCH-CONTENT)
               DELIMITED BY SIZE INTO SA-BATCH-REQ-RECORD
           END-STRING
           WRITE SA-BATCH-REQ-RECORD
           ADD 1 TO WS-BATCH-SENT-COUNT
           MOVE WS-BATCH-DESC
               TO WS-BATCH-SENT-DESC(WS-BATCH-SENT-COUNT).

      *> One ARMBATCH call per entity kind; the results come back in
      *> request order, one label|status line each
       SUBMIT-ENTITY-BATCH.
           CLOSE SA-BATCH-REQ-FILE
           IF WS-BATCH-SENT-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           STRING 'Bearer ' LS-ACCESS-TOKEN
               DELIMITED BY SIZE INTO AUTHORIZATION
           END-STRING
           PERFORM WRITE-AUTH-HEADER-FILE

           CALL 'ARMBATCH' USING 'storage_batch_requests.txt'
                                 'storage_batch_results.txt'
                                 'storage_auth.txt'
                                 WS-ARM-BASE-URL
                                 WS-BATCH-RC
           END-CALL
           IF WS-BATCH-RC NOT = 0
               MOVE 1 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-BATCH-IDX
           OPEN INPUT SA-BATCH-RES-FILE
           IF WS-BATCH-RES-STATUS NOT = '00'
               DISPLAY "  No batch results to read"
               MOVE 1 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SA-BATCH-RES-FILE INTO WS-BATCH-RES-LINE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM APPLY-ENTITY-RESULT
               END-READ
           END-PERFORM
           CLOSE SA-BATCH-RES-FILE.

      *> Each entity that landed is checkpointed there and then; one
      *> that did not fails the account and is resent by the rerun
       APPLY-ENTITY-RESULT.
           ADD 1 TO WS-BATCH-IDX
           MOVE SPACES TO WS-BATCH-RES-KEY WS-BATCH-RES-CODE
           UNSTRING WS-BATCH-RES-LINE DELIMITED BY '|'
               INTO WS-BATCH-RES-KEY WS-BATCH-RES-CODE
           END-UNSTRING
           MOVE 0 TO WS-BATCH-STATUS
           IF WS-BATCH-RES-CODE NOT = SPACES
                   AND FUNCTION TRIM(WS-BATCH-RES-CODE) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-BATCH-RES-CODE)
                   TO WS-BATCH-STATUS
           END-IF

           IF WS-BATCH-STATUS = 200 OR WS-BATCH-STATUS = 201
               DISPLAY "  "
                   FUNCTION TRIM(WS-BATCH-SENT-DESC(WS-BATCH-IDX))
                   " created"
               PERFORM RECORD-ENTITY-KEY
           ELSE
               DISPLAY "  Failed to create "
                   FUNCTION TRIM(WS-BATCH-SENT-DESC(WS-BATCH-IDX))
                   " Status: " WS-BATCH-STATUS
               MOVE 1 TO LS-RETURN-CODE
           END-IF.

      *> The DR replica leg keeps its landed entities in memory only,
      *> the same way it never appends account records
       RECORD-ENTITY-KEY.
           MOVE WS-BATCH-RES-KEY TO WS-BATCH-KEY
           PERFORM NOTE-DONE-KEY
           IF WS-DR-LEG = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SUBCKPT-RECORD
           STRING FUNCTION TRIM(WS-BATCH-RES-KEY) '=Y'
               DELIMITED BY SIZE INTO SUBCKPT-RECORD
           END-STRING
           OPEN EXTEND SUBCKPT-FILE
           WRITE SUBCKPT-RECORD
           CLOSE SUBCKPT-FILE.

       CHECK-DONE-KEY.
           MOVE 'N' TO WS-KEY-FOUND
           PERFORM VARYING WS-DONE-KEY-IDX FROM 1 BY 1
                   UNTIL WS-DONE-KEY-IDX > WS-DONE-KEY-COUNT
                       OR WS-KEY-FOUND = 'Y'
               IF WS-DONE-KEY(WS-DONE-KEY-IDX) = WS-BATCH-KEY
                   MOVE 'Y' TO WS-KEY-FOUND
               END-IF
           END-PERFORM.

       NOTE-DONE-KEY.
           PERFORM CHECK-DONE-KEY
           IF WS-KEY-FOUND NOT = 'Y'
                   AND WS-DONE-KEY-COUNT < 100
               ADD 1 TO WS-DONE-KEY-COUNT
               MOVE WS-BATCH-KEY TO WS-DONE-KEY(WS-DONE-KEY-COUNT)
           END-IF.

      *> The what-if preview carries only the account's own PUT back
      *> to the report, so the queues and tables that would follow it
      *> are narrated here the way the preview narrates everything
               END-IF
           END-PERFORM.

      *> An identity created before these storage accounts could not
      *> be granted its roles on them then; they are completed here,
      *> and are left alone by a rebuild of the consuming service
       GRANT-SHARED-IDENTITY-ROLES.
           CALL 'IDENTGRANT' USING LS-AZURE-CONFIG LS-AUTH-TOKEN
                                   WS-IDGRANT-KIND WS-IDGRANT-RC
           IF WS-IDGRANT-RC NOT = 0
               MOVE WS-IDGRANT-RC TO LS-RETURN-CODE
           END-IF.

      *> The export is owed whenever the archive account is in place,
      *> whether it landed on this run or an earlier one, and the
      *> attach itself has not yet been checkpointed
       CHECK-LA-EXPORT-PENDING.
           MOVE 'N' TO WS-LA-EXPORT-PENDING
           IF WS-DR-LEG = 'Y' OR LA-EXPORT-TABLE-COUNT = 0
                   OR LA-EXPORT-STORAGE-SLOT < 1
                   OR LA-EXPORT-STORAGE-SLOT > STORAGE-COUNT
                   OR LA-EXPORT-STORAGE-SLOT > 5
               EXIT PARAGRAPH
           END-IF
           IF WS-SA-DONE(LA-EXPORT-STORAGE-SLOT) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LA-EXPORT-KEY TO WS-BATCH-KEY
           PERFORM CHECK-DONE-KEY
           IF WS-KEY-FOUND = 'Y'
               DISPLAY "Log Analytics data export already attached - "
                       "skipping (resumed)"
           ELSE
               MOVE 'Y' TO WS-LA-EXPORT-PENDING
           END-IF.

      *> LOGANALYTICS owns the workspace data export but runs ahead
      *> of this module; once the archive account is in place it is
      *> called back in export-only mode to attach the rule
       ATTACH-LA-DATA-EXPORT.
           DISPLAY 'AZURE_LA_EXPORT_ONLY' UPON ENVIRONMENT-NAME
           DISPLAY 'Y' UPON ENVIRONMENT-VALUE
           MOVE ZERO TO WS-LA-EXPORT-RC
           CALL 'LOGANALYTICS' USING LS-AZURE-CONFIG
                                     LS-AUTH-TOKEN
                                     WS-LA-EXPORT-RC
                                     LS-DRYRUN-FLAG
                                     LS-DRYRUN-URL
                                     LS-DRYRUN-JSON
           DISPLAY 'AZURE_LA_EXPORT_ONLY' UPON ENVIRONMENT-NAME
           DISPLAY ' ' UPON ENVIRONMENT-VALUE
           IF WS-LA-EXPORT-RC NOT = 0
               MOVE WS-LA-EXPORT-RC TO LS-RETURN-CODE
           ELSE
               MOVE WS-LA-EXPORT-KEY TO WS-BATCH-RES-KEY
               PERFORM RECORD-ENTITY-KEY
           END-IF.

       END PROGRAM STORAGE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AZUREDATAREG.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Data classification register. Every blob container, storage
      *> queue, Service Bus queue and topic and event hub can carry a
      *> classification in its configuration (..._CLASS = PUBLIC,
      *> INTERNAL, CONFIDENTIAL or PII), which STORAGE, SERVICEBUS and
      *> EVENTHUBS stamp onto the resource as metadata. This program
      *> reads the configuration of every environment in the
      *> AZUREDEPLOYALL list (AZURE_ENVIRONMENT_LIST, default
      *> environments.txt) and writes data-register.txt: each
      *> classified store with
      *>   encryption   customer-managed key (CMK_STORAGE_KEY /
      *>                CMK_SB_KEY) or platform-managed
      *>   replication  STORREPL object replication to the DR
      *>                accounts, a geo-redundant storage SKU, or the
      *>                Service Bus geo-DR pairing (SB-GEODR-ALIAS)
      *>   retention    lifecycle delete and soft delete, message TTL
      *>                or event hub retention
      *>   exposure     private endpoint only, or the public endpoint
      *>                an SFTP account keeps for its partners
      *> and the combinations the data policy forbids:
      *>   PII on an SFTP-enabled account
      *>   PII replicated out of the primary region
      *>   PII without a customer-managed key
      *>   a classification that is not one of the four above
      *> An environment with a breach is raised through NOTIFYROUTE as
      *> event DATAPOLICY - CRIT for a PII breach, WARN otherwise.
      *> Exit code 0 when the register is clean, 4 when any breach is
      *> flagged, 3 when the environment list cannot be opened.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENV-LIST-FILE ASSIGN TO WS-ENV-LIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENV-LIST-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "data-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ENV-LIST-FILE.
       01  ENV-LIST-RECORD             PIC X(32).

       FD  REGISTER-FILE.
       01  REGISTER-RECORD             PIC X(200).

       WORKING-STORAGE SECTION.
       COPY AZURECONFIG.

       01  WS-RETURN-CODE              PIC 9(2).
       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
       01  WS-ENV-LIST-STATUS          PIC XX.
       01  WS-ENV-LIST-FILENAME        PIC X(40) VALUE
               'environments.txt'.
       01  WS-CONFIG-FILENAME          PIC X(128).
       01  WS-REPORT-LINE              PIC X(200).
       01  WS-LINE-PTR                 PIC 9(3).
       01  WS-COUNT-DISPLAY            PIC Z(3)9.
       01  WS-DAYS-DISPLAY             PIC Z(3)9.
       01  WS-CURRENT-DATE8            PIC 9(8).

      *> The environments in the register
       01  WS-ENV-COUNT                PIC 9(2) VALUE 0.
       01  WS-ENV-TABLE.
           05  WS-ENV-NAME OCCURS 20 TIMES PIC X(32).
       01  WS-ENV-IDX                  PIC 9(2).
       01  WS-CUR-ENV                  PIC X(32).
       01  WS-SKIPPED-COUNT            PIC 9(2) VALUE 0.

       01  WS-SA-IDX                   PIC 9(2).
       01  WS-ITEM-IDX                 PIC 9(2).
      *> Account-level facts shared by every store in the account
       01  WS-SA-GEO                   PIC X(1).
       01  WS-PRIMARY-LOC              PIC X(32).

      *> The store being registered
       01  WS-STORE.
           05  WS-ST-KIND              PIC X(10).
           05  WS-ST-PARENT            PIC X(64).
           05  WS-ST-NAME              PIC X(63).
           05  WS-ST-CLASS             PIC X(12).
           05  WS-ST-CMK               PIC X(64).
           05  WS-ST-REPL              PIC X(80).
           05  WS-ST-REPL-LOC          PIC X(32).
           05  WS-ST-RETENTION         PIC X(80).
           05  WS-ST-SFTP              PIC X(1).
           05  WS-ST-EXPOSURE          PIC X(48).
           05  WS-ST-FLAG-COUNT        PIC 9(1).
           05  WS-ST-PII-BREACH        PIC X(1).
           05  WS-ST-FLAGS OCCURS 4 TIMES.
               10  WS-ST-FLAG          PIC X(48).
       01  WS-FLAG-IDX                 PIC 9(1).
       01  WS-REPL-PTR                 PIC 9(3).

      *> Totals, overall and for the environment in hand
       01  WS-CLASS-TOTALS.
           05  WS-PUBLIC-COUNT         PIC 9(4) VALUE 0.
           05  WS-INTERNAL-COUNT       PIC 9(4) VALUE 0.
           05  WS-CONFIDENTIAL-COUNT   PIC 9(4) VALUE 0.
           05  WS-PII-COUNT            PIC 9(4) VALUE 0.
           05  WS-OTHER-COUNT          PIC 9(4) VALUE 0.
       01  WS-CLASSIFIED-COUNT         PIC 9(4) VALUE 0.
       01  WS-UNCLASSIFIED-COUNT       PIC 9(4) VALUE 0.
       01  WS-BREACH-COUNT             PIC 9(4) VALUE 0.
       01  WS-ENV-UNCLASSIFIED         PIC 9(4).
       01  WS-ENV-BREACHES             PIC 9(4).
       01  WS-ENV-PII-BREACHES         PIC 9(4).

       01  WS-NOTIFY-EVENT             PIC X(12) VALUE 'DATAPOLICY'.
       01  WS-NOTIFY-SEVERITY          PIC X(8).
       01  WS-NOTIFY-MESSAGE           PIC X(256).
       01  WS-NOTIFY-RC                PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Data classification register starting"
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           MOVE SPACES TO WS-ENV-LIST-FILENAME
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
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ENV-LIST-FILE INTO ENV-LIST-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM NOTE-LISTED-ENVIRONMENT
               END-READ
           END-PERFORM
           CLOSE ENV-LIST-FILE

           OPEN OUTPUT REGISTER-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'DATA CLASSIFICATION REGISTER - ' WS-CURRENT-DATE8
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REGISTER-LINE
           MOVE ALL '=' TO WS-REPORT-LINE(1:72)
           PERFORM WRITE-REGISTER-LINE

           PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
                   UNTIL WS-ENV-IDX > WS-ENV-COUNT
               PERFORM REGISTER-ENVIRONMENT
           END-PERFORM

           PERFORM WRITE-REGISTER-SUMMARY
           CLOSE REGISTER-FILE

           DISPLAY "Register written to data-register.txt: "
                   WS-CLASSIFIED-COUNT " classified store(s), "
                   WS-BREACH-COUNT " policy breach(es)"
           IF WS-BREACH-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       NOTE-LISTED-ENVIRONMENT.
           IF FUNCTION TRIM(ENV-LIST-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-ENV-COUNT >= 20
               DISPLAY "  More than 20 environments listed - "
                       FUNCTION TRIM(ENV-LIST-RECORD) " left out"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ENV-COUNT
           MOVE FUNCTION TRIM(ENV-LIST-RECORD)
               TO WS-ENV-NAME(WS-ENV-COUNT).

      *> One environment's configuration - only what it deploys is
      *> registered: every storage account, and the Service Bus and
      *> Event Hubs entities when those namespaces are switched on
       REGISTER-ENVIRONMENT.
           MOVE WS-ENV-NAME(WS-ENV-IDX) TO WS-CUR-ENV
           MOVE SPACES TO WS-CONFIG-FILENAME
           STRING 'config/azure-config-' FUNCTION TRIM(WS-CUR-ENV)
                  '.conf'
               DELIMITED BY SIZE INTO WS-CONFIG-FILENAME
           END-STRING
           DISPLAY "  " FUNCTION TRIM(WS-CUR-ENV) "..."

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REGISTER-LINE
           STRING 'ENVIRONMENT ' FUNCTION TRIM(WS-CUR-ENV)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REGISTER-LINE

           INITIALIZE AZURE-CONFIG
           CALL 'AZURECFGLOAD' USING BY REFERENCE WS-CONFIG-FILENAME
                                                  AZURE-CONFIG
                                                  WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "    configuration could not be loaded - "
                       "skipped"
               STRING '  Configuration ' FUNCTION TRIM
                      (WS-CONFIG-FILENAME) ' could not be loaded'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REGISTER-LINE
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE RG-LOCATION TO WS-PRIMARY-LOC
           MOVE 0 TO WS-ENV-UNCLASSIFIED WS-ENV-BREACHES
                     WS-ENV-PII-BREACHES
           PERFORM VARYING WS-SA-IDX FROM 1 BY 1
                   UNTIL WS-SA-IDX > STORAGE-COUNT OR WS-SA-IDX > 5
               PERFORM REGISTER-STORAGE-ACCOUNT
           END-PERFORM
           IF SB-DEPLOY-FLAG = 'Y'
               PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                       UNTIL WS-ITEM-IDX > SB-QUEUE-COUNT
                           OR WS-ITEM-IDX > 5
                   PERFORM REGISTER-SB-QUEUE
               END-PERFORM
               PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                       UNTIL WS-ITEM-IDX > SB-TOPIC-COUNT
                           OR WS-ITEM-IDX > 5
                   PERFORM REGISTER-SB-TOPIC
               END-PERFORM
           END-IF
           IF EH-DEPLOY-FLAG = 'Y'
               PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                       UNTIL WS-ITEM-IDX > EH-HUB-COUNT
                           OR WS-ITEM-IDX > 5
                   PERFORM REGISTER-EH-HUB
               END-PERFORM
           END-IF

           IF WS-ENV-UNCLASSIFIED > 0
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-ENV-UNCLASSIFIED TO WS-COUNT-DISPLAY
               STRING '  Not yet classified: '
                      FUNCTION TRIM(WS-COUNT-DISPLAY) ' store(s)'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REGISTER-LINE
           END-IF
           IF WS-ENV-BREACHES > 0
               PERFORM RAISE-POLICY-BREACH
           END-IF.

      *> Encryption, exposure and geo-redundancy are properties of the
      *> account, so every container and queue in it shares them
       REGISTER-STORAGE-ACCOUNT.
           MOVE 'N' TO WS-SA-GEO
           MOVE 0 TO WS-FLAG-IDX
           INSPECT SA-SKU-NAME(WS-SA-IDX) TALLYING WS-FLAG-IDX
               FOR ALL 'GRS' ALL 'GZRS'
           IF WS-FLAG-IDX > 0
               MOVE 'Y' TO WS-SA-GEO
           END-IF

           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > SA-CONTAINER-COUNT(WS-SA-IDX)
                       OR WS-ITEM-IDX > 5
               IF SA-CONTAINER-NAME(WS-SA-IDX, WS-ITEM-IDX)
                       NOT = SPACES
                   MOVE 'CONTAINER' TO WS-ST-KIND
                   MOVE SA-CONTAINER-NAME(WS-SA-IDX, WS-ITEM-IDX)
                       TO WS-ST-NAME
                   MOVE SA-CONTAINER-CLASS(WS-SA-IDX, WS-ITEM-IDX)
                       TO WS-ST-CLASS
                   PERFORM DESCRIBE-STORAGE-STORE
                   PERFORM REGISTER-STORE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > SA-QUEUE-COUNT(WS-SA-IDX)
                       OR WS-ITEM-IDX > 5
               IF SA-QUEUE-NAME(WS-SA-IDX, WS-ITEM-IDX) NOT = SPACES
                   MOVE 'SA-QUEUE' TO WS-ST-KIND
                   MOVE SA-QUEUE-NAME(WS-SA-IDX, WS-ITEM-IDX)
                       TO WS-ST-NAME
                   MOVE SA-QUEUE-CLASS(WS-SA-IDX, WS-ITEM-IDX)
                       TO WS-ST-CLASS
                   PERFORM DESCRIBE-STORAGE-STORE
                   PERFORM REGISTER-STORE
               END-IF
           END-PERFORM.

      *> STORREPL replicates the configured containers of every
      *> account to its DR counterpart once the DR leg is deployed;
      *> a geo-redundant SKU copies the whole account, queues
      *> included, to the Azure paired region
       DESCRIBE-STORAGE-STORE.
           MOVE SA-NAME-PREFIX(WS-SA-IDX) TO WS-ST-PARENT
           MOVE CMK-STORAGE-KEY-NAME TO WS-ST-CMK
           MOVE SA-SFTP-ENABLED(WS-SA-IDX) TO WS-ST-SFTP
           IF WS-ST-SFTP = 'Y'
               MOVE 'Public endpoint (SFTP, partner firewall)'
                   TO WS-ST-EXPOSURE
           ELSE
               MOVE 'Private endpoint only' TO WS-ST-EXPOSURE
           END-IF

           MOVE SPACES TO WS-ST-REPL WS-ST-REPL-LOC
           MOVE 1 TO WS-REPL-PTR
           IF WS-ST-KIND = 'CONTAINER' AND DR-DEPLOY-FLAG = 'Y'
               MOVE DR-LOCATION TO WS-ST-REPL-LOC
               IF WS-ST-REPL-LOC = SPACES
                   MOVE 'DR region' TO WS-ST-REPL-LOC
               END-IF
               STRING 'STORREPL object replication to '
                      FUNCTION TRIM(WS-ST-REPL-LOC)
                   DELIMITED BY SIZE INTO WS-ST-REPL
                   WITH POINTER WS-REPL-PTR
               END-STRING
           END-IF
           IF WS-SA-GEO = 'Y'
               IF WS-REPL-PTR > 1
                   STRING '; ' DELIMITED BY SIZE INTO WS-ST-REPL
                       WITH POINTER WS-REPL-PTR
                   END-STRING
               END-IF
               STRING FUNCTION TRIM(SA-SKU-NAME(WS-SA-IDX))
                      ' to the paired region'
                   DELIMITED BY SIZE INTO WS-ST-REPL
                   WITH POINTER WS-REPL-PTR
               END-STRING
               IF WS-ST-REPL-LOC = SPACES
                       OR WS-ST-REPL-LOC = WS-PRIMARY-LOC
                   MOVE 'paired region' TO WS-ST-REPL-LOC
               END-IF
           END-IF

           MOVE SPACES TO WS-ST-RETENTION
           IF WS-ST-KIND = 'SA-QUEUE'
               MOVE 'Messages expire after 7 days' TO WS-ST-RETENTION
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-LINE-PTR
           IF SA-LIFECYCLE-ENABLED(WS-SA-IDX) = 'Y'
                   AND SA-LIFECYCLE-DELETE-DAYS(WS-SA-IDX) > 0
               MOVE SA-LIFECYCLE-DELETE-DAYS(WS-SA-IDX)
                   TO WS-DAYS-DISPLAY
               STRING 'Deleted after ' FUNCTION TRIM(WS-DAYS-DISPLAY)
                      ' days'
                   DELIMITED BY SIZE INTO WS-ST-RETENTION
                   WITH POINTER WS-LINE-PTR
               END-STRING
           ELSE
               STRING 'Kept indefinitely'
                   DELIMITED BY SIZE INTO WS-ST-RETENTION
                   WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF
           IF SA-SOFT-DELETE-DAYS(WS-SA-IDX) > 0
               MOVE SA-SOFT-DELETE-DAYS(WS-SA-IDX) TO WS-DAYS-DISPLAY
               STRING ', soft delete ' FUNCTION TRIM(WS-DAYS-DISPLAY)
                      ' days'
                   DELIMITED BY SIZE INTO WS-ST-RETENTION
                   WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF.

       REGISTER-SB-QUEUE.
           IF SB-QUEUE-NAME(WS-ITEM-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'SB-QUEUE' TO WS-ST-KIND
           MOVE SB-QUEUE-NAME(WS-ITEM-IDX) TO WS-ST-NAME
           MOVE SB-QUEUE-CLASS(WS-ITEM-IDX) TO WS-ST-CLASS
           PERFORM DESCRIBE-SB-STORE
           MOVE SPACES TO WS-ST-RETENTION
           IF SB-QUEUE-TTL(WS-ITEM-IDX) = SPACES
               MOVE 'No message TTL (kept until consumed)'
                   TO WS-ST-RETENTION
           ELSE
               STRING 'Message TTL '
                      FUNCTION TRIM(SB-QUEUE-TTL(WS-ITEM-IDX))
                   DELIMITED BY SIZE INTO WS-ST-RETENTION
               END-STRING
           END-IF
           PERFORM REGISTER-STORE.

       REGISTER-SB-TOPIC.
           IF SB-TOPIC-NAME(WS-ITEM-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'SB-TOPIC' TO WS-ST-KIND
           MOVE SB-TOPIC-NAME(WS-ITEM-IDX) TO WS-ST-NAME
           MOVE SB-TOPIC-CLASS(WS-ITEM-IDX) TO WS-ST-CLASS
           PERFORM DESCRIBE-SB-STORE
           MOVE SPACES TO WS-ST-RETENTION
           IF SB-TOPIC-TTL(WS-ITEM-IDX) = SPACES
               MOVE 'No message TTL (kept until consumed)'
                   TO WS-ST-RETENTION
           ELSE
               STRING 'Message TTL '
                      FUNCTION TRIM(SB-TOPIC-TTL(WS-ITEM-IDX))
                   DELIMITED BY SIZE INTO WS-ST-RETENTION
               END-STRING
           END-IF
           PERFORM REGISTER-STORE.

      *> The geo-DR alias pairs the namespace with its DR twin; it is
      *> only set up when the DR leg is deployed
       DESCRIBE-SB-STORE.
           MOVE SB-NAME TO WS-ST-PARENT
           IF WS-ST-PARENT = SPACES
               MOVE 'Service Bus namespace' TO WS-ST-PARENT
           END-IF
           MOVE CMK-SB-KEY-NAME TO WS-ST-CMK
           MOVE 'N' TO WS-ST-SFTP
           MOVE 'Private endpoint only' TO WS-ST-EXPOSURE
           MOVE SPACES TO WS-ST-REPL WS-ST-REPL-LOC
           IF SB-GEODR-ALIAS NOT = SPACES AND DR-DEPLOY-FLAG = 'Y'
               MOVE DR-LOCATION TO WS-ST-REPL-LOC
               IF WS-ST-REPL-LOC = SPACES
                   MOVE 'DR region' TO WS-ST-REPL-LOC
               END-IF
               STRING 'Geo-DR alias ' FUNCTION TRIM(SB-GEODR-ALIAS)
                      ' to ' FUNCTION TRIM(WS-ST-REPL-LOC)
                   DELIMITED BY SIZE INTO WS-ST-REPL
               END-STRING
           END-IF.

       REGISTER-EH-HUB.
           IF EH-HUB-NAME(WS-ITEM-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'EH-HUB' TO WS-ST-KIND
           MOVE EH-HUB-NAME(WS-ITEM-IDX) TO WS-ST-NAME
           MOVE EH-HUB-CLASS(WS-ITEM-IDX) TO WS-ST-CLASS
           MOVE 'Event Hubs namespace' TO WS-ST-PARENT
           MOVE SPACES TO WS-ST-CMK WS-ST-REPL WS-ST-REPL-LOC
           MOVE 'N' TO WS-ST-SFTP
           MOVE 'Private endpoint only' TO WS-ST-EXPOSURE
      *> EVENTHUBS creates an unset retention as 7 days
           IF EH-HUB-RETENTION(WS-ITEM-IDX) = 0
               MOVE 7 TO WS-DAYS-DISPLAY
           ELSE
               MOVE EH-HUB-RETENTION(WS-ITEM-IDX) TO WS-DAYS-DISPLAY
           END-IF
           MOVE SPACES TO WS-ST-RETENTION
           STRING 'Events kept ' FUNCTION TRIM(WS-DAYS-DISPLAY)
                  ' days'
               DELIMITED BY SIZE INTO WS-ST-RETENTION
           END-STRING
           PERFORM REGISTER-STORE.

      *> An unclassified store is only counted; a classified one is
      *> judged against the data policy and written to the register
       REGISTER-STORE.
           IF WS-ST-CLASS = SPACES
               ADD 1 TO WS-ENV-UNCLASSIFIED WS-UNCLASSIFIED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CLASSIFIED-COUNT
           EVALUATE WS-ST-CLASS
               WHEN 'PUBLIC'
                   ADD 1 TO WS-PUBLIC-COUNT
               WHEN 'INTERNAL'
                   ADD 1 TO WS-INTERNAL-COUNT
               WHEN 'CONFIDENTIAL'
                   ADD 1 TO WS-CONFIDENTIAL-COUNT
               WHEN 'PII'
                   ADD 1 TO WS-PII-COUNT
               WHEN OTHER
                   ADD 1 TO WS-OTHER-COUNT
           END-EVALUATE
           PERFORM JUDGE-STORE-POLICY

           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' WS-ST-KIND ' ' WS-ST-CLASS ' '
                  FUNCTION TRIM(WS-ST-PARENT) '/'
                  FUNCTION TRIM(WS-ST-NAME)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REGISTER-LINE
           IF WS-ST-CMK = SPACES
               STRING '      Encryption : platform-managed key'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING '      Encryption : customer-managed key '
                      FUNCTION TRIM(WS-ST-CMK)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-REGISTER-LINE
           IF WS-ST-REPL = SPACES
               MOVE 'None' TO WS-ST-REPL
           END-IF
           STRING '      Replication: ' FUNCTION TRIM(WS-ST-REPL)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REGISTER-LINE
           STRING '      Retention  : ' FUNCTION TRIM(WS-ST-RETENTION)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REGISTER-LINE
           STRING '      Exposure   : ' FUNCTION TRIM(WS-ST-EXPOSURE)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REGISTER-LINE
           PERFORM VARYING WS-FLAG-IDX FROM 1 BY 1
                   UNTIL WS-FLAG-IDX > WS-ST-FLAG-COUNT
               STRING '      ** POLICY BREACH: '
                      FUNCTION TRIM(WS-ST-FLAG(WS-FLAG-IDX))
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REGISTER-LINE
           END-PERFORM
           ADD WS-ST-FLAG-COUNT TO WS-ENV-BREACHES WS-BREACH-COUNT
           IF WS-ST-PII-BREACH = 'Y'
               ADD 1 TO WS-ENV-PII-BREACHES
           END-IF.

      *> The data policy: PII stays in region, off the SFTP partner
      *> accounts and under a customer-managed key; anything other
      *> than the four classifications is a typo to be corrected
       JUDGE-STORE-POLICY.
           MOVE 0 TO WS-ST-FLAG-COUNT
           MOVE 'N' TO WS-ST-PII-BREACH
           MOVE SPACES TO WS-ST-FLAGS(1) WS-ST-FLAGS(2)
                          WS-ST-FLAGS(3) WS-ST-FLAGS(4)
           IF WS-ST-CLASS NOT = 'PUBLIC'
                   AND WS-ST-CLASS NOT = 'INTERNAL'
                   AND WS-ST-CLASS NOT = 'CONFIDENTIAL'
                   AND WS-ST-CLASS NOT = 'PII'
               ADD 1 TO WS-ST-FLAG-COUNT
               MOVE 'Classification not recognised'
                   TO WS-ST-FLAG(WS-ST-FLAG-COUNT)
               EXIT PARAGRAPH
           END-IF
           IF WS-ST-CLASS NOT = 'PII'
               EXIT PARAGRAPH
           END-IF
           IF WS-ST-SFTP = 'Y'
               ADD 1 TO WS-ST-FLAG-COUNT
               MOVE 'PII on an SFTP-enabled account'
                   TO WS-ST-FLAG(WS-ST-FLAG-COUNT)
           END-IF
           IF WS-ST-REPL-LOC NOT = SPACES
                   AND WS-ST-REPL-LOC NOT = WS-PRIMARY-LOC
               ADD 1 TO WS-ST-FLAG-COUNT
               MOVE SPACES TO WS-ST-FLAG(WS-ST-FLAG-COUNT)
               STRING 'PII replicated out of region to '
                      FUNCTION TRIM(WS-ST-REPL-LOC)
                   DELIMITED BY SIZE INTO WS-ST-FLAG(WS-ST-FLAG-COUNT)
               END-STRING
           END-IF
           IF WS-ST-CMK = SPACES
               ADD 1 TO WS-ST-FLAG-COUNT
               MOVE 'PII without a customer-managed key'
                   TO WS-ST-FLAG(WS-ST-FLAG-COUNT)
           END-IF
           IF WS-ST-FLAG-COUNT > 0
               MOVE 'Y' TO WS-ST-PII-BREACH
           END-IF.

       RAISE-POLICY-BREACH.
           IF WS-ENV-PII-BREACHES > 0
               MOVE 'CRIT' TO WS-NOTIFY-SEVERITY
           ELSE
               MOVE 'WARN' TO WS-NOTIFY-SEVERITY
           END-IF
           MOVE SPACES TO WS-NOTIFY-MESSAGE
           MOVE WS-ENV-BREACHES TO WS-COUNT-DISPLAY
           STRING FUNCTION TRIM(WS-CUR-ENV) ': '
                  FUNCTION TRIM(WS-COUNT-DISPLAY)
                  ' data policy breach(es), see data-register.txt'
               DELIMITED BY SIZE INTO WS-NOTIFY-MESSAGE
           END-STRING
           DISPLAY "    " FUNCTION TRIM(WS-NOTIFY-MESSAGE)
                   " - raised as " WS-NOTIFY-SEVERITY
           CALL 'NOTIFYROUTE' USING AZURE-CONFIG
                                    WS-NOTIFY-EVENT
                                    WS-NOTIFY-SEVERITY
                                    WS-NOTIFY-MESSAGE
                                    WS-NOTIFY-RC.

       WRITE-REGISTER-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REGISTER-LINE
           MOVE ALL '=' TO WS-REPORT-LINE(1:72)
           PERFORM WRITE-REGISTER-LINE
           MOVE WS-CLASSIFIED-COUNT TO WS-COUNT-DISPLAY
           STRING 'Classified stores : '
                  FUNCTION TRIM(WS-COUNT-DISPLAY)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REGISTER-LINE
           MOVE WS-PUBLIC-COUNT TO WS-COUNT-DISPLAY
           STRING '  PUBLIC          : '
                  FUNCTION TRIM(WS-COUNT-DISPLAY)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REGISTER-LINE
           MOVE WS-INTERNAL-COUNT TO WS-COUNT-DISPLAY
           STRING '  INTERNAL        : '
                  FUNCTION TRIM(WS-COUNT-DISPLAY)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REGISTER-LINE
           MOVE WS-CONFIDENTIAL-COUNT TO WS-COUNT-DISPLAY
           STRING '  CONFIDENTIAL    : '
                  FUNCTION TRIM(WS-COUNT-DISPLAY)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REGISTER-LINE
           MOVE WS-PII-COUNT TO WS-COUNT-DISPLAY
           STRING '  PII             : '
                  FUNCTION TRIM(WS-COUNT-DISPLAY)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REGISTER-LINE
           IF WS-OTHER-COUNT > 0
               MOVE WS-OTHER-COUNT TO WS-COUNT-DISPLAY
               STRING '  not recognised  : '
                      FUNCTION TRIM(WS-COUNT-DISPLAY)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REGISTER-LINE
           END-IF
           MOVE WS-UNCLASSIFIED-COUNT TO WS-COUNT-DISPLAY
           STRING 'Not yet classified: '
                  FUNCTION TRIM(WS-COUNT-DISPLAY)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REGISTER-LINE
           MOVE WS-BREACH-COUNT TO WS-COUNT-DISPLAY
           STRING 'Policy breaches   : '
                  FUNCTION TRIM(WS-COUNT-DISPLAY)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REGISTER-LINE
           IF WS-SKIPPED-COUNT > 0
               MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISPLAY
               STRING 'Environments not loaded: '
                      FUNCTION TRIM(WS-COUNT-DISPLAY)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REGISTER-LINE
           END-IF.

       WRITE-REGISTER-LINE.
           WRITE REGISTER-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE.

       END PROGRAM AZUREDATAREG.

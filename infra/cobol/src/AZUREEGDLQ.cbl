       IDENTIFICATION DIVISION.
       PROGRAM-ID. AZUREEGDLQ.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Operator tool for Event Grid dead letters, the counterpart of
      *> AZUREDLQ. EVENTGRID has every system topic subscription with
      *> an EG-SYSTOPIC-DLQ-CONTAINER park the events it gave up on
      *> (after EG-SYSTOPIC-RETRY-MAX attempts or the TTL) as blobs
      *>   <SYSTEM TOPIC>/<SUBSCRIPTION>/yyyy/MM/dd/HH/<guid>.json
      *> in that container on the destination storage account, and
      *> nothing ever looks at them again. For each such subscription
      *> (or just AZURE_EGDLQ_SUBSCRIPTION) this program reads every
      *> dead-letter blob and writes eg-deadletter-report.txt with the
      *> dead-letter reason, delivery attempts, last delivery outcome
      *> and event time of each, and a count per reason.
      *> AZURE_EGDLQ_ACTION picks what happens next:
      *>   REPORT    - the report only (the default); the exit code is
      *>               the number of dead-letter blobs
      *>   REDELIVER - send the selected events back to the
      *>               subscription's own destination (its Service Bus
      *>               queue, storage queue or webhook), then archive
      *>               each blob that went through
      *>   ARCHIVE   - archive the selected blobs without redelivery,
      *>               for events that have been dealt with by hand
      *> AZURE_EGDLQ_REASON selects by dead-letter reason,
      *> AZURE_EGDLQ_DATE (YYYYMMDD) by the day the event was parked
      *> and AZURE_EGDLQ_BLOB picks one blob by name; with none of
      *> them every blob is selected. AZURE_EGDLQ_MAX caps how many
      *> blobs one run will act on (default 100). Archiving moves the
      *> blob under handled/ in the same container, out of the
      *> dead-letter path, so a second run cannot redeliver it.
      *> Every redelivery, archive copy and delete lands in the
      *> AUDITLOG trail.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EGDLQ-STATUS-FILE ASSIGN TO "egdlq_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BLOB-LIST-FILE ASSIGN TO "egdlq_list.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT EVENT-FIELD-FILE ASSIGN TO "egdlq_event.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIELD-STATUS.
           SELECT DLQ-REPORT-FILE ASSIGN TO "eg-deadletter-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTH-HEADER-FILE ASSIGN TO "egdlq_auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EGDLQ-STATUS-FILE.
       01  EGDLQ-STATUS-RECORD         PIC X(8).

       FD  BLOB-LIST-FILE.
       01  BLOB-LIST-RECORD            PIC X(256).

       FD  EVENT-FIELD-FILE.
       01  EVENT-FIELD-RECORD          PIC X(512).

       FD  DLQ-REPORT-FILE.
       01  DLQ-REPORT-RECORD           PIC X(132).

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
       01  WS-LIST-EOF                 PIC X VALUE 'N'.
       01  WS-LIST-STATUS              PIC XX.
       01  WS-FIELD-STATUS             PIC XX.
       01  WS-OP-CMD                   PIC X(1024).
       01  WS-RETRY-COUNT              PIC 9(2).
       01  WS-RETRY-MAX                PIC 9(2) VALUE 3.
       01  WS-RETRY-DONE               PIC X.
       01  WS-BACKOFF-SECS             PIC 9(2).

      *> Operator selections
       01  WS-EGDLQ-ACTION             PIC X(10).
       01  WS-ONLY-SUBSCRIPTION        PIC X(50).
       01  WS-SELECT-REASON            PIC X(64).
       01  WS-SELECT-DATE              PIC X(8).
       01  WS-SELECT-BLOB              PIC X(200).
       01  WS-NUM-TEXT                 PIC X(8).
       01  WS-ACTION-MAX               PIC 9(4) VALUE 100.

      *> The subscription under review and where its events go
       01  WS-SYSTOPIC-INDEX           PIC 9(2).
       01  WS-SA-IDX                   PIC 9(2).
       01  WS-SA-NAME                  PIC X(64).
       01  WS-SYSTOPIC-NAME            PIC X(64).
       01  WS-DLQ-SA-IDX               PIC 9(2).
       01  WS-DEST-SA-NAME             PIC X(64).
       01  WS-SB-NAME                  PIC X(64).
       01  WS-DEST-TYPE                PIC X(12).
       01  WS-DLQ-PREFIX               PIC X(120).
       01  WS-CONTAINER-URL            PIC X(256).
       01  WS-DEST-URL                 PIC X(400).

      *> One dead-letter blob and what its events say about it
       01  WS-BLOB-NAME                PIC X(200).
       01  WS-BLOB-URL                 PIC X(512).
       01  WS-EVENT-LINE               PIC X(512).
       01  WS-EVENT-REASON             PIC X(64).
       01  WS-EVENT-ATTEMPTS-TEXT      PIC X(8).
       01  WS-EVENT-COUNT-TEXT         PIC X(8).
       01  WS-EVENT-OUTCOME            PIC X(64).
       01  WS-EVENT-TIME               PIC X(32).
       01  WS-EVENT-ATTEMPTS           PIC 9(4).
       01  WS-EVENT-COUNT              PIC 9(4).
       01  WS-BLOB-RESULT              PIC X(48).
       01  WS-BLOB-SELECTED            PIC X.
       01  WS-DELIVERED                PIC X.
       01  WS-BLOB-READ-OK             PIC X.

      *> Dead-letter path segments: topic, subscription, yyyy, MM,
      *> dd, HH, blob file
       01  WS-SEG-TABLE.
           05  WS-SEG OCCURS 7 TIMES   PIC X(64).
       01  WS-PATH-YEAR                PIC 9(4).
       01  WS-PATH-MONTH               PIC 9(2).
       01  WS-PATH-DAY                 PIC 9(2).
       01  WS-PATH-DATE                PIC X(8).

      *> Dead letters per reason for the subscription under review
       01  WS-REASON-COUNT             PIC 9(2) VALUE 0.
       01  WS-REASON-TABLE.
           05  WS-REASON-ENTRY OCCURS 20 TIMES.
               10  WS-REASON-NAME      PIC X(64).
               10  WS-REASON-BLOBS     PIC 9(5).
       01  WS-REASON-IDX               PIC 9(2).
       01  WS-REASON-FOUND             PIC X.

       01  WS-SUB-BLOBS                PIC 9(5).
       01  WS-BLOB-TOTAL               PIC 9(5) VALUE 0.
       01  WS-ACTED-ON                 PIC 9(4) VALUE 0.
       01  WS-REDELIVERED              PIC 9(4) VALUE 0.
       01  WS-REDELIVER-FAILED         PIC 9(4) VALUE 0.
       01  WS-ARCHIVED                 PIC 9(4) VALUE 0.
       01  WS-ARCHIVE-FAILED           PIC 9(4) VALUE 0.
       01  WS-HELD                     PIC 9(4) VALUE 0.
       01  WS-QUERY-FAILURES           PIC 9(3) VALUE 0.
       01  WS-SUBS-REVIEWED            PIC 9(2) VALUE 0.
       01  WS-SHOW-COUNT               PIC ZZZZ9.
       01  WS-REPORT-LINE              PIC X(132).
       01  WS-LINE-PTR                 PIC 9(3).

      *> Audit record for each action taken on a dead letter
       01  WS-AUDIT-METHOD             PIC X(10).
       01  WS-AUDIT-URL                PIC X(512).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Event Grid dead-letter tool starting"
           MOVE SPACES TO AZURE-CONFIG
           PERFORM READ-OPERATOR-SELECTIONS
           IF WS-EGDLQ-ACTION NOT = 'REPORT'
                   AND WS-EGDLQ-ACTION NOT = 'REDELIVER'
                   AND WS-EGDLQ-ACTION NOT = 'ARCHIVE'
               DISPLAY "AZURE_EGDLQ_ACTION must be REPORT, REDELIVER "
                       "or ARCHIVE"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           CALL 'AZUREAUTH' USING BY REFERENCE AZURE-CONFIG
                                               AZURE-AUTH-TOKEN
                                               WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Azure authentication failed, cannot read "
                       "Event Grid dead letters"
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF
           IF EG-SYSTOPIC-COUNT = 0
               DISPLAY "No system topic subscriptions configured - "
                       "nothing to report on"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           IF CURL-TIMEOUT-SECS > 0
               MOVE CURL-TIMEOUT-SECS TO WS-CURL-MAX-TIME
           END-IF
           MOVE 'SB' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-SB-NAME
           STRING 'Bearer ' ACCESS-TOKEN
               DELIMITED BY SIZE INTO AUTHORIZATION
           END-STRING
           PERFORM WRITE-AUTH-HEADER-FILE

           OPEN OUTPUT DLQ-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM VARYING WS-SYSTOPIC-INDEX FROM 1 BY 1
                   UNTIL WS-SYSTOPIC-INDEX > EG-SYSTOPIC-COUNT
                      OR WS-SYSTOPIC-INDEX > 5
               IF EG-SYSTOPIC-SUB-NAME(WS-SYSTOPIC-INDEX) NOT = SPACES
                   AND EG-SYSTOPIC-DLQ-CONTAINER(WS-SYSTOPIC-INDEX)
                       NOT = SPACES
                   AND (WS-ONLY-SUBSCRIPTION = SPACES
                     OR WS-ONLY-SUBSCRIPTION
                        = EG-SYSTOPIC-SUB-NAME(WS-SYSTOPIC-INDEX))
                   PERFORM REVIEW-ONE-SUBSCRIPTION
               END-IF
           END-PERFORM
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE DLQ-REPORT-FILE
           DISPLAY "Dead-letter report written to "
                   "eg-deadletter-report.txt"

           EVALUATE TRUE
               WHEN WS-QUERY-FAILURES > 0 OR WS-REDELIVER-FAILED > 0
                       OR WS-ARCHIVE-FAILED > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SUBS-REVIEWED = 0
                   DISPLAY "No subscription with a dead-letter "
                           "container matched"
                   MOVE 4 TO RETURN-CODE
               WHEN WS-EGDLQ-ACTION NOT = 'REPORT'
                   MOVE 0 TO RETURN-CODE
               WHEN WS-BLOB-TOTAL > 99
                   MOVE 99 TO RETURN-CODE
               WHEN OTHER
                   MOVE WS-BLOB-TOTAL TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       READ-OPERATOR-SELECTIONS.
           MOVE SPACES TO WS-EGDLQ-ACTION
           ACCEPT WS-EGDLQ-ACTION FROM ENVIRONMENT 'AZURE_EGDLQ_ACTION'
           INSPECT WS-EGDLQ-ACTION CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-EGDLQ-ACTION = SPACES
               MOVE 'REPORT' TO WS-EGDLQ-ACTION
           END-IF

           MOVE SPACES TO WS-ONLY-SUBSCRIPTION
           ACCEPT WS-ONLY-SUBSCRIPTION FROM ENVIRONMENT
               'AZURE_EGDLQ_SUBSCRIPTION'
           MOVE SPACES TO WS-SELECT-REASON
           ACCEPT WS-SELECT-REASON FROM ENVIRONMENT
               'AZURE_EGDLQ_REASON'
           MOVE SPACES TO WS-SELECT-DATE
           ACCEPT WS-SELECT-DATE FROM ENVIRONMENT 'AZURE_EGDLQ_DATE'
           MOVE SPACES TO WS-SELECT-BLOB
           ACCEPT WS-SELECT-BLOB FROM ENVIRONMENT 'AZURE_EGDLQ_BLOB'

           MOVE SPACES TO WS-NUM-TEXT
           ACCEPT WS-NUM-TEXT FROM ENVIRONMENT 'AZURE_EGDLQ_MAX'
           IF WS-NUM-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-NUM-TEXT) TO WS-ACTION-MAX
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Event Grid dead letters - ' FUNCTION TRIM(ENV-NAME)
                  ' (action ' FUNCTION TRIM(WS-EGDLQ-ACTION) ')'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE DLQ-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-EGDLQ-ACTION NOT = 'REPORT'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'Selection: reason='
                      FUNCTION TRIM(WS-SELECT-REASON)
                      ' date=' FUNCTION TRIM(WS-SELECT-DATE)
                      ' blob=' FUNCTION TRIM(WS-SELECT-BLOB)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE DLQ-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           WRITE DLQ-REPORT-RECORD FROM WS-REPORT-LINE.

      *> Mirrors EVENTGRID.cbl's naming of the system topic and of the
      *> account its dead letters and storage-queue destination live
      *> on, so the tool reads what the deployment configured
       REVIEW-ONE-SUBSCRIPTION.
           IF EG-SYSTOPIC-SA-IDX(WS-SYSTOPIC-INDEX) = 0
                   OR EG-SYSTOPIC-SA-IDX(WS-SYSTOPIC-INDEX)
                       > STORAGE-COUNT
               DISPLAY "  System topic entry " WS-SYSTOPIC-INDEX
                       " names no valid storage account - skipping"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SUBS-REVIEWED
           MOVE EG-SYSTOPIC-SA-IDX(WS-SYSTOPIC-INDEX) TO WS-SA-IDX
           MOVE SPACES TO WS-SA-NAME
           MOVE SPACES TO WS-NAME-REQ
           STRING 'SA|' SA-NAME-PREFIX(WS-SA-IDX)
                  '|' WS-SA-IDX
               DELIMITED BY SIZE INTO WS-NAME-REQ
           END-STRING
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-SA-NAME
           MOVE SPACES TO WS-NAME-REQ
           STRING 'EGST|' FUNCTION TRIM(WS-SA-NAME)
               DELIMITED BY SIZE INTO WS-NAME-REQ
           END-STRING
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-SYSTOPIC-NAME
           PERFORM RESOLVE-DEST-STORAGE-NAME

           MOVE EG-SYSTOPIC-DEST-TYPE(WS-SYSTOPIC-INDEX)
               TO WS-DEST-TYPE
           IF WS-DEST-TYPE = SPACES
               MOVE 'WEBHOOK' TO WS-DEST-TYPE
           END-IF
           PERFORM BUILD-DEAD-LETTER-PREFIX
           PERFORM RESOLVE-DESTINATION-URL

           MOVE SPACES TO WS-CONTAINER-URL
           STRING 'https://' FUNCTION TRIM(WS-DEST-SA-NAME)
                  '.blob.core.windows.net/'
                  FUNCTION TRIM(
                      EG-SYSTOPIC-DLQ-CONTAINER(WS-SYSTOPIC-INDEX))
               DELIMITED BY SIZE INTO WS-CONTAINER-URL
           END-STRING

           DISPLAY "  Subscription "
                   FUNCTION TRIM(EG-SYSTOPIC-SUB-NAME
                       (WS-SYSTOPIC-INDEX))
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Subscription '
                  FUNCTION TRIM(EG-SYSTOPIC-SUB-NAME
                      (WS-SYSTOPIC-INDEX))
                  ' on ' FUNCTION TRIM(WS-SYSTOPIC-NAME)
                  ' -> ' FUNCTION TRIM(WS-DEST-TYPE) ' '
                  FUNCTION TRIM(EG-SYSTOPIC-DEST-NAME
                      (WS-SYSTOPIC-INDEX))
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE DLQ-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  dead letters in ' FUNCTION TRIM(WS-DEST-SA-NAME)
                  '/' FUNCTION TRIM(
                      EG-SYSTOPIC-DLQ-CONTAINER(WS-SYSTOPIC-INDEX))
                  '/' FUNCTION TRIM(WS-DLQ-PREFIX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE DLQ-REPORT-RECORD FROM WS-REPORT-LINE

           MOVE 0 TO WS-SUB-BLOBS WS-REASON-COUNT
           PERFORM LIST-DEAD-LETTER-BLOBS
           IF WS-LIST-STATUS = '00'
               MOVE 'N' TO WS-LIST-EOF
               PERFORM UNTIL WS-LIST-EOF = 'Y'
                   READ BLOB-LIST-FILE
                       AT END MOVE 'Y' TO WS-LIST-EOF
                       NOT AT END
                           MOVE BLOB-LIST-RECORD TO WS-BLOB-NAME
                           IF WS-BLOB-NAME NOT = SPACES
                               PERFORM REVIEW-ONE-BLOB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BLOB-LIST-FILE
           END-IF
           PERFORM WRITE-REASON-COUNTS.

      *> The dead-letter destination account: the configured DEST_SA
      *> slot when one is named, otherwise the system topic's own
      *> source account
       RESOLVE-DEST-STORAGE-NAME.
           MOVE EG-SYSTOPIC-DEST-SA-IDX(WS-SYSTOPIC-INDEX)
               TO WS-DLQ-SA-IDX
           IF WS-DLQ-SA-IDX = 0 OR WS-DLQ-SA-IDX > STORAGE-COUNT
               MOVE EG-SYSTOPIC-SA-IDX(WS-SYSTOPIC-INDEX)
                   TO WS-DLQ-SA-IDX
           END-IF
           MOVE SPACES TO WS-DEST-SA-NAME
           MOVE SPACES TO WS-NAME-REQ
           STRING 'SA|' SA-NAME-PREFIX(WS-DLQ-SA-IDX)
                  '|' WS-DLQ-SA-IDX
               DELIMITED BY SIZE INTO WS-NAME-REQ
           END-STRING
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-DEST-SA-NAME.

      *> Event Grid writes dead letters under the system topic and
      *> subscription names in upper case
       BUILD-DEAD-LETTER-PREFIX.
           MOVE SPACES TO WS-DLQ-PREFIX
           STRING FUNCTION TRIM(WS-SYSTOPIC-NAME) '/'
                  FUNCTION TRIM(EG-SYSTOPIC-SUB-NAME
                      (WS-SYSTOPIC-INDEX)) '/'
               DELIMITED BY SIZE INTO WS-DLQ-PREFIX
           END-STRING
           INSPECT WS-DLQ-PREFIX CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      *> Where a redelivered event goes: the same entity EVENTGRID
      *> pointed the subscription at
       RESOLVE-DESTINATION-URL.
           MOVE SPACES TO WS-DEST-URL
           EVALUATE WS-DEST-TYPE
               WHEN 'SBQUEUE'
                   STRING 'https://' FUNCTION TRIM(WS-SB-NAME)
                          '.servicebus.windows.net/'
                          FUNCTION TRIM(EG-SYSTOPIC-DEST-NAME
                              (WS-SYSTOPIC-INDEX))
                          '/messages'
                       DELIMITED BY SIZE INTO WS-DEST-URL
                   END-STRING
               WHEN 'STORQUEUE'
                   STRING 'https://' FUNCTION TRIM(WS-DEST-SA-NAME)
                          '.queue.core.windows.net/'
                          FUNCTION TRIM(EG-SYSTOPIC-DEST-NAME
                              (WS-SYSTOPIC-INDEX))
                          '/messages'
                       DELIMITED BY SIZE INTO WS-DEST-URL
                   END-STRING
               WHEN OTHER
                   MOVE EG-SYSTOPIC-ENDPOINT(WS-SYSTOPIC-INDEX)
                       TO WS-DEST-URL
           END-EVALUATE.

      *> Blob names only, one per line; handled/ sits outside the
      *> prefix so archived dead letters never come back
       LIST-DEAD-LETTER-BLOBS.
           MOVE 'GET' TO HTTP-METHOD
           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-CONTAINER-URL)
                  '?restype=container&comp=list&maxresults=5000'
                  '&prefix=' FUNCTION TRIM(WS-DLQ-PREFIX)
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               MOVE SPACES TO WS-OP-CMD
               STRING 'curl -s -m ' WS-CURL-MAX-TIME
                      ' -o egdlq_response.xml'
                      ' -w ' "'%{http_code}'"
                      ' -H @egdlq_auth.txt'
                      ' -H ' "'x-ms-version: 2021-08-06'"
                      " '" FUNCTION TRIM(HTTP-URL) "'"
                      ' > egdlq_status.txt'
                   DELIMITED BY SIZE INTO WS-OP-CMD
               END-STRING
               CALL "C$SYSTEM" USING WS-OP-CMD
               END-CALL
               PERFORM READ-EGDLQ-STATUS
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           IF HTTP-STATUS-CODE NOT = 200
               DISPLAY "  Cannot list dead letters. Status: "
                       HTTP-STATUS-CODE
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  dead-letter container could not be listed '
                      '(status ' HTTP-STATUS-CODE ')'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE DLQ-REPORT-RECORD FROM WS-REPORT-LINE
               ADD 1 TO WS-QUERY-FAILURES
               MOVE '35' TO WS-LIST-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-OP-CMD
           STRING 'tr ' "'<' '\n'" ' < egdlq_response.xml'
                  ' | grep ' "'^Name>'"
                  ' | sed ' "'s/^[^>]*>//'"
                  ' > egdlq_list.txt'
               DELIMITED BY SIZE INTO WS-OP-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-OP-CMD
           END-CALL
           OPEN INPUT BLOB-LIST-FILE.

      *> Fetch one dead-letter blob, pull out what Event Grid recorded
      *> about the failure, then act on it if it is selected
       REVIEW-ONE-BLOB.
           ADD 1 TO WS-SUB-BLOBS
           ADD 1 TO WS-BLOB-TOTAL
           MOVE SPACES TO WS-BLOB-RESULT
           PERFORM READ-DEAD-LETTER-BLOB
           IF WS-BLOB-READ-OK NOT = 'Y'
               MOVE 'unreadable' TO WS-EVENT-REASON
               MOVE SPACES TO WS-EVENT-OUTCOME WS-EVENT-TIME
               MOVE 0 TO WS-EVENT-ATTEMPTS WS-EVENT-COUNT
               ADD 1 TO WS-QUERY-FAILURES
           ELSE
               PERFORM EXTRACT-DEAD-LETTER-FIELDS
           END-IF
           PERFORM ADD-TO-REASON-COUNT

           IF WS-BLOB-READ-OK = 'Y'
                   AND WS-EGDLQ-ACTION NOT = 'REPORT'
               PERFORM PARSE-DEAD-LETTER-PATH
               PERFORM SELECT-DEAD-LETTER
               IF WS-BLOB-SELECTED = 'Y'
                   IF WS-ACTED-ON >= WS-ACTION-MAX
                       MOVE 'selected - over AZURE_EGDLQ_MAX'
                           TO WS-BLOB-RESULT
                   ELSE
                       ADD 1 TO WS-ACTED-ON
                       PERFORM ACT-ON-DEAD-LETTER
                   END-IF
               END-IF
           END-IF
           PERFORM WRITE-BLOB-LINES.

       READ-DEAD-LETTER-BLOB.
           MOVE 'N' TO WS-BLOB-READ-OK
           MOVE SPACES TO WS-BLOB-URL
           STRING FUNCTION TRIM(WS-CONTAINER-URL) '/'
                  FUNCTION TRIM(WS-BLOB-NAME)
               DELIMITED BY SIZE INTO WS-BLOB-URL
           END-STRING

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               MOVE SPACES TO WS-OP-CMD
               STRING 'curl -s -m ' WS-CURL-MAX-TIME
                      ' -o egdlq_blob.json'
                      ' -w ' "'%{http_code}'"
                      ' -H @egdlq_auth.txt'
                      ' -H ' "'x-ms-version: 2021-08-06'"
                      " '" FUNCTION TRIM(WS-BLOB-URL) "'"
                      ' > egdlq_status.txt'
                   DELIMITED BY SIZE INTO WS-OP-CMD
               END-STRING
               CALL "C$SYSTEM" USING WS-OP-CMD
               END-CALL
               PERFORM READ-EGDLQ-STATUS
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM
           IF HTTP-STATUS-CODE = 200
               MOVE 'Y' TO WS-BLOB-READ-OK
           END-IF.

      *> The blob is a JSON array of the parked events, each carrying
      *> deadLetterReason, deliveryAttempts, lastDeliveryOutcome and
      *> its eventTime; the shell reduces it to
      *>   reason|attempts|events|outcome|eventTime
      *> from the first event plus the number of events in the blob
       EXTRACT-DEAD-LETTER-FIELDS.
           MOVE SPACES TO WS-OP-CMD
           STRING 'F=egdlq_blob.json; f() { grep -o '
                  '"\"$1\" *: *\"*[^\",}]*" $F | head -1'
                  ' | sed ' "'s/^[^:]*: *//;s/" '"' "//g'; }; "
                  'echo "$(f deadLetterReason)|$(f deliveryAttempts)|'
                  '$(grep -o ' "'" '"deadLetterReason"' "'"
                  ' $F | wc -l)|'
                  '$(f lastDeliveryOutcome)|$(f eventTime)"'
                  ' > egdlq_event.txt'
               DELIMITED BY SIZE INTO WS-OP-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-OP-CMD
           END-CALL

           MOVE SPACES TO WS-EVENT-LINE
           OPEN INPUT EVENT-FIELD-FILE
           IF WS-FIELD-STATUS = '00'
               READ EVENT-FIELD-FILE INTO WS-EVENT-LINE
                   AT END CONTINUE
               END-READ
               CLOSE EVENT-FIELD-FILE
           END-IF
           PERFORM SPLIT-EVENT-FIELDS.

       SPLIT-EVENT-FIELDS.
           MOVE SPACES TO WS-EVENT-REASON WS-EVENT-ATTEMPTS-TEXT
                          WS-EVENT-COUNT-TEXT WS-EVENT-OUTCOME
                          WS-EVENT-TIME
           UNSTRING WS-EVENT-LINE DELIMITED BY '|'
               INTO WS-EVENT-REASON WS-EVENT-ATTEMPTS-TEXT
                    WS-EVENT-COUNT-TEXT WS-EVENT-OUTCOME
                    WS-EVENT-TIME
           END-UNSTRING
           IF WS-EVENT-REASON = SPACES
               MOVE 'unspecified' TO WS-EVENT-REASON
           END-IF
           MOVE 0 TO WS-EVENT-ATTEMPTS WS-EVENT-COUNT
           IF WS-EVENT-ATTEMPTS-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-EVENT-ATTEMPTS-TEXT)
                   TO WS-EVENT-ATTEMPTS
           END-IF
           IF WS-EVENT-COUNT-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-EVENT-COUNT-TEXT)
                   TO WS-EVENT-COUNT
           END-IF.

      *> TOPIC/SUBSCRIPTION/yyyy/MM/dd/HH/guid.json - the date parts
      *> come back zero-padded or not, so each goes through NUMVAL
       PARSE-DEAD-LETTER-PATH.
           MOVE SPACES TO WS-SEG-TABLE WS-PATH-DATE
           UNSTRING WS-BLOB-NAME DELIMITED BY '/'
               INTO WS-SEG(1) WS-SEG(2) WS-SEG(3) WS-SEG(4)
                    WS-SEG(5) WS-SEG(6) WS-SEG(7)
           END-UNSTRING
           IF FUNCTION TRIM(WS-SEG(3)) IS NUMERIC
                   AND FUNCTION TRIM(WS-SEG(4)) IS NUMERIC
                   AND FUNCTION TRIM(WS-SEG(5)) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-SEG(3)) TO WS-PATH-YEAR
               MOVE FUNCTION NUMVAL(WS-SEG(4)) TO WS-PATH-MONTH
               MOVE FUNCTION NUMVAL(WS-SEG(5)) TO WS-PATH-DAY
               STRING WS-PATH-YEAR WS-PATH-MONTH WS-PATH-DAY
                   DELIMITED BY SIZE INTO WS-PATH-DATE
               END-STRING
           END-IF.

       SELECT-DEAD-LETTER.
           MOVE 'Y' TO WS-BLOB-SELECTED
           IF WS-SELECT-REASON NOT = SPACES
                   AND WS-SELECT-REASON NOT = WS-EVENT-REASON
               MOVE 'N' TO WS-BLOB-SELECTED
           END-IF
           IF WS-SELECT-DATE NOT = SPACES
                   AND WS-SELECT-DATE NOT = WS-PATH-DATE
               MOVE 'N' TO WS-BLOB-SELECTED
           END-IF
           IF WS-SELECT-BLOB NOT = SPACES
                   AND WS-SELECT-BLOB NOT = WS-BLOB-NAME
               MOVE 'N' TO WS-BLOB-SELECTED
           END-IF.

       ACT-ON-DEAD-LETTER.
           IF WS-EGDLQ-ACTION = 'ARCHIVE'
               PERFORM ARCHIVE-DEAD-LETTER
               EXIT PARAGRAPH
           END-IF

           PERFORM REDELIVER-DEAD-LETTER
           IF WS-DELIVERED = 'Y'
               PERFORM ARCHIVE-DEAD-LETTER
               IF WS-BLOB-RESULT = 'archived'
                   MOVE 'redelivered and archived' TO WS-BLOB-RESULT
               ELSE
                   MOVE 'redelivered - archive failed, remove by hand'
                       TO WS-BLOB-RESULT
               END-IF
           END-IF.

      *> Sends the parked event back the way Event Grid would have:
      *> a webhook gets the EventGridSchema array as it stands, while a
      *> Service Bus or storage queue gets the single event object,
      *> one event per message. Queue destinations therefore only take
      *> blobs holding one event; anything else is held for a look.
       REDELIVER-DEAD-LETTER.
           MOVE 'N' TO WS-DELIVERED
           IF WS-EVENT-COUNT = 0
                   OR (WS-EVENT-COUNT > 1
                       AND WS-DEST-TYPE NOT = 'WEBHOOK')
               MOVE WS-EVENT-COUNT TO WS-SHOW-COUNT
               MOVE SPACES TO WS-BLOB-RESULT
               STRING 'held - ' FUNCTION TRIM(WS-SHOW-COUNT)
                      ' events in the blob'
                   DELIMITED BY SIZE INTO WS-BLOB-RESULT
               END-STRING
               ADD 1 TO WS-HELD
               EXIT PARAGRAPH
           END-IF
           IF WS-DEST-URL = SPACES
               MOVE 'held - subscription has no destination'
                   TO WS-BLOB-RESULT
               ADD 1 TO WS-HELD
               EXIT PARAGRAPH
           END-IF

           CALL "C$SYSTEM" USING
               "sed 's/^ *\[//;s/\] *$//' egdlq_blob.json"
               " > egdlq_body.json"
           END-CALL

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               PERFORM BUILD-REDELIVERY-COMMAND
               CALL "C$SYSTEM" USING WS-OP-CMD
               END-CALL
               PERFORM READ-EGDLQ-STATUS
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           IF HTTP-STATUS-CODE >= 200 AND HTTP-STATUS-CODE < 300
               MOVE 'Y' TO WS-DELIVERED
               ADD 1 TO WS-REDELIVERED
           ELSE
               MOVE SPACES TO WS-BLOB-RESULT
               STRING 'redelivery failed (status ' HTTP-STATUS-CODE
                      ')'
                   DELIMITED BY SIZE INTO WS-BLOB-RESULT
               END-STRING
               ADD 1 TO WS-REDELIVER-FAILED
           END-IF

           MOVE 'REDELIVER' TO WS-AUDIT-METHOD
           MOVE SPACES TO WS-AUDIT-URL
           STRING 'eventSubscription='
                  FUNCTION TRIM(EG-SYSTOPIC-SUB-NAME
                      (WS-SYSTOPIC-INDEX))
                  ' destination=' FUNCTION TRIM(WS-DEST-TYPE) ':'
                  FUNCTION TRIM(EG-SYSTOPIC-DEST-NAME
                      (WS-SYSTOPIC-INDEX))
                  ' blob=' FUNCTION TRIM(WS-BLOB-NAME)
               DELIMITED BY SIZE INTO WS-AUDIT-URL
           END-STRING
           CALL 'AUDITLOG' USING WS-AUDIT-METHOD WS-AUDIT-URL
                                 WS-DEST-URL HTTP-STATUS-CODE
                                 CLIENT-ID 'egdlq_headers.txt'.

      *> The webhook is someone else's endpoint, so it gets the event
      *> and Event Grid's delivery header but never our bearer token
       BUILD-REDELIVERY-COMMAND.
           MOVE SPACES TO WS-OP-CMD
           EVALUATE WS-DEST-TYPE
               WHEN 'SBQUEUE'
                   STRING 'curl -s -m ' WS-CURL-MAX-TIME
                          ' -o /dev/null -D egdlq_headers.txt'
                          ' -w ' "'%{http_code}'" ' -X POST'
                          ' -H @egdlq_auth.txt'
                          ' -H ' "'Content-Type: application/json'"
                          ' --data-binary @egdlq_body.json'
                          " '" FUNCTION TRIM(WS-DEST-URL) "'"
                          ' > egdlq_status.txt'
                       DELIMITED BY SIZE INTO WS-OP-CMD
                   END-STRING
               WHEN 'STORQUEUE'
                   STRING 'B=$(base64 -w0 egdlq_body.json); '
                          'curl -s -m ' WS-CURL-MAX-TIME
                          ' -o /dev/null -D egdlq_headers.txt'
                          ' -w ' "'%{http_code}'" ' -X POST'
                          ' -H @egdlq_auth.txt'
                          ' -H ' "'x-ms-version: 2021-08-06'"
                          ' -d "<QueueMessage><MessageText>$B'
                          '</MessageText></QueueMessage>"'
                          " '" FUNCTION TRIM(WS-DEST-URL) "'"
                          ' > egdlq_status.txt'
                       DELIMITED BY SIZE INTO WS-OP-CMD
                   END-STRING
               WHEN OTHER
                   STRING 'curl -s -m ' WS-CURL-MAX-TIME
                          ' -o /dev/null -D egdlq_headers.txt'
                          ' -w ' "'%{http_code}'" ' -X POST'
                          ' -H ' "'Content-Type: application/json'"
                          ' -H ' "'aeg-event-type: Notification'"
                          ' --data-binary @egdlq_blob.json'
                          " '" FUNCTION TRIM(WS-DEST-URL) "'"
                          ' > egdlq_status.txt'
                       DELIMITED BY SIZE INTO WS-OP-CMD
                   END-STRING
           END-EVALUATE.

      *> Copy the blob as fetched to handled/<same path>, and only
      *> once that copy is in place delete the dead letter
       ARCHIVE-DEAD-LETTER.
           MOVE 'PUT' TO WS-AUDIT-METHOD
           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-CONTAINER-URL) '/handled/'
                  FUNCTION TRIM(WS-BLOB-NAME)
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' HTTP-URL
                                      'egdlq_headers.txt'
               END-CALL
               MOVE SPACES TO WS-OP-CMD
               STRING 'curl -s -m ' WS-CURL-MAX-TIME
                      ' -o /dev/null -D egdlq_headers.txt'
                      ' -w ' "'%{http_code}'" ' -X PUT'
                      ' -H @egdlq_auth.txt'
                      ' -H ' "'x-ms-version: 2021-08-06'"
                      ' -H ' "'x-ms-blob-type: BlockBlob'"
                      ' --data-binary @egdlq_blob.json'
                      " '" FUNCTION TRIM(HTTP-URL) "'"
                      ' > egdlq_status.txt'
                   DELIMITED BY SIZE INTO WS-OP-CMD
               END-STRING
               CALL "C$SYSTEM" USING WS-OP-CMD
               END-CALL
               PERFORM READ-EGDLQ-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' HTTP-URL
                                      'egdlq_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM
           PERFORM AUDIT-ARCHIVE-STEP
           IF HTTP-STATUS-CODE NOT = 201
               MOVE SPACES TO WS-BLOB-RESULT
               STRING 'archive copy failed (status ' HTTP-STATUS-CODE
                      ')'
                   DELIMITED BY SIZE INTO WS-BLOB-RESULT
               END-STRING
               ADD 1 TO WS-ARCHIVE-FAILED
               EXIT PARAGRAPH
           END-IF

           MOVE 'DELETE' TO WS-AUDIT-METHOD
           MOVE WS-BLOB-URL TO HTTP-URL
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'DELETE' HTTP-URL
                                      'egdlq_headers.txt'
               END-CALL
               MOVE SPACES TO WS-OP-CMD
               STRING 'curl -s -m ' WS-CURL-MAX-TIME
                      ' -o /dev/null -D egdlq_headers.txt'
                      ' -w ' "'%{http_code}'" ' -X DELETE'
                      ' -H @egdlq_auth.txt'
                      ' -H ' "'x-ms-version: 2021-08-06'"
                      " '" FUNCTION TRIM(HTTP-URL) "'"
                      ' > egdlq_status.txt'
                   DELIMITED BY SIZE INTO WS-OP-CMD
               END-STRING
               CALL "C$SYSTEM" USING WS-OP-CMD
               END-CALL
               PERFORM READ-EGDLQ-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'DELETE' HTTP-URL
                                      'egdlq_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM
           PERFORM AUDIT-ARCHIVE-STEP
           IF HTTP-STATUS-CODE = 202
               MOVE 'archived' TO WS-BLOB-RESULT
               ADD 1 TO WS-ARCHIVED
           ELSE
               MOVE SPACES TO WS-BLOB-RESULT
               STRING 'archived copy made, delete failed (status '
                      HTTP-STATUS-CODE ')'
                   DELIMITED BY SIZE INTO WS-BLOB-RESULT
               END-STRING
               ADD 1 TO WS-ARCHIVE-FAILED
           END-IF.

       AUDIT-ARCHIVE-STEP.
           MOVE SPACES TO WS-AUDIT-URL
           MOVE HTTP-URL TO WS-AUDIT-URL
           CALL 'AUDITLOG' USING WS-AUDIT-METHOD WS-AUDIT-URL
                                 WS-BLOB-NAME HTTP-STATUS-CODE
                                 CLIENT-ID 'egdlq_headers.txt'.

       ADD-TO-REASON-COUNT.
           MOVE 'N' TO WS-REASON-FOUND
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > WS-REASON-COUNT
                      OR WS-REASON-FOUND = 'Y'
               IF WS-REASON-NAME(WS-REASON-IDX) = WS-EVENT-REASON
                   ADD 1 TO WS-REASON-BLOBS(WS-REASON-IDX)
                   MOVE 'Y' TO WS-REASON-FOUND
               END-IF
           END-PERFORM
           IF WS-REASON-FOUND = 'N' AND WS-REASON-COUNT < 20
               ADD 1 TO WS-REASON-COUNT
               MOVE WS-EVENT-REASON TO WS-REASON-NAME(WS-REASON-COUNT)
               MOVE 1 TO WS-REASON-BLOBS(WS-REASON-COUNT)
           END-IF.

       WRITE-BLOB-LINES.
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' FUNCTION TRIM(WS-BLOB-NAME)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE DLQ-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 1 TO WS-LINE-PTR
           MOVE WS-EVENT-ATTEMPTS TO WS-SHOW-COUNT
           STRING '    reason=' FUNCTION TRIM(WS-EVENT-REASON)
                  ' attempts=' FUNCTION TRIM(WS-SHOW-COUNT)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE WS-EVENT-COUNT TO WS-SHOW-COUNT
           STRING ' events=' FUNCTION TRIM(WS-SHOW-COUNT)
                  ' outcome=' FUNCTION TRIM(WS-EVENT-OUTCOME)
                  ' eventTime=' FUNCTION TRIM(WS-EVENT-TIME)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-PTR
           END-STRING
           WRITE DLQ-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-BLOB-RESULT NOT = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING '    -> ' FUNCTION TRIM(WS-BLOB-RESULT)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE DLQ-REPORT-RECORD FROM WS-REPORT-LINE
               DISPLAY "    " FUNCTION TRIM(WS-BLOB-NAME) ": "
                       FUNCTION TRIM(WS-BLOB-RESULT)
           END-IF.

       WRITE-REASON-COUNTS.
           MOVE WS-SUB-BLOBS TO WS-SHOW-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' FUNCTION TRIM(WS-SHOW-COUNT)
                  ' dead-letter blob(s)'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE DLQ-REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY "    " FUNCTION TRIM(WS-SHOW-COUNT)
                   " dead-letter blob(s)"
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > WS-REASON-COUNT
               MOVE WS-REASON-BLOBS(WS-REASON-IDX) TO WS-SHOW-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '    ' WS-SHOW-COUNT '  '
                      FUNCTION TRIM(WS-REASON-NAME(WS-REASON-IDX))
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE DLQ-REPORT-RECORD FROM WS-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           WRITE DLQ-REPORT-RECORD FROM WS-REPORT-LINE.

       WRITE-REPORT-SUMMARY.
           MOVE WS-BLOB-TOTAL TO WS-SHOW-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Total dead-letter blobs: '
                  FUNCTION TRIM(WS-SHOW-COUNT)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE DLQ-REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE)
           IF WS-EGDLQ-ACTION = 'REPORT'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Redelivered: ' WS-REDELIVERED
                  '  failed: ' WS-REDELIVER-FAILED
                  '  held: ' WS-HELD
                  '  archived: ' WS-ARCHIVED
                  '  archive failed: ' WS-ARCHIVE-FAILED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE DLQ-REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE)
           IF WS-ACTED-ON >= WS-ACTION-MAX
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'Stopped at the AZURE_EGDLQ_MAX cap of '
                      WS-ACTION-MAX ' - rerun to continue'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE DLQ-REPORT-RECORD FROM WS-REPORT-LINE
               DISPLAY FUNCTION TRIM(WS-REPORT-LINE)
           END-IF.

       READ-EGDLQ-STATUS.
           MOVE 0 TO HTTP-STATUS-CODE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT EGDLQ-STATUS-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ EGDLQ-STATUS-FILE INTO EGDLQ-STATUS-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE FUNCTION NUMVAL(EGDLQ-STATUS-RECORD)
                           TO HTTP-STATUS-CODE
               END-READ
           END-PERFORM
           CLOSE EGDLQ-STATUS-FILE.

      *> Azure throttles (429) and occasionally returns a transient
      *> 5xx; back off and retry those rather than failing the blob
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

       END PROGRAM AZUREEGDLQ.

               "deployment.subcheckpoint"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBCKPT-STATUS.
           SELECT SB-BATCH-REQ-FILE ASSIGN TO "sb_batch_requests.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SB-BATCH-RES-FILE ASSIGN TO "sb_batch_results.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-RES-STATUS.
           SELECT CMK-FIELD-FILE ASSIGN TO "sb_field.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMK-FIELD-STATUS.
       FD  SB-STATUS-FILE.
       01  SB-STATUS-RECORD                PIC X(8).

       FD  SB-BATCH-REQ-FILE.
       01  SB-BATCH-REQ-RECORD             PIC X(2700).

       FD  SB-BATCH-RES-FILE.
       01  SB-BATCH-RES-RECORD             PIC X(64).

       FD  CMK-FIELD-FILE.
       01  CMK-FIELD-RECORD                PIC X(128).
       01  WS-RULE-RIGHTS                  PIC X(8).
       01  WS-RULE-ENTITY-PATH             PIC X(48).

      *> Subscription filter rules: the rule bodies travel inside the
      *> batch body file, so a SQL expression's quoting never meets
      *> the shell
       01  WS-FILTER-IDX                   PIC 9(2).

      *> Entity batching: queues, topics, subscriptions and their
      *> rules go to ARM through ARMBATCH a dependency wave at a time
      *> (an entity only once its parent has landed) - one request
      *> line each into sb_batch_requests.txt, one label|status line
      *> each back in sb_batch_results.txt. The label is the entity's
      *> own sub-checkpoint key, so every sub-response is recorded on
      *> its own and a rerun resends only what did not land:
      *>   SB_Q_qq, SB_QR_qq_rr         queue, queue auth rule
      *>   SB_T_tt, SB_TR_tt_rr         topic, topic auth rule
      *>   SB_S_tt_ss                   subscription
      *>   SB_F_tt_ss_ff, SB_D_tt_ss    filter rule, $Default removal
      *> SB_QUEUE_DEPLOYED_qq and SB_TOPIC_DEPLOYED_tt still mark a
      *> whole entity finished
       01  WS-SB-NS-PATH                   PIC X(256).
       01  WS-BATCH-RC                     PIC 9(2).
       01  WS-BATCH-RES-STATUS             PIC XX.
       01  WS-BATCH-KEY                    PIC X(24).
       01  WS-BATCH-METHOD                 PIC X(8).
       01  WS-BATCH-PATH                   PIC X(512).
       01  WS-BATCH-DESC                   PIC X(96).
       01  WS-BATCH-RES-LINE               PIC X(64).
       01  WS-BATCH-RES-KEY                PIC X(24).
       01  WS-BATCH-RES-CODE               PIC X(8).
       01  WS-BATCH-STATUS                 PIC 9(3).
       01  WS-BATCH-IDX                    PIC 9(3).
       01  WS-ENTITY-LANDED                PIC X.
       01  WS-ENTITY-COMPLETE              PIC X.
       01  WS-BATCH-SENT.
           05  WS-BATCH-SENT-COUNT         PIC 9(3).
           05  WS-BATCH-SENT-DESC          PIC X(96) OCCURS 200 TIMES.
       01  WS-DONE-KEYS.
           05  WS-DONE-KEY-COUNT           PIC 9(3).
           05  WS-DONE-KEY                 PIC X(24) OCCURS 300 TIMES.
       01  WS-DONE-KEY-IDX                 PIC 9(3).
       01  WS-KEY-FOUND                    PIC X.
      *> Numbers go into the JSON without leading zeros
       01  WS-JSON-PTR                     PIC 9(4).
       01  WS-JSON-NUMBER                  PIC Z(5)9.

      *> Customer-managed key wiring: the namespace's system-assigned
      *> identity gets the vault's crypto role through CMKGRANT, and
       01  WS-RETRY-DONE                   PIC X.
       01  WS-BACKOFF-SECS                 PIC 9(2).
       
      *> Roles the shared user-assigned identities hold on this
      *> namespace, granted through IDENTGRANT once it exists
       01  WS-IDGRANT-KIND                 PIC X(8) VALUE 'SB'.
       01  WS-IDGRANT-RC                   PIC 9(2).

       LINKAGE SECTION.
       01  LS-AZURE-CONFIG                 PIC X ANY LENGTH.
       01  LS-AZURE-AUTH-TOKEN             PIC X ANY LENGTH.
                       AND DR-DEPLOY-FLAG = 'Y'
                   PERFORM CONFIGURE-GEO-DISASTER-RECOVERY
               END-IF

               IF LS-RETURN-CODE = 0 AND IDENTITY-DEPLOY-FLAG = 'Y'
                   PERFORM GRANT-SHARED-IDENTITY-ROLES
               END-IF
           END-IF

           GOBACK.
                  '?api-version='
                  WS-API-VERSION
               DELIMITED BY SIZE INTO SB-NAMESPACE-URL
           END-STRING

      *> The same namespace as a relative ARM path, which is how the
      *> batched entity requests address it
           MOVE SPACES TO WS-SB-NS-PATH
           STRING '/subscriptions/'
                  FUNCTION TRIM(WS-SUBSCRIPTION-ID)
                  '/resourceGroups/'
                  FUNCTION TRIM(WS-RESOURCE-GROUP)
                  '/providers/Microsoft.ServiceBus/namespaces/'
                  FUNCTION TRIM(WS-SB-NAME)
               DELIMITED BY SIZE INTO WS-SB-NS-PATH
           END-STRING.
       
       GENERATE-SERVICE-BUS-NAME.
               MOVE 0 TO WS-RETRY-COUNT
               MOVE 'N' TO WS-RETRY-DONE
               PERFORM UNTIL WS-RETRY-DONE = 'Y'
                   CALL 'ARMGOVERN' USING 'DRAW' 'PUT' HTTP-URL
                                          'servicebus_headers.txt'
                   END-CALL
                   CALL "C$SYSTEM" USING
                       "curl -s -m " WS-CURL-MAX-TIME
                       " -o sb_response.json "
                   END-CALL

                   PERFORM READ-SB-STATUS
                   CALL 'ARMGOVERN' USING 'NOTE' 'PUT' HTTP-URL
                                          'servicebus_headers.txt'
                   END-CALL
                   PERFORM EVALUATE-RETRY-STATUS
               END-PERFORM

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PATCH' SB-NAMESPACE-URL
                                      'servicebus_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o sb_response.json -w '%{http_code}' "
                   "-D servicebus_rate_headers.txt "
                   "-X PATCH -H @servicebus_auth.txt "
                   "-H 'Content-Type: application/json' -d '"
                   WS-CMK-JSON
               END-CALL

               PERFORM READ-SB-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PATCH' SB-NAMESPACE-URL
                                      'servicebus_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

       CREATE-QUEUES.
           DISPLAY "Creating Service Bus Queues..."

      *> Wave one: the queues themselves
           PERFORM OPEN-ENTITY-BATCH
           PERFORM VARYING WS-QUEUE-INDEX FROM 1 BY 1
                   UNTIL WS-QUEUE-INDEX > SB-QUEUE-COUNT
               IF WS-QUEUE-DONE(WS-QUEUE-INDEX) = 'Y'
                   DISPLAY "  Queue " WS-QUEUE-INDEX
                           " already deployed - skipping (resumed)"
               ELSE
                   PERFORM ADD-QUEUE-REQUEST
               END-IF
           END-PERFORM
           PERFORM SUBMIT-ENTITY-BATCH

      *> Wave two: the shared-access rules of every queue that exists
           PERFORM OPEN-ENTITY-BATCH
           PERFORM VARYING WS-QUEUE-INDEX FROM 1 BY 1
                   UNTIL WS-QUEUE-INDEX > SB-QUEUE-COUNT
               IF WS-QUEUE-DONE(WS-QUEUE-INDEX) NOT = 'Y'
                   PERFORM BUILD-QUEUE-KEY
                   PERFORM CHECK-DONE-KEY
                   IF WS-KEY-FOUND = 'Y'
                       PERFORM ADD-QUEUE-AUTH-RULES
                   END-IF
               END-IF
           END-PERFORM
           PERFORM SUBMIT-ENTITY-BATCH

      *> A queue is finished once it and every one of its rules
      *> landed, whichever run they landed in
           PERFORM VARYING WS-QUEUE-INDEX FROM 1 BY 1
                   UNTIL WS-QUEUE-INDEX > SB-QUEUE-COUNT
               IF WS-QUEUE-DONE(WS-QUEUE-INDEX) NOT = 'Y'
                   PERFORM CHECK-QUEUE-COMPLETE
                   IF WS-ENTITY-COMPLETE = 'Y'
                       MOVE 'Q' TO WS-SUBCKPT-VAL
                       PERFORM APPEND-SUB-CHECKPOINT
                   END-IF
               END-IF
           END-PERFORM

           DISPLAY "  Service Bus queues created".

       ADD-QUEUE-REQUEST.
           PERFORM BUILD-QUEUE-KEY
           PERFORM CHECK-DONE-KEY
           IF WS-KEY-FOUND = 'Y'
               DISPLAY "  Queue " WS-QUEUE-INDEX
                       " already exists - rules only (resumed)"
               EXIT PARAGRAPH
           END-IF

           MOVE SB-QUEUE-NAME(WS-QUEUE-INDEX) TO QUEUE-NAME
           MOVE SB-QUEUE-SIZE-MB(WS-QUEUE-INDEX)
               TO MAX-SIZE-MEGABYTES OF WS-QUEUE-DETAILS
           MOVE "N" TO REQUIRES-SESSION
           MOVE "N" TO DEAD-LETTER-ON-EXPIRATION

           PERFORM GENERATE-QUEUE-JSON-PAYLOAD
           MOVE 'PUT' TO WS-BATCH-METHOD
           MOVE SPACES TO WS-BATCH-PATH
           STRING FUNCTION TRIM(WS-SB-NS-PATH)
                  '/queues/'
                  FUNCTION TRIM(QUEUE-NAME)
                  '?api-version='
                  FUNCTION TRIM(WS-API-VERSION)
               DELIMITED BY SIZE INTO WS-BATCH-PATH
           END-STRING
           MOVE SPACES TO WS-BATCH-DESC
           STRING 'queue: ' FUNCTION TRIM(QUEUE-NAME)
               DELIMITED BY SIZE INTO WS-BATCH-DESC
           END-STRING
           PERFORM ADD-BATCH-REQUEST.

      *> Per-queue shared-access rules, one per consuming app and no
      *> broader than it needs (send-only, listen-only or both), so
      *> applications stop borrowing RootManageSharedAccessKey
       ADD-QUEUE-AUTH-RULES.
           MOVE SB-QUEUE-NAME(WS-QUEUE-INDEX) TO QUEUE-NAME
           PERFORM VARYING WS-RULE-INDEX FROM 1 BY 1
                   UNTIL WS-RULE-INDEX >
                       SB-QUEUE-RULE-COUNT(WS-QUEUE-INDEX)
               STRING '/queues/' FUNCTION TRIM(QUEUE-NAME)
                   DELIMITED BY SIZE INTO WS-RULE-ENTITY-PATH
               END-STRING
               PERFORM BUILD-QUEUE-RULE-KEY
               PERFORM ADD-AUTH-RULE-REQUEST
           END-PERFORM.

       ADD-TOPIC-AUTH-RULES.
           PERFORM VARYING WS-RULE-INDEX FROM 1 BY 1
                   UNTIL WS-RULE-INDEX >
                       SB-TOPIC-RULE-COUNT(WS-TOPIC-INDEX)
                          TOPIC-NAME OF WS-TOPIC-DETAILS)
                   DELIMITED BY SIZE INTO WS-RULE-ENTITY-PATH
               END-STRING
               PERFORM BUILD-TOPIC-RULE-KEY
               PERFORM ADD-AUTH-RULE-REQUEST
           END-PERFORM.

      *> WS-BATCH-KEY carries the rule's key in
       ADD-AUTH-RULE-REQUEST.
           IF WS-RULE-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-DONE-KEY
           IF WS-KEY-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO JSON-PAYLOAD
           EVALUATE WS-RULE-RIGHTS
                       DELIMITED BY SIZE INTO JSON-PAYLOAD
                   END-STRING
           END-EVALUATE

           MOVE 'PUT' TO WS-BATCH-METHOD
           MOVE SPACES TO WS-BATCH-PATH
           STRING FUNCTION TRIM(WS-SB-NS-PATH)
                  FUNCTION TRIM(WS-RULE-ENTITY-PATH)
                  '/authorizationRules/'
                  FUNCTION TRIM(WS-RULE-NAME)
                  '?api-version='
                  FUNCTION TRIM(WS-API-VERSION)
               DELIMITED BY SIZE INTO WS-BATCH-PATH
           END-STRING
           MOVE SPACES TO WS-BATCH-DESC
           STRING 'authorization rule: ' FUNCTION TRIM(WS-RULE-NAME)
                  ' on ' FUNCTION TRIM(WS-RULE-ENTITY-PATH)
               DELIMITED BY SIZE INTO WS-BATCH-DESC
           END-STRING
           PERFORM ADD-BATCH-REQUEST.

       GENERATE-QUEUE-JSON-PAYLOAD.
           MOVE SPACES TO JSON-PAYLOAD
           MOVE 1 TO WS-JSON-PTR
           MOVE MAX-SIZE-MEGABYTES OF WS-QUEUE-DETAILS
               TO WS-JSON-NUMBER

           STRING '{'
               '"properties": {'
               '  "maxSizeInMegabytes": '
                   FUNCTION TRIM(WS-JSON-NUMBER) ','
           DELIMITED BY SIZE INTO JSON-PAYLOAD
               WITH POINTER WS-JSON-PTR
           END-STRING

           IF DEFAULT-TTL OF WS-QUEUE-DETAILS NOT = SPACES
               STRING '  "defaultMessageTimeToLive": "'
                       FUNCTION TRIM(DEFAULT-TTL OF WS-QUEUE-DETAILS)
                       '",'
                   DELIMITED BY SIZE INTO JSON-PAYLOAD
                   WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF

      *> The entity's data classification travels with it as user
      *> metadata, so it is visible on the queue itself
           IF SB-QUEUE-CLASS(WS-QUEUE-INDEX) NOT = SPACES
               STRING '  "userMetadata": "classification='
                       FUNCTION TRIM(SB-QUEUE-CLASS(WS-QUEUE-INDEX))
                       '",'
                   DELIMITED BY SIZE INTO JSON-PAYLOAD
                   WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF

           MOVE MAX-DELIVERY-COUNT TO WS-JSON-NUMBER
           STRING '  "maxDeliveryCount": '
                   FUNCTION TRIM(WS-JSON-NUMBER) ','
               DELIMITED BY SIZE INTO JSON-PAYLOAD
               WITH POINTER WS-JSON-PTR
           END-STRING

           IF REQUIRES-SESSION = 'Y'
               STRING '  "requiresSession": true,'
                   DELIMITED BY SIZE INTO JSON-PAYLOAD
                   WITH POINTER WS-JSON-PTR
               END-STRING
           ELSE
               STRING '  "requiresSession": false,'
                   DELIMITED BY SIZE INTO JSON-PAYLOAD
                   WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF

           IF DEAD-LETTER-ON-EXPIRATION = 'Y'
               STRING '  "deadLetteringOnMessageExpiration": true'
                   DELIMITED BY SIZE INTO JSON-PAYLOAD
                   WITH POINTER WS-JSON-PTR
               END-STRING
           ELSE
               STRING '  "deadLetteringOnMessageExpiration": false'
                   DELIMITED BY SIZE INTO JSON-PAYLOAD
                   WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF

           STRING '}'
               '}'
               DELIMITED BY SIZE INTO JSON-PAYLOAD
               WITH POINTER WS-JSON-PTR
           END-STRING

           COMPUTE JSON-LENGTH = WS-JSON-PTR - 1
           PERFORM CHECK-PAYLOAD-CAPACITY.

       CREATE-TOPICS.
           DISPLAY "Creating Service Bus Topics and Subscriptions..."

      *> Wave one: the topics themselves
           PERFORM OPEN-ENTITY-BATCH
           PERFORM VARYING WS-TOPIC-INDEX FROM 1 BY 1
                   UNTIL WS-TOPIC-INDEX > SB-TOPIC-COUNT
               IF WS-TOPIC-DONE(WS-TOPIC-INDEX) = 'Y'
                   DISPLAY "  Topic " WS-TOPIC-INDEX
                           " already deployed - skipping (resumed)"
               ELSE
                   PERFORM ADD-TOPIC-REQUEST
               END-IF
           END-PERFORM
           PERFORM SUBMIT-ENTITY-BATCH

      *> Wave two: every existing topic's shared-access rules and
      *> subscriptions
           PERFORM OPEN-ENTITY-BATCH
           PERFORM VARYING WS-TOPIC-INDEX FROM 1 BY 1
                   UNTIL WS-TOPIC-INDEX > SB-TOPIC-COUNT
               IF WS-TOPIC-DONE(WS-TOPIC-INDEX) NOT = 'Y'
                   PERFORM BUILD-TOPIC-KEY
                   PERFORM CHECK-DONE-KEY
                   IF WS-KEY-FOUND = 'Y'
                       PERFORM LOAD-TOPIC-DETAILS
                       PERFORM ADD-TOPIC-AUTH-RULES
                       PERFORM VARYING WS-SUB-INDEX FROM 1 BY 1
                               UNTIL WS-SUB-INDEX > SUBSCRIPTION-COUNT
                           PERFORM ADD-SUBSCRIPTION-REQUEST
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM
           PERFORM SUBMIT-ENTITY-BATCH

      *> Waves three and four: filter rules, then $Default removal
           PERFORM CREATE-SUBSCRIPTION-RULES

      *> A topic is finished only once its rules, subscriptions and
      *> their filters all landed
           PERFORM VARYING WS-TOPIC-INDEX FROM 1 BY 1
                   UNTIL WS-TOPIC-INDEX > SB-TOPIC-COUNT
               IF WS-TOPIC-DONE(WS-TOPIC-INDEX) NOT = 'Y'
                   PERFORM CHECK-TOPIC-COMPLETE
                   IF WS-ENTITY-COMPLETE = 'Y'
                       MOVE 'T' TO WS-SUBCKPT-VAL
                       PERFORM APPEND-SUB-CHECKPOINT
                   END-IF
               END-IF
           END-PERFORM

           DISPLAY "  Service Bus topics and subscriptions created".

       LOAD-TOPIC-DETAILS.
           MOVE SB-TOPIC-NAME(WS-TOPIC-INDEX) TO TOPIC-NAME
           MOVE SB-TOPIC-SIZE-MB(WS-TOPIC-INDEX)
               TO MAX-SIZE-MEGABYTES OF WS-TOPIC-DETAILS
                   TO SUB-DEFAULT-TTL(WS-SUB-INDEX)
               MOVE SB-SUB-REQUIRES-SESSION(WS-TOPIC-INDEX,
                   WS-SUB-INDEX) TO SUB-REQUIRES-SESSION(WS-SUB-INDEX)
           END-PERFORM.

       ADD-TOPIC-REQUEST.
           PERFORM BUILD-TOPIC-KEY
           PERFORM CHECK-DONE-KEY
           IF WS-KEY-FOUND = 'Y'
               DISPLAY "  Topic " WS-TOPIC-INDEX
                       " already exists - children only (resumed)"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-TOPIC-DETAILS
           PERFORM GENERATE-TOPIC-JSON-PAYLOAD
           MOVE 'PUT' TO WS-BATCH-METHOD
           MOVE SPACES TO WS-BATCH-PATH
           STRING FUNCTION TRIM(WS-SB-NS-PATH)
                  '/topics/'
                  FUNCTION TRIM(TOPIC-NAME OF WS-TOPIC-DETAILS)
                  '?api-version='
                  FUNCTION TRIM(WS-API-VERSION)
               DELIMITED BY SIZE INTO WS-BATCH-PATH
           END-STRING
           MOVE SPACES TO WS-BATCH-DESC
           STRING 'topic: '
                  FUNCTION TRIM(TOPIC-NAME OF WS-TOPIC-DETAILS)
               DELIMITED BY SIZE INTO WS-BATCH-DESC
           END-STRING
           PERFORM ADD-BATCH-REQUEST.

       GENERATE-TOPIC-JSON-PAYLOAD.
           MOVE SPACES TO JSON-PAYLOAD
           MOVE 1 TO WS-JSON-PTR
           MOVE MAX-SIZE-MEGABYTES OF WS-TOPIC-DETAILS
               TO WS-JSON-NUMBER

           STRING '{'
               '"properties": {'
               '  "maxSizeInMegabytes": '
                   FUNCTION TRIM(WS-JSON-NUMBER)
               DELIMITED BY SIZE INTO JSON-PAYLOAD
               WITH POINTER WS-JSON-PTR
           END-STRING

           IF DEFAULT-TTL OF WS-TOPIC-DETAILS NOT = SPACES
               STRING ','
                   '  "defaultMessageTimeToLive": "'
                       FUNCTION TRIM(DEFAULT-TTL OF WS-TOPIC-DETAILS)
                       '"'
                   DELIMITED BY SIZE INTO JSON-PAYLOAD
                   WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF

           IF SB-TOPIC-CLASS(WS-TOPIC-INDEX) NOT = SPACES
               STRING ','
                   '  "userMetadata": "classification='
                       FUNCTION TRIM(SB-TOPIC-CLASS(WS-TOPIC-INDEX))
                       '"'
                   DELIMITED BY SIZE INTO JSON-PAYLOAD
                   WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF

           STRING '}'
               '}'
               DELIMITED BY SIZE INTO JSON-PAYLOAD
               WITH POINTER WS-JSON-PTR
           END-STRING

           COMPUTE JSON-LENGTH = WS-JSON-PTR - 1
           PERFORM CHECK-PAYLOAD-CAPACITY.

       ADD-SUBSCRIPTION-REQUEST.
           PERFORM BUILD-SUB-KEY
           PERFORM CHECK-DONE-KEY
           IF WS-KEY-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF

           PERFORM GENERATE-SUBSCRIPTION-JSON-PAYLOAD
           MOVE 'PUT' TO WS-BATCH-METHOD
           MOVE SPACES TO WS-BATCH-PATH
           STRING FUNCTION TRIM(WS-SB-NS-PATH)
                  '/topics/'
                  FUNCTION TRIM(TOPIC-NAME OF WS-TOPIC-DETAILS)
                  '/subscriptions/'
                  FUNCTION TRIM(SUB-NAME(WS-SUB-INDEX))
                  '?api-version='
                  FUNCTION TRIM(WS-API-VERSION)
               DELIMITED BY SIZE INTO WS-BATCH-PATH
           END-STRING
           MOVE SPACES TO WS-BATCH-DESC
           STRING 'subscription: '
                  FUNCTION TRIM(SUB-NAME(WS-SUB-INDEX))
               DELIMITED BY SIZE INTO WS-BATCH-DESC
           END-STRING
           PERFORM ADD-BATCH-REQUEST.

      *> With filters configured the catch-all $Default rule is
      *> removed, so subscribers stop receiving every message type
      *> and filtering in code. Every existing subscription's filter
      *> rules go in one wave; $Default only comes out of a
      *> subscription once all of its filters are in place.
       CREATE-SUBSCRIPTION-RULES.
           PERFORM OPEN-ENTITY-BATCH
           PERFORM VARYING WS-TOPIC-INDEX FROM 1 BY 1
                   UNTIL WS-TOPIC-INDEX > SB-TOPIC-COUNT
               IF WS-TOPIC-DONE(WS-TOPIC-INDEX) NOT = 'Y'
                   PERFORM LOAD-TOPIC-DETAILS
                   PERFORM ADD-TOPIC-FILTER-RULES
               END-IF
           END-PERFORM
           PERFORM SUBMIT-ENTITY-BATCH

           PERFORM OPEN-ENTITY-BATCH
           PERFORM VARYING WS-TOPIC-INDEX FROM 1 BY 1
                   UNTIL WS-TOPIC-INDEX > SB-TOPIC-COUNT
               IF WS-TOPIC-DONE(WS-TOPIC-INDEX) NOT = 'Y'
                   PERFORM LOAD-TOPIC-DETAILS
                   PERFORM ADD-TOPIC-DEFAULT-DELETES
               END-IF
           END-PERFORM
           PERFORM SUBMIT-ENTITY-BATCH.

       ADD-TOPIC-FILTER-RULES.
           PERFORM VARYING WS-SUB-INDEX FROM 1 BY 1
                   UNTIL WS-SUB-INDEX > SUBSCRIPTION-COUNT
               PERFORM BUILD-SUB-KEY
               PERFORM CHECK-DONE-KEY
               IF WS-KEY-FOUND = 'Y'
                   PERFORM VARYING WS-FILTER-IDX FROM 1 BY 1
                           UNTIL WS-FILTER-IDX >
                               SB-SUB-FILTER-COUNT
                                   (WS-TOPIC-INDEX, WS-SUB-INDEX)
                       PERFORM ADD-FILTER-RULE-REQUEST
                   END-PERFORM
               END-IF
           END-PERFORM.

       ADD-TOPIC-DEFAULT-DELETES.
           PERFORM VARYING WS-SUB-INDEX FROM 1 BY 1
                   UNTIL WS-SUB-INDEX > SUBSCRIPTION-COUNT
               IF SB-SUB-FILTER-COUNT(WS-TOPIC-INDEX, WS-SUB-INDEX)
                       > 0
                   PERFORM CHECK-SUB-FILTERS-DONE
                   IF WS-ENTITY-COMPLETE = 'Y'
                       PERFORM ADD-DEFAULT-RULE-DELETE
                   END-IF
               END-IF
           END-PERFORM.

      *> SQL rules carry the expression as written; CORR rules treat
      *> the expression as the correlation ID to match
       ADD-FILTER-RULE-REQUEST.
           IF SB-SUB-FILTER-NAME
                   (WS-TOPIC-INDEX, WS-SUB-INDEX, WS-FILTER-IDX)
                   = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-FILTER-KEY
           PERFORM CHECK-DONE-KEY
           IF WS-KEY-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO JSON-PAYLOAD
           EVALUATE SB-SUB-FILTER-TYPE
                   MOVE 8 TO LS-RETURN-CODE
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE 'PUT' TO WS-BATCH-METHOD
           MOVE SPACES TO WS-BATCH-PATH
           STRING FUNCTION TRIM(WS-SB-NS-PATH)
                  '/topics/'
                  FUNCTION TRIM(TOPIC-NAME OF WS-TOPIC-DETAILS)
                  '/subscriptions/'
                  FUNCTION TRIM(SB-SUB-FILTER-NAME
                      (WS-TOPIC-INDEX, WS-SUB-INDEX, WS-FILTER-IDX))
                  '?api-version='
                  FUNCTION TRIM(WS-API-VERSION)
               DELIMITED BY SIZE INTO WS-BATCH-PATH
           END-STRING
           MOVE SPACES TO WS-BATCH-DESC
           STRING 'filter rule: '
                  FUNCTION TRIM(SB-SUB-FILTER-NAME
                      (WS-TOPIC-INDEX, WS-SUB-INDEX, WS-FILTER-IDX))
                  ' on ' FUNCTION TRIM(SUB-NAME(WS-SUB-INDEX))
               DELIMITED BY SIZE INTO WS-BATCH-DESC
           END-STRING
           PERFORM ADD-BATCH-REQUEST.

       ADD-DEFAULT-RULE-DELETE.
           PERFORM BUILD-DEFAULT-KEY
           PERFORM CHECK-DONE-KEY
           IF WS-KEY-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO JSON-PAYLOAD
           MOVE 'DELETE' TO WS-BATCH-METHOD
           MOVE SPACES TO WS-BATCH-PATH
           STRING FUNCTION TRIM(WS-SB-NS-PATH)
                  '/topics/'
                  FUNCTION TRIM(TOPIC-NAME OF WS-TOPIC-DETAILS)
                  '/subscriptions/'
                  FUNCTION TRIM(SUB-NAME(WS-SUB-INDEX))
                  '/rules/$Default'
                  '?api-version='
                  FUNCTION TRIM(WS-API-VERSION)
               DELIMITED BY SIZE INTO WS-BATCH-PATH
           END-STRING
           MOVE SPACES TO WS-BATCH-DESC
           MOVE SUB-NAME(WS-SUB-INDEX) TO WS-BATCH-DESC
           PERFORM ADD-BATCH-REQUEST.

       GENERATE-SUBSCRIPTION-JSON-PAYLOAD.
           MOVE SPACES TO JSON-PAYLOAD
           MOVE 1 TO WS-JSON-PTR
           MOVE SUB-MAX-DELIVERY-COUNT(WS-SUB-INDEX) TO WS-JSON-NUMBER

           STRING '{'
               '"properties": {'
               '  "maxDeliveryCount": '
                   FUNCTION TRIM(WS-JSON-NUMBER)
               DELIMITED BY SIZE INTO JSON-PAYLOAD
               WITH POINTER WS-JSON-PTR
           END-STRING

           IF SUB-DEFAULT-TTL(WS-SUB-INDEX) NOT = SPACES
               STRING ','
                   '  "defaultMessageTimeToLive": "'
                       FUNCTION TRIM(SUB-DEFAULT-TTL(WS-SUB-INDEX))
                       '"'
                   DELIMITED BY SIZE INTO JSON-PAYLOAD
                   WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF

           IF SUB-REQUIRES-SESSION(WS-SUB-INDEX) = 'Y'
               STRING ','
                   '  "requiresSession": true'
                   DELIMITED BY SIZE INTO JSON-PAYLOAD
                   WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF

           STRING '}'
               '}'
               DELIMITED BY SIZE INTO JSON-PAYLOAD
               WITH POINTER WS-JSON-PTR
           END-STRING

           COMPUTE JSON-LENGTH = WS-JSON-PTR - 1
           PERFORM CHECK-PAYLOAD-CAPACITY.

       CHECK-QUEUE-COMPLETE.
           MOVE 'Y' TO WS-ENTITY-COMPLETE
           PERFORM BUILD-QUEUE-KEY
           PERFORM CHECK-DONE-KEY
           IF WS-KEY-FOUND NOT = 'Y'
               MOVE 'N' TO WS-ENTITY-COMPLETE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RULE-INDEX FROM 1 BY 1
                   UNTIL WS-RULE-INDEX >
                       SB-QUEUE-RULE-COUNT(WS-QUEUE-INDEX)
               IF SB-QUEUE-RULE-NAME(WS-QUEUE-INDEX, WS-RULE-INDEX)
                       NOT = SPACES
                   PERFORM BUILD-QUEUE-RULE-KEY
                   PERFORM CHECK-DONE-KEY
                   IF WS-KEY-FOUND NOT = 'Y'
                       MOVE 'N' TO WS-ENTITY-COMPLETE
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-TOPIC-COMPLETE.
           MOVE 'Y' TO WS-ENTITY-COMPLETE
           PERFORM BUILD-TOPIC-KEY
           PERFORM CHECK-DONE-KEY
           IF WS-KEY-FOUND NOT = 'Y'
               MOVE 'N' TO WS-ENTITY-COMPLETE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RULE-INDEX FROM 1 BY 1
                   UNTIL WS-RULE-INDEX >
                       SB-TOPIC-RULE-COUNT(WS-TOPIC-INDEX)
               IF SB-TOPIC-RULE-NAME(WS-TOPIC-INDEX, WS-RULE-INDEX)
                       NOT = SPACES
                   PERFORM BUILD-TOPIC-RULE-KEY
                   PERFORM CHECK-DONE-KEY
                   IF WS-KEY-FOUND NOT = 'Y'
                       MOVE 'N' TO WS-ENTITY-COMPLETE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SUB-INDEX FROM 1 BY 1
                   UNTIL WS-SUB-INDEX > SB-SUB-COUNT(WS-TOPIC-INDEX)
                       OR WS-ENTITY-COMPLETE NOT = 'Y'
               PERFORM BUILD-SUB-KEY
               PERFORM CHECK-DONE-KEY
               IF WS-KEY-FOUND NOT = 'Y'
                   MOVE 'N' TO WS-ENTITY-COMPLETE
               ELSE
                   IF SB-SUB-FILTER-COUNT(WS-TOPIC-INDEX, WS-SUB-INDEX)
                           > 0
                       PERFORM CHECK-SUB-FILTERS-DONE
                       IF WS-ENTITY-COMPLETE = 'Y'
                           PERFORM BUILD-DEFAULT-KEY
                           PERFORM CHECK-DONE-KEY
                           IF WS-KEY-FOUND NOT = 'Y'
                               MOVE 'N' TO WS-ENTITY-COMPLETE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-SUB-FILTERS-DONE.
           MOVE 'Y' TO WS-ENTITY-COMPLETE
           PERFORM VARYING WS-FILTER-IDX FROM 1 BY 1
                   UNTIL WS-FILTER-IDX >
                       SB-SUB-FILTER-COUNT(WS-TOPIC-INDEX, WS-SUB-INDEX)
               IF SB-SUB-FILTER-NAME
                       (WS-TOPIC-INDEX, WS-SUB-INDEX, WS-FILTER-IDX)
                       NOT = SPACES
                   PERFORM BUILD-FILTER-KEY
                   PERFORM CHECK-DONE-KEY
                   IF WS-KEY-FOUND NOT = 'Y'
                       MOVE 'N' TO WS-ENTITY-COMPLETE
                   END-IF
               END-IF
           END-PERFORM.

       BUILD-QUEUE-KEY.
           MOVE SPACES TO WS-BATCH-KEY
           STRING 'SB_Q_' WS-QUEUE-INDEX
               DELIMITED BY SIZE INTO WS-BATCH-KEY
           END-STRING.

       BUILD-QUEUE-RULE-KEY.
           MOVE SPACES TO WS-BATCH-KEY
           STRING 'SB_QR_' WS-QUEUE-INDEX '_' WS-RULE-INDEX
               DELIMITED BY SIZE INTO WS-BATCH-KEY
           END-STRING.

       BUILD-TOPIC-KEY.
           MOVE SPACES TO WS-BATCH-KEY
           STRING 'SB_T_' WS-TOPIC-INDEX
               DELIMITED BY SIZE INTO WS-BATCH-KEY
           END-STRING.

       BUILD-TOPIC-RULE-KEY.
           MOVE SPACES TO WS-BATCH-KEY
           STRING 'SB_TR_' WS-TOPIC-INDEX '_' WS-RULE-INDEX
               DELIMITED BY SIZE INTO WS-BATCH-KEY
           END-STRING.

       BUILD-SUB-KEY.
           MOVE SPACES TO WS-BATCH-KEY
           STRING 'SB_S_' WS-TOPIC-INDEX '_' WS-SUB-INDEX
               DELIMITED BY SIZE INTO WS-BATCH-KEY
           END-STRING.

       BUILD-FILTER-KEY.
           MOVE SPACES TO WS-BATCH-KEY
           STRING 'SB_F_' WS-TOPIC-INDEX '_' WS-SUB-INDEX
                  '_' WS-FILTER-IDX
               DELIMITED BY SIZE INTO WS-BATCH-KEY
           END-STRING.

       BUILD-DEFAULT-KEY.
           MOVE SPACES TO WS-BATCH-KEY
           STRING 'SB_D_' WS-TOPIC-INDEX '_' WS-SUB-INDEX
               DELIMITED BY SIZE INTO WS-BATCH-KEY
           END-STRING.

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
                   AND WS-DONE-KEY-COUNT < 300
               ADD 1 TO WS-DONE-KEY-COUNT
               MOVE WS-BATCH-KEY TO WS-DONE-KEY(WS-DONE-KEY-COUNT)
           END-IF.

       OPEN-ENTITY-BATCH.
           MOVE 0 TO WS-BATCH-SENT-COUNT
           OPEN OUTPUT SB-BATCH-REQ-FILE.

      *> WS-BATCH-KEY, -METHOD, -PATH and -DESC plus JSON-PAYLOAD
      *> (spaces for a DELETE) make up one request line
       ADD-BATCH-REQUEST.
           IF WS-BATCH-SENT-COUNT >= 200
               DISPLAY "  Too many entity requests for one wave: "
                       FUNCTION TRIM(WS-BATCH-DESC)
               MOVE 8 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SB-BATCH-REQ-RECORD
           IF JSON-PAYLOAD = SPACES
               STRING FUNCTION TRIM(WS-BATCH-KEY) '|'
                      FUNCTION TRIM(WS-BATCH-METHOD) '|'
                      FUNCTION TRIM(WS-BATCH-PATH) '|'
                   DELIMITED BY SIZE INTO SB-BATCH-REQ-RECORD
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-BATCH-KEY) '|'
                      FUNCTION TRIM(WS-BATCH-METHOD) '|'
                      FUNCTION TRIM(WS-BATCH-PATH) '|'
                      FUNCTION TRIM(JSON-PAYLOAD)
                   DELIMITED BY SIZE INTO SB-BATCH-REQ-RECORD
               END-STRING
           END-IF
           WRITE SB-BATCH-REQ-RECORD
           ADD 1 TO WS-BATCH-SENT-COUNT
           MOVE WS-BATCH-DESC
               TO WS-BATCH-SENT-DESC(WS-BATCH-SENT-COUNT).

      *> One ARMBATCH call per wave; the results come back in request
      *> order, one label|status line each
       SUBMIT-ENTITY-BATCH.
           CLOSE SB-BATCH-REQ-FILE
           IF WS-BATCH-SENT-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           STRING 'Bearer ' ACCESS-TOKEN
               DELIMITED BY SIZE INTO AUTHORIZATION
           END-STRING
           PERFORM WRITE-AUTH-HEADER-FILE

           DISPLAY "  Sending " WS-BATCH-SENT-COUNT
                   " entity request(s) as ARM batches"
           CALL 'ARMBATCH' USING 'sb_batch_requests.txt'
                                 'sb_batch_results.txt'
                                 'servicebus_auth.txt'
                                 WS-ARM-BASE-URL
                                 WS-BATCH-RC
           END-CALL
           IF WS-BATCH-RC NOT = 0
               MOVE 8 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-BATCH-IDX
           OPEN INPUT SB-BATCH-RES-FILE
           IF WS-BATCH-RES-STATUS NOT = '00'
               DISPLAY "  No batch results to read"
               MOVE 8 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SB-BATCH-RES-FILE INTO WS-BATCH-RES-LINE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM APPLY-ENTITY-RESULT
               END-READ
           END-PERFORM
           CLOSE SB-BATCH-RES-FILE.

      *> Each entity that landed is checkpointed there and then; one
      *> that did not fails the module and is resent by the rerun
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
           PERFORM JUDGE-ENTITY-STATUS

           IF WS-BATCH-RES-KEY(1:5) = 'SB_D_'
               IF WS-ENTITY-LANDED = 'Y'
                   DISPLAY "    Removed catch-all $Default rule from "
                       FUNCTION TRIM(WS-BATCH-SENT-DESC(WS-BATCH-IDX))
               ELSE
                   DISPLAY "    Failed to remove $Default rule from "
                       FUNCTION TRIM(WS-BATCH-SENT-DESC(WS-BATCH-IDX))
                       " Status: " WS-BATCH-STATUS
               END-IF
           ELSE
               IF WS-ENTITY-LANDED = 'Y'
                   DISPLAY "    Created "
                       FUNCTION TRIM(WS-BATCH-SENT-DESC(WS-BATCH-IDX))
               ELSE
                   DISPLAY "    Failed to create "
                       FUNCTION TRIM(WS-BATCH-SENT-DESC(WS-BATCH-IDX))
                       " Status: " WS-BATCH-STATUS
               END-IF
           END-IF

           IF WS-ENTITY-LANDED = 'Y'
               PERFORM RECORD-ENTITY-KEY
           ELSE
               MOVE 8 TO LS-RETURN-CODE
           END-IF.

      *> 404 on a $Default removal means a prior run already removed
      *> it - not a failure
       JUDGE-ENTITY-STATUS.
           MOVE 'N' TO WS-ENTITY-LANDED
           IF WS-BATCH-RES-KEY(1:5) = 'SB_D_'
               IF WS-BATCH-STATUS = 200 OR WS-BATCH-STATUS = 204
                       OR WS-BATCH-STATUS = 404
                   MOVE 'Y' TO WS-ENTITY-LANDED
               END-IF
           ELSE
               IF WS-BATCH-STATUS = 200 OR WS-BATCH-STATUS = 201
                   MOVE 'Y' TO WS-ENTITY-LANDED
               END-IF
           END-IF.

       RECORD-ENTITY-KEY.
           MOVE SPACES TO SUBCKPT-RECORD
           STRING FUNCTION TRIM(WS-BATCH-RES-KEY) '=Y'
               DELIMITED BY SIZE INTO SUBCKPT-RECORD
           END-STRING
           OPEN EXTEND SUBCKPT-FILE
           WRITE SUBCKPT-RECORD
           CLOSE SUBCKPT-FILE
           MOVE WS-BATCH-RES-KEY TO WS-BATCH-KEY
           PERFORM NOTE-DONE-KEY.

      *> A queue or subscription's dead-letter queue fills silently -
      *> nothing downstream reads DEAD-LETTER-ON-EXPIRATION back out of
      *> Azure, so without this alert the first sign of trouble is a
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' HTTP-URL
                                      'servicebus_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o dlq_alert_response.json "
                   "-D servicebus_rate_headers.txt "
                   "-w '%{http_code}' "
                   "-X PUT -H @servicebus_auth.txt "
                   "-H 'Content-Type: application/json' "
               END-CALL

               PERFORM READ-SB-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' HTTP-URL
                                      'servicebus_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' HTTP-URL
                                      'servicebus_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o pe_response.json -w '%{http_code}' "
                   "-D servicebus_rate_headers.txt "
                   "-X PUT -H @servicebus_auth.txt "
                   "-H 'Content-Type: application/json' "
                   "-d '" HTTP-BODY "' '" HTTP-URL
               END-CALL

               PERFORM READ-SB-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' HTTP-URL
                                      'servicebus_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' HTTP-URL
                                      'servicebus_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o diag_response.json -w '%{http_code}' "
                   "-D servicebus_rate_headers.txt "
                   "-X PUT -H @servicebus_auth.txt "
                   "-H 'Content-Type: application/json' "
                   "-d '" HTTP-BODY "' '" HTTP-URL
               END-CALL

               PERFORM READ-SB-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' HTTP-URL
                                      'servicebus_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

       LOAD-SUB-CHECKPOINT.
           MOVE ALL 'N' TO WS-QUEUE-DONE-TABLE
           MOVE ALL 'N' TO WS-TOPIC-DONE-TABLE
           MOVE 0 TO WS-DONE-KEY-COUNT
           MOVE 'N' TO WS-SUBCKPT-EOF
           OPEN INPUT SUBCKPT-FILE
           IF WS-SUBCKPT-STATUS = '00'
                   IF WS-SUBCKPT-IDX >= 1 AND WS-SUBCKPT-IDX <= 5
                       MOVE 'Y' TO WS-TOPIC-DONE(WS-SUBCKPT-IDX)
                   END-IF
               WHEN WS-SUBCKPT-KEY(1:3) = 'SB_'
                   MOVE WS-SUBCKPT-KEY TO WS-BATCH-KEY
                   PERFORM NOTE-DONE-KEY
           END-EVALUATE.

      *> WS-SUBCKPT-VAL carries 'Q' or 'T' in; the matching record
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' HTTP-URL
                                      'servicebus_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o geodr_response.json -w '%{http_code}' "
                   "-D servicebus_rate_headers.txt "
                   "-X PUT -H @servicebus_auth.txt "
                   "-H 'Content-Type: application/json' "
                   "-d '" HTTP-BODY "' '" HTTP-URL
               END-CALL

               PERFORM READ-SB-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' HTTP-URL
                                      'servicebus_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' HTTP-URL
                                      'servicebus_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o geodr_response.json -w '%{http_code}' "
                   "-D servicebus_rate_headers.txt "
                   "-X PUT -H @servicebus_auth.txt "
                   "-H 'Content-Type: application/json' "
                   "-d '" HTTP-BODY "' '" HTTP-URL
               END-CALL

               PERFORM READ-SB-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' HTTP-URL
                                      'servicebus_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

               MOVE 8 TO LS-RETURN-CODE
           END-IF.

      *> An identity created before this namespace could not be granted
      *> its roles on it then; they are completed here, and are left
      *> alone by a rebuild of the consuming service
       GRANT-SHARED-IDENTITY-ROLES.
           CALL 'IDENTGRANT' USING AZURE-CONFIG AZURE-AUTH-TOKEN
                                   WS-IDGRANT-KIND WS-IDGRANT-RC
           IF WS-IDGRANT-RC NOT = 0
               MOVE WS-IDGRANT-RC TO LS-RETURN-CODE
           END-IF.

       END PROGRAM SERVICEBUS.

       01  WS-CG-IDX                       PIC 9(2).
       01  WS-HUB-PARTITIONS               PIC 9(2).
       01  WS-HUB-RETENTION                PIC 9(2).
      *> The hub's data classification, carried as user metadata
       01  WS-HUB-CLASS-JSON               PIC X(64).

       01  WS-JSON.
           05  JSON-PAYLOAD                PIC X(4096).
           05  JSON-LENGTH                 PIC 9(6).
       01  WS-JSON-PTR                     PIC 9(4).

       01  WS-JSON-TAG-COST-CENTER         PIC X(32).
       01  WS-JSON-TAG-OWNER               PIC X(64).
       01  WS-RETRY-DONE                   PIC X.
       01  WS-BACKOFF-SECS                 PIC 9(2).

      *> Roles the shared user-assigned identities hold on this
      *> namespace, granted through IDENTGRANT once it exists
       01  WS-IDGRANT-KIND                 PIC X(8) VALUE 'EH'.
       01  WS-IDGRANT-RC                   PIC 9(2).

       LINKAGE SECTION.
       01  LS-AZURE-CONFIG                 PIC X ANY LENGTH.
       01  LS-AZURE-AUTH-TOKEN             PIC X ANY LENGTH.
               IF LS-RETURN-CODE = 0
                   PERFORM CONFIGURE-DIAGNOSTIC-SETTINGS
               END-IF
               IF LS-RETURN-CODE = 0 AND IDENTITY-DEPLOY-FLAG = 'Y'
                   PERFORM GRANT-SHARED-IDENTITY-ROLES
               END-IF
           END-IF

           GOBACK.
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING

           MOVE SPACES TO WS-HUB-CLASS-JSON
           IF EH-HUB-CLASS(WS-HUB-IDX) NOT = SPACES
               STRING ',  "userMetadata": "classification='
                      FUNCTION TRIM(EH-HUB-CLASS(WS-HUB-IDX)) '"'
                   DELIMITED BY SIZE INTO WS-HUB-CLASS-JSON
               END-STRING
           END-IF

           MOVE SPACES TO JSON-PAYLOAD
           MOVE 1 TO WS-JSON-PTR
           STRING '{'
               '"properties": {'
               '  "partitionCount": ' WS-HUB-PARTITIONS ','
               '  "messageRetentionInDays": ' WS-HUB-RETENTION
               FUNCTION TRIM(WS-HUB-CLASS-JSON TRAILING)
               DELIMITED BY SIZE INTO JSON-PAYLOAD
               WITH POINTER WS-JSON-PTR
           END-STRING

           IF WS-CAPTURE-SA-NAME NOT = SPACES
                   AND EH-CAPTURE-CONTAINER NOT = SPACES
               STRING ','
                   '  "captureDescription": {'
                   '    "enabled": true,'
                   '    "encoding": "Avro",'
                   '    }'
                   '  }'
                   DELIMITED BY SIZE INTO JSON-PAYLOAD
                   WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF

           STRING '}'
               '}'
               DELIMITED BY SIZE INTO JSON-PAYLOAD
               WITH POINTER WS-JSON-PTR
           END-STRING
           COMPUTE JSON-LENGTH = FUNCTION LENGTH(JSON-PAYLOAD)
           PERFORM CHECK-PAYLOAD-CAPACITY
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' HTTP-URL
                                      'eventhubs_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o eventhubs_response.json  "
               END-CALL

               PERFORM READ-EH-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' HTTP-URL
                                      'eventhubs_headers.txt'
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

       END PROGRAM EVENTHUBS.

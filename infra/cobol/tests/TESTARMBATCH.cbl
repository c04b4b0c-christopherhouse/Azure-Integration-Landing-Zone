       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTARMBATCH.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Unit tests for the ARM batch submitter's request loading,
      *> chunking and sub-response handling, and for the per-entity
      *> checkpoint handling in SERVICEBUS and STORAGE that rides on
      *> its results

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  TEST-COUNTER                PIC 9(3) VALUE 0.
       01  PASSED-TESTS                PIC 9(3) VALUE 0.
       01  FAILED-TESTS                PIC 9(3) VALUE 0.
       01  WS-TEST-RESULT              PIC X(6).
       01  WS-TEST-IDX                 PIC 9(3).

      *> ARMBATCH working storage
       01  BATCH-REQ-RECORD            PIC X(2700).
       01  WS-REQ-FILE-NAME            PIC X(128)
               VALUE 'sb_batch_requests.txt'.
       01  WS-EOF-FLAG                 PIC X.
       01  WS-BATCH-MAX                PIC 9(3) VALUE 200.
       01  WS-CHUNK-MAX                PIC 9(2) VALUE 20.
       01  WS-SCAN-IDX                 PIC 9(3).
       01  WS-REQ-IDX                  PIC 9(3).
       01  WS-FIELD-PTR                PIC 9(4).
       01  WS-BATCH-TABLE.
           05  WS-BATCH-COUNT          PIC 9(3).
           05  WS-BATCH-ENTRY OCCURS 200 TIMES.
               10  WS-BE-LABEL         PIC X(40).
               10  WS-BE-METHOD        PIC X(8).
               10  WS-BE-URL           PIC X(512).
               10  WS-BE-CONTENT       PIC X(2048).
               10  WS-BE-STATUS        PIC 9(3).
               10  WS-BE-STATE         PIC X.
       01  WS-CHUNK-TABLE.
           05  WS-CHUNK-COUNT          PIC 9(2).
           05  WS-CHUNK-REQ            PIC 9(3) OCCURS 20 TIMES.
       01  WS-PARSED-LINE              PIC X(32).
       01  WS-PARSED-IDX-TEXT          PIC X(8).
       01  WS-PARSED-STATUS-TEXT       PIC X(8).
       01  WS-SUB-STATUS               PIC 9(3).
       01  LS-BATCH-RC                 PIC 9(2).

      *> SERVICEBUS / STORAGE working storage
       01  WS-BATCH-RES-KEY            PIC X(24).
       01  WS-BATCH-STATUS             PIC 9(3).
       01  WS-ENTITY-LANDED            PIC X.
       01  SUBCKPT-RECORD              PIC X(40).
       01  WS-SUBCKPT-KEY              PIC X(24).
       01  WS-SUBCKPT-VAL              PIC X(8).
       01  WS-SUBCKPT-IDX              PIC 9(2).
       01  WS-SA-DONE-TABLE.
           05  WS-SA-DONE              PIC X OCCURS 5 TIMES.
       01  WS-BATCH-KEY                PIC X(24).
       01  WS-DONE-KEYS.
           05  WS-DONE-KEY-COUNT       PIC 9(3) VALUE 0.
           05  WS-DONE-KEY             PIC X(24) OCCURS 100 TIMES.
       01  WS-DONE-KEY-IDX             PIC 9(3).
       01  WS-KEY-FOUND                PIC X.

       01  WS-QUEUE-DETAILS.
           05  QUEUE-NAME                  PIC X(64).
           05  MAX-SIZE-MEGABYTES          PIC 9(6).
           05  DEFAULT-TTL                 PIC X(16).
           05  MAX-DELIVERY-COUNT          PIC 9(3).
           05  REQUIRES-SESSION            PIC X(1).
           05  DEAD-LETTER-ON-EXPIRATION   PIC X(1).
       01  WS-JSON.
           05  JSON-PAYLOAD                PIC X(8192).
           05  JSON-LENGTH                 PIC 9(6).
       01  WS-JSON-PTR                     PIC 9(4).
       01  WS-JSON-NUMBER                  PIC Z(5)9.
       01  LS-RETURN-CODE                  PIC 9(2).
       01  WS-EXPECTED-JSON                PIC X(256).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ARM Batch Submitter Unit Tests"
           DISPLAY "=============================="

           PERFORM TEST-CONTENT-KEEPS-BAR
           PERFORM TEST-DELETE-HAS-NO-CONTENT
           PERFORM TEST-TOO-MANY-REQUESTS
           PERFORM TEST-SUB-STATUS-FINAL-OR-PENDING
           PERFORM TEST-BAD-PARSED-LINES-IGNORED
           PERFORM TEST-CHUNKS-TAKE-PENDING-ONLY
           PERFORM TEST-DEFAULT-RULE-404-LANDED
           PERFORM TEST-STORAGE-KEYS-SEPARATED
           PERFORM TEST-QUEUE-JSON-COMPLETE

           PERFORM DISPLAY-TEST-SUMMARY

           STOP RUN.

       TEST-CONTENT-KEEPS-BAR.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": A bar inside the content survives loading"

           INITIALIZE WS-BATCH-TABLE
           MOVE 0 TO LS-BATCH-RC
           MOVE SPACES TO BATCH-REQ-RECORD
           STRING 'SB_F_01_01_01|PUT|/subscriptions/s1/rules/r1'
                  '?api-version=2021-06-01|'
                  '{"properties": {"sqlExpression": "a = ''x|y''"}}'
               DELIMITED BY SIZE INTO BATCH-REQ-RECORD
           END-STRING
           PERFORM STORE-BATCH-REQUEST
           MOVE '{"properties": {"sqlExpression": "a = ''x|y''"}}'
               TO WS-EXPECTED-JSON

           IF WS-BATCH-COUNT = 1
                   AND WS-BE-LABEL(1) = 'SB_F_01_01_01'
                   AND WS-BE-METHOD(1) = 'PUT'
                   AND WS-BE-URL(1) = '/subscriptions/s1/rules/r1'
                       & '?api-version=2021-06-01'
                   AND WS-BE-CONTENT(1) = WS-EXPECTED-JSON
                   AND WS-BE-STATE(1) = 'P'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-DELETE-HAS-NO-CONTENT.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": A DELETE line carries no content"

           INITIALIZE WS-BATCH-TABLE
           MOVE 0 TO LS-BATCH-RC
           MOVE 'SB_D_01_02|DELETE|/subscriptions/s1/rules/$Default|'
               TO BATCH-REQ-RECORD
           PERFORM STORE-BATCH-REQUEST

           IF WS-BATCH-COUNT = 1
                   AND WS-BE-METHOD(1) = 'DELETE'
                   AND WS-BE-URL(1) = '/subscriptions/s1/rules/$Default'
                   AND WS-BE-CONTENT(1) = SPACES
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-TOO-MANY-REQUESTS.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": A request file past the maximum is refused"

           INITIALIZE WS-BATCH-TABLE
           MOVE 0 TO LS-BATCH-RC
           MOVE 'N' TO WS-EOF-FLAG
           MOVE 200 TO WS-BATCH-COUNT
           MOVE 'SB_Q_01|PUT|/subscriptions/s1/queues/q1|{}'
               TO BATCH-REQ-RECORD
           PERFORM STORE-BATCH-REQUEST

           IF LS-BATCH-RC = 8 AND WS-BATCH-COUNT = 200
                   AND WS-EOF-FLAG = 'Y'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

      *> 201 and 409 are final answers; 429 and 503 go round again
       TEST-SUB-STATUS-FINAL-OR-PENDING.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": Only transient sub-responses are resent"

           INITIALIZE WS-BATCH-TABLE
           MOVE 4 TO WS-BATCH-COUNT
           PERFORM VARYING WS-TEST-IDX FROM 1 BY 1
                   UNTIL WS-TEST-IDX > 4
               MOVE 'P' TO WS-BE-STATE(WS-TEST-IDX)
           END-PERFORM
           MOVE '001|201' TO WS-PARSED-LINE
           PERFORM APPLY-PARSED-LINE
           MOVE '002|429' TO WS-PARSED-LINE
           PERFORM APPLY-PARSED-LINE
           MOVE '003|409' TO WS-PARSED-LINE
           PERFORM APPLY-PARSED-LINE
           MOVE '004|503' TO WS-PARSED-LINE
           PERFORM APPLY-PARSED-LINE

           IF WS-BE-STATE(1) = 'D' AND WS-BE-STATUS(1) = 201
                   AND WS-BE-STATE(2) = 'P' AND WS-BE-STATUS(2) = 429
                   AND WS-BE-STATE(3) = 'D' AND WS-BE-STATUS(3) = 409
                   AND WS-BE-STATE(4) = 'P' AND WS-BE-STATUS(4) = 503
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-BAD-PARSED-LINES-IGNORED.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": Damaged or stray answers change nothing"

           INITIALIZE WS-BATCH-TABLE
           MOVE 2 TO WS-BATCH-COUNT
           MOVE 'P' TO WS-BE-STATE(1) WS-BE-STATE(2)
           MOVE '009|200' TO WS-PARSED-LINE
           PERFORM APPLY-PARSED-LINE
           MOVE 'x01|200' TO WS-PARSED-LINE
           PERFORM APPLY-PARSED-LINE
           MOVE '001|' TO WS-PARSED-LINE
           PERFORM APPLY-PARSED-LINE
           MOVE SPACES TO WS-PARSED-LINE
           PERFORM APPLY-PARSED-LINE

           IF WS-BE-STATE(1) = 'P' AND WS-BE-STATUS(1) = 0
                   AND WS-BE-STATE(2) = 'P' AND WS-BE-STATUS(2) = 0
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

      *> 25 requests with 3 and 7 already answered: a chunk of 20
      *> pending ones (the last is request 22), then the other 3
       TEST-CHUNKS-TAKE-PENDING-ONLY.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": Chunks hold pending requests, 20 at most"

           MOVE 'Y' TO WS-TEST-RESULT
           INITIALIZE WS-BATCH-TABLE
           MOVE 25 TO WS-BATCH-COUNT
           PERFORM VARYING WS-TEST-IDX FROM 1 BY 1
                   UNTIL WS-TEST-IDX > 25
               MOVE 'P' TO WS-BE-STATE(WS-TEST-IDX)
               MOVE 429 TO WS-BE-STATUS(WS-TEST-IDX)
           END-PERFORM
           MOVE 'D' TO WS-BE-STATE(3) WS-BE-STATE(7)
           MOVE 201 TO WS-BE-STATUS(3) WS-BE-STATUS(7)

           MOVE 1 TO WS-SCAN-IDX
           PERFORM COLLECT-BATCH-CHUNK
           IF WS-CHUNK-COUNT NOT = 20
                   OR WS-CHUNK-REQ(1) NOT = 1
                   OR WS-CHUNK-REQ(3) NOT = 4
                   OR WS-CHUNK-REQ(20) NOT = 22
                   OR WS-BE-STATUS(22) NOT = 0
                   OR WS-BE-STATUS(3) NOT = 201
               MOVE 'N' TO WS-TEST-RESULT
           END-IF
           PERFORM COLLECT-BATCH-CHUNK
           IF WS-CHUNK-COUNT NOT = 3
                   OR WS-CHUNK-REQ(1) NOT = 23
                   OR WS-CHUNK-REQ(3) NOT = 25
               MOVE 'N' TO WS-TEST-RESULT
           END-IF
           PERFORM COLLECT-BATCH-CHUNK
           IF WS-CHUNK-COUNT NOT = 0
               MOVE 'N' TO WS-TEST-RESULT
           END-IF

           IF WS-TEST-RESULT = 'Y'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-DEFAULT-RULE-404-LANDED.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": 404 lands a $Default removal, not a PUT"

           MOVE 'Y' TO WS-TEST-RESULT
           MOVE 'SB_D_01_01' TO WS-BATCH-RES-KEY
           MOVE 404 TO WS-BATCH-STATUS
           PERFORM JUDGE-ENTITY-STATUS
           IF WS-ENTITY-LANDED NOT = 'Y'
               MOVE 'N' TO WS-TEST-RESULT
           END-IF
           MOVE 'SB_S_01_01' TO WS-BATCH-RES-KEY
           PERFORM JUDGE-ENTITY-STATUS
           IF WS-ENTITY-LANDED NOT = 'N'
               MOVE 'N' TO WS-TEST-RESULT
           END-IF
           MOVE 201 TO WS-BATCH-STATUS
           PERFORM JUDGE-ENTITY-STATUS
           IF WS-ENTITY-LANDED NOT = 'Y'
               MOVE 'N' TO WS-TEST-RESULT
           END-IF

           IF WS-TEST-RESULT = 'Y'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

      *> A container record must not mark its whole account done,
      *> or the rerun would skip the account's remaining entities
       TEST-STORAGE-KEYS-SEPARATED.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": Entity records do not finish an account"

           MOVE 'Y' TO WS-TEST-RESULT
           MOVE ALL 'N' TO WS-SA-DONE-TABLE
           MOVE 0 TO WS-DONE-KEY-COUNT
           MOVE 'STORAGE_DEPLOYED_02_C_01=Y' TO SUBCKPT-RECORD
           PERFORM APPLY-SUBCKPT-RECORD
           MOVE 'STORAGE_DEPLOYED_02_C_01=Y' TO SUBCKPT-RECORD
           PERFORM APPLY-SUBCKPT-RECORD
           IF WS-SA-DONE(2) NOT = 'N' OR WS-DONE-KEY-COUNT NOT = 1
               MOVE 'N' TO WS-TEST-RESULT
           END-IF
           MOVE 'STORAGE_DEPLOYED_03=Y' TO SUBCKPT-RECORD
           PERFORM APPLY-SUBCKPT-RECORD
           IF WS-SA-DONE(3) NOT = 'Y' OR WS-DONE-KEY-COUNT NOT = 1
               MOVE 'N' TO WS-TEST-RESULT
           END-IF
           MOVE 'STORAGE_DEPLOYED_02_C_01' TO WS-BATCH-KEY
           PERFORM CHECK-DONE-KEY
           IF WS-KEY-FOUND NOT = 'Y'
               MOVE 'N' TO WS-TEST-RESULT
           END-IF
           MOVE 'STORAGE_DEPLOYED_02_Q_01' TO WS-BATCH-KEY
           PERFORM CHECK-DONE-KEY
           IF WS-KEY-FOUND NOT = 'N'
               MOVE 'N' TO WS-TEST-RESULT
           END-IF

           IF WS-TEST-RESULT = 'Y'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

      *> The batch body carries the JSON as it stands, so it has to
      *> be whole and valid - no leading zeros, both braces closed
       TEST-QUEUE-JSON-COMPLETE.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER
                   ": Queue JSON is complete and valid"

           MOVE 0 TO LS-RETURN-CODE
           MOVE 'orders' TO QUEUE-NAME
           MOVE 1024 TO MAX-SIZE-MEGABYTES
           MOVE 'PT1H' TO DEFAULT-TTL
           MOVE 10 TO MAX-DELIVERY-COUNT
           MOVE 'N' TO REQUIRES-SESSION
           MOVE 'N' TO DEAD-LETTER-ON-EXPIRATION
           PERFORM GENERATE-QUEUE-JSON-PAYLOAD

           MOVE SPACES TO WS-EXPECTED-JSON
           STRING '{"properties": {  "maxSizeInMegabytes": 1024,'
                  '  "defaultMessageTimeToLive": "PT1H",'
                  '  "maxDeliveryCount": 10,'
                  '  "requiresSession": false,'
                  '  "deadLetteringOnMessageExpiration": false}}'
               DELIMITED BY SIZE INTO WS-EXPECTED-JSON
           END-STRING

           IF JSON-PAYLOAD = WS-EXPECTED-JSON
                   AND JSON-LENGTH =
                       FUNCTION LENGTH(FUNCTION TRIM(WS-EXPECTED-JSON))
                   AND LS-RETURN-CODE = 0
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

      *> Mirrors ARMBATCH.cbl's STORE-BATCH-REQUEST
       STORE-BATCH-REQUEST.
           IF WS-BATCH-COUNT >= WS-BATCH-MAX
               DISPLAY "  More than " WS-BATCH-MAX " requests in "
                       FUNCTION TRIM(WS-REQ-FILE-NAME)
                       " - split the set"
               MOVE 8 TO LS-BATCH-RC
               MOVE 'Y' TO WS-EOF-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BATCH-COUNT
           MOVE 1 TO WS-FIELD-PTR
           UNSTRING BATCH-REQ-RECORD DELIMITED BY '|'
               INTO WS-BE-LABEL(WS-BATCH-COUNT)
                    WS-BE-METHOD(WS-BATCH-COUNT)
                    WS-BE-URL(WS-BATCH-COUNT)
               WITH POINTER WS-FIELD-PTR
           END-UNSTRING
           IF WS-FIELD-PTR <= LENGTH OF BATCH-REQ-RECORD
               MOVE BATCH-REQ-RECORD(WS-FIELD-PTR:)
                   TO WS-BE-CONTENT(WS-BATCH-COUNT)
           END-IF
           MOVE 0 TO WS-BE-STATUS(WS-BATCH-COUNT)
           MOVE 'P' TO WS-BE-STATE(WS-BATCH-COUNT).

      *> Mirrors ARMBATCH.cbl's COLLECT-BATCH-CHUNK
       COLLECT-BATCH-CHUNK.
           MOVE 0 TO WS-CHUNK-COUNT
           PERFORM UNTIL WS-SCAN-IDX > WS-BATCH-COUNT
                   OR WS-CHUNK-COUNT >= WS-CHUNK-MAX
               IF WS-BE-STATE(WS-SCAN-IDX) = 'P'
                   ADD 1 TO WS-CHUNK-COUNT
                   MOVE WS-SCAN-IDX TO WS-CHUNK-REQ(WS-CHUNK-COUNT)
                   MOVE 0 TO WS-BE-STATUS(WS-SCAN-IDX)
               END-IF
               ADD 1 TO WS-SCAN-IDX
           END-PERFORM.

      *> Mirrors ARMBATCH.cbl's APPLY-PARSED-LINE
       APPLY-PARSED-LINE.
           MOVE SPACES TO WS-PARSED-IDX-TEXT WS-PARSED-STATUS-TEXT
           UNSTRING WS-PARSED-LINE DELIMITED BY '|'
               INTO WS-PARSED-IDX-TEXT WS-PARSED-STATUS-TEXT
           END-UNSTRING
           IF WS-PARSED-IDX-TEXT = SPACES
                   OR FUNCTION TRIM(WS-PARSED-IDX-TEXT) IS NOT NUMERIC
                   OR WS-PARSED-STATUS-TEXT = SPACES
                   OR FUNCTION TRIM(WS-PARSED-STATUS-TEXT)
                       IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-PARSED-IDX-TEXT) TO WS-REQ-IDX
           IF WS-REQ-IDX < 1 OR WS-REQ-IDX > WS-BATCH-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-PARSED-STATUS-TEXT)
               TO WS-SUB-STATUS
           PERFORM APPLY-SUB-STATUS.

      *> Mirrors ARMBATCH.cbl's APPLY-SUB-STATUS
       APPLY-SUB-STATUS.
           MOVE WS-SUB-STATUS TO WS-BE-STATUS(WS-REQ-IDX)
           IF WS-SUB-STATUS = 0 OR WS-SUB-STATUS = 408
                   OR WS-SUB-STATUS = 429 OR WS-SUB-STATUS = 500
                   OR WS-SUB-STATUS = 502 OR WS-SUB-STATUS = 503
                   OR WS-SUB-STATUS = 504
               MOVE 'P' TO WS-BE-STATE(WS-REQ-IDX)
           ELSE
               MOVE 'D' TO WS-BE-STATE(WS-REQ-IDX)
           END-IF.

      *> Mirrors SERVICEBUS.cbl's JUDGE-ENTITY-STATUS
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

      *> Mirrors STORAGE.cbl's APPLY-SUBCKPT-RECORD
       APPLY-SUBCKPT-RECORD.
           MOVE SPACES TO WS-SUBCKPT-KEY WS-SUBCKPT-VAL
           UNSTRING SUBCKPT-RECORD DELIMITED BY '='
               INTO WS-SUBCKPT-KEY WS-SUBCKPT-VAL
           END-UNSTRING
           IF WS-SUBCKPT-KEY(1:17) NOT = 'STORAGE_DEPLOYED_'
                   OR WS-SUBCKPT-VAL(1:1) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
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

      *> Mirrors STORAGE.cbl's CHECK-DONE-KEY
       CHECK-DONE-KEY.
           MOVE 'N' TO WS-KEY-FOUND
           PERFORM VARYING WS-DONE-KEY-IDX FROM 1 BY 1
                   UNTIL WS-DONE-KEY-IDX > WS-DONE-KEY-COUNT
                       OR WS-KEY-FOUND = 'Y'
               IF WS-DONE-KEY(WS-DONE-KEY-IDX) = WS-BATCH-KEY
                   MOVE 'Y' TO WS-KEY-FOUND
               END-IF
           END-PERFORM.

      *> Mirrors STORAGE.cbl's NOTE-DONE-KEY
       NOTE-DONE-KEY.
           PERFORM CHECK-DONE-KEY
           IF WS-KEY-FOUND NOT = 'Y'
                   AND WS-DONE-KEY-COUNT < 100
               ADD 1 TO WS-DONE-KEY-COUNT
               MOVE WS-BATCH-KEY TO WS-DONE-KEY(WS-DONE-KEY-COUNT)
           END-IF.

      *> Mirrors SERVICEBUS.cbl's GENERATE-QUEUE-JSON-PAYLOAD
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

      *> Mirrors SERVICEBUS.cbl's CHECK-PAYLOAD-CAPACITY
       CHECK-PAYLOAD-CAPACITY.
           IF JSON-PAYLOAD(8185:8) NOT = SPACES
               DISPLAY "  Request payload exceeds the 8192-byte "
                       "build buffer - refusing to send a "
                       "truncated document"
               MOVE 8 TO LS-RETURN-CODE
           END-IF.

       DISPLAY-TEST-SUMMARY.
           DISPLAY " "
           DISPLAY "Test Summary"
           DISPLAY "============"
           DISPLAY "Total Tests: " TEST-COUNTER
           DISPLAY "Passed: " PASSED-TESTS
           DISPLAY "Failed: " FAILED-TESTS

           IF FAILED-TESTS = 0
               DISPLAY "All tests passed!"
           ELSE
               DISPLAY "Some tests failed. Please review."
           END-IF.

       END PROGRAM TESTARMBATCH.

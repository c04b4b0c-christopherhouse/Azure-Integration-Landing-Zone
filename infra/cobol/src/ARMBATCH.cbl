       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARMBATCH.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> ARM batch submitter, shared by the modules that create many
      *> small child entities (queues, rules, containers...) whose
      *> one-PUT-each loops spent most of a run on round trips:
      *>   CALL 'ARMBATCH' USING request-file result-file auth-file
      *>                         arm-base-url rc
      *> request-file holds one line per entity request:
      *>   label|METHOD|/subscriptions/...?api-version=...|content
      *> (content is the JSON body, empty for a DELETE). Requests go
      *> to the /batch endpoint under arm-base-url (the caller's
      *> cloud-aware ARM host, so a sovereign-cloud run batches
      *> against its own ARM) WS-CHUNK-MAX at a time; a 202 is
      *> polled through its Location until the responses are ready.
      *> Every sub-response is judged on its own - 408/429/5xx ones
      *> and ones missing from the response are resent in the next
      *> round, up to WS-RETRY-MAX rounds with the usual 2**n
      *> backoff. result-file gets one line per request, in request
      *> order:
      *>   label|status
      *> with status 000 for a request ARM never answered. The
      *> caller decides which statuses count as landed (a DELETE may
      *> accept 404). Each request still draws from ARMGOVERN's
      *> write budget against its own subscription. rc is 0 once
      *> result-file is written, 8 when the request file cannot be
      *> read or holds more than WS-BATCH-MAX requests.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-REQ-FILE ASSIGN TO WS-REQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           SELECT BATCH-RES-FILE ASSIGN TO WS-RES-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-STATUS.
           SELECT BATCH-BODY-FILE ASSIGN TO "armbatch_body.json"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATCH-STATUS-FILE ASSIGN TO "armbatch_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FILE-STATUS.
           SELECT BATCH-PARSED-FILE ASSIGN TO "armbatch_parsed.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARSED-STATUS.
           SELECT BATCH-LOCATION-FILE ASSIGN TO
               "armbatch_location.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCATION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BATCH-REQ-FILE.
       01  BATCH-REQ-RECORD            PIC X(2700).

       FD  BATCH-RES-FILE.
       01  BATCH-RES-RECORD            PIC X(64).

       FD  BATCH-BODY-FILE.
       01  BATCH-BODY-RECORD           PIC X(2700).

       FD  BATCH-STATUS-FILE.
       01  BATCH-STATUS-RECORD         PIC X(8).

       FD  BATCH-PARSED-FILE.
       01  BATCH-PARSED-RECORD         PIC X(32).

       FD  BATCH-LOCATION-FILE.
       01  BATCH-LOCATION-RECORD       PIC X(1024).

       WORKING-STORAGE SECTION.
       01  WS-REQ-FILE-NAME            PIC X(128).
       01  WS-RES-FILE-NAME            PIC X(128).
       01  WS-AUTH-FILE-NAME           PIC X(128).
       01  WS-REQ-STATUS               PIC XX.
       01  WS-RES-STATUS               PIC XX.
       01  WS-STATUS-FILE-STATUS       PIC XX.
       01  WS-PARSED-STATUS            PIC XX.
       01  WS-LOCATION-STATUS          PIC XX.
       01  WS-EOF-FLAG                 PIC X.
      *> Overall time limit handed to every curl (-m) so a network
      *> blackhole fails the call instead of hanging the run;
      *> CURL_TIMEOUT_SECS overrides the default where configured
       01  WS-CURL-MAX-TIME            PIC 9(4) VALUE 0300.
       01  WS-CURL-TIMEOUT-ENV         PIC X(8).
       01  WS-BATCH-URL                PIC X(80).
       01  WS-BATCH-CMD                PIC X(1536).
       01  WS-HTTP-STATUS              PIC 9(3).
       01  WS-LOCATION-URL             PIC X(1024).

      *> ARM takes up to 500 requests in one batch; smaller chunks
      *> keep one bad answer from holding up the whole set and let
      *> the write budget pace them
       01  WS-BATCH-MAX                PIC 9(3) VALUE 200.
       01  WS-CHUNK-MAX                PIC 9(2) VALUE 20.
       01  WS-RETRY-MAX                PIC 9(2) VALUE 3.
       01  WS-POLL-SECS                PIC 9(2) VALUE 05.
       01  WS-POLL-MAX                 PIC 9(3) VALUE 060.
       01  WS-POLL-COUNT               PIC 9(3).
       01  WS-ROUND                    PIC 9(2).
       01  WS-BACKOFF-SECS             PIC 9(2).
       01  WS-PENDING-COUNT            PIC 9(3).
       01  WS-SCAN-IDX                 PIC 9(3).
       01  WS-REQ-IDX                  PIC 9(3).
       01  WS-CHUNK-IDX                PIC 9(2).
       01  WS-FIELD-PTR                PIC 9(4).
       01  WS-BODY-PTR                 PIC 9(4).

       01  WS-BATCH-TABLE.
           05  WS-BATCH-COUNT          PIC 9(3).
           05  WS-BATCH-ENTRY OCCURS 200 TIMES.
               10  WS-BE-LABEL         PIC X(40).
               10  WS-BE-METHOD        PIC X(8).
               10  WS-BE-URL           PIC X(512).
               10  WS-BE-CONTENT       PIC X(2048).
               10  WS-BE-STATUS        PIC 9(3).
      *> P still to send (or resend), D answered for good
               10  WS-BE-STATE         PIC X.

       01  WS-CHUNK-TABLE.
           05  WS-CHUNK-COUNT          PIC 9(2).
           05  WS-CHUNK-REQ            PIC 9(3) OCCURS 20 TIMES.

       01  WS-PARSED-LINE              PIC X(32).
       01  WS-PARSED-IDX-TEXT          PIC X(8).
       01  WS-PARSED-STATUS-TEXT       PIC X(8).
       01  WS-SUB-STATUS               PIC 9(3).

       LINKAGE SECTION.
       01  LS-REQUEST-FILE             PIC X ANY LENGTH.
       01  LS-RESULT-FILE              PIC X ANY LENGTH.
       01  LS-AUTH-FILE                PIC X ANY LENGTH.
       01  LS-ARM-BASE-URL             PIC X ANY LENGTH.
       01  LS-BATCH-RC                 PIC 9(2).

       PROCEDURE DIVISION USING LS-REQUEST-FILE,
                                LS-RESULT-FILE,
                                LS-AUTH-FILE,
                                LS-ARM-BASE-URL,
                                LS-BATCH-RC.
       MAIN-PROCEDURE.
           MOVE 0 TO LS-BATCH-RC
           MOVE FUNCTION TRIM(LS-REQUEST-FILE) TO WS-REQ-FILE-NAME
           MOVE FUNCTION TRIM(LS-RESULT-FILE) TO WS-RES-FILE-NAME
           MOVE FUNCTION TRIM(LS-AUTH-FILE) TO WS-AUTH-FILE-NAME
           MOVE SPACES TO WS-BATCH-URL
           STRING FUNCTION TRIM(LS-ARM-BASE-URL)
                  '/batch?api-version=2020-06-01'
               DELIMITED BY SIZE INTO WS-BATCH-URL
           END-STRING

           MOVE SPACES TO WS-CURL-TIMEOUT-ENV
           ACCEPT WS-CURL-TIMEOUT-ENV FROM ENVIRONMENT
               'CURL_TIMEOUT_SECS'
           IF WS-CURL-TIMEOUT-ENV NOT = SPACES
                   AND FUNCTION TRIM(WS-CURL-TIMEOUT-ENV) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-CURL-TIMEOUT-ENV)
                   TO WS-CURL-MAX-TIME
           END-IF

           PERFORM LOAD-BATCH-REQUESTS
           IF LS-BATCH-RC NOT = 0
               GOBACK
           END-IF

           MOVE 0 TO WS-ROUND
           PERFORM COUNT-PENDING-REQUESTS
           PERFORM UNTIL WS-PENDING-COUNT = 0
                   OR WS-ROUND >= WS-RETRY-MAX
               IF WS-ROUND > 0
                   COMPUTE WS-BACKOFF-SECS = 2 ** WS-ROUND
                   DISPLAY "  " WS-PENDING-COUNT " batched request(s)"
                           " got a transient answer, resending in "
                           WS-BACKOFF-SECS " seconds..."
                   CALL "C$SYSTEM" USING "sleep " WS-BACKOFF-SECS
                   END-CALL
               END-IF
               PERFORM SUBMIT-PENDING-REQUESTS
               ADD 1 TO WS-ROUND
               PERFORM COUNT-PENDING-REQUESTS
           END-PERFORM

           PERFORM WRITE-BATCH-RESULTS
           GOBACK.

       LOAD-BATCH-REQUESTS.
           INITIALIZE WS-BATCH-TABLE
           OPEN INPUT BATCH-REQ-FILE
           IF WS-REQ-STATUS NOT = '00'
               DISPLAY "  Cannot read batch request file "
                       FUNCTION TRIM(WS-REQ-FILE-NAME)
               MOVE 8 TO LS-BATCH-RC
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ BATCH-REQ-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF BATCH-REQ-RECORD NOT = SPACES
                           PERFORM STORE-BATCH-REQUEST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BATCH-REQ-FILE.

      *> The content is whatever follows the third bar, taken whole
      *> so a bar inside a filter expression survives
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

       COUNT-PENDING-REQUESTS.
           MOVE 0 TO WS-PENDING-COUNT
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-BATCH-COUNT
               IF WS-BE-STATE(WS-REQ-IDX) = 'P'
                   ADD 1 TO WS-PENDING-COUNT
               END-IF
           END-PERFORM.

       SUBMIT-PENDING-REQUESTS.
           MOVE 1 TO WS-SCAN-IDX
           PERFORM UNTIL WS-SCAN-IDX > WS-BATCH-COUNT
               PERFORM COLLECT-BATCH-CHUNK
               IF WS-CHUNK-COUNT > 0
                   PERFORM WRITE-BATCH-BODY
                   PERFORM SEND-BATCH-CHUNK
               END-IF
           END-PERFORM.

       COLLECT-BATCH-CHUNK.
           MOVE 0 TO WS-CHUNK-COUNT
           PERFORM UNTIL WS-SCAN-IDX > WS-BATCH-COUNT
                   OR WS-CHUNK-COUNT >= WS-CHUNK-MAX
               IF WS-BE-STATE(WS-SCAN-IDX) = 'P'
                   ADD 1 TO WS-CHUNK-COUNT
                   MOVE WS-SCAN-IDX TO WS-CHUNK-REQ(WS-CHUNK-COUNT)
      *> an answer missing from the response leaves it at 000
                   MOVE 0 TO WS-BE-STATUS(WS-SCAN-IDX)
               END-IF
               ADD 1 TO WS-SCAN-IDX
           END-PERFORM.

      *> One request per line of the body - JSON does not care, and
      *> no line has to hold the whole chunk. Each request is named
      *> armb-<index> so the answers map back whatever the labels
       WRITE-BATCH-BODY.
           OPEN OUTPUT BATCH-BODY-FILE
           MOVE '{"requests":[' TO BATCH-BODY-RECORD
           WRITE BATCH-BODY-RECORD
           PERFORM VARYING WS-CHUNK-IDX FROM 1 BY 1
                   UNTIL WS-CHUNK-IDX > WS-CHUNK-COUNT
               MOVE WS-CHUNK-REQ(WS-CHUNK-IDX) TO WS-REQ-IDX
               MOVE SPACES TO BATCH-BODY-RECORD
               MOVE 1 TO WS-BODY-PTR
               IF WS-CHUNK-IDX > 1
                   STRING ',' DELIMITED BY SIZE
                       INTO BATCH-BODY-RECORD WITH POINTER WS-BODY-PTR
                   END-STRING
               END-IF
               STRING '{"httpMethod":"'
                      FUNCTION TRIM(WS-BE-METHOD(WS-REQ-IDX))
                      '","name":"armb-' WS-REQ-IDX
                      '","url":"'
                      FUNCTION TRIM(WS-BE-URL(WS-REQ-IDX)) '"'
                   DELIMITED BY SIZE
                   INTO BATCH-BODY-RECORD WITH POINTER WS-BODY-PTR
               END-STRING
               IF WS-BE-CONTENT(WS-REQ-IDX) NOT = SPACES
                   STRING ',"content":'
                          FUNCTION TRIM(WS-BE-CONTENT(WS-REQ-IDX))
                       DELIMITED BY SIZE
                       INTO BATCH-BODY-RECORD WITH POINTER WS-BODY-PTR
                   END-STRING
               END-IF
               STRING '}' DELIMITED BY SIZE
                   INTO BATCH-BODY-RECORD WITH POINTER WS-BODY-PTR
               END-STRING
               WRITE BATCH-BODY-RECORD
           END-PERFORM
           MOVE ']}' TO BATCH-BODY-RECORD
           WRITE BATCH-BODY-RECORD
           CLOSE BATCH-BODY-FILE.

       SEND-BATCH-CHUNK.
      *> ARM meters each request inside a batch as its own write, so
      *> each one draws from the budget before the batch goes
           PERFORM VARYING WS-CHUNK-IDX FROM 1 BY 1
                   UNTIL WS-CHUNK-IDX > WS-CHUNK-COUNT
               MOVE WS-CHUNK-REQ(WS-CHUNK-IDX) TO WS-REQ-IDX
               CALL 'ARMGOVERN' USING 'DRAW' WS-BE-METHOD(WS-REQ-IDX)
                                      WS-BE-URL(WS-REQ-IDX)
                                      'armbatch_headers.txt'
               END-CALL
           END-PERFORM

           MOVE SPACES TO WS-BATCH-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o armbatch_response.json'
                  ' -D armbatch_headers.txt -w '
                  "'%{http_code}'"
                  ' -X POST -H @' FUNCTION TRIM(WS-AUTH-FILE-NAME)
                  ' -H ' "'Content-Type: application/json'"
                  ' --data-binary @armbatch_body.json'
                  " '" FUNCTION TRIM(WS-BATCH-URL)
                  "' > armbatch_status.txt"
               DELIMITED BY SIZE INTO WS-BATCH-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-BATCH-CMD
           END-CALL
           PERFORM READ-BATCH-STATUS
           MOVE WS-CHUNK-REQ(1) TO WS-REQ-IDX
           CALL 'ARMGOVERN' USING 'NOTE' 'POST' WS-BE-URL(WS-REQ-IDX)
                                  'armbatch_headers.txt'
           END-CALL

           IF WS-HTTP-STATUS = 202
               PERFORM POLL-BATCH-RESPONSE
           END-IF

           IF WS-HTTP-STATUS = 200
               PERFORM APPLY-BATCH-RESPONSES
           ELSE
      *> The batch as a whole was refused or never answered: every
      *> request in it takes that status, and is resent when it is a
      *> transient one
               DISPLAY "  Batch of " WS-CHUNK-COUNT
                       " request(s) failed. Status: " WS-HTTP-STATUS
               PERFORM VARYING WS-CHUNK-IDX FROM 1 BY 1
                       UNTIL WS-CHUNK-IDX > WS-CHUNK-COUNT
                   MOVE WS-CHUNK-REQ(WS-CHUNK-IDX) TO WS-REQ-IDX
                   MOVE WS-HTTP-STATUS TO WS-SUB-STATUS
                   PERFORM APPLY-SUB-STATUS
               END-PERFORM
           END-IF.

      *> A long-running batch answers 202 with a Location to poll;
      *> the same GET returns the batch response once it is ready
       POLL-BATCH-RESPONSE.
           MOVE SPACES TO WS-BATCH-CMD
           STRING "tr -d '\r' < armbatch_headers.txt | awk "
                  "'tolower($1)==" '"location:"' "{print $2}'"
                  ' | tail -1 > armbatch_location.txt'
               DELIMITED BY SIZE INTO WS-BATCH-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-BATCH-CMD
           END-CALL
           MOVE SPACES TO WS-LOCATION-URL
           OPEN INPUT BATCH-LOCATION-FILE
           IF WS-LOCATION-STATUS = '00'
               READ BATCH-LOCATION-FILE INTO WS-LOCATION-URL
                   AT END MOVE SPACES TO WS-LOCATION-URL
               END-READ
               CLOSE BATCH-LOCATION-FILE
           END-IF
           IF WS-LOCATION-URL = SPACES
               DISPLAY "  Batch accepted without a Location to poll"
               MOVE 0 TO WS-HTTP-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-POLL-COUNT
           PERFORM UNTIL WS-HTTP-STATUS NOT = 202
                   OR WS-POLL-COUNT >= WS-POLL-MAX
               ADD 1 TO WS-POLL-COUNT
               CALL "C$SYSTEM" USING "sleep " WS-POLL-SECS
               END-CALL
               MOVE SPACES TO WS-BATCH-CMD
               STRING 'curl -s -m ' WS-CURL-MAX-TIME
                      ' -o armbatch_response.json'
                      ' -D armbatch_headers.txt -w '
                      "'%{http_code}'"
                      ' -H @' FUNCTION TRIM(WS-AUTH-FILE-NAME)
                      " '" FUNCTION TRIM(WS-LOCATION-URL)
                      "' > armbatch_status.txt"
                   DELIMITED BY SIZE INTO WS-BATCH-CMD
               END-STRING
               CALL "C$SYSTEM" USING WS-BATCH-CMD
               END-CALL
               PERFORM READ-BATCH-STATUS
           END-PERFORM
           IF WS-HTTP-STATUS = 202
               DISPLAY "  Batch still running after "
                       WS-POLL-COUNT " polls"
               MOVE 0 TO WS-HTTP-STATUS
           END-IF.

      *> The responses array is carved to index|status lines - one
      *> record per "name":"armb- so a resource's own "name" inside
      *> its content never starts a record; ARM writes the name
      *> ahead of the httpStatusCode
       APPLY-BATCH-RESPONSES.
           MOVE SPACES TO WS-BATCH-CMD
           STRING "tr -d ' \t\r\n' < armbatch_response.json"
                  ' | awk ' "'" 'BEGIN{RS="\"name\":\"armb-"} '
                  'NR>1{n=substr($0,1,3);s="000";'
                  'if(match($0,/"httpStatusCode":[0-9]+/))'
                  '{s=substr($0,RSTART+17,RLENGTH-17)}'
                  'print n "|" s}' "'"
                  ' > armbatch_parsed.txt'
               DELIMITED BY SIZE INTO WS-BATCH-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-BATCH-CMD
           END-CALL

           OPEN INPUT BATCH-PARSED-FILE
           IF WS-PARSED-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ BATCH-PARSED-FILE INTO WS-PARSED-LINE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM APPLY-PARSED-LINE
               END-READ
           END-PERFORM
           CLOSE BATCH-PARSED-FILE.

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

      *> A transient answer (or none at all) leaves the request
      *> pending for the next round; anything else is final
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

       READ-BATCH-STATUS.
           MOVE 0 TO WS-HTTP-STATUS
           OPEN INPUT BATCH-STATUS-FILE
           IF WS-STATUS-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ BATCH-STATUS-FILE
               AT END MOVE SPACES TO BATCH-STATUS-RECORD
           END-READ
           IF BATCH-STATUS-RECORD NOT = SPACES
                   AND FUNCTION TRIM(BATCH-STATUS-RECORD) IS NUMERIC
               MOVE FUNCTION NUMVAL(BATCH-STATUS-RECORD)
                   TO WS-HTTP-STATUS
           END-IF
           CLOSE BATCH-STATUS-FILE.

       WRITE-BATCH-RESULTS.
           OPEN OUTPUT BATCH-RES-FILE
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-BATCH-COUNT
               MOVE SPACES TO BATCH-RES-RECORD
               STRING FUNCTION TRIM(WS-BE-LABEL(WS-REQ-IDX)) '|'
                      WS-BE-STATUS(WS-REQ-IDX)
                   DELIMITED BY SIZE INTO BATCH-RES-RECORD
               END-STRING
               WRITE BATCH-RES-RECORD
           END-PERFORM
           CLOSE BATCH-RES-FILE.

       END PROGRAM ARMBATCH.

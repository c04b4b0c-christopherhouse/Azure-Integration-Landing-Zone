       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTTIMELINE.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Unit tests for AZURETIMELINE - stamp conversion, reading
      *> audit.log and run journal lines, retry detection, the run
      *> window and the chronological ordering of the timeline

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  TEST-COUNTER                PIC 9(3) VALUE 0.
       01  PASSED-TESTS                PIC 9(3) VALUE 0.
       01  FAILED-TESTS                PIC 9(3) VALUE 0.
       01  WS-TEST-RESULT              PIC X(6).
       01  WS-EXPECT-SECS              PIC 9(12).

       01  AUDIT-RECORD                PIC X(1024).
       01  EVENTS-RECORD               PIC X(256).

       01  WS-RUN-START-SECS           PIC 9(12) VALUE 0.
       01  WS-RUN-END-SECS             PIC 9(12) VALUE 0.
       01  WS-WINDOW-GRACE             PIC 9(4) VALUE 0600.
       01  WS-TZ-OFFSET-SECS           PIC S9(6) VALUE 0.
       01  WS-STAMP-TEXT               PIC X(14).
       01  WS-STAMP-NUM                PIC 9(14).
       01  WS-STAMP-DATE               PIC 9(8).
       01  WS-STAMP-SECS               PIC 9(12).
       01  WS-DAY-NUMBER               PIC 9(8).
       01  WS-DAY-SECS                 PIC 9(5).
       01  WS-SHOW-DATE                PIC 9(8).
       01  WS-SHOW-HH                  PIC 99.
       01  WS-SHOW-MM                  PIC 99.
       01  WS-SHOW-SS                  PIC 99.
       01  WS-SHOW-STAMP               PIC X(19).

       01  WS-NEW-SECS                 PIC 9(12).
       01  WS-NEW-SOURCE               PIC X(8).
       01  WS-NEW-STAGE                PIC X(32).
       01  WS-NEW-DETAIL               PIC X(160).
       01  WS-NEW-FAIL                 PIC X.

       01  WS-TL-COUNT                 PIC 9(4) VALUE 0.
       01  WS-TL-TABLE.
           05  WS-TL-ENTRY OCCURS 2000 TIMES.
               10  WS-TL-SECS          PIC 9(12).
               10  WS-TL-SOURCE        PIC X(8).
               10  WS-TL-STAGE         PIC X(32).
               10  WS-TL-DETAIL        PIC X(160).
               10  WS-TL-FAIL          PIC X.
       01  WS-TL-HOLD.
           05  WS-HOLD-SECS            PIC 9(12).
           05  WS-HOLD-SOURCE          PIC X(8).
           05  WS-HOLD-STAGE           PIC X(32).
           05  WS-HOLD-DETAIL          PIC X(160).
           05  WS-HOLD-FAIL            PIC X.
       01  WS-TL-IDX                   PIC 9(4).
       01  WS-SORT-IDX                 PIC 9(4).
       01  WS-FIRST-FAIL-IDX           PIC 9(4) VALUE 0.

       01  WS-RETRY-COUNT              PIC 9(4) VALUE 0.
       01  WS-RETRY-LOST-SECS          PIC 9(8) VALUE 0.
       01  WS-TOKEN-COUNT              PIC 9(4) VALUE 0.
       01  WS-NOTIFY-COUNT             PIC 9(4) VALUE 0.
       01  WS-ITSM-COUNT               PIC 9(4) VALUE 0.
       01  WS-STAGE-EVENT-COUNT        PIC 9(4) VALUE 0.
       01  WS-EVENT-LINE-COUNT         PIC 9(4) VALUE 0.
       01  WS-AUDIT-LINE-COUNT         PIC 9(4) VALUE 0.

       01  WS-F1                       PIC X(16).
       01  WS-F2                       PIC X(40).
       01  WS-F3                       PIC X(40).
       01  WS-F4                       PIC X(40).
       01  WS-F5                       PIC X(160).

       01  WS-AUD-STAMP                PIC X(24).
       01  WS-AUD-OPERATOR             PIC X(32).
       01  WS-AUD-CLIENT               PIC X(40).
       01  WS-AUD-METHOD               PIC X(10).
       01  WS-AUD-URL                  PIC X(512).
       01  WS-AUD-HASH                 PIC X(80).
       01  WS-AUD-STATUS-TEXT          PIC X(8).
       01  WS-AUD-STATUS               PIC 9(3).
       01  WS-AUD-CORRELATION          PIC X(40).
       01  WS-AUD-PATH                 PIC X(512).
       01  WS-AUD-BEFORE               PIC X(512).
       01  WS-AUD-AFTER                PIC X(512).
       01  WS-AUD-NS                   PIC X(64).
       01  WS-AUD-TYPE                 PIC X(64).
       01  WS-AUD-NAME                 PIC X(64).
       01  WS-CALL-KEY                 PIC X(524).

       01  WS-PEND-COUNT               PIC 9(3) VALUE 0.
       01  WS-PEND-TABLE.
           05  WS-PEND-ENTRY OCCURS 200 TIMES.
               10  WS-PEND-KEY         PIC X(524).
               10  WS-PEND-SECS        PIC 9(12).
       01  WS-PEND-IDX                 PIC 9(3).
       01  WS-PEND-FOUND               PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Forensic Timeline Unit Tests"
           DISPLAY "============================"

           PERFORM TEST-STAMP-CONVERSION
           PERFORM TEST-AUDIT-LINE-PARSE
           PERFORM TEST-RETRY-DETECTION
           PERFORM TEST-JOURNAL-AND-WINDOW
           PERFORM TEST-CHRONOLOGICAL-ORDER

           PERFORM DISPLAY-TEST-SUMMARY

           STOP RUN.

       TEST-STAMP-CONVERSION.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Stamp Conversion"

      *> A stamp survives the trip to seconds and back; one that is
      *> not a stamp gives 0 rather than a bad date
           MOVE '20261015093005' TO WS-STAMP-TEXT
           PERFORM CONVERT-STAMP
           PERFORM FORMAT-STAMP
           MOVE WS-STAMP-SECS TO WS-EXPECT-SECS
           MOVE 'run-2026101' TO WS-STAMP-TEXT
           PERFORM CONVERT-STAMP

           IF WS-SHOW-STAMP = '2026-10-15 09:30:05'
                   AND WS-EXPECT-SECS > 0
                   AND WS-STAMP-SECS = 0
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-SHOW-STAMP " " WS-STAMP-SECS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-AUDIT-LINE-PARSE.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Audit Line Parse"

      *> UTC 07:30:05 on a host two hours ahead is 09:30:05 local
           MOVE '20261015093005' TO WS-STAMP-TEXT
           PERFORM CONVERT-STAMP
           MOVE WS-STAMP-SECS TO WS-EXPECT-SECS
           MOVE 7200 TO WS-TZ-OFFSET-SECS
           MOVE 0 TO WS-TL-COUNT WS-PEND-COUNT WS-RETRY-COUNT
                     WS-RETRY-LOST-SECS
           MOVE SPACES TO AUDIT-RECORD
           STRING '2026-10-15T07:30:05Z|ops|cid-1|PUT|'
                  'https://management.azure.com/subscriptions/s1/'
                  'resourceGroups/rg-dev/providers/'
                  'Microsoft.KeyVault/vaults/kv-dev-01'
                  '?api-version=2023-07-01|h1|201|corr-1|c1'
               DELIMITED BY SIZE INTO AUDIT-RECORD
           END-STRING
           PERFORM APPLY-AUDIT-RECORD
           MOVE 0 TO WS-TZ-OFFSET-SECS

           IF WS-TL-COUNT = 1
                   AND WS-TL-SECS(1) = WS-EXPECT-SECS
                   AND WS-TL-SOURCE(1) = 'AUDIT'
                   AND WS-TL-STAGE(1) = 'kv-dev-01'
                   AND WS-TL-DETAIL(1)(1:30) =
                       'PUT Microsoft.KeyVault/vaults/'
                   AND WS-TL-DETAIL(1)(31:) =
                       'kv-dev-01 -> 201 corr corr-1'
                   AND WS-TL-FAIL(1) = 'N'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-TL-COUNT " " WS-TL-SECS(1) " "
                       FUNCTION TRIM(WS-TL-DETAIL(1))
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-RETRY-DETECTION.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Retry Detection"

      *> A PUT that ran out of in-call retries on 503 (two retries,
      *> 6s) and went through when repeated 40s later (one more
      *> retry, 40s); a GET answered 404 is only a probe
           MOVE 0 TO WS-TL-COUNT WS-PEND-COUNT WS-RETRY-COUNT
                     WS-RETRY-LOST-SECS
           MOVE SPACES TO AUDIT-RECORD
           STRING '2026-10-15T07:31:00Z|ops|cid-1|GET|'
                  'https://management.azure.com/subscriptions/s1/'
                  'resourceGroups/rg-dev/providers/'
                  'Microsoft.Web/sites/func-dev-01'
                  '?api-version=2023-01-01|h0|404|corr-0|c0'
               DELIMITED BY SIZE INTO AUDIT-RECORD
           END-STRING
           PERFORM APPLY-AUDIT-RECORD
           MOVE SPACES TO AUDIT-RECORD
           STRING '2026-10-15T07:31:05Z|ops|cid-1|PUT|'
                  'https://management.azure.com/subscriptions/s1/'
                  'resourceGroups/rg-dev/providers/'
                  'Microsoft.Web/sites/func-dev-01'
                  '?api-version=2023-01-01|h1|503|corr-1|c1'
               DELIMITED BY SIZE INTO AUDIT-RECORD
           END-STRING
           PERFORM APPLY-AUDIT-RECORD
           MOVE SPACES TO AUDIT-RECORD
           STRING '2026-10-15T07:31:45Z|ops|cid-1|PUT|'
                  'https://management.azure.com/subscriptions/s1/'
                  'resourceGroups/rg-dev/providers/'
                  'Microsoft.Web/sites/func-dev-01'
                  '?api-version=2023-01-01|h1|200|corr-2|c2'
               DELIMITED BY SIZE INTO AUDIT-RECORD
           END-STRING
           PERFORM APPLY-AUDIT-RECORD

           IF WS-TL-COUNT = 3
                   AND WS-TL-FAIL(1) = 'N'
                   AND WS-TL-FAIL(2) = 'Y'
                   AND WS-TL-FAIL(3) = 'N'
                   AND WS-RETRY-COUNT = 3
                   AND WS-RETRY-LOST-SECS = 46
                   AND WS-TL-DETAIL(2)(44:26) =
                       '(in-call retries used up) '
                   AND WS-TL-DETAIL(3)(44:18) = '(retry succeeded) '
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-RETRY-COUNT " " WS-RETRY-LOST-SECS
               DISPLAY "  " FUNCTION TRIM(WS-TL-DETAIL(2))
               DISPLAY "  " FUNCTION TRIM(WS-TL-DETAIL(3))
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-JOURNAL-AND-WINDOW.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Journal Lines And Run Window"

      *> Run 09:00:00-09:30:00: a stage failure and a failed ITSM
      *> post are flagged, a token refresh is counted, and a line an
      *> hour after the run's end is left out
           MOVE 0 TO WS-TL-COUNT WS-TOKEN-COUNT WS-ITSM-COUNT
                     WS-STAGE-EVENT-COUNT
           MOVE '20261015090000' TO WS-STAMP-TEXT
           PERFORM CONVERT-STAMP
           MOVE WS-STAMP-SECS TO WS-RUN-START-SECS
           MOVE '20261015093000' TO WS-STAMP-TEXT
           PERFORM CONVERT-STAMP
           MOVE WS-STAMP-SECS TO WS-RUN-END-SECS
           MOVE 'EVT|20261015091000|STAGE|KV|FAIL, 12s elapsed'
               TO EVENTS-RECORD
           PERFORM APPLY-JOURNAL-RECORD
           MOVE 'EVT|20261015091500|TOKEN|APIM|access token refreshed'
               TO EVENTS-RECORD
           PERFORM APPLY-JOURNAL-RECORD
           MOVE SPACES TO EVENTS-RECORD
           STRING 'EVT|20261015093100|ITSM|CHG0012345|'
                  'PATCH outcome work note (FAILED) -> 403'
               DELIMITED BY SIZE INTO EVENTS-RECORD
           END-STRING
           PERFORM APPLY-JOURNAL-RECORD
           MOVE 'EVT|20261015103000|STAGE|SB|OK, 3s elapsed'
               TO EVENTS-RECORD
           PERFORM APPLY-JOURNAL-RECORD
           MOVE 0 TO WS-RUN-START-SECS WS-RUN-END-SECS

           IF WS-TL-COUNT = 3
                   AND WS-TL-SOURCE(1) = 'STAGE'
                   AND WS-TL-STAGE(1) = 'KV'
                   AND WS-TL-FAIL(1) = 'Y'
                   AND WS-TL-FAIL(2) = 'N'
                   AND WS-TL-FAIL(3) = 'Y'
                   AND WS-TOKEN-COUNT = 1
                   AND WS-ITSM-COUNT = 1
                   AND WS-STAGE-EVENT-COUNT = 2
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-TL-COUNT " " WS-TL-FAIL(1)
                       WS-TL-FAIL(2) WS-TL-FAIL(3)
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-CHRONOLOGICAL-ORDER.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Chronological Order"

      *> Sources arrive one after another; the sort interleaves them
      *> by time and keeps same-second lines in arrival order
           MOVE 0 TO WS-TL-COUNT
           MOVE 'N' TO WS-NEW-FAIL
           MOVE 'run' TO WS-NEW-STAGE
           MOVE 500 TO WS-NEW-SECS
           MOVE 'STAGE' TO WS-NEW-SOURCE
           MOVE 'first at 500' TO WS-NEW-DETAIL
           PERFORM ADD-TIMELINE-ENTRY
           MOVE 900 TO WS-NEW-SECS
           MOVE 'second failure' TO WS-NEW-DETAIL
           MOVE 'Y' TO WS-NEW-FAIL
           PERFORM ADD-TIMELINE-ENTRY
           MOVE 'HISTORY' TO WS-NEW-SOURCE
           MOVE 100 TO WS-NEW-SECS
           MOVE 'run started' TO WS-NEW-DETAIL
           MOVE 'N' TO WS-NEW-FAIL
           PERFORM ADD-TIMELINE-ENTRY
           MOVE 'AUDIT' TO WS-NEW-SOURCE
           MOVE 500 TO WS-NEW-SECS
           MOVE 'second at 500' TO WS-NEW-DETAIL
           PERFORM ADD-TIMELINE-ENTRY
           MOVE 700 TO WS-NEW-SECS
           MOVE 'first failure' TO WS-NEW-DETAIL
           MOVE 'Y' TO WS-NEW-FAIL
           PERFORM ADD-TIMELINE-ENTRY
           PERFORM SORT-TIMELINE
           PERFORM FIND-FIRST-FAILURE

           IF WS-TL-COUNT = 5
                   AND WS-TL-DETAIL(1) = 'run started'
                   AND WS-TL-DETAIL(2) = 'first at 500'
                   AND WS-TL-DETAIL(3) = 'second at 500'
                   AND WS-TL-DETAIL(4) = 'first failure'
                   AND WS-TL-DETAIL(5) = 'second failure'
                   AND WS-FIRST-FAIL-IDX = 4
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-FIRST-FAIL-IDX " "
                       FUNCTION TRIM(WS-TL-DETAIL(1)) " / "
                       FUNCTION TRIM(WS-TL-DETAIL(2))
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

      *> Mirrors AZURETIMELINE.cbl's CONVERT-STAMP
       CONVERT-STAMP.
           MOVE 0 TO WS-STAMP-SECS
           IF WS-STAMP-TEXT IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STAMP-TEXT TO WS-STAMP-NUM
           MOVE WS-STAMP-TEXT(1:8) TO WS-STAMP-DATE
           IF WS-STAMP-DATE < 16010101
                   OR WS-STAMP-TEXT(5:2) < '01'
                   OR WS-STAMP-TEXT(5:2) > '12'
                   OR WS-STAMP-TEXT(7:2) < '01'
                   OR WS-STAMP-TEXT(7:2) > '31'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-STAMP-SECS =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 86400
               + FUNCTION NUMVAL(WS-STAMP-TEXT(9:2)) * 3600
               + FUNCTION NUMVAL(WS-STAMP-TEXT(11:2)) * 60
               + FUNCTION NUMVAL(WS-STAMP-TEXT(13:2)).

      *> Mirrors AZURETIMELINE.cbl's FORMAT-STAMP
       FORMAT-STAMP.
           DIVIDE WS-STAMP-SECS BY 86400 GIVING WS-DAY-NUMBER
               REMAINDER WS-DAY-SECS
           MOVE SPACES TO WS-SHOW-STAMP
           IF WS-DAY-NUMBER = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
               TO WS-SHOW-DATE
           DIVIDE WS-DAY-SECS BY 3600 GIVING WS-SHOW-HH
               REMAINDER WS-DAY-SECS
           DIVIDE WS-DAY-SECS BY 60 GIVING WS-SHOW-MM
               REMAINDER WS-SHOW-SS
           STRING WS-SHOW-DATE(1:4) '-' WS-SHOW-DATE(5:2) '-'
                  WS-SHOW-DATE(7:2) ' ' WS-SHOW-HH ':' WS-SHOW-MM
                  ':' WS-SHOW-SS
               DELIMITED BY SIZE INTO WS-SHOW-STAMP
           END-STRING.

      *> Mirrors AZURETIMELINE.cbl's ADD-TIMELINE-ENTRY
       ADD-TIMELINE-ENTRY.
           IF WS-NEW-SECS = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-RUN-START-SECS > 0
                   AND WS-NEW-SECS < WS-RUN-START-SECS
               EXIT PARAGRAPH
           END-IF
           IF WS-RUN-END-SECS > 0
                   AND WS-NEW-SECS > WS-RUN-END-SECS + WS-WINDOW-GRACE
               EXIT PARAGRAPH
           END-IF
           IF WS-TL-COUNT >= 2000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TL-COUNT
           MOVE WS-NEW-SECS TO WS-TL-SECS(WS-TL-COUNT)
           MOVE WS-NEW-SOURCE TO WS-TL-SOURCE(WS-TL-COUNT)
           MOVE WS-NEW-STAGE TO WS-TL-STAGE(WS-TL-COUNT)
           MOVE WS-NEW-DETAIL TO WS-TL-DETAIL(WS-TL-COUNT)
           MOVE WS-NEW-FAIL TO WS-TL-FAIL(WS-TL-COUNT).

      *> Mirrors AZURETIMELINE.cbl's APPLY-JOURNAL-RECORD
       APPLY-JOURNAL-RECORD.
           MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
           UNSTRING EVENTS-RECORD DELIMITED BY '|'
               INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
           END-UNSTRING
           MOVE WS-F2(1:14) TO WS-STAMP-TEXT
           PERFORM CONVERT-STAMP
           MOVE WS-STAMP-SECS TO WS-NEW-SECS
           MOVE WS-F3 TO WS-NEW-SOURCE
           MOVE WS-F4 TO WS-NEW-STAGE
           MOVE WS-F5 TO WS-NEW-DETAIL
           MOVE 'N' TO WS-NEW-FAIL
           EVALUATE WS-F3
               WHEN 'STAGE'
                   ADD 1 TO WS-STAGE-EVENT-COUNT
                   IF WS-F5(1:4) = 'FAIL'
                       MOVE 'Y' TO WS-NEW-FAIL
                   END-IF
               WHEN 'TOKEN'
                   ADD 1 TO WS-TOKEN-COUNT
                   IF WS-F5(23:6) = 'FAILED'
                       MOVE 'Y' TO WS-NEW-FAIL
                   END-IF
               WHEN 'ITSM'
                   ADD 1 TO WS-ITSM-COUNT
                   MOVE SPACES TO WS-AUD-BEFORE WS-AUD-STATUS-TEXT
                   UNSTRING WS-F5 DELIMITED BY '-> '
                       INTO WS-AUD-BEFORE WS-AUD-STATUS-TEXT
                   END-UNSTRING
                   IF WS-AUD-STATUS-TEXT(1:3) NOT = '200'
                       MOVE 'Y' TO WS-NEW-FAIL
                   END-IF
               WHEN 'NOTIFY'
                   ADD 1 TO WS-NOTIFY-COUNT
           END-EVALUATE
           ADD 1 TO WS-EVENT-LINE-COUNT
           PERFORM ADD-TIMELINE-ENTRY.

      *> Mirrors AZURETIMELINE.cbl's APPLY-AUDIT-RECORD
       APPLY-AUDIT-RECORD.
           MOVE SPACES TO WS-AUD-STAMP WS-AUD-OPERATOR WS-AUD-CLIENT
                          WS-AUD-METHOD WS-AUD-URL WS-AUD-HASH
                          WS-AUD-STATUS-TEXT WS-AUD-CORRELATION
           UNSTRING AUDIT-RECORD DELIMITED BY '|'
               INTO WS-AUD-STAMP WS-AUD-OPERATOR WS-AUD-CLIENT
                    WS-AUD-METHOD WS-AUD-URL WS-AUD-HASH
                    WS-AUD-STATUS-TEXT WS-AUD-CORRELATION
           END-UNSTRING
           MOVE SPACES TO WS-STAMP-TEXT
           STRING WS-AUD-STAMP(1:4) WS-AUD-STAMP(6:2)
                  WS-AUD-STAMP(9:2) WS-AUD-STAMP(12:2)
                  WS-AUD-STAMP(15:2) WS-AUD-STAMP(18:2)
               DELIMITED BY SIZE INTO WS-STAMP-TEXT
           END-STRING
           PERFORM CONVERT-STAMP
           IF WS-STAMP-SECS = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NEW-SECS = WS-STAMP-SECS + WS-TZ-OFFSET-SECS
           MOVE 0 TO WS-AUD-STATUS
           IF WS-AUD-STATUS-TEXT(1:3) IS NUMERIC
               MOVE WS-AUD-STATUS-TEXT(1:3) TO WS-AUD-STATUS
           END-IF
           PERFORM SHORTEN-AUDIT-URL

           MOVE 'AUDIT' TO WS-NEW-SOURCE
           MOVE WS-AUD-NAME TO WS-NEW-STAGE
           MOVE 'N' TO WS-NEW-FAIL
           IF WS-AUD-STATUS = 0 OR (WS-AUD-STATUS >= 400
                   AND NOT (WS-AUD-METHOD = 'GET'
                            AND WS-AUD-STATUS = 404))
               MOVE 'Y' TO WS-NEW-FAIL
           END-IF

           MOVE SPACES TO WS-CALL-KEY
           STRING FUNCTION TRIM(WS-AUD-METHOD) ' '
                  FUNCTION TRIM(WS-AUD-URL)
               DELIMITED BY SIZE INTO WS-CALL-KEY
           END-STRING
           PERFORM TRACK-CALL-RETRIES

           MOVE SPACES TO WS-NEW-DETAIL
           STRING FUNCTION TRIM(WS-AUD-METHOD) ' '
                  FUNCTION TRIM(WS-AUD-PATH) ' -> ' WS-AUD-STATUS
                  WS-AUD-BEFORE
               DELIMITED BY '  ' INTO WS-NEW-DETAIL
           END-STRING
           IF WS-AUD-CORRELATION NOT = SPACES
               MOVE WS-NEW-DETAIL TO WS-AUD-AFTER
               MOVE SPACES TO WS-NEW-DETAIL
               STRING FUNCTION TRIM(WS-AUD-AFTER) ' corr '
                      FUNCTION TRIM(WS-AUD-CORRELATION)
                   DELIMITED BY SIZE INTO WS-NEW-DETAIL
               END-STRING
           END-IF
           ADD 1 TO WS-AUDIT-LINE-COUNT
           PERFORM ADD-TIMELINE-ENTRY.

      *> Mirrors AZURETIMELINE.cbl's SHORTEN-AUDIT-URL
       SHORTEN-AUDIT-URL.
           MOVE SPACES TO WS-AUD-PATH WS-AUD-BEFORE WS-AUD-AFTER
                          WS-AUD-NS WS-AUD-TYPE WS-AUD-NAME
           UNSTRING WS-AUD-URL DELIMITED BY '?'
               INTO WS-AUD-PATH
           END-UNSTRING
           UNSTRING WS-AUD-PATH DELIMITED BY '/providers/'
               INTO WS-AUD-BEFORE WS-AUD-AFTER
           END-UNSTRING
           IF WS-AUD-AFTER NOT = SPACES
               MOVE WS-AUD-AFTER TO WS-AUD-PATH
               UNSTRING WS-AUD-AFTER DELIMITED BY '/'
                   INTO WS-AUD-NS WS-AUD-TYPE WS-AUD-NAME
               END-UNSTRING
           END-IF
           IF WS-AUD-NAME = SPACES
               MOVE 'arm' TO WS-AUD-NAME
           END-IF
           MOVE SPACES TO WS-AUD-BEFORE.

      *> Mirrors AZURETIMELINE.cbl's TRACK-CALL-RETRIES
       TRACK-CALL-RETRIES.
           MOVE 0 TO WS-PEND-FOUND
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-COUNT
                      OR WS-PEND-FOUND > 0
               IF WS-PEND-KEY(WS-PEND-IDX) = WS-CALL-KEY
                   MOVE WS-PEND-IDX TO WS-PEND-FOUND
               END-IF
           END-PERFORM
           IF WS-PEND-FOUND > 0
               ADD 1 TO WS-RETRY-COUNT
               IF WS-NEW-SECS > WS-PEND-SECS(WS-PEND-FOUND)
                   COMPUTE WS-RETRY-LOST-SECS = WS-RETRY-LOST-SECS
                       + WS-NEW-SECS - WS-PEND-SECS(WS-PEND-FOUND)
               END-IF
               MOVE SPACES TO WS-PEND-KEY(WS-PEND-FOUND)
           END-IF

           IF WS-AUD-STATUS = 408 OR WS-AUD-STATUS = 429
                   OR WS-AUD-STATUS = 500 OR WS-AUD-STATUS = 502
                   OR WS-AUD-STATUS = 503 OR WS-AUD-STATUS = 504
               ADD 2 TO WS-RETRY-COUNT
               ADD 6 TO WS-RETRY-LOST-SECS
           END-IF

           IF WS-NEW-FAIL = 'Y'
               IF WS-PEND-FOUND = 0 AND WS-PEND-COUNT < 200
                   ADD 1 TO WS-PEND-COUNT
                   MOVE WS-PEND-COUNT TO WS-PEND-FOUND
               END-IF
               IF WS-PEND-FOUND > 0
                   MOVE WS-CALL-KEY TO WS-PEND-KEY(WS-PEND-FOUND)
                   MOVE WS-NEW-SECS TO WS-PEND-SECS(WS-PEND-FOUND)
               END-IF
           END-IF

      *> Labels for the timeline line, appended after the status
           MOVE SPACES TO WS-AUD-BEFORE
           EVALUATE TRUE
               WHEN WS-AUD-STATUS = 408 OR WS-AUD-STATUS = 429
                       OR WS-AUD-STATUS = 500 OR WS-AUD-STATUS = 502
                       OR WS-AUD-STATUS = 503 OR WS-AUD-STATUS = 504
                   MOVE ' (in-call retries used up)' TO WS-AUD-BEFORE
               WHEN WS-PEND-FOUND > 0 AND WS-NEW-FAIL = 'N'
                   MOVE ' (retry succeeded)' TO WS-AUD-BEFORE
           END-EVALUATE.

      *> Mirrors AZURETIMELINE.cbl's SORT-TIMELINE
       SORT-TIMELINE.
           PERFORM VARYING WS-TL-IDX FROM 2 BY 1
                   UNTIL WS-TL-IDX > WS-TL-COUNT
               MOVE WS-TL-ENTRY(WS-TL-IDX) TO WS-TL-HOLD
               MOVE WS-TL-IDX TO WS-SORT-IDX
               PERFORM UNTIL WS-SORT-IDX = 1
                       OR WS-TL-SECS(WS-SORT-IDX - 1) <= WS-HOLD-SECS
                   MOVE WS-TL-ENTRY(WS-SORT-IDX - 1)
                       TO WS-TL-ENTRY(WS-SORT-IDX)
                   SUBTRACT 1 FROM WS-SORT-IDX
               END-PERFORM
               MOVE WS-TL-HOLD TO WS-TL-ENTRY(WS-SORT-IDX)
           END-PERFORM.

      *> Mirrors AZURETIMELINE.cbl's FIND-FIRST-FAILURE
       FIND-FIRST-FAILURE.
           MOVE 0 TO WS-FIRST-FAIL-IDX
           PERFORM VARYING WS-TL-IDX FROM 1 BY 1
                   UNTIL WS-TL-IDX > WS-TL-COUNT
                      OR WS-FIRST-FAIL-IDX > 0
               IF WS-TL-FAIL(WS-TL-IDX) = 'Y'
                   MOVE WS-TL-IDX TO WS-FIRST-FAIL-IDX
               END-IF
           END-PERFORM.

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

       END PROGRAM TESTTIMELINE.

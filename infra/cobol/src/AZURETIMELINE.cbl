       IDENTIFICATION DIVISION.
       PROGRAM-ID. AZURETIMELINE.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Forensic timeline of one deployment run. Given AZURE_RUN_ID
      *> (as in run-history.dat, <env>-<YYYYMMDDHHMMSS>) it merges
      *> every record the run left behind into one chronological
      *> list, timeline-<run id>.txt, fit to attach to the
      *> post-incident review:
      *>   run-history.dat        RUN start/end and final status (RES
      *>                          outcomes for runs older than the
      *>                          journal)
      *>   run-events.dat         the run journal - stage outcomes
      *>                          with elapsed time, token refreshes,
      *>                          ITSM calls, notifications
      *>   audit.log              every ARM call, HTTP status and
      *>                          correlation ID
      *>   deployment.checkpoint  the last checkpoint saved
      *>   notify-pending.ack     critical notices awaiting an ack
      *> The run's files are read from its run directory (AZURE_RUN_DIR,
      *> default runs/<run id>). Retries are read off audit.log: a
      *> call repeated after a failure is a retry and the gap between
      *> them time lost; a call that ended on 408/429/5xx used up the
      *> modules' in-call retries (two, 2+4 seconds of backoff).
      *> audit.log is stamped in UTC and the rest on the host clock;
      *> the timeline is on the host clock. A headline gives the first
      *> failure, the retries and the time lost to them. Exit code 0
      *> when written, 4 when nothing of the run was found, 8 when no
      *> run ID was given.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TL-FIELD-FILE ASSIGN TO "timeline_field.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIELD-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "run-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT EVENTS-FILE ASSIGN TO WS-EVENTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENTS-STATUS.
           SELECT AUDIT-FILE ASSIGN TO WS-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO WS-CHECKPOINT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.
           SELECT ACK-FILE ASSIGN TO WS-ACK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT TIMELINE-FILE ASSIGN TO WS-TIMELINE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TL-FIELD-FILE.
       01  TL-FIELD-RECORD             PIC X(64).

       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-RECORD          PIC X(256).

       FD  EVENTS-FILE.
       01  EVENTS-RECORD               PIC X(256).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD                PIC X(1024).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD           PIC X(40).

       FD  ACK-FILE.
       01  ACK-RECORD                  PIC X(160).

       FD  TIMELINE-FILE.
       01  TIMELINE-RECORD             PIC X(256).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
       01  WS-FIELD-STATUS             PIC XX.
       01  WS-HISTORY-STATUS           PIC XX.
       01  WS-EVENTS-STATUS            PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-CHECKPOINT-STATUS        PIC XX.
       01  WS-ACK-STATUS               PIC XX.
       01  WS-CMD                      PIC X(1024).
       01  WS-FIELD-VALUE              PIC X(64).

      *> The run asked for and where its files are
       01  WS-RUN-ID                   PIC X(40).
       01  WS-RUN-ID-LEN               PIC 9(2).
       01  WS-RUN-DIR                  PIC X(128).
       01  WS-RUN-ENV                  PIC X(16).
       01  WS-RUN-STATUS               PIC X(12).
       01  WS-EVENTS-PATH              PIC X(160).
       01  WS-AUDIT-PATH               PIC X(160).
       01  WS-CHECKPOINT-PATH          PIC X(160).
       01  WS-ACK-PATH                 PIC X(160).
       01  WS-TIMELINE-PATH            PIC X(64).
       01  WS-RUN-FOUND                PIC X VALUE 'N'.

      *> Times are held as seconds since the COBOL epoch on the host
      *> clock - the scale NOTIFYROUTE already stamps acks in
       01  WS-RUN-START-SECS           PIC 9(12) VALUE 0.
       01  WS-RUN-END-SECS             PIC 9(12) VALUE 0.
       01  WS-WINDOW-GRACE             PIC 9(4) VALUE 0600.
       01  WS-TZ-OFFSET-SECS           PIC S9(6) VALUE 0.
       01  WS-TZ-TEXT                  PIC X(8) VALUE '+0000'.
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

      *> One timeline line under construction
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

      *> Headline tallies
       01  WS-RETRY-COUNT              PIC 9(4) VALUE 0.
       01  WS-RETRY-LOST-SECS          PIC 9(8) VALUE 0.
       01  WS-TOKEN-COUNT              PIC 9(4) VALUE 0.
       01  WS-NOTIFY-COUNT             PIC 9(4) VALUE 0.
       01  WS-ACK-COUNT                PIC 9(4) VALUE 0.
       01  WS-ITSM-COUNT               PIC 9(4) VALUE 0.
       01  WS-STAGE-EVENT-COUNT        PIC 9(4) VALUE 0.
       01  WS-EVENT-LINE-COUNT         PIC 9(4) VALUE 0.
       01  WS-AUDIT-LINE-COUNT         PIC 9(4) VALUE 0.
       01  WS-DISPLAY-COUNT            PIC Z(3)9.
       01  WS-DISPLAY-SECS             PIC Z(7)9.

      *> Record fields
       01  WS-F1                       PIC X(16).
       01  WS-F2                       PIC X(40).
       01  WS-F3                       PIC X(40).
       01  WS-F4                       PIC X(40).
       01  WS-F5                       PIC X(160).
       01  WS-F6                       PIC X(16).

      *> audit.log record:
      *>   timestamp|operator|client-id|method|url|payload-hash|
      *>   http-status|correlation-id|chain-hash
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

      *> Calls that failed and may be tried again
       01  WS-PEND-COUNT               PIC 9(3) VALUE 0.
       01  WS-PEND-TABLE.
           05  WS-PEND-ENTRY OCCURS 200 TIMES.
               10  WS-PEND-KEY         PIC X(524).
               10  WS-PEND-SECS        PIC 9(12).
       01  WS-PEND-IDX                 PIC 9(3).
       01  WS-PEND-FOUND               PIC 9(3).

      *> Checkpoint tally
       01  WS-CKPT-TOTAL               PIC 9(3) VALUE 0.
       01  WS-CKPT-DONE                PIC 9(3) VALUE 0.
       01  WS-CKPT-KEY                 PIC X(32).
       01  WS-CKPT-VALUE               PIC X(8).

       01  WS-REPORT-LINE              PIC X(256).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-RUN-ID
           ACCEPT WS-RUN-ID FROM ENVIRONMENT 'AZURE_RUN_ID'
           IF WS-RUN-ID = SPACES
               DISPLAY "AZURE_RUN_ID is required - the run ID as "
                       "recorded in run-history.dat"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Building forensic timeline for run "
                   FUNCTION TRIM(WS-RUN-ID)

           PERFORM RESOLVE-RUN-FILES
           PERFORM READ-HOST-UTC-OFFSET
           PERFORM DERIVE-RUN-WINDOW

           PERFORM LOAD-RUN-JOURNAL
           PERFORM LOAD-RUN-HISTORY
           PERFORM LOAD-AUDIT-LOG
           PERFORM LOAD-CHECKPOINT-STATE
           PERFORM LOAD-PENDING-ACKS

           IF WS-TL-COUNT = 0
               DISPLAY "Nothing recorded for run "
                       FUNCTION TRIM(WS-RUN-ID)
                       " - check the run ID and AZURE_RUN_DIR"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM SORT-TIMELINE
           PERFORM FIND-FIRST-FAILURE
           PERFORM WRITE-TIMELINE-REPORT
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       RESOLVE-RUN-FILES.
           MOVE SPACES TO WS-RUN-DIR
           ACCEPT WS-RUN-DIR FROM ENVIRONMENT 'AZURE_RUN_DIR'
           IF WS-RUN-DIR = SPACES
               STRING 'runs/' FUNCTION TRIM(WS-RUN-ID)
                   DELIMITED BY SIZE INTO WS-RUN-DIR
               END-STRING
           END-IF
           MOVE SPACES TO WS-EVENTS-PATH WS-AUDIT-PATH
                          WS-CHECKPOINT-PATH WS-ACK-PATH
                          WS-TIMELINE-PATH
           STRING FUNCTION TRIM(WS-RUN-DIR) '/run-events.dat'
               DELIMITED BY SIZE INTO WS-EVENTS-PATH
           END-STRING
           STRING FUNCTION TRIM(WS-RUN-DIR) '/audit.log'
               DELIMITED BY SIZE INTO WS-AUDIT-PATH
           END-STRING
           STRING FUNCTION TRIM(WS-RUN-DIR) '/deployment.checkpoint'
               DELIMITED BY SIZE INTO WS-CHECKPOINT-PATH
           END-STRING
           STRING FUNCTION TRIM(WS-RUN-DIR) '/notify-pending.ack'
               DELIMITED BY SIZE INTO WS-ACK-PATH
           END-STRING
           STRING 'timeline-' FUNCTION TRIM(WS-RUN-ID) '.txt'
               DELIMITED BY SIZE INTO WS-TIMELINE-PATH
           END-STRING.

      *> The host's UTC offset, as +hhmm / -hhmm, for lining audit.log
      *> up with the host-clock sources
       READ-HOST-UTC-OFFSET.
           MOVE SPACES TO WS-CMD
           STRING 'date +%z > timeline_field.txt'
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-CMD
           END-CALL
           PERFORM READ-TIMELINE-FIELD
           IF WS-FIELD-VALUE(2:4) IS NUMERIC
               MOVE WS-FIELD-VALUE(1:5) TO WS-TZ-TEXT
               COMPUTE WS-TZ-OFFSET-SECS =
                   FUNCTION NUMVAL(WS-FIELD-VALUE(2:2)) * 3600
                   + FUNCTION NUMVAL(WS-FIELD-VALUE(4:2)) * 60
               IF WS-FIELD-VALUE(1:1) = '-'
                   COMPUTE WS-TZ-OFFSET-SECS = 0 - WS-TZ-OFFSET-SECS
               END-IF
           END-IF.

      *> The run ID ends in the run's start stamp; the RUN record,
      *> when the run got far enough to write one, refines it
       DERIVE-RUN-WINDOW.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-RUN-ID))
               TO WS-RUN-ID-LEN
           MOVE SPACES TO WS-RUN-ENV
           IF WS-RUN-ID-LEN > 15
               MOVE WS-RUN-ID(WS-RUN-ID-LEN - 13:14) TO WS-STAMP-TEXT
               PERFORM CONVERT-STAMP
               MOVE WS-STAMP-SECS TO WS-RUN-START-SECS
               MOVE WS-RUN-ID(1:WS-RUN-ID-LEN - 15) TO WS-RUN-ENV
           END-IF.

      *> YYYYMMDDHHMMSS in WS-STAMP-TEXT to seconds; 0 when it is
      *> not a stamp
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

      *> Kept when it falls inside the run - from its start to its
      *> end plus the few minutes the finish (ticket post-back,
      *> notification) takes; a run with no RUN record is open-ended
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

      *> The journal AZUREDEPLOY writes in the run directory:
      *>   EVT|<stamp>|<kind>|<stage>|<detail>
       LOAD-RUN-JOURNAL.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT EVENTS-FILE
           IF WS-EVENTS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ EVENTS-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF EVENTS-RECORD(1:4) = 'EVT|'
                           PERFORM APPLY-JOURNAL-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVENTS-FILE.

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

      *> RUN|<id>|<env>|<start>|<end>|<status> and
      *> RES|<id>|<env>|<resource>|<outcome>|<elapsed>. The RUN record
      *> is read first so its window applies to everything else.
       LOAD-RUN-HISTORY.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ RUN-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF RUN-HISTORY-RECORD(1:4) = 'RUN|'
                           PERFORM APPLY-RUN-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-HISTORY-FILE

      *> Runs that predate the journal still show their stage
      *> outcomes; the RES record carries no time of day, so they
      *> are placed at the run's end
           IF WS-STAGE-EVENT-COUNT > 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RUN-HISTORY-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ RUN-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF RUN-HISTORY-RECORD(1:4) = 'RES|'
                           PERFORM APPLY-RES-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-HISTORY-FILE.

       APPLY-RUN-RECORD.
           MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5 WS-F6
           UNSTRING RUN-HISTORY-RECORD DELIMITED BY '|'
               INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5 WS-F6
           END-UNSTRING
           IF WS-F2 NOT = WS-RUN-ID
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-RUN-FOUND
           MOVE WS-F3 TO WS-RUN-ENV
           MOVE WS-F6 TO WS-RUN-STATUS
           MOVE WS-F4(1:14) TO WS-STAMP-TEXT
           PERFORM CONVERT-STAMP
           IF WS-STAMP-SECS > 0
               MOVE WS-STAMP-SECS TO WS-RUN-START-SECS
           END-IF
           MOVE WS-F5(1:14) TO WS-STAMP-TEXT
           PERFORM CONVERT-STAMP
           MOVE WS-STAMP-SECS TO WS-RUN-END-SECS

           MOVE WS-RUN-START-SECS TO WS-NEW-SECS
           MOVE 'HISTORY' TO WS-NEW-SOURCE
           MOVE 'run' TO WS-NEW-STAGE
           MOVE 'run started' TO WS-NEW-DETAIL
           MOVE 'N' TO WS-NEW-FAIL
           PERFORM ADD-TIMELINE-ENTRY
           MOVE WS-RUN-END-SECS TO WS-NEW-SECS
           MOVE SPACES TO WS-NEW-DETAIL
           STRING 'run ended, status ' FUNCTION TRIM(WS-RUN-STATUS)
               DELIMITED BY SIZE INTO WS-NEW-DETAIL
           END-STRING
           IF WS-RUN-STATUS NOT = 'COMPLETED'
               MOVE 'Y' TO WS-NEW-FAIL
           END-IF
           PERFORM ADD-TIMELINE-ENTRY.

       APPLY-RES-RECORD.
           MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5 WS-F6
           UNSTRING RUN-HISTORY-RECORD DELIMITED BY '|'
               INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5 WS-F6
           END-UNSTRING
           IF WS-F2 NOT = WS-RUN-ID
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-RUN-FOUND
           MOVE WS-RUN-END-SECS TO WS-NEW-SECS
           IF WS-NEW-SECS = 0
               MOVE WS-RUN-START-SECS TO WS-NEW-SECS
           END-IF
           MOVE 'HISTORY' TO WS-NEW-SOURCE
           MOVE WS-F4 TO WS-NEW-STAGE
           MOVE SPACES TO WS-NEW-DETAIL
           STRING FUNCTION TRIM(WS-F5) ', '
                  FUNCTION TRIM(WS-F6) 's elapsed'
                  ' (time of day not recorded)'
               DELIMITED BY SIZE INTO WS-NEW-DETAIL
           END-STRING
           MOVE 'N' TO WS-NEW-FAIL
           IF WS-F5 NOT = 'OK'
               MOVE 'Y' TO WS-NEW-FAIL
           END-IF
           PERFORM ADD-TIMELINE-ENTRY.

       LOAD-AUDIT-LOG.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ AUDIT-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF AUDIT-RECORD NOT = SPACES
                           PERFORM APPLY-AUDIT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.

      *> One ARM call. Its stamp is UTC and moves onto the host clock;
      *> a GET answered 404 is an existence probe, not a failure
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

      *> The resource the call is about and a short path for the
      *> timeline: what follows /providers/, less the query string
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

      *> A call seen again after it failed is a retry - the time
      *> between the two went to it. A call that ended on a throttle
      *> or transient status spent the module's own retries first.
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

      *> The checkpoint keeps no stamps; the file's own modification
      *> time says when it was last saved
       LOAD-CHECKPOINT-STATE.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE 0 TO WS-CKPT-TOTAL WS-CKPT-DONE
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CHECKPOINT-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-CKPT-KEY WS-CKPT-VALUE
                       UNSTRING CHECKPOINT-RECORD DELIMITED BY '='
                           INTO WS-CKPT-KEY WS-CKPT-VALUE
                       END-UNSTRING
                       IF WS-CKPT-KEY NOT = SPACES
                           ADD 1 TO WS-CKPT-TOTAL
                           IF WS-CKPT-VALUE(1:1) = 'Y'
                               ADD 1 TO WS-CKPT-DONE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECKPOINT-FILE

           MOVE SPACES TO WS-CMD
           STRING 'date -r ' FUNCTION TRIM(WS-CHECKPOINT-PATH)
                  ' +%Y%m%d%H%M%S > timeline_field.txt'
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-CMD
           END-CALL
           PERFORM READ-TIMELINE-FIELD
           MOVE WS-FIELD-VALUE(1:14) TO WS-STAMP-TEXT
           PERFORM CONVERT-STAMP
           MOVE WS-STAMP-SECS TO WS-NEW-SECS
           MOVE 'CHECKPT' TO WS-NEW-SOURCE
           MOVE 'run' TO WS-NEW-STAGE
           MOVE SPACES TO WS-NEW-DETAIL
           STRING 'checkpoint last saved, ' WS-CKPT-DONE ' of '
                  WS-CKPT-TOTAL ' stages marked deployed'
               DELIMITED BY SIZE INTO WS-NEW-DETAIL
           END-STRING
           MOVE 'N' TO WS-NEW-FAIL
           PERFORM ADD-TIMELINE-ENTRY.

      *> <epoch seconds>|<env>|<event>|<message>, stamped by
      *> NOTIFYROUTE on the same scale as this timeline
       LOAD-PENDING-ACKS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ACK-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM APPLY-ACK-RECORD
               END-READ
           END-PERFORM
           CLOSE ACK-FILE.

       APPLY-ACK-RECORD.
           MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F5
           UNSTRING ACK-RECORD DELIMITED BY '|'
               INTO WS-F1 WS-F2 WS-F3 WS-F5
           END-UNSTRING
           IF WS-RUN-ENV NOT = SPACES AND WS-F2 NOT = WS-RUN-ENV
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-F1) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-F1) TO WS-NEW-SECS
           MOVE 'ACK' TO WS-NEW-SOURCE
           MOVE WS-F3 TO WS-NEW-STAGE
           MOVE SPACES TO WS-NEW-DETAIL
           STRING 'CRIT notice awaiting acknowledgement: '
                  FUNCTION TRIM(WS-F5)
               DELIMITED BY SIZE INTO WS-NEW-DETAIL
           END-STRING
           MOVE 'N' TO WS-NEW-FAIL
           MOVE WS-TL-COUNT TO WS-TL-IDX
           PERFORM ADD-TIMELINE-ENTRY
           IF WS-TL-COUNT > WS-TL-IDX
               ADD 1 TO WS-ACK-COUNT
           END-IF.

      *> Insertion sort on time; records with the same second keep the
      *> order their sources wrote them in
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

       FIND-FIRST-FAILURE.
           MOVE 0 TO WS-FIRST-FAIL-IDX
           PERFORM VARYING WS-TL-IDX FROM 1 BY 1
                   UNTIL WS-TL-IDX > WS-TL-COUNT
                      OR WS-FIRST-FAIL-IDX > 0
               IF WS-TL-FAIL(WS-TL-IDX) = 'Y'
                   MOVE WS-TL-IDX TO WS-FIRST-FAIL-IDX
               END-IF
           END-PERFORM.

       WRITE-TIMELINE-REPORT.
      *> The journal's NOTIFY lines already cover what the ack file
      *> holds for the same notices
           IF WS-NOTIFY-COUNT = 0
               MOVE WS-ACK-COUNT TO WS-NOTIFY-COUNT
           END-IF
           OPEN OUTPUT TIMELINE-FILE

           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Forensic timeline for run ' FUNCTION TRIM(WS-RUN-ID)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM EMIT-HEADLINE

           MOVE SPACES TO WS-REPORT-LINE
           IF WS-RUN-FOUND = 'Y' AND WS-RUN-STATUS NOT = SPACES
               STRING 'Environment ' FUNCTION TRIM(WS-RUN-ENV)
                      ', final status ' FUNCTION TRIM(WS-RUN-STATUS)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING 'Environment ' FUNCTION TRIM(WS-RUN-ENV)
                      ', no RUN record - the run did not finish'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF
           PERFORM EMIT-HEADLINE

           MOVE WS-TL-SECS(1) TO WS-STAMP-SECS
           PERFORM FORMAT-STAMP
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'First record ' WS-SHOW-STAMP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-TL-SECS(WS-TL-COUNT) TO WS-STAMP-SECS
           PERFORM FORMAT-STAMP
           MOVE WS-REPORT-LINE TO WS-AUD-AFTER
           MOVE SPACES TO WS-REPORT-LINE
           STRING FUNCTION TRIM(WS-AUD-AFTER) ', last ' WS-SHOW-STAMP
                  ' (host clock, UTC' FUNCTION TRIM(WS-TZ-TEXT) ')'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM EMIT-HEADLINE

           MOVE SPACES TO WS-REPORT-LINE
           IF WS-FIRST-FAIL-IDX = 0
               MOVE 'First failure: none recorded' TO WS-REPORT-LINE
           ELSE
               MOVE WS-TL-SECS(WS-FIRST-FAIL-IDX) TO WS-STAMP-SECS
               PERFORM FORMAT-STAMP
               STRING 'First failure: ' WS-SHOW-STAMP ' '
                      FUNCTION TRIM(WS-TL-SOURCE(WS-FIRST-FAIL-IDX))
                      ' ' FUNCTION TRIM(WS-TL-STAGE(WS-FIRST-FAIL-IDX))
                      ' - '
                      FUNCTION TRIM(WS-TL-DETAIL(WS-FIRST-FAIL-IDX))
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF
           PERFORM EMIT-HEADLINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-RETRY-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-RETRY-LOST-SECS TO WS-DISPLAY-SECS
           STRING 'Retries: ' FUNCTION TRIM(WS-DISPLAY-COUNT)
                  ', time lost to retries: '
                  FUNCTION TRIM(WS-DISPLAY-SECS) 's'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO WS-AUD-AFTER
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-TOKEN-COUNT TO WS-DISPLAY-COUNT
           STRING FUNCTION TRIM(WS-AUD-AFTER) '; token refreshes: '
                  FUNCTION TRIM(WS-DISPLAY-COUNT)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO WS-AUD-AFTER
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-NOTIFY-COUNT TO WS-DISPLAY-COUNT
           STRING FUNCTION TRIM(WS-AUD-AFTER) '; notifications: '
                  FUNCTION TRIM(WS-DISPLAY-COUNT)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO WS-AUD-AFTER
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-ITSM-COUNT TO WS-DISPLAY-COUNT
           STRING FUNCTION TRIM(WS-AUD-AFTER) '; ITSM calls: '
                  FUNCTION TRIM(WS-DISPLAY-COUNT)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM EMIT-HEADLINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-AUDIT-LINE-COUNT TO WS-DISPLAY-COUNT
           STRING 'Sources: ' FUNCTION TRIM(WS-RUN-DIR)
                  ' - audit.log ' FUNCTION TRIM(WS-DISPLAY-COUNT)
                  ' call(s), run-events.dat '
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO WS-AUD-AFTER
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-EVENT-LINE-COUNT TO WS-DISPLAY-COUNT
           STRING FUNCTION TRIM(WS-AUD-AFTER) ' '
                  FUNCTION TRIM(WS-DISPLAY-COUNT)
                  ' event(s); run-history.dat'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE TIMELINE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO TIMELINE-RECORD
           WRITE TIMELINE-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Time                   Source   '
                  'Stage/resource                   Event'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE TIMELINE-RECORD FROM WS-REPORT-LINE

           PERFORM VARYING WS-TL-IDX FROM 1 BY 1
                   UNTIL WS-TL-IDX > WS-TL-COUNT
               PERFORM WRITE-TIMELINE-LINE
           END-PERFORM
           CLOSE TIMELINE-FILE
           DISPLAY "Timeline written to "
                   FUNCTION TRIM(WS-TIMELINE-PATH)
                   " (" WS-TL-COUNT " records)".

      *> Headline lines go to the report and the console alike
       EMIT-HEADLINE.
           WRITE TIMELINE-RECORD FROM WS-REPORT-LINE
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE).

      *> Failures are flagged with ! so they stand out when the
      *> timeline is skimmed
       WRITE-TIMELINE-LINE.
           MOVE WS-TL-SECS(WS-TL-IDX) TO WS-STAMP-SECS
           PERFORM FORMAT-STAMP
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-SHOW-STAMP TO WS-REPORT-LINE(1:19)
           IF WS-TL-FAIL(WS-TL-IDX) = 'Y'
               MOVE '!' TO WS-REPORT-LINE(21:1)
           END-IF
           MOVE WS-TL-SOURCE(WS-TL-IDX) TO WS-REPORT-LINE(24:8)
           MOVE WS-TL-STAGE(WS-TL-IDX) TO WS-REPORT-LINE(33:32)
           MOVE WS-TL-DETAIL(WS-TL-IDX) TO WS-REPORT-LINE(66:160)
           WRITE TIMELINE-RECORD FROM WS-REPORT-LINE.

       READ-TIMELINE-FIELD.
           MOVE SPACES TO WS-FIELD-VALUE
           OPEN INPUT TL-FIELD-FILE
           IF WS-FIELD-STATUS = '00'
               READ TL-FIELD-FILE INTO WS-FIELD-VALUE
                   AT END CONTINUE
               END-READ
               CLOSE TL-FIELD-FILE
           END-IF.

       END PROGRAM AZURETIMELINE.

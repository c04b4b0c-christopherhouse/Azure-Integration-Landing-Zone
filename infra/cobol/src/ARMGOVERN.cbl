       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARMGOVERN.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> ARM write governor, shared by every module that sends ARM
      *> writes. Retry-with-backoff only reacts once ARM has answered
      *> 429, and when parallel waves of AZUREDEPLOYONE workers and
      *> AZUREDEPLOYALL's environments share one subscription they
      *> all hit the write limit together and all back off at once.
      *> Instead every write draws from one budget per subscription
      *> first:
      *>   CALL 'ARMGOVERN' USING 'DRAW' method url headers-file
      *>       before each send (retries included) - waits, a second
      *>       at a time, until the budget has a write to spare
      *>   CALL 'ARMGOVERN' USING 'NOTE' method url headers-file
      *>       after each response - reads the curl -D header dump
      *>       for x-ms-ratelimit-remaining-subscription-writes and,
      *>       on a 429, Retry-After
      *> GET/HEAD and URLs without /subscriptions/<id> are not
      *> metered. The budget is a token bucket refilled at
      *> AZURE_ARM_WRITES_PER_MIN (default 120) up to
      *> AZURE_ARM_WRITE_BURST (default 20) writes. Once ARM reports
      *> fewer than AZURE_ARM_WRITE_RESERVE (default 100) writes left
      *> - a report under a minute old - the bucket refills at one
      *> write per WS-RESERVE-SPACING seconds instead, and after a
      *> 429 nobody writes to the subscription until its Retry-After
      *> (default 30 seconds) has passed. No caller waits longer than
      *> AZURE_ARM_GOVERNOR_MAX_WAIT (default 300) seconds - past
      *> that it goes ahead and ARM's own throttling takes over.
      *> The budgets live in AZURE_ARM_GOVERNOR_DIR (default
      *> $HOME/.azlz-arm-governor, directory 700), one
      *> <subscription>.state file each, read and rewritten under a
      *> <subscription>.lock directory:
      *>   tokens(hundredths)|refill stamp|remaining writes|
      *>   remaining stamp|paused until
      *> with stamps in seconds since the COBOL epoch and 99999 for
      *> an unknown remaining count. Every draw and every 429 is
      *> appended to arm-governor.log in the working directory - the
      *> run directory during a deployment, so AZUREGOVRPT can show
      *> each worker's waits for the run:
      *>   DRAW|stamp|worker|env|method|subscription|waited secs|
      *>       remaining|G (granted) or F (went ahead at the ceiling)
      *>   THROTTLE|stamp|worker|env|method|subscription|
      *>       retry-after secs|remaining|-
      *> The worker is AZURE_DEPLOY_RESOURCE for a parallel worker and
      *> "main" otherwise. AZURE_ARM_GOVERNOR=N turns all of it off.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GOV-SCRATCH-FILE ASSIGN TO WS-GOV-SCRATCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRATCH-STATUS.
           SELECT OPTIONAL GOV-LOG-FILE ASSIGN TO "arm-governor.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GOV-SCRATCH-FILE.
       01  GOV-SCRATCH-RECORD          PIC X(128).

       FD  GOV-LOG-FILE.
       01  GOV-LOG-RECORD              PIC X(192).

       WORKING-STORAGE SECTION.
       01  WS-SCRATCH-STATUS           PIC XX.
       01  WS-LOG-STATUS               PIC XX.
       01  WS-GOV-CMD                  PIC X(1024).
       01  WS-GOV-PREFIX               PIC X(256).
       01  WS-GOV-SCRATCH-NAME         PIC X(32) VALUE SPACES.
       01  WS-GOV-PID                  PIC 9(9).
       01  WS-GOV-SAVED-RC             PIC S9(9) BINARY.
       01  WS-SCRATCH-LINE             PIC X(128).

      *> Settings
       01  WS-GOV-SETTING              PIC X(8).
       01  WS-ENV-TEXT                 PIC X(16).
       01  WS-WRITES-PER-MIN           PIC 9(5) VALUE 120.
       01  WS-WRITE-BURST              PIC 9(4) VALUE 20.
       01  WS-WRITE-RESERVE            PIC 9(5) VALUE 100.
       01  WS-MAX-WAIT                 PIC 9(5) VALUE 300.
       01  WS-RESERVE-SPACING          PIC 9(3) VALUE 10.
       01  WS-REMAINING-MAX-AGE        PIC 9(3) VALUE 60.
       01  WS-DEFAULT-RETRY-AFTER      PIC 9(3) VALUE 30.

      *> The request being governed
       01  WS-GOV-METHOD               PIC X(10).
       01  WS-SUBSCRIPTION             PIC X(64).
       01  WS-URL-HEAD                 PIC X(512).
       01  WS-URL-TAIL                 PIC X(2048).
       01  WS-METERED                  PIC X.
       01  WS-WORKER                   PIC X(16).
       01  WS-RUN-ENV                  PIC X(16).

      *> Budget state for the subscription
       01  WS-STATE-TOKENS             PIC 9(6).
       01  WS-STATE-STAMP              PIC 9(14).
       01  WS-STATE-REMAINING          PIC 9(5).
       01  WS-STATE-REMAINING-STAMP    PIC 9(14).
       01  WS-STATE-PAUSE-UNTIL        PIC 9(14).
       01  WS-STATE-FIELDS.
           05  WS-SF-TOKENS            PIC X(8).
           05  WS-SF-STAMP             PIC X(16).
           05  WS-SF-REMAINING         PIC X(8).
           05  WS-SF-REMAINING-STAMP   PIC X(16).
           05  WS-SF-PAUSE-UNTIL       PIC X(16).
       01  WS-REFILL-PER-MIN           PIC 9(5).
       01  WS-TOKEN-CAP                PIC 9(6).
       01  WS-ELAPSED-SECS             PIC 9(14).
       01  WS-REFILL-TOKENS            PIC 9(12).

      *> One draw
       01  WS-GRANTED                  PIC X.
       01  WS-FORCED                   PIC X.
       01  WS-WAITED-SECS              PIC 9(5).

      *> What the last response said
       01  WS-NOTE-STATUS-TEXT         PIC X(8).
       01  WS-NOTE-REMAINING-TEXT      PIC X(8).
       01  WS-NOTE-RETRY-TEXT          PIC X(8).
       01  WS-NOTE-STATUS              PIC 9(3).
       01  WS-NOTE-RETRY-AFTER         PIC 9(5).

       01  WS-CURRENT-TIME             PIC 9(14).
       01  WS-CURRENT-DATE8            PIC 9(8).
       01  WS-CURRENT-CLOCK8           PIC 9(8).
       01  WS-LOG-KIND                 PIC X(8).
       01  WS-LOG-SECS                 PIC 9(5).
       01  WS-LOG-FLAG                 PIC X.
       01  WS-LOG-REMAINING            PIC X(5).
       01  WS-LOG-LINE                 PIC X(192).

       LINKAGE SECTION.
       01  LS-GOV-ACTION               PIC X(4).
       01  LS-METHOD                   PIC X ANY LENGTH.
       01  LS-URL                      PIC X ANY LENGTH.
       01  LS-HEADERS-FILE             PIC X ANY LENGTH.

       PROCEDURE DIVISION USING LS-GOV-ACTION,
                                LS-METHOD,
                                LS-URL,
                                LS-HEADERS-FILE.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-GOV-SETTING
           ACCEPT WS-GOV-SETTING FROM ENVIRONMENT 'AZURE_ARM_GOVERNOR'
           IF WS-GOV-SETTING = 'N' OR WS-GOV-SETTING = 'NO'
               GOBACK
           END-IF

           PERFORM CLASSIFY-REQUEST
           IF WS-METERED NOT = 'Y'
               GOBACK
           END-IF

           IF WS-GOV-SCRATCH-NAME = SPACES
               MOVE RETURN-CODE TO WS-GOV-SAVED-RC
               CALL "C$GETPID"
               END-CALL
               MOVE RETURN-CODE TO WS-GOV-PID
               MOVE WS-GOV-SAVED-RC TO RETURN-CODE
               STRING 'armgov.' WS-GOV-PID '.txt'
                   DELIMITED BY SIZE INTO WS-GOV-SCRATCH-NAME
               END-STRING
           END-IF

           PERFORM LOAD-GOVERNOR-SETTINGS
           PERFORM RESOLVE-BUDGET-FILES

           EVALUATE LS-GOV-ACTION
               WHEN 'DRAW'
                   PERFORM DRAW-WRITE-SLOT
               WHEN 'NOTE'
                   PERFORM NOTE-ARM-RESPONSE
           END-EVALUATE

           GOBACK.

      *> Only writes against a subscription are metered - reads
      *> have their own, far larger, ARM allowance
       CLASSIFY-REQUEST.
           MOVE 'N' TO WS-METERED
           MOVE SPACES TO WS-GOV-METHOD WS-SUBSCRIPTION
           MOVE FUNCTION TRIM(LS-METHOD) TO WS-GOV-METHOD
           INSPECT WS-GOV-METHOD CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-GOV-METHOD = SPACES OR WS-GOV-METHOD = 'GET'
                   OR WS-GOV-METHOD = 'HEAD'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-URL-HEAD WS-URL-TAIL
           UNSTRING LS-URL DELIMITED BY '/subscriptions/'
               INTO WS-URL-HEAD WS-URL-TAIL
           END-UNSTRING
           IF WS-URL-TAIL = SPACES
               EXIT PARAGRAPH
           END-IF
           UNSTRING WS-URL-TAIL DELIMITED BY '/' OR '?' OR SPACE
               INTO WS-SUBSCRIPTION
           END-UNSTRING

      *> The ID names a file, so take nothing but a GUID
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-SUBSCRIPTION)) = 36
                   AND WS-SUBSCRIPTION(9:1) = '-'
                   AND WS-SUBSCRIPTION(14:1) = '-'
                   AND WS-SUBSCRIPTION(19:1) = '-'
                   AND WS-SUBSCRIPTION(24:1) = '-'
               MOVE 'Y' TO WS-METERED
           END-IF.

       LOAD-GOVERNOR-SETTINGS.
           MOVE SPACES TO WS-ENV-TEXT
           ACCEPT WS-ENV-TEXT FROM ENVIRONMENT
               'AZURE_ARM_WRITES_PER_MIN'
           IF WS-ENV-TEXT NOT = SPACES
                   AND FUNCTION TRIM(WS-ENV-TEXT) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-ENV-TEXT) TO WS-WRITES-PER-MIN
           END-IF
           MOVE SPACES TO WS-ENV-TEXT
           ACCEPT WS-ENV-TEXT FROM ENVIRONMENT 'AZURE_ARM_WRITE_BURST'
           IF WS-ENV-TEXT NOT = SPACES
                   AND FUNCTION TRIM(WS-ENV-TEXT) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-ENV-TEXT) TO WS-WRITE-BURST
           END-IF
           MOVE SPACES TO WS-ENV-TEXT
           ACCEPT WS-ENV-TEXT FROM ENVIRONMENT
               'AZURE_ARM_WRITE_RESERVE'
           IF WS-ENV-TEXT NOT = SPACES
                   AND FUNCTION TRIM(WS-ENV-TEXT) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-ENV-TEXT) TO WS-WRITE-RESERVE
           END-IF
           MOVE SPACES TO WS-ENV-TEXT
           ACCEPT WS-ENV-TEXT FROM ENVIRONMENT
               'AZURE_ARM_GOVERNOR_MAX_WAIT'
           IF WS-ENV-TEXT NOT = SPACES
                   AND FUNCTION TRIM(WS-ENV-TEXT) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-ENV-TEXT) TO WS-MAX-WAIT
           END-IF
           IF WS-WRITES-PER-MIN = 0
               MOVE 120 TO WS-WRITES-PER-MIN
           END-IF
           IF WS-WRITE-BURST = 0
               MOVE 1 TO WS-WRITE-BURST
           END-IF

           MOVE SPACES TO WS-WORKER
           ACCEPT WS-WORKER FROM ENVIRONMENT 'AZURE_DEPLOY_RESOURCE'
           IF WS-WORKER = SPACES
               MOVE 'main' TO WS-WORKER
           END-IF
           MOVE SPACES TO WS-RUN-ENV
           ACCEPT WS-RUN-ENV FROM ENVIRONMENT 'AZURE_ENVIRONMENT'
           IF WS-RUN-ENV = SPACES
               MOVE 'default' TO WS-RUN-ENV
           END-IF.

      *> Every budget command starts with the same shell prefix: D is
      *> the shared directory, F the subscription's state file and K
      *> its lock directory
       RESOLVE-BUDGET-FILES.
           MOVE SPACES TO WS-GOV-PREFIX
           STRING 'D="${AZURE_ARM_GOVERNOR_DIR:-'
                  '$HOME/.azlz-arm-governor}"'
                  '; umask 077; mkdir -p "$D"; chmod 700 "$D"; '
                  'F="$D/' FUNCTION TRIM(WS-SUBSCRIPTION) '.state"; '
                  'K="$D/' FUNCTION TRIM(WS-SUBSCRIPTION) '.lock"; '
               DELIMITED BY SIZE INTO WS-GOV-PREFIX
           END-STRING.

      *> Wait, re-reading the budget once a second, until it has a
      *> write to spare - or until the ceiling, when the write goes
      *> ahead regardless rather than stall the deployment
       DRAW-WRITE-SLOT.
           MOVE 0 TO WS-WAITED-SECS
           MOVE 'N' TO WS-GRANTED
           MOVE 'N' TO WS-FORCED
           PERFORM UNTIL WS-GRANTED = 'Y'
               PERFORM LOCK-AND-READ-BUDGET
               PERFORM REFILL-BUDGET
               PERFORM DECIDE-WRITE-SLOT
               PERFORM WRITE-BUDGET-AND-UNLOCK
               IF WS-GRANTED = 'N'
                   CALL "C$SYSTEM" USING "sleep 1"
                   END-CALL
                   ADD 1 TO WS-WAITED-SECS
               END-IF
           END-PERFORM

           IF WS-WAITED-SECS > 0
               DISPLAY "  ARM write budget: waited " WS-WAITED-SECS
                       " second(s) for subscription "
                       FUNCTION TRIM(WS-SUBSCRIPTION)
           END-IF
           IF WS-FORCED = 'Y'
               DISPLAY "  ARM write budget still exhausted after "
                       WS-MAX-WAIT " seconds - sending anyway"
           END-IF

           MOVE 'DRAW' TO WS-LOG-KIND
           MOVE WS-WAITED-SECS TO WS-LOG-SECS
           IF WS-FORCED = 'Y'
               MOVE 'F' TO WS-LOG-FLAG
           ELSE
               MOVE 'G' TO WS-LOG-FLAG
           END-IF
           PERFORM LOG-GOVERNOR-EVENT.

      *> mkdir is atomic, so the lock directory admits one process at
      *> a time; a lock left behind by a killed process is broken
      *> after ten seconds. The state comes back in the scratch file.
       LOCK-AND-READ-BUDGET.
           MOVE SPACES TO WS-GOV-CMD
           STRING FUNCTION TRIM(WS-GOV-PREFIX)
                  ' I=0; until mkdir "$K" 2>/dev/null; do '
                  'I=$((I+1)); if [ $I -ge 100 ]; then '
                  'rm -rf "$K"; I=0; fi; sleep 0.1; done; '
                  'cat "$F" > ' FUNCTION TRIM(WS-GOV-SCRATCH-NAME)
                  ' 2>/dev/null; true'
               DELIMITED BY SIZE INTO WS-GOV-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-GOV-CMD
           END-CALL
           PERFORM READ-GOVERNOR-SCRATCH
           PERFORM PARSE-BUDGET-STATE.

      *> A missing or damaged state file is a full bucket with
      *> nothing yet heard from ARM
       PARSE-BUDGET-STATE.
           PERFORM COMPUTE-CURRENT-EPOCH-SECONDS
           MOVE SPACES TO WS-STATE-FIELDS
           UNSTRING WS-SCRATCH-LINE DELIMITED BY '|'
               INTO WS-SF-TOKENS WS-SF-STAMP WS-SF-REMAINING
                    WS-SF-REMAINING-STAMP WS-SF-PAUSE-UNTIL
           END-UNSTRING
           IF WS-SCRATCH-LINE NOT = SPACES
                   AND FUNCTION TRIM(WS-SF-TOKENS) IS NUMERIC
                   AND FUNCTION TRIM(WS-SF-STAMP) IS NUMERIC
                   AND FUNCTION TRIM(WS-SF-REMAINING) IS NUMERIC
                   AND FUNCTION TRIM(WS-SF-REMAINING-STAMP) IS NUMERIC
                   AND FUNCTION TRIM(WS-SF-PAUSE-UNTIL) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-SF-TOKENS) TO WS-STATE-TOKENS
               MOVE FUNCTION NUMVAL(WS-SF-STAMP) TO WS-STATE-STAMP
               MOVE FUNCTION NUMVAL(WS-SF-REMAINING)
                   TO WS-STATE-REMAINING
               MOVE FUNCTION NUMVAL(WS-SF-REMAINING-STAMP)
                   TO WS-STATE-REMAINING-STAMP
               MOVE FUNCTION NUMVAL(WS-SF-PAUSE-UNTIL)
                   TO WS-STATE-PAUSE-UNTIL
           ELSE
               COMPUTE WS-STATE-TOKENS = WS-WRITE-BURST * 100
               MOVE WS-CURRENT-TIME TO WS-STATE-STAMP
               MOVE 99999 TO WS-STATE-REMAINING
               MOVE 0 TO WS-STATE-REMAINING-STAMP
               MOVE 0 TO WS-STATE-PAUSE-UNTIL
           END-IF.

      *> Tokens are held in hundredths of a write so slow refill
      *> rates still accrue between one-second polls. A remaining
      *> count over a minute old says nothing about now and is
      *> dropped; a fresh one under the reserve slows the refill.
       REFILL-BUDGET.
           IF WS-STATE-REMAINING NOT = 99999
                   AND WS-CURRENT-TIME > WS-STATE-REMAINING-STAMP
                       + WS-REMAINING-MAX-AGE
               MOVE 99999 TO WS-STATE-REMAINING
           END-IF

           IF WS-STATE-REMAINING < WS-WRITE-RESERVE
               COMPUTE WS-REFILL-PER-MIN = 60 / WS-RESERVE-SPACING
               MOVE 100 TO WS-TOKEN-CAP
           ELSE
               MOVE WS-WRITES-PER-MIN TO WS-REFILL-PER-MIN
               COMPUTE WS-TOKEN-CAP = WS-WRITE-BURST * 100
           END-IF

           IF WS-CURRENT-TIME > WS-STATE-STAMP
               COMPUTE WS-ELAPSED-SECS =
                   WS-CURRENT-TIME - WS-STATE-STAMP
               COMPUTE WS-REFILL-TOKENS =
                   WS-ELAPSED-SECS * WS-REFILL-PER-MIN * 100 / 60
               IF WS-REFILL-TOKENS > WS-TOKEN-CAP
                   MOVE WS-TOKEN-CAP TO WS-REFILL-TOKENS
               END-IF
               ADD WS-REFILL-TOKENS TO WS-STATE-TOKENS
           END-IF
           IF WS-STATE-TOKENS > WS-TOKEN-CAP
               MOVE WS-TOKEN-CAP TO WS-STATE-TOKENS
           END-IF
           MOVE WS-CURRENT-TIME TO WS-STATE-STAMP.

      *> A whole token buys one write, and counts against what ARM
      *> last said was left so the other workers see it before the
      *> next response does
       DECIDE-WRITE-SLOT.
           IF WS-CURRENT-TIME >= WS-STATE-PAUSE-UNTIL
                   AND WS-STATE-TOKENS >= 100
               SUBTRACT 100 FROM WS-STATE-TOKENS
               MOVE 'Y' TO WS-GRANTED
           ELSE
               IF WS-WAITED-SECS >= WS-MAX-WAIT
                   MOVE 0 TO WS-STATE-TOKENS
                   MOVE 'Y' TO WS-GRANTED
                   MOVE 'Y' TO WS-FORCED
               END-IF
           END-IF
           IF WS-GRANTED = 'Y' AND WS-STATE-REMAINING NOT = 99999
                   AND WS-STATE-REMAINING > 0
               SUBTRACT 1 FROM WS-STATE-REMAINING
           END-IF.

       WRITE-BUDGET-AND-UNLOCK.
           MOVE SPACES TO WS-SCRATCH-LINE
           STRING WS-STATE-TOKENS '|' WS-STATE-STAMP
                  '|' WS-STATE-REMAINING '|' WS-STATE-REMAINING-STAMP
                  '|' WS-STATE-PAUSE-UNTIL
               DELIMITED BY SIZE INTO WS-SCRATCH-LINE
           END-STRING
           OPEN OUTPUT GOV-SCRATCH-FILE
           WRITE GOV-SCRATCH-RECORD FROM WS-SCRATCH-LINE
           CLOSE GOV-SCRATCH-FILE
           MOVE SPACES TO WS-GOV-CMD
           STRING FUNCTION TRIM(WS-GOV-PREFIX)
                  ' cat ' FUNCTION TRIM(WS-GOV-SCRATCH-NAME)
                  ' > "$F"; rm -f ' FUNCTION TRIM(WS-GOV-SCRATCH-NAME)
                  '; rmdir "$K" 2>/dev/null; true'
               DELIMITED BY SIZE INTO WS-GOV-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-GOV-CMD
           END-CALL.

      *> The header dump is only trusted when this response wrote
      *> it - curl leaves the previous call's dump in place when it
      *> never reached ARM. The last status line wins, so a 100
      *> Continue ahead of the real answer is skipped.
       NOTE-ARM-RESPONSE.
           IF LS-HEADERS-FILE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-GOV-CMD
           STRING 'H=' FUNCTION TRIM(LS-HEADERS-FILE) '; '
                  'O=' FUNCTION TRIM(WS-GOV-SCRATCH-NAME) '; '
                  ': > $O; [ -f $H ] || exit 0; '
                  '[ $(( $(date +%s) - $(stat -c %Y $H) )) -le 60 ]'
                  ' || exit 0; '
                  "S=$(grep -a '^HTTP/' $H | tail -1 | "
                  "cut -d' ' -f2); "
                  'R=$(grep -ai '
                  "'^x-ms-ratelimit-remaining-subscription-writes:' "
                  "$H | tail -1 | tr -dc '0-9'); "
                  "A=$(grep -ai '^retry-after:' $H | tail -1 | "
                  "tr -dc '0-9'); "
                  'echo "$S|$R|$A" > $O'
               DELIMITED BY SIZE INTO WS-GOV-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-GOV-CMD
           END-CALL
           PERFORM READ-GOVERNOR-SCRATCH

           MOVE SPACES TO WS-NOTE-STATUS-TEXT WS-NOTE-REMAINING-TEXT
                          WS-NOTE-RETRY-TEXT
           UNSTRING WS-SCRATCH-LINE DELIMITED BY '|'
               INTO WS-NOTE-STATUS-TEXT WS-NOTE-REMAINING-TEXT
                    WS-NOTE-RETRY-TEXT
           END-UNSTRING
           MOVE 0 TO WS-NOTE-STATUS
           IF WS-NOTE-STATUS-TEXT NOT = SPACES
                   AND FUNCTION TRIM(WS-NOTE-STATUS-TEXT)
                       IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-NOTE-STATUS-TEXT)
                   TO WS-NOTE-STATUS
           END-IF
           IF WS-NOTE-STATUS NOT = 429
                   AND WS-NOTE-REMAINING-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM LOCK-AND-READ-BUDGET
           PERFORM REFILL-BUDGET
           PERFORM APPLY-ARM-RESPONSE
           PERFORM WRITE-BUDGET-AND-UNLOCK

           IF WS-NOTE-STATUS = 429
               DISPLAY "  ARM throttled subscription "
                       FUNCTION TRIM(WS-SUBSCRIPTION)
                       " - holding its writes for "
                       WS-NOTE-RETRY-AFTER " second(s)"
               MOVE 'THROTTLE' TO WS-LOG-KIND
               MOVE WS-NOTE-RETRY-AFTER TO WS-LOG-SECS
               MOVE '-' TO WS-LOG-FLAG
               PERFORM LOG-GOVERNOR-EVENT
           END-IF.

      *> ARM's own count replaces the local estimate; a 429 empties
      *> the bucket and holds every writer until Retry-After passes
       APPLY-ARM-RESPONSE.
           IF WS-NOTE-REMAINING-TEXT NOT = SPACES
                   AND FUNCTION TRIM(WS-NOTE-REMAINING-TEXT)
                       IS NUMERIC
               IF FUNCTION NUMVAL(WS-NOTE-REMAINING-TEXT) > 99998
                   MOVE 99998 TO WS-STATE-REMAINING
               ELSE
                   MOVE FUNCTION NUMVAL(WS-NOTE-REMAINING-TEXT)
                       TO WS-STATE-REMAINING
               END-IF
               MOVE WS-CURRENT-TIME TO WS-STATE-REMAINING-STAMP
           END-IF
           IF WS-NOTE-STATUS = 429
               MOVE WS-DEFAULT-RETRY-AFTER TO WS-NOTE-RETRY-AFTER
               IF WS-NOTE-RETRY-TEXT NOT = SPACES
                   AND FUNCTION TRIM(WS-NOTE-RETRY-TEXT)
                       IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-NOTE-RETRY-TEXT)
                       TO WS-NOTE-RETRY-AFTER
               END-IF
               IF WS-NOTE-RETRY-AFTER > WS-MAX-WAIT
                   MOVE WS-MAX-WAIT TO WS-NOTE-RETRY-AFTER
               END-IF
               IF WS-CURRENT-TIME + WS-NOTE-RETRY-AFTER
                       > WS-STATE-PAUSE-UNTIL
                   COMPUTE WS-STATE-PAUSE-UNTIL =
                       WS-CURRENT-TIME + WS-NOTE-RETRY-AFTER
               END-IF
               MOVE 0 TO WS-STATE-TOKENS
           END-IF.

       READ-GOVERNOR-SCRATCH.
           MOVE SPACES TO WS-SCRATCH-LINE
           OPEN INPUT GOV-SCRATCH-FILE
           IF WS-SCRATCH-STATUS = '00'
               READ GOV-SCRATCH-FILE INTO WS-SCRATCH-LINE
                   AT END CONTINUE
               END-READ
               CLOSE GOV-SCRATCH-FILE
           END-IF.

       LOG-GOVERNOR-EVENT.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-CLOCK8 FROM TIME
           IF WS-STATE-REMAINING = 99999
               MOVE '-' TO WS-LOG-REMAINING
           ELSE
               MOVE WS-STATE-REMAINING TO WS-LOG-REMAINING
           END-IF
           MOVE SPACES TO WS-LOG-LINE
           STRING FUNCTION TRIM(WS-LOG-KIND)
                  '|' WS-CURRENT-DATE8 WS-CURRENT-CLOCK8(1:6)
                  '|' FUNCTION TRIM(WS-WORKER)
                  '|' FUNCTION TRIM(WS-RUN-ENV)
                  '|' FUNCTION TRIM(WS-GOV-METHOD)
                  '|' FUNCTION TRIM(WS-SUBSCRIPTION)
                  '|' WS-LOG-SECS
                  '|' FUNCTION TRIM(WS-LOG-REMAINING)
                  '|' WS-LOG-FLAG
               DELIMITED BY SIZE INTO WS-LOG-LINE
           END-STRING
           OPEN EXTEND GOV-LOG-FILE
           IF WS-LOG-STATUS = '00' OR WS-LOG-STATUS = '05'
               WRITE GOV-LOG-RECORD FROM WS-LOG-LINE
               CLOSE GOV-LOG-FILE
           END-IF.

       COMPUTE-CURRENT-EPOCH-SECONDS.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-CLOCK8 FROM TIME
           COMPUTE WS-CURRENT-TIME =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE8) * 86400
               + FUNCTION NUMVAL(WS-CURRENT-CLOCK8(1:2)) * 3600
               + FUNCTION NUMVAL(WS-CURRENT-CLOCK8(3:2)) * 60
               + FUNCTION NUMVAL(WS-CURRENT-CLOCK8(5:2)).

       END PROGRAM ARMGOVERN.

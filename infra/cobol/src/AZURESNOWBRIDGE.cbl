      *>   Fired    - creates a ServiceNow incident (urgency from the
      *>              alert severity) and records alertId -> sys_id in
      *>              snow-incident-map.dat
      *>              When config/remediation-runbooks.conf names an
      *>              approved fix for the rule, RUNBOOK runs it first
      *>              and the result goes into the incident's work
      *>              notes; a fix that worked opens the incident at
      *>              urgency 3 instead of paging. A failed fix, or
      *>              one whose daily allowance is used up, escalates
      *>              as before. Table lines:
      *>                <rule>|<action>|<env or ALL>|<runs per day>
      *>              A rule ending in * matches by prefix; a row for
      *>              the environment beats an ALL row, and 0 runs
      *>              bars the action there. Each attempt lands as
      *>              REMED|<stamp>|<env>|<action>|<FIXED or FAILED>|
      *>              <http>|<alert guid> in run-history.dat, which
      *>              is what the allowance counts and what stops a
      *>              requeued alert being fixed twice.
      *>              The incident is raised against the CMDB item
      *>              of the alert's first target resource when
      *>              AZURECMDBSYNC has recorded one in
      *>              snow-cmdb-map.dat
      *>   Resolved - looks the alertId up in the map and resolves
      *>              the incident
      *> The scheduler runs it daemon-style: AZURE_BRIDGE_POLL_SECS
               FILE STATUS IS WS-FIELD-STATUS.
           SELECT AUTH-HEADER-FILE ASSIGN TO "bridge_auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNBOOK-TABLE-FILE ASSIGN TO
               "config/remediation-runbooks.conf"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNBOOK-TABLE-STATUS.
           SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO
               "run-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-HEADER-FILE.
       01  AUTH-HEADER-RECORD          PIC X(1056).

       FD  RUNBOOK-TABLE-FILE.
       01  RUNBOOK-TABLE-RECORD        PIC X(256).

       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-RECORD          PIC X(120).

       WORKING-STORAGE SECTION.
      *> Request handed to the shared AZURENAME renderer
       01  WS-NAME-REQ                 PIC X(48).

       01  WS-SA-NAME                  PIC X(64).
       01  WS-QUEUE-URL                PIC X(512).
       01  WS-BRIDGE-CMD               PIC X(2048).
       01  WS-MESSAGE-ID               PIC X(64).
       01  WS-POP-RECEIPT              PIC X(64).
       01  WS-PAYLOAD-LINE             PIC X(8192).
       01  WS-ALERT-SEVERITY           PIC X(8).
       01  WS-SNOW-URGENCY             PIC X(1).
       01  WS-SNOW-URL                 PIC X(512).
       01  WS-SNOW-BODY                PIC X(1024).
       01  WS-SYS-ID                   PIC X(40).
      *> The alert's first target resource and its CMDB item
       01  WS-ALERT-TARGET             PIC X(256).
       01  WS-ALERT-CI                 PIC X(40).

      *> Remediation table row being matched, and the row chosen
       01  WS-RUNBOOK-TABLE-STATUS     PIC XX.
       01  WS-RUNBOOK-EOF              PIC X.
       01  WS-RB-PATTERN               PIC X(80).
       01  WS-RB-ACTION                PIC X(24).
       01  WS-RB-ENV                   PIC X(16).
       01  WS-RB-ALLOWANCE-TEXT        PIC X(8).
       01  WS-RB-PATTERN-LEN           PIC 9(3).
       01  WS-RB-MATCH                 PIC X.
       01  WS-RUNBOOK-ACTION           PIC X(24).
       01  WS-RUNBOOK-ALLOWANCE        PIC 9(3).
       01  WS-RUNBOOK-ENV-ROW          PIC X.

      *> What the remediation did, for the ledger and the incident
       01  WS-ALERT-GUID               PIC X(40).
       01  WS-GUID-REVERSED            PIC X(200).
       01  WS-REMEDY-OUTCOME           PIC X(9).
       01  WS-REMEDY-RESULT            PIC X(128).
       01  WS-REMEDY-STATUS            PIC 9(3).
       01  WS-REMEDY-RC                PIC 9(2).
       01  WS-REMEDY-USED              PIC 9(5).
       01  WS-USED-DISPLAY             PIC ZZZZ9.
       01  WS-ALLOWANCE-DISPLAY        PIC ZZ9.
       01  WS-REMEDY-NOTE              PIC X(320).
       01  WS-REMEDY-PTR               PIC 9(4).
       01  WS-CURRENT-DATE8            PIC 9(8).
       01  WS-CURRENT-CLOCK8           PIC 9(8).
       01  WS-HISTORY-LINE             PIC X(120).

       01  WS-POLL-SECS-TEXT           PIC X(8).
       01  WS-POLL-SECS                PIC 9(5) VALUE 0.

           EVALUATE WS-ALERT-CONDITION
               WHEN 'Fired'
                   PERFORM APPLY-REMEDIATION-RUNBOOK
                   PERFORM CREATE-SNOW-INCIDENT
               WHEN 'Resolved'
                   PERFORM RESOLVE-SNOW-INCIDENT
       EXTRACT-ALERT-FIELDS.
           MOVE SPACES TO WS-ALERT-RULE WS-ALERT-CONDITION
                          WS-ALERT-SEVERITY WS-ALERT-ID
                          WS-ALERT-TARGET

           MOVE SPACES TO WS-TEMP-AFTER
           UNSTRING WS-PAYLOAD-LINE DELIMITED BY '"alertRule":"'
               INTO WS-ALERT-ID
           END-UNSTRING

      *> ARM IDs are matched in lower case, as the CMDB map keeps them
           MOVE SPACES TO WS-TEMP-AFTER
           UNSTRING WS-PAYLOAD-LINE DELIMITED BY '"alertTargetIDs":["'
               INTO WS-TEMP-BEFORE WS-TEMP-AFTER
           END-UNSTRING
           UNSTRING WS-TEMP-AFTER DELIMITED BY '"'
               INTO WS-ALERT-TARGET
           END-UNSTRING
           INSPECT WS-ALERT-TARGET CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'

      *> Sev0/Sev1 page as urgency 1, Sev2 as 2, the rest as 3
           EVALUATE WS-ALERT-SEVERITY
               WHEN 'Sev0'
               DELIMITED BY SIZE INTO WS-SNOW-URL
           END-STRING

      *> A fix that worked leaves the incident as a record, not a
      *> page
           IF WS-REMEDY-OUTCOME = 'FIXED'
               MOVE '3' TO WS-SNOW-URGENCY
           END-IF
           PERFORM FIND-ALERT-CI

           MOVE SPACES TO WS-SNOW-BODY
           MOVE 1 TO WS-REMEDY-PTR
           STRING '{"short_description":"[Azure] '
                  FUNCTION TRIM(WS-ALERT-RULE)
                  ' fired in ' FUNCTION TRIM(ENV-NAME)
                  '","urgency":"' WS-SNOW-URGENCY
                  '","impact":"' WS-SNOW-URGENCY
                  '","comments":"Alert ID: '
                  FUNCTION TRIM(WS-ALERT-ID) '"'
               DELIMITED BY SIZE INTO WS-SNOW-BODY
               WITH POINTER WS-REMEDY-PTR
           END-STRING
           IF WS-REMEDY-NOTE NOT = SPACES
               STRING ',"work_notes":"'
                      FUNCTION TRIM(WS-REMEDY-NOTE) '"'
                   DELIMITED BY SIZE INTO WS-SNOW-BODY
                   WITH POINTER WS-REMEDY-PTR
               END-STRING
           END-IF
           IF WS-ALERT-CI NOT = SPACES
               STRING ',"cmdb_ci":"' FUNCTION TRIM(WS-ALERT-CI) '"'
                   DELIMITED BY SIZE INTO WS-SNOW-BODY
                   WITH POINTER WS-REMEDY-PTR
               END-STRING
           END-IF
           STRING '}'
               DELIMITED BY SIZE INTO WS-SNOW-BODY
               WITH POINTER WS-REMEDY-PTR
           END-STRING

           MOVE SPACES TO WS-BRIDGE-CMD
               PERFORM RECORD-INCIDENT-MAPPING
           END-IF.

      *> The live CMDB item AZURECMDBSYNC recorded for the alert's
      *> target in this environment; none leaves the incident on the
      *> default configuration item
       FIND-ALERT-CI.
           MOVE SPACES TO WS-ALERT-CI
           IF WS-ALERT-TARGET = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BRIDGE-CMD
           STRING "awk -F'|' '$1==" '"CI" && $2=="'
                  FUNCTION TRIM(ENV-NAME) '" && $3=="'
                  FUNCTION TRIM(WS-ALERT-TARGET)
                  '" && $5=="ACTIVE" {print $4; exit}' "'"
                  ' snow-cmdb-map.dat > bridge_field.txt 2>/dev/null'
               DELIMITED BY SIZE INTO WS-BRIDGE-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-BRIDGE-CMD
           END-CALL
           PERFORM READ-BRIDGE-FIELD
           MOVE WS-SYS-ID TO WS-ALERT-CI.

      *> Finds the runbook for the alert, checks it has not already
      *> run for this alert and that the environment's allowance for
      *> today is not spent, and runs it. WS-REMEDY-OUTCOME ends as
      *> NONE (no runbook), FIXED, FAILED, SKIPPED (the action does
      *> not apply here) or EXHAUSTED; WS-REMEDY-NOTE is the line
      *> the incident carries.
       APPLY-REMEDIATION-RUNBOOK.
           MOVE 'NONE' TO WS-REMEDY-OUTCOME
           MOVE SPACES TO WS-REMEDY-NOTE WS-REMEDY-RESULT
           MOVE 0 TO WS-REMEDY-STATUS
           PERFORM FIND-REMEDIATION-RUNBOOK
           IF WS-RUNBOOK-ACTION = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM EXTRACT-ALERT-GUID
           IF WS-ALERT-GUID = SPACES
               MOVE 'unidentified' TO WS-ALERT-GUID
           END-IF

      *> A message left on the queue by a ServiceNow outage comes
      *> round again; the fix it already had is reported, not rerun
           MOVE SPACES TO WS-BRIDGE-CMD
           STRING 'grep "^REMED|" run-history.dat 2>/dev/null'
                  ' | grep -F "|' FUNCTION TRIM(WS-ALERT-GUID) '"'
                  ' | tail -1 | cut -d"|" -f5'
                  ' > bridge_field.txt'
               DELIMITED BY SIZE INTO WS-BRIDGE-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-BRIDGE-CMD
           END-CALL
           PERFORM READ-BRIDGE-FIELD
           IF WS-SYS-ID NOT = SPACES
               MOVE WS-SYS-ID TO WS-REMEDY-OUTCOME
               STRING 'Automated remediation '
                      FUNCTION TRIM(WS-RUNBOOK-ACTION)
                      ' already ran for this alert: '
                      FUNCTION TRIM(WS-REMEDY-OUTCOME)
                   DELIMITED BY SIZE INTO WS-REMEDY-NOTE
               END-STRING
               DISPLAY "  " FUNCTION TRIM(WS-REMEDY-NOTE)
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           MOVE SPACES TO WS-BRIDGE-CMD
           STRING 'grep -c "^REMED|' WS-CURRENT-DATE8 '[0-9]*|'
                  FUNCTION TRIM(ENV-NAME) '|'
                  FUNCTION TRIM(WS-RUNBOOK-ACTION) '|"'
                  ' run-history.dat 2>/dev/null'
                  ' > bridge_field.txt'
               DELIMITED BY SIZE INTO WS-BRIDGE-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-BRIDGE-CMD
           END-CALL
           PERFORM READ-BRIDGE-FIELD
           MOVE 0 TO WS-REMEDY-USED
           IF WS-SYS-ID NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-SYS-ID) TO WS-REMEDY-USED
           END-IF
           IF WS-REMEDY-USED >= WS-RUNBOOK-ALLOWANCE
               MOVE 'EXHAUSTED' TO WS-REMEDY-OUTCOME
               MOVE WS-REMEDY-USED TO WS-USED-DISPLAY
               MOVE WS-RUNBOOK-ALLOWANCE TO WS-ALLOWANCE-DISPLAY
               STRING 'Automated remediation '
                      FUNCTION TRIM(WS-RUNBOOK-ACTION)
                      ' not run: ' FUNCTION TRIM(WS-USED-DISPLAY)
                      ' of ' FUNCTION TRIM(WS-ALLOWANCE-DISPLAY)
                      ' runs allowed today in '
                      FUNCTION TRIM(ENV-NAME)
                      ' already used - escalated'
                   DELIMITED BY SIZE INTO WS-REMEDY-NOTE
               END-STRING
               DISPLAY "  " FUNCTION TRIM(WS-REMEDY-NOTE)
               EXIT PARAGRAPH
           END-IF

           DISPLAY "  Running remediation "
                   FUNCTION TRIM(WS-RUNBOOK-ACTION)
           CALL 'RUNBOOK' USING AZURE-CONFIG AZURE-AUTH-TOKEN
                                WS-RUNBOOK-ACTION WS-REMEDY-RESULT
                                WS-REMEDY-STATUS WS-REMEDY-RC
           EVALUATE WS-REMEDY-RC
               WHEN 0
                   MOVE 'FIXED' TO WS-REMEDY-OUTCOME
                   STRING 'Automated remediation '
                          FUNCTION TRIM(WS-RUNBOOK-ACTION)
                          ' succeeded: '
                          FUNCTION TRIM(WS-REMEDY-RESULT)
                          ' - not escalated'
                       DELIMITED BY SIZE INTO WS-REMEDY-NOTE
                   END-STRING
               WHEN 4
                   MOVE 'SKIPPED' TO WS-REMEDY-OUTCOME
                   STRING 'Automated remediation '
                          FUNCTION TRIM(WS-RUNBOOK-ACTION)
                          ' not run: '
                          FUNCTION TRIM(WS-REMEDY-RESULT)
                          ' - escalated'
                       DELIMITED BY SIZE INTO WS-REMEDY-NOTE
                   END-STRING
               WHEN OTHER
                   MOVE 'FAILED' TO WS-REMEDY-OUTCOME
                   STRING 'Automated remediation '
                          FUNCTION TRIM(WS-RUNBOOK-ACTION)
                          ' failed: '
                          FUNCTION TRIM(WS-REMEDY-RESULT)
                          ' - escalated'
                       DELIMITED BY SIZE INTO WS-REMEDY-NOTE
                   END-STRING
           END-EVALUATE
           DISPLAY "  " FUNCTION TRIM(WS-REMEDY-NOTE)
           IF WS-REMEDY-OUTCOME NOT = 'SKIPPED'
               PERFORM RECORD-REMEDIATION
           END-IF.

      *> The table is read afresh for every alert so an edit takes
      *> effect on the next sweep without restarting the daemon
       FIND-REMEDIATION-RUNBOOK.
           MOVE SPACES TO WS-RUNBOOK-ACTION
           MOVE 0 TO WS-RUNBOOK-ALLOWANCE
           MOVE 'N' TO WS-RUNBOOK-ENV-ROW
           OPEN INPUT RUNBOOK-TABLE-FILE
           IF WS-RUNBOOK-TABLE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-RUNBOOK-EOF
           PERFORM UNTIL WS-RUNBOOK-EOF = 'Y'
               READ RUNBOOK-TABLE-FILE
                   AT END MOVE 'Y' TO WS-RUNBOOK-EOF
                   NOT AT END PERFORM MATCH-RUNBOOK-ROW
               END-READ
           END-PERFORM
           CLOSE RUNBOOK-TABLE-FILE.

      *> <rule>|<action>|<env or ALL>|<runs per day>; the first row
      *> for this environment wins, else the first ALL row. A blank
      *> allowance means once a day.
       MATCH-RUNBOOK-ROW.
           IF RUNBOOK-TABLE-RECORD = SPACES
                   OR RUNBOOK-TABLE-RECORD(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RB-PATTERN WS-RB-ACTION WS-RB-ENV
                          WS-RB-ALLOWANCE-TEXT
           UNSTRING RUNBOOK-TABLE-RECORD DELIMITED BY '|'
               INTO WS-RB-PATTERN WS-RB-ACTION WS-RB-ENV
                    WS-RB-ALLOWANCE-TEXT
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-RB-PATTERN) TO WS-RB-PATTERN
           MOVE FUNCTION TRIM(WS-RB-ACTION) TO WS-RB-ACTION
           MOVE FUNCTION TRIM(WS-RB-ENV) TO WS-RB-ENV
           IF WS-RB-PATTERN = SPACES OR WS-RB-ACTION = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-RB-ENV NOT = 'ALL' AND WS-RB-ENV NOT = ENV-NAME
               EXIT PARAGRAPH
           END-IF
           IF WS-RUNBOOK-ENV-ROW = 'Y'
                   OR (WS-RB-ENV = 'ALL'
                       AND WS-RUNBOOK-ACTION NOT = SPACES)
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-RB-MATCH
           COMPUTE WS-RB-PATTERN-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-RB-PATTERN))
           IF WS-RB-PATTERN(WS-RB-PATTERN-LEN:1) = '*'
               IF WS-RB-PATTERN-LEN = 1
                   MOVE 'Y' TO WS-RB-MATCH
               ELSE
                   SUBTRACT 1 FROM WS-RB-PATTERN-LEN
                   IF WS-ALERT-RULE(1:WS-RB-PATTERN-LEN) =
                           WS-RB-PATTERN(1:WS-RB-PATTERN-LEN)
                       MOVE 'Y' TO WS-RB-MATCH
                   END-IF
               END-IF
           ELSE
               IF WS-ALERT-RULE = WS-RB-PATTERN
                   MOVE 'Y' TO WS-RB-MATCH
               END-IF
           END-IF
           IF WS-RB-MATCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RB-ACTION TO WS-RUNBOOK-ACTION
           IF WS-RB-ALLOWANCE-TEXT = SPACES
               MOVE 1 TO WS-RUNBOOK-ALLOWANCE
           ELSE
               MOVE FUNCTION NUMVAL(WS-RB-ALLOWANCE-TEXT)
                   TO WS-RUNBOOK-ALLOWANCE
           END-IF
           IF WS-RB-ENV NOT = 'ALL'
               MOVE 'Y' TO WS-RUNBOOK-ENV-ROW
           END-IF.

      *> The alert ID is a full resource path; its last segment, the
      *> alert's GUID, is what the ledger keeps
       EXTRACT-ALERT-GUID.
           MOVE SPACES TO WS-ALERT-GUID WS-GUID-REVERSED
           MOVE FUNCTION REVERSE(FUNCTION TRIM(WS-ALERT-ID))
               TO WS-TEMP-BEFORE
           UNSTRING WS-TEMP-BEFORE DELIMITED BY '/'
               INTO WS-GUID-REVERSED
           END-UNSTRING
           MOVE FUNCTION REVERSE(FUNCTION TRIM(WS-GUID-REVERSED))
               TO WS-ALERT-GUID.

      *> REMED|<stamp>|<env>|<action>|<outcome>|<http>|<alert guid>
      *> joins the other ledger records
       RECORD-REMEDIATION.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-CLOCK8 FROM TIME
           MOVE SPACES TO WS-HISTORY-LINE
           STRING 'REMED|' WS-CURRENT-DATE8 WS-CURRENT-CLOCK8(1:6)
                  '|' FUNCTION TRIM(ENV-NAME)
                  '|' FUNCTION TRIM(WS-RUNBOOK-ACTION)
                  '|' FUNCTION TRIM(WS-REMEDY-OUTCOME)
                  '|' WS-REMEDY-STATUS
                  '|' FUNCTION TRIM(WS-ALERT-GUID)
               DELIMITED BY SIZE INTO WS-HISTORY-LINE
           END-STRING
           OPEN EXTEND RUN-HISTORY-FILE
           WRITE RUN-HISTORY-RECORD FROM WS-HISTORY-LINE
           CLOSE RUN-HISTORY-FILE.

      *> alertId -> sys_id, one line, so the Resolved leg can find
      *> the incident this alert opened
       RECORD-INCIDENT-MAPPING.

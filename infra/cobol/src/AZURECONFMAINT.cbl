      *> review and move into place. Keys the parser does not know
      *> cannot round-trip - they were being silently ignored anyway,
      *> which is exactly the class of typo this screen exists to
      *> kill. When the environment sits on the shared base/tier
      *> layers (see AZURECFGLAYER) the screens show the resolved
      *> values and a save patches each changed key into the layer
      *> that supplies it - a key held in a shared layer is only
      *> changed there when the operator says so, otherwise it is
      *> overridden in the environment file - so the shared settings
      *> are never copied back into every environment.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT APPROVAL-FILE ASSIGN TO WS-APPROVAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.
           SELECT LAYER-IN-FILE ASSIGN TO WS-LAYER-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYER-IN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-FILE.
       01  APPROVAL-RECORD             PIC X(128).

       FD  LAYER-IN-FILE.
       01  LAYER-IN-RECORD             PIC X(320).

       WORKING-STORAGE SECTION.
       COPY AZURECONFIG.

       01  WS-OPER-OPERATION           PIC X(12).
       01  WS-OPER-VERDICT             PIC X(1).

      *> Layered configuration: the layers under this environment
      *> and which of them supplies each key, and the changed keys a
      *> save patches into them (a key's target layer is the one it
      *> came from, or the environment file when it is an override)
       COPY CFGLAYERS.
       01  WS-LAYER-RC                 PIC 9(2).
       01  WS-LAYERED                  PIC X VALUE 'N'.
       01  WS-LAYER-IDX                PIC 9(1).
       01  WS-LAYER-IN-NAME            PIC X(128).
       01  WS-LAYER-IN-STATUS          PIC XX.
       01  WS-LAYER-EOF                PIC X.
       01  WS-LAYER-CHANGES.
           05  WS-LAYER-CHANGED        PIC X OCCURS 3 TIMES.
       01  WS-SHARED-CHANGED           PIC X.
       01  WS-LINE-KEY                 PIC X(32).
       01  WS-LINE-VALUE               PIC X(288).
       01  WS-EQUAL-POS                PIC 9(3).
       01  WS-KEY-IDX                  PIC 9(4).
       01  WS-KEY-SLOT                 PIC 9(4).
       01  WS-SAME-VALUE               PIC X.
       01  WS-TARGET-LAYER             PIC 9(1).
       01  WS-SHARED-CHOICE            PIC X(8).
       01  WS-CHANGE-TABLE.
           05  WS-CHANGE-COUNT         PIC 9(3).
           05  WS-CHANGE-ENTRY OCCURS 200 TIMES.
               10  WS-CHG-KEY          PIC X(32).
               10  WS-CHG-VALUE        PIC X(288).
               10  WS-CHG-LAYER        PIC 9(1).
               10  WS-CHG-APPLIED      PIC X.
       01  WS-CHANGE-IDX               PIC 9(3).
       01  WS-CHANGE-MATCH             PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Azure Landing Zone Configuration Maintenance"
               DISPLAY "Starting from an empty configuration"
               MOVE 0 TO WS-RETURN-CODE
           END-IF
           PERFORM LOAD-CONFIG-LAYERS

           PERFORM UNTIL WS-DONE = 'Y'
               PERFORM SHOW-MAIN-MENU
           DISPLAY " "
           DISPLAY "Environment: " FUNCTION TRIM(WS-ENVIRONMENT)
                   "  (" FUNCTION TRIM(WS-CONFIG-FILENAME) ")"
           IF WS-LAYERED = 'Y'
               PERFORM VARYING WS-LAYER-IDX FROM 1 BY 1
                       UNTIL WS-LAYER-IDX > CFG-LAYER-COUNT
                   DISPLAY "  layer " WS-LAYER-IDX " "
                           CFG-LAYER-LABEL(WS-LAYER-IDX) " "
                           FUNCTION TRIM(CFG-LAYER-FILE(WS-LAYER-IDX))
               END-PERFORM
           END-IF
           DISPLAY "  1  Subscription and identity"
           DISPLAY "  2  Environment and resource group"
           DISPLAY "  3  Networking"
               DISPLAY "Fix the issues above before writing"
               EXIT PARAGRAPH
           END-IF
           IF WS-LAYERED = 'Y'
               PERFORM WRITE-LAYERED-CHANGES
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT OUT-CONF-FILE
           MOVE '# Azure Integration Landing Zone configuration'
           CALL "C$SYSTEM" USING WS-SHELL-CMD
           END-CALL

           PERFORM WRITE-PENDING-APPROVAL

           DISPLAY "Committed - prior version archived under "
                   "config/history"
           DISPLAY "The configuration is UNAPPROVED for production "
                   "until a second operator approves (option A)".

       WRITE-PENDING-APPROVAL.
           MOVE SPACES TO WS-APPROVAL-FILENAME
           STRING 'config/azure-config-'
                  FUNCTION TRIM(WS-ENVIRONMENT) '.approval'
               DELIMITED BY SIZE INTO APPROVAL-RECORD
           END-STRING
           WRITE APPROVAL-RECORD
           CLOSE APPROVAL-FILE.

      *> Second-operator approval: must hold an APPROVE grant for the
      *> environment and must not be the operator who saved
               MOVE 'unknown' TO WS-OPERATOR
           END-IF.

      *> The canonical key lines feed the file itself, or - for a
      *> layered environment - the list of keys that changed
       WRITE-ONE-KEY.
           IF WS-LAYERED = 'Y'
               PERFORM NOTE-CHANGED-KEY
           ELSE
               WRITE OUT-CONF-RECORD FROM WS-OUT-LINE
           END-IF.

       WRITE-KEYED-LINES.
           MOVE SPACES TO WS-OUT-LINE
               DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-ONE-KEY
           IF LA-EXPORT-TABLE-COUNT > 0
               MOVE SPACES TO WS-OUT-LINE
               STRING 'LA_EXPORT_STORAGE=' LA-EXPORT-STORAGE-SLOT
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               END-STRING
               PERFORM WRITE-ONE-KEY
               MOVE SPACES TO WS-OUT-LINE
               STRING 'LA_EXPORT_TABLE_COUNT=' LA-EXPORT-TABLE-COUNT
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               END-STRING
               PERFORM WRITE-ONE-KEY
               PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
                       UNTIL WS-LIST-IDX > LA-EXPORT-TABLE-COUNT
                          OR WS-LIST-IDX > 10
                   MOVE SPACES TO WS-OUT-LINE
                   MOVE WS-LIST-IDX TO WS-IDX-DISPLAY
                   STRING 'LA_EXPORT_TABLE_'
                          FUNCTION TRIM(WS-IDX-DISPLAY) '='
                          FUNCTION TRIM(
                              LA-EXPORT-TABLE-NAME(WS-LIST-IDX))
                       DELIMITED BY SIZE INTO WS-OUT-LINE
                   END-STRING
                   PERFORM WRITE-ONE-KEY
               END-PERFORM
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           STRING 'SB_DEPLOY=' SB-DEPLOY-FLAG
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               END-STRING
               PERFORM WRITE-ONE-KEY
               IF SB-QUEUE-CLASS(WS-LIST-IDX) NOT = SPACES
                   MOVE SPACES TO WS-OUT-LINE
                   STRING 'SB_QUEUE_' FUNCTION TRIM(WS-IDX-DISPLAY)
                          '_CLASS='
                          FUNCTION TRIM(SB-QUEUE-CLASS(WS-LIST-IDX))
                       DELIMITED BY SIZE INTO WS-OUT-LINE
                   END-STRING
                   PERFORM WRITE-ONE-KEY
               END-IF
               MOVE SPACES TO WS-OUT-LINE
               MOVE WS-LIST-IDX TO WS-IDX-DISPLAY
               STRING 'SB_QUEUE_' FUNCTION TRIM(WS-IDX-DISPLAY)
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               END-STRING
               PERFORM WRITE-ONE-KEY
               IF SB-QUEUE-MAX-AGE(WS-LIST-IDX) > 0
                   MOVE SPACES TO WS-OUT-LINE
                   STRING 'SB_QUEUE_' FUNCTION TRIM(WS-IDX-DISPLAY)
                          '_MAXAGE=' SB-QUEUE-MAX-AGE(WS-LIST-IDX)
                       DELIMITED BY SIZE INTO WS-OUT-LINE
                   END-STRING
                   PERFORM WRITE-ONE-KEY
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-OUT-LINE
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               END-STRING
               PERFORM WRITE-ONE-KEY
               IF SA-CONTAINER-CLASS(WS-LIST-IDX, WS-SUB-IDX)
                       NOT = SPACES
                   MOVE SPACES TO WS-OUT-LINE
                   STRING 'STORAGE_' FUNCTION TRIM(WS-IDX-DISPLAY)
                          '_CONTAINER_'
                          FUNCTION TRIM(WS-SUB-DISPLAY) '_CLASS='
                          FUNCTION TRIM(SA-CONTAINER-CLASS
                              (WS-LIST-IDX, WS-SUB-IDX))
                       DELIMITED BY SIZE INTO WS-OUT-LINE
                   END-STRING
                   PERFORM WRITE-ONE-KEY
               END-IF
           END-PERFORM.

      *> Which layers this environment is built from, and which of
      *> them supplies each key - refreshed after every commit
       LOAD-CONFIG-LAYERS.
           MOVE 'N' TO WS-LAYERED
           CALL 'AZURECFGLAYER' USING WS-CONFIG-FILENAME
                                      CONFIG-LAYERS
                                      CONFIG-KEYS
                                      WS-LAYER-RC
           IF WS-LAYER-RC = 0 AND CFG-LAYER-COUNT > 1
               MOVE 'Y' TO WS-LAYERED
           END-IF.

      *> Layered save: only the keys whose value changed are written,
      *> each patched into its layer file in place so comments,
      *> ordering and keys these screens do not edit all survive
       WRITE-LAYERED-CHANGES.
           MOVE 0 TO WS-CHANGE-COUNT
           MOVE ALL 'N' TO WS-LAYER-CHANGES
           MOVE 'N' TO WS-SHARED-CHANGED
           PERFORM WRITE-KEYED-LINES
           IF WS-CHANGE-COUNT = 0
               DISPLAY "No changes to save"
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-LAYER-IDX FROM 1 BY 1
                   UNTIL WS-LAYER-IDX > CFG-LAYER-COUNT
               IF WS-LAYER-CHANGED(WS-LAYER-IDX) = 'Y'
                   PERFORM BUILD-LAYER-FILE
               END-IF
           END-PERFORM
           PERFORM COMMIT-LAYERED-CHANGES.

       NOTE-CHANGED-KEY.
           MOVE SPACES TO WS-LINE-KEY WS-LINE-VALUE
           UNSTRING WS-OUT-LINE DELIMITED BY '='
               INTO WS-LINE-KEY WS-LINE-VALUE
           END-UNSTRING
           MOVE 0 TO WS-KEY-SLOT
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > CFG-KEY-COUNT
                       OR WS-KEY-SLOT > 0
               IF CFG-KEY-NAME(WS-KEY-IDX) = WS-LINE-KEY
                   MOVE WS-KEY-IDX TO WS-KEY-SLOT
               END-IF
           END-PERFORM
           PERFORM COMPARE-KEY-VALUE
           IF WS-SAME-VALUE = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE CFG-LAYER-COUNT TO WS-TARGET-LAYER
           IF WS-KEY-SLOT > 0
               MOVE CFG-KEY-LAYER(WS-KEY-SLOT) TO WS-TARGET-LAYER
           END-IF
           IF WS-TARGET-LAYER < CFG-LAYER-COUNT
               PERFORM CHOOSE-SHARED-OR-OVERRIDE
           END-IF

           IF WS-CHANGE-COUNT >= 200
               DISPLAY "  Too many changed keys in one save - "
                       FUNCTION TRIM(WS-LINE-KEY) " not saved"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHANGE-COUNT
           MOVE WS-LINE-KEY TO WS-CHG-KEY(WS-CHANGE-COUNT)
           MOVE WS-LINE-VALUE TO WS-CHG-VALUE(WS-CHANGE-COUNT)
           MOVE WS-TARGET-LAYER TO WS-CHG-LAYER(WS-CHANGE-COUNT)
           MOVE 'N' TO WS-CHG-APPLIED(WS-CHANGE-COUNT)
           MOVE 'Y' TO WS-LAYER-CHANGED(WS-TARGET-LAYER)
           IF WS-TARGET-LAYER < CFG-LAYER-COUNT
               MOVE 'Y' TO WS-SHARED-CHANGED
           END-IF.

      *> The screens write numbers zero-padded and leave unset fields
      *> blank or zero, so "05" against a file's "5" - or a zero for
      *> a key no layer sets - is not a change
       COMPARE-KEY-VALUE.
           MOVE 'N' TO WS-SAME-VALUE
           IF WS-KEY-SLOT = 0
               IF WS-LINE-VALUE = SPACES
                   MOVE 'Y' TO WS-SAME-VALUE
               ELSE
                   IF FUNCTION TRIM(WS-LINE-VALUE) IS NUMERIC
                       IF FUNCTION NUMVAL(WS-LINE-VALUE) = 0
                           MOVE 'Y' TO WS-SAME-VALUE
                       END-IF
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-LINE-VALUE) =
                   FUNCTION TRIM(CFG-KEY-VALUE(WS-KEY-SLOT))
               MOVE 'Y' TO WS-SAME-VALUE
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE-VALUE NOT = SPACES
                   AND CFG-KEY-VALUE(WS-KEY-SLOT) NOT = SPACES
                   AND FUNCTION TRIM(WS-LINE-VALUE) IS NUMERIC
                   AND FUNCTION TRIM(CFG-KEY-VALUE(WS-KEY-SLOT))
                       IS NUMERIC
               IF FUNCTION NUMVAL(WS-LINE-VALUE) =
                       FUNCTION NUMVAL(CFG-KEY-VALUE(WS-KEY-SLOT))
                   MOVE 'Y' TO WS-SAME-VALUE
               END-IF
           END-IF.

      *> A shared layer belongs to every environment built on it -
      *> changing it there has to be a deliberate choice
       CHOOSE-SHARED-OR-OVERRIDE.
           DISPLAY " "
           DISPLAY FUNCTION TRIM(WS-LINE-KEY) " comes from the "
                   FUNCTION TRIM(CFG-LAYER-LABEL(WS-TARGET-LAYER))
                   " layer ("
                   FUNCTION TRIM(CFG-LAYER-FILE(WS-TARGET-LAYER))
                   "), which other environments share"
           DISPLAY "Type SHARED to change it there for all of them, "
                   "or press Enter to override it for "
                   FUNCTION TRIM(WS-ENVIRONMENT) " only:"
           MOVE SPACES TO WS-SHARED-CHOICE
           ACCEPT WS-SHARED-CHOICE FROM CONSOLE
           IF WS-SHARED-CHOICE NOT = 'SHARED'
               MOVE CFG-LAYER-COUNT TO WS-TARGET-LAYER
           END-IF.

      *> <layer file>.new: the layer as it stands with each changed
      *> key's line replaced, and keys it did not have appended
       BUILD-LAYER-FILE.
           MOVE CFG-LAYER-FILE(WS-LAYER-IDX) TO WS-LAYER-IN-NAME
           MOVE SPACES TO WS-OUT-FILENAME
           STRING FUNCTION TRIM(WS-LAYER-IN-NAME) '.new'
               DELIMITED BY SIZE INTO WS-OUT-FILENAME
           END-STRING
           OPEN INPUT LAYER-IN-FILE
           IF WS-LAYER-IN-STATUS NOT = '00'
               DISPLAY "Cannot read " FUNCTION TRIM(WS-LAYER-IN-NAME)
               MOVE 'N' TO WS-LAYER-CHANGED(WS-LAYER-IDX)
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT OUT-CONF-FILE
           MOVE 'N' TO WS-LAYER-EOF
           PERFORM UNTIL WS-LAYER-EOF = 'Y'
               READ LAYER-IN-FILE
                   AT END MOVE 'Y' TO WS-LAYER-EOF
                   NOT AT END PERFORM COPY-LAYER-LINE
               END-READ
           END-PERFORM
           CLOSE LAYER-IN-FILE

           PERFORM VARYING WS-CHANGE-IDX FROM 1 BY 1
                   UNTIL WS-CHANGE-IDX > WS-CHANGE-COUNT
               IF WS-CHG-LAYER(WS-CHANGE-IDX) = WS-LAYER-IDX
                       AND WS-CHG-APPLIED(WS-CHANGE-IDX) NOT = 'Y'
                   MOVE WS-CHANGE-IDX TO WS-CHANGE-MATCH
                   PERFORM WRITE-CHANGED-KEY
               END-IF
           END-PERFORM
           CLOSE OUT-CONF-FILE.

       COPY-LAYER-LINE.
           MOVE LAYER-IN-RECORD TO WS-OUT-LINE
           MOVE 0 TO WS-CHANGE-MATCH
           IF LAYER-IN-RECORD(1:1) NOT = '#'
                   AND LAYER-IN-RECORD NOT = SPACES
               MOVE 0 TO WS-EQUAL-POS
               INSPECT LAYER-IN-RECORD TALLYING WS-EQUAL-POS
                   FOR ALL '='
               IF WS-EQUAL-POS > 0
                   MOVE SPACES TO WS-LINE-KEY
                   UNSTRING LAYER-IN-RECORD DELIMITED BY '='
                       INTO WS-LINE-KEY
                   END-UNSTRING
                   PERFORM VARYING WS-CHANGE-IDX FROM 1 BY 1
                           UNTIL WS-CHANGE-IDX > WS-CHANGE-COUNT
                               OR WS-CHANGE-MATCH > 0
                       IF WS-CHG-KEY(WS-CHANGE-IDX) = WS-LINE-KEY
                               AND WS-CHG-LAYER(WS-CHANGE-IDX)
                                   = WS-LAYER-IDX
                           MOVE WS-CHANGE-IDX TO WS-CHANGE-MATCH
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           IF WS-CHANGE-MATCH > 0
               PERFORM WRITE-CHANGED-KEY
           ELSE
               WRITE OUT-CONF-RECORD FROM WS-OUT-LINE
           END-IF.

       WRITE-CHANGED-KEY.
           MOVE SPACES TO WS-OUT-LINE
           STRING FUNCTION TRIM(WS-CHG-KEY(WS-CHANGE-MATCH)) '='
                  FUNCTION TRIM(WS-CHG-VALUE(WS-CHANGE-MATCH))
               DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING
           WRITE OUT-CONF-RECORD FROM WS-OUT-LINE
           MOVE 'Y' TO WS-CHG-APPLIED(WS-CHANGE-MATCH).

      *> The same diff / confirm / archive / approval sequence as a
      *> single-file commit, once for every layer the save touched.
      *> A changed shared layer changes every environment on it, so
      *> every environment goes back to unapproved-for-prod
       COMMIT-LAYERED-CHANGES.
           PERFORM RESOLVE-OPERATOR-NAME
           ACCEPT WS-SAVE-DATE8 FROM DATE YYYYMMDD
           ACCEPT WS-SAVE-CLOCK8 FROM TIME
           COMPUTE WS-SAVE-STAMP =
               WS-SAVE-DATE8 * 1000000
               + FUNCTION NUMVAL(WS-SAVE-CLOCK8(1:6))

           DISPLAY " "
           DISPLAY "Changes against the current layer files:"
           PERFORM VARYING WS-LAYER-IDX FROM 1 BY 1
                   UNTIL WS-LAYER-IDX > CFG-LAYER-COUNT
               IF WS-LAYER-CHANGED(WS-LAYER-IDX) = 'Y'
                   DISPLAY "--- "
                           FUNCTION TRIM(CFG-LAYER-LABEL(WS-LAYER-IDX))
                           " " FUNCTION TRIM(CFG-LAYER-FILE
                               (WS-LAYER-IDX))
                   MOVE SPACES TO WS-SHELL-CMD
                   STRING 'diff "'
                          FUNCTION TRIM(CFG-LAYER-FILE(WS-LAYER-IDX))
                          '" "'
                          FUNCTION TRIM(CFG-LAYER-FILE(WS-LAYER-IDX))
                          '.new" || true'
                       DELIMITED BY SIZE INTO WS-SHELL-CMD
                   END-STRING
                   CALL "C$SYSTEM" USING WS-SHELL-CMD
                   END-CALL
               END-IF
           END-PERFORM
           IF WS-SHARED-CHANGED = 'Y'
               DISPLAY " "
               DISPLAY "A shared layer changes - every environment "
                       "built on it is affected and goes back to "
                       "UNAPPROVED for production"
           END-IF

           DISPLAY " "
           DISPLAY "Commit this change? Type YES to commit:"
           MOVE SPACES TO WS-CONFIRM-RESPONSE
           ACCEPT WS-CONFIRM-RESPONSE FROM CONSOLE
           IF WS-CONFIRM-RESPONSE NOT = 'YES'
               DISPLAY "Not committed - the edits stay in the .new "
                       "layer files"
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-LAYER-IDX FROM 1 BY 1
                   UNTIL WS-LAYER-IDX > CFG-LAYER-COUNT
               IF WS-LAYER-CHANGED(WS-LAYER-IDX) = 'Y'
                   MOVE SPACES TO WS-SHELL-CMD
                   STRING 'mkdir -p config/history; F="'
                          FUNCTION TRIM(CFG-LAYER-FILE(WS-LAYER-IDX))
                          '"; cp "$F" "config/history/$(basename '
                          '"$F").' WS-SAVE-STAMP '.'
                          FUNCTION TRIM(WS-OPERATOR)
                          '" 2>/dev/null; mv "$F.new" "$F"'
                       DELIMITED BY SIZE INTO WS-SHELL-CMD
                   END-STRING
                   CALL "C$SYSTEM" USING WS-SHELL-CMD
                   END-CALL
               END-IF
           END-PERFORM

           PERFORM WRITE-PENDING-APPROVAL
           IF WS-SHARED-CHANGED = 'Y'
               MOVE SPACES TO WS-SHELL-CMD
               STRING 'for F in config/azure-config-*.conf; do '
                      'case "$F" in */azure-config-base.conf|'
                      '*/azure-config-tier-*) continue;; esac; '
                      'echo "PENDING|' FUNCTION TRIM(WS-OPERATOR)
                      '|' WS-SAVE-STAMP
                      '" > "${F%.conf}.approval"; done'
                   DELIMITED BY SIZE INTO WS-SHELL-CMD
               END-STRING
               CALL "C$SYSTEM" USING WS-SHELL-CMD
               END-CALL
           END-IF
           PERFORM LOAD-CONFIG-LAYERS

           DISPLAY "Committed - prior versions archived under "
                   "config/history"
           DISPLAY "The configuration is UNAPPROVED for production "
                   "until a second operator approves (option A)".

       END PROGRAM AZURECONFMAINT.

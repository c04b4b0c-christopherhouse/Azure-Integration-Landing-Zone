       IDENTIFICATION DIVISION.
       PROGRAM-ID. AZURECFGLAYER.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Configuration layer resolver, shared by AZURECFGLOAD, the
      *> resolved-config report and the maintenance screens:
      *>   CALL 'AZURECFGLAYER' USING filename CONFIG-LAYERS
      *>                              CONFIG-KEYS rc
      *> An environment file (<dir>azure-config-<env>.conf) no longer
      *> has to repeat the organisation-wide settings. It is read on
      *> top of up to two shared layers, later layers overriding
      *> earlier ones key by key:
      *>   1. <dir>azure-config-base.conf        - if present
      *>   2. <dir>azure-config-tier-<tier>.conf - when the
      *>      environment file says CONFIG_TIER=<tier> (nonprod,
      *>      prod...)
      *>   3. the environment file itself
      *> Any other file name (the base or a tier file on its own, a
      *> .deployed snapshot, the legacy azure-config.conf) is read as
      *> a single layer exactly as before. Within a file the last
      *> line for a key wins, as it always has. rc is 0 when resolved,
      *> 3 when the file (or the tier file it names) cannot be opened,
      *> 8 when the layers hold more keys than CONFIG-KEYS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAYER-FILE ASSIGN TO WS-LAYER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LAYER-FILE.
       01  LAYER-RECORD                PIC X(320).

       WORKING-STORAGE SECTION.
       01  WS-LAYER-FILENAME           PIC X(128).
       01  WS-LAYER-STATUS             PIC XX.
       01  WS-CONFIG-LINE              PIC X(320).
       01  WS-KEY                      PIC X(32).
       01  WS-VALUE                    PIC X(288).
       01  WS-EQUAL-POS                PIC 9(3).
       01  WS-EOF-FLAG                 PIC X.
       01  WS-KEY-MAX                  PIC 9(4) VALUE 1000.
       01  WS-KEY-IDX                  PIC 9(4).
       01  WS-KEY-SLOT                 PIC 9(4).
       01  WS-LAYER-IDX                PIC 9(1).

      *> The file name split into directory and base name
       01  WS-NAME-LEN                 PIC 9(3).
       01  WS-SLASH-POS                PIC 9(3).
       01  WS-SCAN-POS                 PIC 9(3).
       01  WS-CONFIG-DIR               PIC X(128).
       01  WS-BASE-NAME                PIC X(128).
       01  WS-BASE-LEN                 PIC 9(3).
       01  WS-LAYERED                  PIC X.
       01  WS-CONFIG-TIER              PIC X(16).

       LINKAGE SECTION.
       01  LS-CONFIG-FILENAME          PIC X(128).
       COPY CFGLAYERS.
       01  LS-RETURN-CODE              PIC 9(2).

       PROCEDURE DIVISION USING LS-CONFIG-FILENAME,
                                CONFIG-LAYERS,
                                CONFIG-KEYS,
                                LS-RETURN-CODE.
       MAIN-PROCEDURE.
           MOVE 0 TO LS-RETURN-CODE
           MOVE 0 TO CFG-LAYER-COUNT CFG-KEY-COUNT
           PERFORM CLASSIFY-CONFIG-FILENAME

           IF WS-LAYERED = 'Y'
               PERFORM FIND-CONFIG-TIER
               IF LS-RETURN-CODE NOT = 0
                   GOBACK
               END-IF
               PERFORM ADD-SHARED-LAYERS
               IF LS-RETURN-CODE NOT = 0
                   GOBACK
               END-IF
           END-IF

           ADD 1 TO CFG-LAYER-COUNT
           MOVE 'ENVIRONMENT' TO CFG-LAYER-LABEL(CFG-LAYER-COUNT)
           IF WS-LAYERED NOT = 'Y'
               MOVE 'FILE' TO CFG-LAYER-LABEL(CFG-LAYER-COUNT)
           END-IF
           MOVE LS-CONFIG-FILENAME TO CFG-LAYER-FILE(CFG-LAYER-COUNT)

           PERFORM VARYING WS-LAYER-IDX FROM 1 BY 1
                   UNTIL WS-LAYER-IDX > CFG-LAYER-COUNT
                       OR LS-RETURN-CODE NOT = 0
               PERFORM READ-CONFIG-LAYER
           END-PERFORM
           GOBACK.

      *> Only <dir>azure-config-<env>.conf sits on the shared layers;
      *> the shared layers themselves and everything else stand alone
       CLASSIFY-CONFIG-FILENAME.
           MOVE 'N' TO WS-LAYERED
           MOVE SPACES TO WS-CONFIG-DIR WS-BASE-NAME
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LS-CONFIG-FILENAME
               TRAILING)) TO WS-NAME-LEN
           MOVE 0 TO WS-SLASH-POS
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > WS-NAME-LEN
               IF LS-CONFIG-FILENAME(WS-SCAN-POS:1) = '/'
                   MOVE WS-SCAN-POS TO WS-SLASH-POS
               END-IF
           END-PERFORM
           IF WS-SLASH-POS > 0
               MOVE LS-CONFIG-FILENAME(1:WS-SLASH-POS)
                   TO WS-CONFIG-DIR
           END-IF
           IF WS-SLASH-POS >= WS-NAME-LEN
               EXIT PARAGRAPH
           END-IF
           MOVE LS-CONFIG-FILENAME(WS-SLASH-POS + 1:)
               TO WS-BASE-NAME
           COMPUTE WS-BASE-LEN = WS-NAME-LEN - WS-SLASH-POS

           IF WS-BASE-LEN < 19
                   OR WS-BASE-NAME(1:13) NOT = 'azure-config-'
                   OR WS-BASE-NAME(WS-BASE-LEN - 4:5) NOT = '.conf'
               EXIT PARAGRAPH
           END-IF
           IF WS-BASE-NAME = 'azure-config-base.conf'
                   OR WS-BASE-NAME(1:18) = 'azure-config-tier-'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-LAYERED.

      *> CONFIG_TIER has to come from the environment file itself -
      *> it decides which layers sit underneath
       FIND-CONFIG-TIER.
           MOVE SPACES TO WS-CONFIG-TIER
           MOVE LS-CONFIG-FILENAME TO WS-LAYER-FILENAME
           OPEN INPUT LAYER-FILE
           IF WS-LAYER-STATUS NOT = '00'
               DISPLAY "Cannot open configuration file: "
                       FUNCTION TRIM(WS-LAYER-FILENAME)
               MOVE 3 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ LAYER-FILE INTO WS-CONFIG-LINE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM SPLIT-CONFIG-LINE
                       IF WS-KEY = 'CONFIG_TIER'
                           MOVE WS-VALUE TO WS-CONFIG-TIER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LAYER-FILE.

       ADD-SHARED-LAYERS.
           MOVE SPACES TO WS-LAYER-FILENAME
           STRING FUNCTION TRIM(WS-CONFIG-DIR)
                  'azure-config-base.conf'
               DELIMITED BY SIZE INTO WS-LAYER-FILENAME
           END-STRING
           OPEN INPUT LAYER-FILE
           IF WS-LAYER-STATUS = '00'
               CLOSE LAYER-FILE
               ADD 1 TO CFG-LAYER-COUNT
               MOVE 'BASE' TO CFG-LAYER-LABEL(CFG-LAYER-COUNT)
               MOVE WS-LAYER-FILENAME
                   TO CFG-LAYER-FILE(CFG-LAYER-COUNT)
           END-IF

           IF WS-CONFIG-TIER = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LAYER-FILENAME
           STRING FUNCTION TRIM(WS-CONFIG-DIR)
                  'azure-config-tier-'
                  FUNCTION TRIM(WS-CONFIG-TIER) '.conf'
               DELIMITED BY SIZE INTO WS-LAYER-FILENAME
           END-STRING
           OPEN INPUT LAYER-FILE
           IF WS-LAYER-STATUS NOT = '00'
      *> A mistyped tier must not quietly deploy without its
      *> settings
               DISPLAY "CONFIG_TIER=" FUNCTION TRIM(WS-CONFIG-TIER)
                       " but the tier file "
                       FUNCTION TRIM(WS-LAYER-FILENAME)
                       " cannot be opened"
               MOVE 3 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CLOSE LAYER-FILE
           ADD 1 TO CFG-LAYER-COUNT
           MOVE SPACES TO CFG-LAYER-LABEL(CFG-LAYER-COUNT)
           STRING 'TIER-' FUNCTION TRIM(WS-CONFIG-TIER)
               DELIMITED BY SIZE
               INTO CFG-LAYER-LABEL(CFG-LAYER-COUNT)
           END-STRING
           MOVE WS-LAYER-FILENAME TO CFG-LAYER-FILE(CFG-LAYER-COUNT).

       READ-CONFIG-LAYER.
           MOVE 0 TO CFG-LAYER-KEY-COUNT(WS-LAYER-IDX)
           MOVE CFG-LAYER-FILE(WS-LAYER-IDX) TO WS-LAYER-FILENAME
           OPEN INPUT LAYER-FILE
           IF WS-LAYER-STATUS NOT = '00'
               DISPLAY "Cannot open configuration file: "
                       FUNCTION TRIM(WS-LAYER-FILENAME)
               MOVE 3 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ LAYER-FILE INTO WS-CONFIG-LINE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM SPLIT-CONFIG-LINE
                       IF WS-KEY NOT = SPACES
                           ADD 1 TO CFG-LAYER-KEY-COUNT(WS-LAYER-IDX)
                           PERFORM STORE-RESOLVED-KEY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LAYER-FILE.

      *> The same line rules the loader has always applied: # starts
      *> a comment, anything without '=' is ignored
       SPLIT-CONFIG-LINE.
           MOVE SPACES TO WS-KEY WS-VALUE
           IF WS-CONFIG-LINE(1:1) = '#' OR WS-CONFIG-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EQUAL-POS
           INSPECT WS-CONFIG-LINE TALLYING WS-EQUAL-POS FOR ALL '='
           IF WS-EQUAL-POS > 0
               UNSTRING WS-CONFIG-LINE DELIMITED BY '='
                   INTO WS-KEY, WS-VALUE
               END-UNSTRING
           END-IF.

      *> A key already set by an earlier layer is overridden in
      *> place, so the table keeps first-seen order
       STORE-RESOLVED-KEY.
           MOVE 0 TO WS-KEY-SLOT
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > CFG-KEY-COUNT
                       OR WS-KEY-SLOT > 0
               IF CFG-KEY-NAME(WS-KEY-IDX) = WS-KEY
                   MOVE WS-KEY-IDX TO WS-KEY-SLOT
               END-IF
           END-PERFORM

           IF WS-KEY-SLOT = 0
               IF CFG-KEY-COUNT >= WS-KEY-MAX
                   DISPLAY "More than " WS-KEY-MAX " keys in the "
                           "configuration layers - "
                           FUNCTION TRIM(WS-KEY) " not loaded"
                   MOVE 8 TO LS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CFG-KEY-COUNT
               MOVE CFG-KEY-COUNT TO WS-KEY-SLOT
               MOVE WS-KEY TO CFG-KEY-NAME(WS-KEY-SLOT)
               MOVE 0 TO CFG-KEY-PRIOR-LAYER(WS-KEY-SLOT)
               MOVE 'N' TO CFG-KEY-REDUNDANT(WS-KEY-SLOT)
           ELSE
               IF CFG-KEY-LAYER(WS-KEY-SLOT) NOT = WS-LAYER-IDX
                   MOVE CFG-KEY-LAYER(WS-KEY-SLOT)
                       TO CFG-KEY-PRIOR-LAYER(WS-KEY-SLOT)
                   IF CFG-KEY-VALUE(WS-KEY-SLOT) = WS-VALUE
                       MOVE 'Y' TO CFG-KEY-REDUNDANT(WS-KEY-SLOT)
                   ELSE
                       MOVE 'N' TO CFG-KEY-REDUNDANT(WS-KEY-SLOT)
                   END-IF
               ELSE
                   MOVE 'N' TO CFG-KEY-REDUNDANT(WS-KEY-SLOT)
               END-IF
           END-IF
           MOVE WS-VALUE TO CFG-KEY-VALUE(WS-KEY-SLOT)
           MOVE WS-LAYER-IDX TO CFG-KEY-LAYER(WS-KEY-SLOT).

       END PROGRAM AZURECFGLAYER.

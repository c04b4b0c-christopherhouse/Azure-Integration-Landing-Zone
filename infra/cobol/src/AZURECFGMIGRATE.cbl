      *> Recognition works on key families (the schema's key
      *> prefixes) rather than every individual key, so a misspelled
      *> family name is caught without this tool having to chase
      *> every new list column. An environment file that sits on
      *> the shared base/tier layers is only given the defaults none
      *> of its layers supply - copying them in would undo the point
      *> of the shared layers.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  FILLER PIC X(16) VALUE 'DEPLOYQ_'.
           05  FILLER PIC X(16) VALUE 'SANDBOX_'.
           05  FILLER PIC X(16) VALUE 'DATA_'.
           05  FILLER PIC X(16) VALUE 'CONFIG_'.
       01  WS-FAMILIES REDEFINES WS-FAMILY-VALUES.
           05  WS-FAMILY-PREFIX        PIC X(16) OCCURS 42 TIMES.

      *> Documented defaults for keys a pre-schema-change file lacks;
      *> the zero STAGE-TIMEOUT-SECS shipping to a deployment is the
           05  WS-DEFAULT-SEEN         PIC X OCCURS 11 TIMES.
       01  WS-APPEND-STARTED           PIC X.

      *> The layers under the environment file, for the defaults
      *> they already supply
       COPY CFGLAYERS.
       01  WS-LAYER-RC                 PIC 9(2).
       01  WS-RESOLVED-IDX             PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Configuration schema upgrade starting"
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM MARK-INHERITED-DEFAULTS
           PERFORM APPEND-MISSING-KEYS
           PERFORM COMMIT-UPGRADED-FILE

               END-IF
           END-PERFORM
           PERFORM VARYING WS-FAM-IDX FROM 1 BY 1
                   UNTIL WS-FAM-IDX > 42
                       OR WS-KEY-RECOGNIZED = 'Y'
               MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   WS-FAMILY-PREFIX(WS-FAM-IDX))) TO WS-FAM-LEN
               END-IF
           END-PERFORM.

      *> A default the base or tier layer already sets is not
      *> missing from the environment
       MARK-INHERITED-DEFAULTS.
           CALL 'AZURECFGLAYER' USING WS-CONFIG-FILENAME
                                      CONFIG-LAYERS
                                      CONFIG-KEYS
                                      WS-LAYER-RC
           IF WS-LAYER-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RESOLVED-IDX FROM 1 BY 1
                   UNTIL WS-RESOLVED-IDX > CFG-KEY-COUNT
               MOVE CFG-KEY-NAME(WS-RESOLVED-IDX) TO WS-LINE-KEY
               PERFORM MARK-DEFAULT-PRESENT
           END-PERFORM.

      *> Every documented default the file lacked: take the default
      *> wholesale in auto mode, otherwise offer it and accept an
      *> operator override

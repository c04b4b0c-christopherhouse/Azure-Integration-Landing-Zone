       IDENTIFICATION DIVISION.
       PROGRAM-ID. AZURECFGRPT.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Resolved-configuration report. With the settings every
      *> environment shares held once in azure-config-base.conf (and
      *> the nonprod/prod ones in a tier file), the environment file
      *> alone no longer says what a run will use. This program
      *> resolves AZURE_ENVIRONMENT's layers through AZURECFGLAYER -
      *> the same resolution AZURECFGLOAD applies - and writes
      *> config-resolved.txt: the layer files in override order, then
      *> every key with its final value, the layer it came from and
      *> the layer it overrode. An override that repeats the value
      *> underneath it is flagged as a redundant copy to delete.
      *> Secrets and tokens are masked. Exit code 3 when the layers
      *> cannot be resolved, 1 when redundant copies were found.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESOLVED-REPORT-FILE ASSIGN TO "config-resolved.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RESOLVED-REPORT-FILE.
       01  RESOLVED-REPORT-RECORD      PIC X(400).

       WORKING-STORAGE SECTION.
       COPY CFGLAYERS.

       01  WS-RETURN-CODE              PIC 9(2).
       01  WS-ENVIRONMENT              PIC X(16).
       01  WS-CONFIG-FILENAME          PIC X(128).
       01  WS-REPORT-LINE              PIC X(400).
       01  WS-LINE-PTR                 PIC 9(3).
       01  WS-KEY-IDX                  PIC 9(4).
       01  WS-LAYER-IDX                PIC 9(1).
       01  WS-SHOWN-VALUE              PIC X(288).
       01  WS-SECRET-HITS              PIC 9(2).
       01  WS-REDUNDANT-COUNT          PIC 9(4) VALUE 0.
       01  WS-OVERRIDE-COUNT           PIC 9(4) VALUE 0.
       01  WS-COUNT-DISPLAY            PIC Z(3)9.
       01  WS-WON-COUNT                PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Resolved configuration report starting"

           MOVE SPACES TO WS-ENVIRONMENT
           ACCEPT WS-ENVIRONMENT FROM ENVIRONMENT 'AZURE_ENVIRONMENT'
           IF WS-ENVIRONMENT = SPACES
               MOVE 'config/azure-config.conf' TO WS-CONFIG-FILENAME
           ELSE
               MOVE SPACES TO WS-CONFIG-FILENAME
               STRING 'config/azure-config-' DELIMITED BY SIZE
                      WS-ENVIRONMENT DELIMITED BY SPACE
                      '.conf' DELIMITED BY SIZE
                   INTO WS-CONFIG-FILENAME
               END-STRING
           END-IF

           CALL 'AZURECFGLAYER' USING WS-CONFIG-FILENAME
                                      CONFIG-LAYERS
                                      CONFIG-KEYS
                                      WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = 0
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RESOLVED-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Resolved configuration: '
                  FUNCTION TRIM(WS-CONFIG-FILENAME)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 'Layers, lowest first (later layers win):'
               TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-LAYER-IDX FROM 1 BY 1
                   UNTIL WS-LAYER-IDX > CFG-LAYER-COUNT
               PERFORM REPORT-ONE-LAYER
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING 'KEY                              '
                  'LAYER            VALUE'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > CFG-KEY-COUNT
               PERFORM REPORT-ONE-KEY
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 1 TO WS-LINE-PTR
           MOVE CFG-KEY-COUNT TO WS-COUNT-DISPLAY
           STRING FUNCTION TRIM(WS-COUNT-DISPLAY) ' key(s), '
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE WS-OVERRIDE-COUNT TO WS-COUNT-DISPLAY
           STRING FUNCTION TRIM(WS-COUNT-DISPLAY)
                  ' overridden by a later layer, '
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE WS-REDUNDANT-COUNT TO WS-COUNT-DISPLAY
           STRING FUNCTION TRIM(WS-COUNT-DISPLAY)
                  ' redundant cop(ies)'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-PTR
           END-STRING
           PERFORM WRITE-REPORT-LINE
           CLOSE RESOLVED-REPORT-FILE

           DISPLAY FUNCTION TRIM(WS-REPORT-LINE)
           DISPLAY "Report written to config-resolved.txt"

           IF WS-REDUNDANT-COUNT > 0
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       WRITE-REPORT-LINE.
           WRITE RESOLVED-REPORT-RECORD FROM WS-REPORT-LINE.

      *> How many keys each layer still wins tells whether an
      *> environment file is down to its genuine differences
       REPORT-ONE-LAYER.
           MOVE 0 TO WS-WON-COUNT
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > CFG-KEY-COUNT
               IF CFG-KEY-LAYER(WS-KEY-IDX) = WS-LAYER-IDX
                   ADD 1 TO WS-WON-COUNT
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 1 TO WS-LINE-PTR
           MOVE CFG-LAYER-KEY-COUNT(WS-LAYER-IDX) TO WS-COUNT-DISPLAY
           STRING '  ' WS-LAYER-IDX '  '
                  CFG-LAYER-LABEL(WS-LAYER-IDX) ' '
                  FUNCTION TRIM(CFG-LAYER-FILE(WS-LAYER-IDX))
                  ' - ' FUNCTION TRIM(WS-COUNT-DISPLAY)
                  ' key line(s), '
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE WS-WON-COUNT TO WS-COUNT-DISPLAY
           STRING FUNCTION TRIM(WS-COUNT-DISPLAY) ' in effect'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-PTR
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       REPORT-ONE-KEY.
           PERFORM MASK-SECRET-VALUE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE CFG-KEY-NAME(WS-KEY-IDX) TO WS-REPORT-LINE(1:32)
           MOVE CFG-LAYER-LABEL(CFG-KEY-LAYER(WS-KEY-IDX))
               TO WS-REPORT-LINE(34:16)
           MOVE 51 TO WS-LINE-PTR
           STRING FUNCTION TRIM(WS-SHOWN-VALUE)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-PTR
           END-STRING
           IF CFG-KEY-PRIOR-LAYER(WS-KEY-IDX) > 0
               ADD 1 TO WS-OVERRIDE-COUNT
               STRING '   (overrides '
                      FUNCTION TRIM(CFG-LAYER-LABEL
                          (CFG-KEY-PRIOR-LAYER(WS-KEY-IDX)))
                      ')'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WITH POINTER WS-LINE-PTR
               END-STRING
               IF CFG-KEY-REDUNDANT(WS-KEY-IDX) = 'Y'
                   ADD 1 TO WS-REDUNDANT-COUNT
                   STRING ' REDUNDANT - same value, delete from '
                          FUNCTION TRIM(CFG-LAYER-LABEL
                              (CFG-KEY-LAYER(WS-KEY-IDX)))
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                       WITH POINTER WS-LINE-PTR
                   END-STRING
               END-IF
           END-IF
           PERFORM WRITE-REPORT-LINE.

      *> The report gets passed around; credentials stay out of it
       MASK-SECRET-VALUE.
           MOVE CFG-KEY-VALUE(WS-KEY-IDX) TO WS-SHOWN-VALUE
           MOVE 0 TO WS-SECRET-HITS
           INSPECT CFG-KEY-NAME(WS-KEY-IDX) TALLYING WS-SECRET-HITS
               FOR ALL 'SECRET' ALL 'TOKEN' ALL 'PASSWORD'
           IF WS-SECRET-HITS > 0 AND WS-SHOWN-VALUE NOT = SPACES
               MOVE '********' TO WS-SHOWN-VALUE
           END-IF.

       END PROGRAM AZURECFGRPT.

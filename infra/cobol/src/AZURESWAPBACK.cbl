       IDENTIFICATION DIVISION.
       PROGRAM-ID. AZURESWAPBACK.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Single-command rollback for the Function App and the Logic
      *> App. A release swaps the staging slot into production and
      *> leaves the previous build in the slot; this tool swaps it
      *> straight back:
      *>     AZURE_SWAPBACK_APP=FUNC | LOGICAPP
      *> The slot and health path are the ones the deployment uses
      *> (FUNC_/LOGICAPP_SLOT_NAME and _HEALTH_PATH), production's
      *> health is checked once the swap completes, and the rollback
      *> lands as a SWAP record in run-history.dat. Running it twice
      *> swaps forward again. Exit code 0 when the previous build is
      *> live, 3 on authentication failure, 4 when the app is not
      *> named or not deployed, 8 when the swap fails.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *> Request handed to the shared AZURENAME renderer
       01  WS-NAME-REQ                 PIC X(48).
       COPY AZURECONFIG.
       COPY HTTPCLIENT.

       01  WS-RETURN-CODE              PIC 9(2).
       01  WS-SWAPBACK-APP             PIC X(16).
       01  WS-SITE-NAME                PIC X(64).
       01  WS-SLOT-NAME                PIC X(32).
       01  WS-HEALTH-PATH              PIC X(128).
       01  WS-SWAP-ACTION              PIC X(8) VALUE 'SWAPBACK'.
       01  WS-SWAP-RC                  PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Slot swap-back starting"
           MOVE SPACES TO AZURE-CONFIG

           MOVE SPACES TO WS-SWAPBACK-APP
           ACCEPT WS-SWAPBACK-APP FROM ENVIRONMENT
               'AZURE_SWAPBACK_APP'
           INSPECT WS-SWAPBACK-APP CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-SWAPBACK-APP NOT = 'FUNC'
                   AND WS-SWAPBACK-APP NOT = 'LOGICAPP'
               DISPLAY "Set AZURE_SWAPBACK_APP to FUNC or LOGICAPP "
                       "to name the app to roll back"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           CALL 'AZUREAUTH' USING BY REFERENCE AZURE-CONFIG
                                               AZURE-AUTH-TOKEN
                                               WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Azure authentication failed"
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-SWAPBACK-APP = 'FUNC'
               IF FUNC-DEPLOY-FLAG NOT = 'Y'
                   DISPLAY "No Function App in this environment"
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'FUNC' TO WS-NAME-REQ
               MOVE FUNC-SLOT-NAME TO WS-SLOT-NAME
               MOVE FUNC-HEALTH-PATH TO WS-HEALTH-PATH
           ELSE
               IF LAPP-DEPLOY-FLAG NOT = 'Y'
                   DISPLAY "No Logic App in this environment"
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'LAPP' TO WS-NAME-REQ
               MOVE LAPP-SLOT-NAME TO WS-SLOT-NAME
               MOVE LAPP-HEALTH-PATH TO WS-HEALTH-PATH
           END-IF
           IF WS-SLOT-NAME = SPACES
               MOVE 'staging' TO WS-SLOT-NAME
           END-IF
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-SITE-NAME

           CALL 'SLOTSWAP' USING AZURE-CONFIG AZURE-AUTH-TOKEN
                                 WS-SITE-NAME WS-SLOT-NAME
                                 WS-HEALTH-PATH WS-SWAP-ACTION
                                 WS-SWAP-RC
           IF WS-SWAP-RC = 0
               DISPLAY "Rolled back " FUNCTION TRIM(WS-SITE-NAME)
                       " - the release it replaced is now in the "
                       FUNCTION TRIM(WS-SLOT-NAME) " slot"
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "Swap-back of " FUNCTION TRIM(WS-SITE-NAME)
                       " failed - see run-history.dat"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       END PROGRAM AZURESWAPBACK.

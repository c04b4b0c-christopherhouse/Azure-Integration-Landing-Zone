      *>     same grant file OPERAUTH enforces; the daemon checks the
      *>     REQUESTER named in the message, not its own session)
      *>   - the AZURECALENDAR window must be open
      *>   - no Azure incident may be open for the environment
      *>     (SVCHOLD, from the AZURESVCHEALTH status file)
      *> An accepted request launches AZUREDEPLOY under the request's
      *> environment (AZUREDEPLOY builds its own AZURE_RUN_DIR) and
      *> the outcome is posted to DEPLOYQ_STATUS_QUEUE. The scheduler
       01  WS-GRANT-OPERATION          PIC X(12).
       01  WS-GRANT-ENV                PIC X(16).
       01  WS-CALENDAR-VERDICT         PIC X(8).
       01  WS-HOLD-VERDICT             PIC X(8).
       01  WS-HOLD-INCIDENT            PIC X(40).
       01  WS-RUN-RC                   PIC 9(2).
       01  WS-OUTCOME                  PIC X(64).

               EXIT PARAGRAPH
           END-IF

           CALL 'SVCHOLD' USING WS-REQ-ENV WS-HOLD-VERDICT
                                WS-HOLD-INCIDENT
           IF WS-HOLD-VERDICT = 'HOLD'
               MOVE SPACES TO WS-OUTCOME
               STRING 'rejected: Azure incident '
                      FUNCTION TRIM(WS-HOLD-INCIDENT) ' open'
                   DELIMITED BY SIZE INTO WS-OUTCOME
               END-STRING
               PERFORM POST-REQUEST-STATUS
               EXIT PARAGRAPH
           END-IF

           PERFORM LAUNCH-REQUESTED-RUN
           PERFORM POST-REQUEST-STATUS.


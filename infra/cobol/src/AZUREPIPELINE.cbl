      *> failing its health probes. This program chains the
      *> environments the AZUREDEPLOYALL list names, in order, and
      *> for each one:
      *>   0. holds while an Azure incident is open for it (SVCHOLD,
      *>      from the AZURESVCHEALTH status file) unless
      *>      AZURE_HEALTH_OVERRIDE=Y - a SVCHEALTH gate
      *>   1. deploys it (AZUREDEPLOY enforces its own calendar
      *>      window, change ticket and approval gates)
      *>   2. requires a clean AZUREHEALTH scorecard
       01  WS-RUN-RC                   PIC 9(2).
       01  WS-GATE-NAME                PIC X(12).
       01  WS-GATE-VERDICT             PIC X(4).
       01  WS-HOLD-VERDICT             PIC X(8).
       01  WS-HOLD-INCIDENT            PIC X(40).
       01  WS-FAILURE-COUNT            PIC 9(2) VALUE 0.
       01  WS-PIPELINE-STOPPED         PIC X VALUE 'N'.
       01  WS-CURRENT-DATE8            PIC 9(8).
           DISPLAY "=== Pipeline stage: "
                   FUNCTION TRIM(WS-ENV-NAME(WS-ENV-IDX)) " ==="

      *> 0. no open Azure incident in the environment's regions or
      *> services - deploying into one only fails halfway
           MOVE 'SVCHEALTH' TO WS-GATE-NAME
           PERFORM CHECK-SERVICE-HEALTH-HOLD
           IF WS-RUN-RC NOT = 0
               EXIT PARAGRAPH
           END-IF

      *> 1. deploy - AZUREDEPLOY's own calendar/ticket/approval
      *> gates apply; a refusal (exit 4) stops the chain cleanly
           MOVE 'DEPLOY' TO WS-GATE-NAME
           END-IF
           PERFORM APPEND-GATE-RECORD.

      *> A HOLD stops the chain like a failed gate; an override is
      *> let through with a warning (AZUREDEPLOY logs it as well)
       CHECK-SERVICE-HEALTH-HOLD.
           DISPLAY "  Gate " FUNCTION TRIM(WS-GATE-NAME) "..."
           CALL 'SVCHOLD' USING WS-ENV-NAME(WS-ENV-IDX)
                                WS-HOLD-VERDICT WS-HOLD-INCIDENT
           IF WS-HOLD-VERDICT = 'HOLD'
               MOVE 4 TO WS-RUN-RC
               MOVE 'HOLD' TO WS-GATE-VERDICT
               ADD 1 TO WS-FAILURE-COUNT
               MOVE 'Y' TO WS-PIPELINE-STOPPED
               DISPLAY "  Gate " FUNCTION TRIM(WS-GATE-NAME)
                       ": HOLD (Azure incident "
                       FUNCTION TRIM(WS-HOLD-INCIDENT)
                       ") - pipeline stops here"
           ELSE
               MOVE 0 TO WS-RUN-RC
               MOVE 'PASS' TO WS-GATE-VERDICT
               IF WS-HOLD-VERDICT = 'OVERRIDE'
                   DISPLAY "  WARNING: Azure incident "
                           FUNCTION TRIM(WS-HOLD-INCIDENT)
                           " is open - hold overridden "
                           "(AZURE_HEALTH_OVERRIDE=Y)"
               END-IF
               DISPLAY "  Gate " FUNCTION TRIM(WS-GATE-NAME)
                       ": PASS"
           END-IF
           PERFORM APPEND-GATE-RECORD.

      *> GATE|<stamp>|<env>|<gate>|<verdict>|<exit> joins the RUN
      *> and RES records in the ledger, so why a promotion proceeded
      *> is answerable months later

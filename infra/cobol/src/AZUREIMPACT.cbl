      *> Affected stages collected in default dependency order
       01  WS-AFFECTED-COUNT           PIC 9(2) VALUE 0.
       01  WS-AFFECTED-TABLE.
           05  WS-AFFECTED-ENTRY OCCURS 40 TIMES.
               10  WS-AFFECTED-CODE    PIC X(12).
               10  WS-AFFECTED-REASON  PIC X(64).
       01  WS-AFF-IDX                  PIC 9(2).
       01  WS-PLAN-LINE                PIC X(120).
       01  WS-POLICY-CHANGED           PIC X VALUE 'N'.
       01  WS-DNSRES-CHANGED           PIC X VALUE 'N'.
       01  WS-FLOWLOG-NSG-CHANGED      PIC X VALUE 'N'.
       01  WS-NSG-IDX                  PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               MOVE 'Private Link Scope settings changed'
                   TO WS-AFFECTED-REASON(WS-AFF-IDX)
           END-IF
           IF APP-INSIGHTS-INFO OF CONFIG-A
                   NOT = APP-INSIGHTS-INFO OF CONFIG-B
               PERFORM SET-NEXT-SLOT
               MOVE 'APPINSIGHTS' TO WS-AFFECTED-CODE(WS-AFF-IDX)
               MOVE 'Application Insights settings changed'
                   TO WS-AFFECTED-REASON(WS-AFF-IDX)
           END-IF
      *> The resolver fields live inside NETWORKING-INFO but deploy
      *> as their own stage - note their change, then neutralize
      *> them so the group compare below speaks only for the VNET
               MOVE 'Storage account definitions changed'
                   TO WS-AFFECTED-REASON(WS-AFF-IDX)
           END-IF
      *> Flow logs follow their own settings, and the NSG list
      *> they are created for
           MOVE 'N' TO WS-FLOWLOG-NSG-CHANGED
           IF NSG-COUNT OF CONFIG-A NOT = NSG-COUNT OF CONFIG-B
               MOVE 'Y' TO WS-FLOWLOG-NSG-CHANGED
           END-IF
           PERFORM VARYING WS-NSG-IDX FROM 1 BY 1 UNTIL WS-NSG-IDX > 5
               IF NSG-NAME OF CONFIG-A(WS-NSG-IDX)
                       NOT = NSG-NAME OF CONFIG-B(WS-NSG-IDX)
                   MOVE 'Y' TO WS-FLOWLOG-NSG-CHANGED
               END-IF
           END-PERFORM
           IF FLOW-LOG-INFO OF CONFIG-A
                   NOT = FLOW-LOG-INFO OF CONFIG-B
                   OR (FLOWLOG-DEPLOY-FLAG OF CONFIG-B = 'Y'
                       AND WS-FLOWLOG-NSG-CHANGED = 'Y')
               PERFORM SET-NEXT-SLOT
               MOVE 'FLOWLOGS' TO WS-AFFECTED-CODE(WS-AFF-IDX)
               MOVE 'NSG flow log settings or NSG list changed'
                   TO WS-AFFECTED-REASON(WS-AFF-IDX)
           END-IF
      *> The public records follow the zone settings and the two
      *> hostnames they publish
           IF PUBLIC-DNS-INFO OF CONFIG-A
                   NOT = PUBLIC-DNS-INFO OF CONFIG-B
                   OR FD-CUSTOM-HOSTNAME OF CONFIG-A
                       NOT = FD-CUSTOM-HOSTNAME OF CONFIG-B
                   OR AGW-LISTENER-HOSTNAME OF CONFIG-A
                       NOT = AGW-LISTENER-HOSTNAME OF CONFIG-B
               PERFORM SET-NEXT-SLOT
               MOVE 'PUBLICDNS' TO WS-AFFECTED-CODE(WS-AFF-IDX)
               MOVE 'Public DNS zone or published hostnames changed'
                   TO WS-AFFECTED-REASON(WS-AFF-IDX)
           END-IF
           IF REDIS-INFO OF CONFIG-A
                   NOT = REDIS-INFO OF CONFIG-B
               PERFORM SET-NEXT-SLOT
               MOVE 'REDIS' TO WS-AFFECTED-CODE(WS-AFF-IDX)
               MOVE 'Redis cache sizing changed'
                   TO WS-AFFECTED-REASON(WS-AFF-IDX)
           END-IF
           IF SQLDB-INFO OF CONFIG-A
                   NOT = SQLDB-INFO OF CONFIG-B
               PERFORM SET-NEXT-SLOT
               MOVE 'SQLDB' TO WS-AFFECTED-CODE(WS-AFF-IDX)
               MOVE 'SQL server admin or databases changed'
                   TO WS-AFFECTED-REASON(WS-AFF-IDX)
           END-IF
           IF BASTION-INFO OF CONFIG-A
                   NOT = BASTION-INFO OF CONFIG-B
               PERFORM SET-NEXT-SLOT
               MOVE 'BASTION' TO WS-AFFECTED-CODE(WS-AFF-IDX)
               MOVE 'Bastion SKU, scale or subnet changed'
                   TO WS-AFFECTED-REASON(WS-AFF-IDX)
           END-IF
           IF API-MGMT-INFO OF CONFIG-A
                   NOT = API-MGMT-INFO OF CONFIG-B
               PERFORM SET-NEXT-SLOT
               MOVE 'Function App plan, package or settings changed'
                   TO WS-AFFECTED-REASON(WS-AFF-IDX)
           END-IF
      *> A changed hybrid connection list also has to be re-bound
      *> on the sites, which only their own steps do
           IF RELAY-INFO OF CONFIG-A
                   NOT = RELAY-INFO OF CONFIG-B
               PERFORM SET-NEXT-SLOT
               MOVE 'RELAY' TO WS-AFFECTED-CODE(WS-AFF-IDX)
               MOVE 'Relay hybrid connections changed'
                   TO WS-AFFECTED-REASON(WS-AFF-IDX)
               IF LAPP-DEPLOY-FLAG OF CONFIG-B = 'Y'
                       AND LOGIC-APP-INFO OF CONFIG-A
                           = LOGIC-APP-INFO OF CONFIG-B
                   PERFORM SET-NEXT-SLOT
                   MOVE 'LOGICAPP' TO WS-AFFECTED-CODE(WS-AFF-IDX)
                   MOVE 'Hybrid connection bindings changed'
                       TO WS-AFFECTED-REASON(WS-AFF-IDX)
               END-IF
               IF FUNC-DEPLOY-FLAG OF CONFIG-B = 'Y'
                       AND FUNCTION-APP-INFO OF CONFIG-A
                           = FUNCTION-APP-INFO OF CONFIG-B
                   PERFORM SET-NEXT-SLOT
                   MOVE 'FUNCTIONAPP' TO WS-AFFECTED-CODE(WS-AFF-IDX)
                   MOVE 'Hybrid connection bindings changed'
                       TO WS-AFFECTED-REASON(WS-AFF-IDX)
               END-IF
           END-IF
      *> A changed identity list re-runs IDENTITY for its grants;
      *> the services attaching identities only pick a new set up
      *> on their own redeploy
           IF IDENTITY-INFO OF CONFIG-A
                   NOT = IDENTITY-INFO OF CONFIG-B
               PERFORM SET-NEXT-SLOT
               MOVE 'IDENTITY' TO WS-AFFECTED-CODE(WS-AFF-IDX)
               MOVE 'Managed identities or role grants changed'
                   TO WS-AFFECTED-REASON(WS-AFF-IDX)
               IF DF-DEPLOY-FLAG OF CONFIG-B = 'Y'
                       AND DATA-FACTORY-INFO OF CONFIG-A
                           = DATA-FACTORY-INFO OF CONFIG-B
                   PERFORM SET-NEXT-SLOT
                   MOVE 'DATAFACTORY' TO WS-AFFECTED-CODE(WS-AFF-IDX)
                   MOVE 'Attached managed identities changed'
                       TO WS-AFFECTED-REASON(WS-AFF-IDX)
               END-IF
               IF FUNC-DEPLOY-FLAG OF CONFIG-B = 'Y'
                       AND FUNCTION-APP-INFO OF CONFIG-A
                           = FUNCTION-APP-INFO OF CONFIG-B
                   PERFORM SET-NEXT-SLOT
                   MOVE 'FUNCTIONAPP' TO WS-AFFECTED-CODE(WS-AFF-IDX)
                   MOVE 'Attached managed identities changed'
                       TO WS-AFFECTED-REASON(WS-AFF-IDX)
               END-IF
               IF LAPP-DEPLOY-FLAG OF CONFIG-B = 'Y'
                       AND LOGIC-APP-INFO OF CONFIG-A
                           = LOGIC-APP-INFO OF CONFIG-B
                   PERFORM SET-NEXT-SLOT
                   MOVE 'LOGICAPP' TO WS-AFFECTED-CODE(WS-AFF-IDX)
                   MOVE 'Attached managed identities changed'
                       TO WS-AFFECTED-REASON(WS-AFF-IDX)
               END-IF
               IF APIM-DEPLOY-FLAG OF CONFIG-B = 'Y'
                       AND API-MGMT-INFO OF CONFIG-A
                           = API-MGMT-INFO OF CONFIG-B
                   PERFORM SET-NEXT-SLOT
                   MOVE 'APIM' TO WS-AFFECTED-CODE(WS-AFF-IDX)
                   MOVE 'Attached managed identities changed'
                       TO WS-AFFECTED-REASON(WS-AFF-IDX)
               END-IF
           END-IF
           IF DEFENDER-INFO OF CONFIG-A
                   NOT = DEFENDER-INFO OF CONFIG-B
               PERFORM SET-NEXT-SLOT
               MOVE 'DEFENDER' TO WS-AFFECTED-CODE(WS-AFF-IDX)
               MOVE 'Defender for Cloud plans changed'
                   TO WS-AFFECTED-REASON(WS-AFF-IDX)
           END-IF
           IF ALERTING-INFO OF CONFIG-A
                   NOT = ALERTING-INFO OF CONFIG-B
                   OR BUDGET-INFO OF CONFIG-A

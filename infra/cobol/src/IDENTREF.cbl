       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDENTREF.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Renders the user-assigned identities a consuming service
      *> attaches. LS-CONSUMER is the service's program name
      *> (DATAFACTORY, FUNCAPP, LOGICAPP or APIMGMT); every
      *> IDENTITY_n entry whose CONSUMERS list names it goes into
      *> LS-UAI-MAP as the "userAssignedIdentities" member of the
      *> service's identity block. LS-KV-REF-ID returns the first
      *> attached identity holding a role on the vault, for the
      *> sites' keyVaultReferenceIdentity. Both come back as spaces
      *> when the service attaches nothing, so callers keep their
      *> system-assigned identity alone. No ARM call is made - the
      *> resource IDs are fixed by the naming standard.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *> Request handed to the shared AZURENAME renderer
       01  WS-NAME-REQ                     PIC X(48).
       01  WS-ID-IDX                       PIC 9(2).
       01  WS-ROLE-IDX                     PIC 9(2).
       01  WS-IDENTITY-NAME                PIC X(64).
       01  WS-IDENTITY-ID                  PIC X(256).
       01  WS-MAP-PTR                      PIC 9(4).
       01  WS-MAP-COUNT                    PIC 9(2).
       01  WS-CONSUMER-LIST                PIC X(66).
       01  WS-CONSUMER-KEY                 PIC X(18).
       01  WS-MATCH-COUNT                  PIC 9(2).

       LINKAGE SECTION.
       COPY AZURECONFIG REPLACING AZURE-CONFIG BY LS-AZURE-CONFIG.
       01  LS-CONSUMER                     PIC X(16).
       01  LS-UAI-MAP                      PIC X(1024).
       01  LS-KV-REF-ID                    PIC X(256).

       PROCEDURE DIVISION USING LS-AZURE-CONFIG,
                                LS-CONSUMER,
                                LS-UAI-MAP,
                                LS-KV-REF-ID.
       MAIN-PROCEDURE.
           MOVE SPACES TO LS-UAI-MAP LS-KV-REF-ID
           IF IDENTITY-DEPLOY-FLAG NOT = 'Y' OR IDENTITY-COUNT = 0
               GOBACK
           END-IF

           MOVE 0 TO WS-MAP-COUNT
           MOVE 1 TO WS-MAP-PTR
           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                   UNTIL WS-ID-IDX > IDENTITY-COUNT
                      OR WS-ID-IDX > 5
               IF IDENTITY-NAME(WS-ID-IDX) NOT = SPACES
                   PERFORM CHECK-CONSUMER-LISTED
                   IF WS-MATCH-COUNT > 0
                       PERFORM ADD-IDENTITY-TO-MAP
                   END-IF
               END-IF
           END-PERFORM

           IF WS-MAP-COUNT > 0
               STRING '}'
                   DELIMITED BY SIZE INTO LS-UAI-MAP
                   WITH POINTER WS-MAP-PTR
               END-STRING
           END-IF

           GOBACK.

      *> CONSUMERS is a comma list; bracketing both the list and the
      *> code with commas keeps LOGICAPP from matching a longer name
       CHECK-CONSUMER-LISTED.
           MOVE SPACES TO WS-CONSUMER-LIST WS-CONSUMER-KEY
           STRING ',' FUNCTION TRIM(IDENTITY-CONSUMERS(WS-ID-IDX)) ','
               DELIMITED BY SIZE INTO WS-CONSUMER-LIST
           END-STRING
           STRING ',' FUNCTION TRIM(LS-CONSUMER) ','
               DELIMITED BY SIZE INTO WS-CONSUMER-KEY
           END-STRING
           MOVE 0 TO WS-MATCH-COUNT
           INSPECT WS-CONSUMER-LIST TALLYING WS-MATCH-COUNT
               FOR ALL WS-CONSUMER-KEY(1:
                   FUNCTION LENGTH(FUNCTION TRIM(WS-CONSUMER-KEY))).

       ADD-IDENTITY-TO-MAP.
           MOVE SPACES TO WS-NAME-REQ
           STRING 'ID|' IDENTITY-NAME(WS-ID-IDX)
               DELIMITED BY SIZE INTO WS-NAME-REQ
           END-STRING
           CALL 'AZURENAME' USING LS-AZURE-CONFIG WS-NAME-REQ
                                  WS-IDENTITY-NAME

           MOVE SPACES TO WS-IDENTITY-ID
           STRING '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/'
                  FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.ManagedIdentity/'
                  'userAssignedIdentities/'
                  FUNCTION TRIM(WS-IDENTITY-NAME)
               DELIMITED BY SIZE INTO WS-IDENTITY-ID
           END-STRING

           IF WS-MAP-COUNT = 0
               STRING '"userAssignedIdentities": {'
                   DELIMITED BY SIZE INTO LS-UAI-MAP
                   WITH POINTER WS-MAP-PTR
               END-STRING
           ELSE
               STRING ', '
                   DELIMITED BY SIZE INTO LS-UAI-MAP
                   WITH POINTER WS-MAP-PTR
               END-STRING
           END-IF
           STRING '"' FUNCTION TRIM(WS-IDENTITY-ID) '": {}'
               DELIMITED BY SIZE INTO LS-UAI-MAP
               WITH POINTER WS-MAP-PTR
           END-STRING
           ADD 1 TO WS-MAP-COUNT

           IF LS-KV-REF-ID = SPACES
               PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
                       UNTIL WS-ROLE-IDX >
                                 IDENTITY-ROLE-COUNT(WS-ID-IDX)
                          OR WS-ROLE-IDX > 5
                   IF IDENTITY-ROLE-TARGET(WS-ID-IDX, WS-ROLE-IDX)
                           = 'KV'
                       MOVE WS-IDENTITY-ID TO LS-KV-REF-ID
                   END-IF
               END-PERFORM
           END-IF.

       END PROGRAM IDENTREF.

      *> Quarterly access review: enumerates the role assignments that
      *> exist NOW across the whole resource group via the
      *> authorization API, reconciles them against the principals
      *> AZURECONFIG grants access to (CLIENT_OBJECT_ID, the
      *> KV_RBAC_PRINCIPAL list and the shared user-assigned
      *> identities), and writes access-review.txt listing
      *> every live assignment with its principal and role, flagging
      *> assignments whose principal is not in the configuration and
      *> configured principals that hold no live assignment. Replaces
           SELECT NEXT-LINK-FILE ASSIGN TO "access_nextlink.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEXT-LINK-STATUS.
           SELECT IDENTITY-FIELD-FILE ASSIGN TO "access_idfield.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ID-FIELD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NEXT-LINK-FILE.
       01  NEXT-LINK-RECORD            PIC X(1024).

       FD  IDENTITY-FIELD-FILE.
       01  IDENTITY-FIELD-RECORD       PIC X(64).

       WORKING-STORAGE SECTION.
      *> Overall time limit handed to every curl (-m) so a network
      *> blackhole fails the call instead of hanging the run;
      *> Principals the configuration says should hold access
       01  WS-EXPECTED-COUNT           PIC 9(2) VALUE 0.
       01  WS-EXPECTED-PRINCIPALS.
           05  WS-EXPECTED-ENTRY OCCURS 11 TIMES.
               10  WS-EXPECTED-ID      PIC X(36).
               10  WS-EXPECTED-SEEN    PIC X.
       01  WS-EXP-IDX                  PIC 9(2).

      *> The shared identities' principal IDs are read live - they
      *> are only known once IDENTITY has created them
       01  WS-ID-FIELD-STATUS          PIC XX.
       01  WS-ID-IDX                   PIC 9(2).
       01  WS-NAME-REQ                 PIC X(48).
       01  WS-IDENTITY-NAME            PIC X(64).
       01  WS-IDENTITY-CMD             PIC X(1024).

      *> Fields pulled out of one role assignment entry
       01  WS-ITEM-LINE                PIC X(2048).
       01  WS-ITEM-PRINCIPAL           PIC X(36).
                       TO WS-EXPECTED-ID(WS-EXPECTED-COUNT)
                   MOVE 'N' TO WS-EXPECTED-SEEN(WS-EXPECTED-COUNT)
               END-IF
           END-PERFORM
           IF IDENTITY-DEPLOY-FLAG = 'Y'
               STRING 'Bearer ' ACCESS-TOKEN
                   DELIMITED BY SIZE INTO AUTHORIZATION
               END-STRING
               PERFORM WRITE-AUTH-HEADER-FILE
               PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                       UNTIL WS-ID-IDX > IDENTITY-COUNT
                          OR WS-ID-IDX > 5
                   IF IDENTITY-NAME(WS-ID-IDX) NOT = SPACES
                       PERFORM ADD-IDENTITY-PRINCIPAL
                   END-IF
               END-PERFORM
           END-IF.

      *> An identity not created yet has no principal to expect
       ADD-IDENTITY-PRINCIPAL.
           MOVE SPACES TO WS-NAME-REQ
           STRING 'ID|' IDENTITY-NAME(WS-ID-IDX)
               DELIMITED BY SIZE INTO WS-NAME-REQ
           END-STRING
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-IDENTITY-NAME

           MOVE SPACES TO WS-IDENTITY-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -H @access_auth.txt'
                  " '" FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/'
                  FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.ManagedIdentity/'
                  'userAssignedIdentities/'
                  FUNCTION TRIM(WS-IDENTITY-NAME)
                  '?api-version=2023-01-31' "'"
                  " | tr -d '\n'"
                  ' | grep -o ' "'" '"principalId":"[^"]*"' "'"
                  ' | head -1 | sed ' "'"
                  's/.*:"//; s/"$//' "'"
                  ' > access_idfield.txt'
               DELIMITED BY SIZE INTO WS-IDENTITY-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-IDENTITY-CMD
           END-CALL

           OPEN INPUT IDENTITY-FIELD-FILE
           IF WS-ID-FIELD-STATUS = '00'
               READ IDENTITY-FIELD-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF IDENTITY-FIELD-RECORD NOT = SPACES
                               AND WS-EXPECTED-COUNT < 11
                           ADD 1 TO WS-EXPECTED-COUNT
                           MOVE IDENTITY-FIELD-RECORD(1:36)
                               TO WS-EXPECTED-ID(WS-EXPECTED-COUNT)
                           MOVE 'N'
                               TO WS-EXPECTED-SEEN(WS-EXPECTED-COUNT)
                       END-IF
               END-READ
               CLOSE IDENTITY-FIELD-FILE
           END-IF.

      *> Lists every role assignment at or below the resource group,
      *> following nextLink pagination and splitting entries one per

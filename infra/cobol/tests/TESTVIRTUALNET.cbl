       01  WS-ARM-BASE-URL             PIC X(40).
       01  WS-EXPECTED-NAME            PIC X(64).
       01  WS-EXPECTED-URL             PIC X(512).
       01  WS-SUBNET-COUNTER           PIC 9(2).
       01  WS-NAT-FLAGGED-COUNT        PIC 9(2).
       01  WS-NAT-SUBNET-MATCH         PIC X(1).
       01  WS-NAT-MATCHES              PIC X(10).
       01  WS-NAT-NAME                 PIC X(64).
       01  WS-NAT-EGRESS               PIC X(64).
       01  WS-RESPONSE-LINE            PIC X(512).
       01  WS-RESPONSE-BEFORE          PIC X(512).
       01  WS-RESPONSE-AFTER           PIC X(512).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM TEST-VNET-NAME-GENERATION
           PERFORM TEST-CLOUD-ENDPOINT-SELECTION
           PERFORM TEST-API-URL-BUILDING
           PERFORM TEST-NAT-GATEWAY-NAME
           PERFORM TEST-NAT-DEFAULT-SUBNETS
           PERFORM TEST-NAT-FLAGGED-SUBNETS
           PERFORM TEST-NAT-EGRESS-EXTRACTION

           PERFORM DISPLAY-TEST-SUMMARY


           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-NAT-GATEWAY-NAME.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": NAT Gateway Name"

           MOVE 'dev' TO ENV-NAME
           MOVE 'lz-tf' TO SUFFIX

      *> Simulate name generation logic - new types compose trimmed
           MOVE SPACES TO WS-NAT-NAME
           STRING 'ng-' FUNCTION TRIM(ENV-NAME)
                  '-' FUNCTION TRIM(SUFFIX)
               DELIMITED BY SIZE INTO WS-NAT-NAME
           END-STRING

           IF WS-NAT-NAME = 'ng-dev-lz-tf'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-NAT-NAME
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-NAT-DEFAULT-SUBNETS.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": NAT Default Subnets"

      *> Nothing flagged - the partner-calling subnets are picked
           PERFORM SET-UP-NAT-SUBNETS
           PERFORM SIMULATE-NAT-ASSOCIATION

           IF WS-NAT-MATCHES = 'NYYYN'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-NAT-MATCHES
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-NAT-FLAGGED-SUBNETS.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": NAT Flagged Subnets"

      *> An explicit flag replaces the defaults entirely
           PERFORM SET-UP-NAT-SUBNETS
           MOVE 'Y' TO SUBNET-NAT-FLAG(5)
           PERFORM SIMULATE-NAT-ASSOCIATION

           IF WS-NAT-MATCHES = 'NNNNY'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-NAT-MATCHES
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-NAT-EGRESS-EXTRACTION.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": NAT Egress Address"

      *> ARM's pretty-printed public IP GET body
           MOVE '    "ipAddress": "20.51.7.12",' TO WS-RESPONSE-LINE
           MOVE SPACES TO WS-NAT-EGRESS WS-RESPONSE-AFTER
           UNSTRING WS-RESPONSE-LINE
               DELIMITED BY '"ipAddress":"' OR '"ipAddress": "'
               INTO WS-RESPONSE-BEFORE WS-RESPONSE-AFTER
           END-UNSTRING
           IF WS-RESPONSE-AFTER NOT = SPACES
               UNSTRING WS-RESPONSE-AFTER DELIMITED BY '"'
                   INTO WS-NAT-EGRESS
               END-UNSTRING
           END-IF

           IF WS-NAT-EGRESS = '20.51.7.12'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-NAT-EGRESS
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       SET-UP-NAT-SUBNETS.
           MOVE 5 TO SUBNET-COUNT
           MOVE 'snet-pe' TO SUBNET-NAME(1)
           MOVE 'snet-func' TO SUBNET-NAME(2)
           MOVE 'snet-logic' TO SUBNET-NAME(3)
           MOVE 'snet-shir' TO SUBNET-NAME(4)
           MOVE 'snet-apim' TO SUBNET-NAME(5)
           PERFORM VARYING WS-SUBNET-COUNTER FROM 1 BY 1
                   UNTIL WS-SUBNET-COUNTER > 5
               MOVE SPACES TO SUBNET-NAT-FLAG(WS-SUBNET-COUNTER)
           END-PERFORM
           MOVE 'snet-func' TO FUNC-SUBNET-NAME
           MOVE 'snet-logic' TO LAPP-SUBNET-NAME
           MOVE 'snet-shir' TO DF-SHIR-SUBNET-NAME.

      *> Mirrors VIRTUALNET.cbl's CHECK-SUBNET-NAT-ASSOCIATION
       SIMULATE-NAT-ASSOCIATION.
           MOVE 0 TO WS-NAT-FLAGGED-COUNT
           PERFORM VARYING WS-SUBNET-COUNTER FROM 1 BY 1
                   UNTIL WS-SUBNET-COUNTER > SUBNET-COUNT
               IF SUBNET-NAT-FLAG(WS-SUBNET-COUNTER) = 'Y'
                   ADD 1 TO WS-NAT-FLAGGED-COUNT
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-NAT-MATCHES
           PERFORM VARYING WS-SUBNET-COUNTER FROM 1 BY 1
                   UNTIL WS-SUBNET-COUNTER > SUBNET-COUNT
               MOVE 'N' TO WS-NAT-SUBNET-MATCH
               IF WS-NAT-FLAGGED-COUNT > 0
                   IF SUBNET-NAT-FLAG(WS-SUBNET-COUNTER) = 'Y'
                       MOVE 'Y' TO WS-NAT-SUBNET-MATCH
                   END-IF
               ELSE
                   IF SUBNET-NAME(WS-SUBNET-COUNTER) = FUNC-SUBNET-NAME
                       OR SUBNET-NAME(WS-SUBNET-COUNTER) =
                           LAPP-SUBNET-NAME
                       OR SUBNET-NAME(WS-SUBNET-COUNTER) =
                           DF-SHIR-SUBNET-NAME
                       MOVE 'Y' TO WS-NAT-SUBNET-MATCH
                   END-IF
               END-IF
               MOVE WS-NAT-SUBNET-MATCH
                   TO WS-NAT-MATCHES(WS-SUBNET-COUNTER:1)
           END-PERFORM.

       DISPLAY-TEST-SUMMARY.
           DISPLAY " "
           DISPLAY "Test Summary"

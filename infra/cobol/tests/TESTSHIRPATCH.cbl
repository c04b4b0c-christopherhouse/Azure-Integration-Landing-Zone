       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTSHIRPATCH.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Unit tests for AZURESHIRPATCH - reading the factory's node
      *> lines, matching a host VM to its IR node, and the rule that
      *> a host carrying the last online node is never patched

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  TEST-COUNTER                PIC 9(3) VALUE 0.
       01  PASSED-TESTS                PIC 9(3) VALUE 0.
       01  FAILED-TESTS                PIC 9(3) VALUE 0.
       01  WS-TEST-RESULT              PIC X(6).

       01  WS-NODE-COUNT               PIC 9(2) VALUE 0.
       01  WS-NODE-TABLE.
           05  WS-NODE-ENTRY OCCURS 8 TIMES.
               10  WS-NODE-NAME        PIC X(64).
               10  WS-NODE-MACHINE     PIC X(64).
               10  WS-NODE-STATUS      PIC X(16).
               10  WS-NODE-VERSION     PIC X(24).
               10  WS-NODE-LAST-SEEN   PIC X(32).
       01  WS-NODE-IDX                 PIC 9(2).
       01  WS-NODE-LINE                PIC X(256).
       01  WS-ONLINE-COUNT             PIC 9(2).
       01  WS-OTHERS-ONLINE            PIC 9(2).
       01  WS-HOST-NODE-IDX            PIC 9(2).
       01  WS-MATCH-NAME               PIC X(64).
       01  WS-SHIR-COMPUTER-NAME       PIC X(15).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "SHIR Node Health Unit Tests"
           DISPLAY "==========================="

           PERFORM TEST-NODE-LINE-PARSE
           PERFORM TEST-FIND-HOST-NODE
           PERFORM TEST-LAST-ONLINE-GUARD

           PERFORM DISPLAY-TEST-SUMMARY

           STOP RUN.

       TEST-NODE-LINE-PARSE.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Node Line Parse"

           PERFORM LOAD-THREE-NODES

           IF WS-NODE-COUNT = 3 AND WS-ONLINE-COUNT = 2
                   AND WS-NODE-NAME(1) = 'SHIRDEV01'
                   AND WS-NODE-STATUS(2) = 'Offline'
                   AND WS-NODE-VERSION(2) = '5.38.0'
                   AND WS-NODE-LAST-SEEN(3) = '2026-10-15T01:05:00Z'
               MOVE 'PASS' TO WS-TEST-RESULT
               ADD 1 TO PASSED-TESTS
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-NODE-COUNT " " WS-ONLINE-COUNT
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-FIND-HOST-NODE.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Host VM To IR Node"

      *> The host's computer name matches the upper-cased node name;
      *> a host whose node was renamed is found by machine name; a
      *> host with no node is not matched at all
           PERFORM LOAD-THREE-NODES
           MOVE 'shirdev02' TO WS-SHIR-COMPUTER-NAME
           PERFORM FIND-HOST-NODE
           IF WS-HOST-NODE-IDX NOT = 2
               MOVE 'FAIL' TO WS-TEST-RESULT
           ELSE
               MOVE 'PASS' TO WS-TEST-RESULT
           END-IF
           MOVE 'shirdev03' TO WS-SHIR-COMPUTER-NAME
           PERFORM FIND-HOST-NODE
           IF WS-HOST-NODE-IDX NOT = 3
               MOVE 'FAIL' TO WS-TEST-RESULT
           END-IF
           MOVE 'shirdev04' TO WS-SHIR-COMPUTER-NAME
           PERFORM FIND-HOST-NODE
           IF WS-HOST-NODE-IDX NOT = 0
               MOVE 'FAIL' TO WS-TEST-RESULT
           END-IF

           IF WS-TEST-RESULT = 'PASS'
               ADD 1 TO PASSED-TESTS
           ELSE
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-HOST-NODE-IDX
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       TEST-LAST-ONLINE-GUARD.
           ADD 1 TO TEST-COUNTER
           DISPLAY "Test " TEST-COUNTER ": Last Online Node Guard"

      *> Nodes 1 and 3 are online: either may go while the other
      *> holds. Once node 3 drops, node 1 is the last one standing.
           PERFORM LOAD-THREE-NODES
           MOVE 1 TO WS-HOST-NODE-IDX
           PERFORM COUNT-OTHERS-ONLINE
           IF WS-OTHERS-ONLINE = 1
               MOVE 'PASS' TO WS-TEST-RESULT
           ELSE
               MOVE 'FAIL' TO WS-TEST-RESULT
           END-IF
           MOVE 'Offline' TO WS-NODE-STATUS(3)
           PERFORM COUNT-OTHERS-ONLINE
           IF WS-OTHERS-ONLINE NOT = 0
               MOVE 'FAIL' TO WS-TEST-RESULT
           END-IF
      *> A host with no node takes nothing down
           MOVE 0 TO WS-HOST-NODE-IDX
           PERFORM COUNT-OTHERS-ONLINE
           IF WS-OTHERS-ONLINE NOT = 1
               MOVE 'FAIL' TO WS-TEST-RESULT
           END-IF

           IF WS-TEST-RESULT = 'PASS'
               ADD 1 TO PASSED-TESTS
           ELSE
               ADD 1 TO FAILED-TESTS
               DISPLAY "  Got: " WS-OTHERS-ONLINE
           END-IF

           DISPLAY "  Result: " WS-TEST-RESULT.

       LOAD-THREE-NODES.
           MOVE 0 TO WS-NODE-COUNT WS-ONLINE-COUNT
           INITIALIZE WS-NODE-TABLE
           MOVE 'SHIRDEV01|SHIRDEV01|Online|5.40.1|2026-10-15T01:00:00Z'
               TO WS-NODE-LINE
           PERFORM ADD-TEST-NODE
           MOVE 'SHIRDEV02|SHIRDEV02|Offline|5.38.0|' TO WS-NODE-LINE
           MOVE '2026-10-10T01:00:00Z' TO WS-NODE-LINE(36:)
           PERFORM ADD-TEST-NODE
           MOVE 'Node3|SHIRDEV03|Online|5.40.1|2026-10-15T01:05:00Z'
               TO WS-NODE-LINE
           PERFORM ADD-TEST-NODE.

       ADD-TEST-NODE.
           ADD 1 TO WS-NODE-COUNT
           MOVE WS-NODE-COUNT TO WS-NODE-IDX
           PERFORM SPLIT-NODE-LINE.

      *> Mirrors AZURESHIRPATCH.cbl's SPLIT-NODE-LINE
       SPLIT-NODE-LINE.
           UNSTRING WS-NODE-LINE DELIMITED BY '|'
               INTO WS-NODE-NAME(WS-NODE-IDX)
                    WS-NODE-MACHINE(WS-NODE-IDX)
                    WS-NODE-STATUS(WS-NODE-IDX)
                    WS-NODE-VERSION(WS-NODE-IDX)
                    WS-NODE-LAST-SEEN(WS-NODE-IDX)
           END-UNSTRING
           IF WS-NODE-STATUS(WS-NODE-IDX) = 'Online'
               ADD 1 TO WS-ONLINE-COUNT
           END-IF.

      *> Mirrors AZURESHIRPATCH.cbl's FIND-HOST-NODE
       FIND-HOST-NODE.
           MOVE 0 TO WS-HOST-NODE-IDX
           PERFORM VARYING WS-NODE-IDX FROM 1 BY 1
                   UNTIL WS-NODE-IDX > WS-NODE-COUNT
                      OR WS-HOST-NODE-IDX > 0
               MOVE WS-NODE-NAME(WS-NODE-IDX) TO WS-MATCH-NAME
               INSPECT WS-MATCH-NAME CONVERTING
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
                   'abcdefghijklmnopqrstuvwxyz'
               IF WS-MATCH-NAME = WS-SHIR-COMPUTER-NAME
                   MOVE WS-NODE-IDX TO WS-HOST-NODE-IDX
               END-IF
               MOVE WS-NODE-MACHINE(WS-NODE-IDX) TO WS-MATCH-NAME
               INSPECT WS-MATCH-NAME CONVERTING
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
                   'abcdefghijklmnopqrstuvwxyz'
               IF WS-MATCH-NAME = WS-SHIR-COMPUTER-NAME
                   MOVE WS-NODE-IDX TO WS-HOST-NODE-IDX
               END-IF
           END-PERFORM.

      *> Mirrors AZURESHIRPATCH.cbl's COUNT-OTHERS-ONLINE
       COUNT-OTHERS-ONLINE.
           MOVE 0 TO WS-OTHERS-ONLINE
           PERFORM VARYING WS-NODE-IDX FROM 1 BY 1
                   UNTIL WS-NODE-IDX > WS-NODE-COUNT
               IF WS-NODE-STATUS(WS-NODE-IDX) = 'Online'
                       AND WS-NODE-IDX NOT = WS-HOST-NODE-IDX
                   ADD 1 TO WS-OTHERS-ONLINE
               END-IF
           END-PERFORM.

       DISPLAY-TEST-SUMMARY.
           DISPLAY " "
           DISPLAY "Test Summary"
           DISPLAY "============"
           DISPLAY "Total Tests: " TEST-COUNTER
           DISPLAY "Passed: " PASSED-TESTS
           DISPLAY "Failed: " FAILED-TESTS

           IF FAILED-TESTS = 0
               DISPLAY "All tests passed!"
           ELSE
               DISPLAY "Some tests failed. Please review."
           END-IF.

       END PROGRAM TESTSHIRPATCH.


       01  WS-RESOURCE-STAT-COUNT      PIC 9(2) VALUE 0.
       01  WS-RESOURCE-STATS.
           05  WS-RESOURCE-STAT OCCURS 40 TIMES.
               10  WS-STAT-LABEL       PIC X(32).
               10  WS-STAT-COUNT       PIC 9(5).
               10  WS-STAT-TOTAL-SECS  PIC 9(8).
               END-IF
           END-PERFORM
           IF WS-STAT-FOUND-IDX = 0
               IF WS-RESOURCE-STAT-COUNT >= 40
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RESOURCE-STAT-COUNT
               END-IF
           END-PERFORM
           IF WS-STAT-FOUND-IDX = 0
               IF WS-RESOURCE-STAT-COUNT >= 40
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RESOURCE-STAT-COUNT

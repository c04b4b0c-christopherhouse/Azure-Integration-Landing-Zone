       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCALEHOURS.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Scheduled downtime for one resource over a trailing window,
      *> read from the SCALE records AZURESCALE leaves in
      *> run-history.dat:
      *>   SCALE|<stamp>|<env>|<resource>|<DOWN or UP>|<from>|<to>|
      *>         <outcome>|<http>
      *> Each successful DOWN opens an interval and the next
      *> successful UP closes it; an interval still open is counted
      *> up to now. Intervals are clipped to the last LS-WINDOW-DAYS
      *> days (0: the current month to date) and the total handed
      *> back in whole hours, so the capacity and cost reports can
      *> say how much of a quiet month was the schedule rather than
      *> a lack of traffic.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO
               "run-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-RECORD          PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-HISTORY-STATUS           PIC XX.
       01  WS-EOF-FLAG                 PIC X VALUE 'N'.

       01  WS-REC-TYPE                 PIC X(8).
       01  WS-REC-STAMP                PIC X(14).
       01  WS-REC-ENV                  PIC X(16).
       01  WS-REC-RESOURCE             PIC X(32).
       01  WS-REC-DIRECTION            PIC X(8).
       01  WS-REC-FROM                 PIC X(8).
       01  WS-REC-TO                   PIC X(8).
       01  WS-REC-OUTCOME              PIC X(8).

       01  WS-CURRENT-DATE8            PIC 9(8).
       01  WS-CURRENT-CLOCK8           PIC 9(8).
       01  WS-NOW-HOUR                 PIC 9(9).
       01  WS-WINDOW-START-HOUR        PIC 9(9).
       01  WS-STAMP-DATE8              PIC 9(8).
       01  WS-STAMP-HH                 PIC 9(2).
       01  WS-STAMP-HOUR               PIC 9(9).
       01  WS-DOWN-OPEN                PIC X VALUE 'N'.
       01  WS-DOWN-START-HOUR          PIC 9(9).
       01  WS-INTERVAL-END-HOUR        PIC 9(9).
       01  WS-TOTAL-HOURS              PIC 9(7).

       LINKAGE SECTION.
       01  LS-ENV-NAME                 PIC X(16).
       01  LS-RESOURCE-LABEL           PIC X(32).
       01  LS-WINDOW-DAYS              PIC 9(3).
       01  LS-DOWN-HOURS               PIC 9(5).

       PROCEDURE DIVISION USING LS-ENV-NAME LS-RESOURCE-LABEL
                                LS-WINDOW-DAYS LS-DOWN-HOURS.
       MAIN-PROCEDURE.
           MOVE 0 TO LS-DOWN-HOURS WS-TOTAL-HOURS
           MOVE 'N' TO WS-EOF-FLAG WS-DOWN-OPEN

      *> Hours are counted on one absolute scale - day number times
      *> 24 plus the hour - so intervals can span months and years
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-CLOCK8 FROM TIME
           MOVE WS-CURRENT-CLOCK8(1:2) TO WS-STAMP-HH
           COMPUTE WS-NOW-HOUR =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE8) * 24
               + WS-STAMP-HH
           EVALUATE TRUE
               WHEN LS-WINDOW-DAYS = 0
                   MOVE WS-CURRENT-DATE8 TO WS-STAMP-DATE8
                   MOVE '01' TO WS-STAMP-DATE8(7:2)
                   COMPUTE WS-WINDOW-START-HOUR =
                       FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE8) * 24
               WHEN LS-WINDOW-DAYS * 24 >= WS-NOW-HOUR
                   MOVE 0 TO WS-WINDOW-START-HOUR
               WHEN OTHER
                   COMPUTE WS-WINDOW-START-HOUR =
                       WS-NOW-HOUR - (LS-WINDOW-DAYS * 24)
           END-EVALUATE

           OPEN INPUT RUN-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ RUN-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM EVALUATE-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE RUN-HISTORY-FILE

           IF WS-DOWN-OPEN = 'Y'
               MOVE WS-NOW-HOUR TO WS-INTERVAL-END-HOUR
               PERFORM ADD-DOWN-INTERVAL
           END-IF

           IF WS-TOTAL-HOURS > 99999
               MOVE 99999 TO LS-DOWN-HOURS
           ELSE
               MOVE WS-TOTAL-HOURS TO LS-DOWN-HOURS
           END-IF
           GOBACK.

       EVALUATE-HISTORY-RECORD.
           IF RUN-HISTORY-RECORD(1:6) NOT = 'SCALE|'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REC-TYPE WS-REC-STAMP WS-REC-ENV
                          WS-REC-RESOURCE WS-REC-DIRECTION
                          WS-REC-FROM WS-REC-TO WS-REC-OUTCOME
           UNSTRING RUN-HISTORY-RECORD DELIMITED BY '|'
               INTO WS-REC-TYPE WS-REC-STAMP WS-REC-ENV
                    WS-REC-RESOURCE WS-REC-DIRECTION
                    WS-REC-FROM WS-REC-TO WS-REC-OUTCOME
           END-UNSTRING
           IF WS-REC-ENV NOT = LS-ENV-NAME
                   OR WS-REC-RESOURCE NOT = LS-RESOURCE-LABEL
                   OR WS-REC-OUTCOME NOT = 'OK'
                   OR WS-REC-STAMP(1:10) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REC-STAMP(1:8) TO WS-STAMP-DATE8
           MOVE WS-REC-STAMP(9:2) TO WS-STAMP-HH
           COMPUTE WS-STAMP-HOUR =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE8) * 24
               + WS-STAMP-HH

           EVALUATE WS-REC-DIRECTION
               WHEN 'DOWN'
                   IF WS-DOWN-OPEN = 'N'
                       MOVE 'Y' TO WS-DOWN-OPEN
                       MOVE WS-STAMP-HOUR TO WS-DOWN-START-HOUR
                   END-IF
               WHEN 'UP'
                   IF WS-DOWN-OPEN = 'Y'
                       MOVE WS-STAMP-HOUR TO WS-INTERVAL-END-HOUR
                       PERFORM ADD-DOWN-INTERVAL
                       MOVE 'N' TO WS-DOWN-OPEN
                   END-IF
           END-EVALUATE.

      *> Only the part of the interval inside the window counts
       ADD-DOWN-INTERVAL.
           IF WS-DOWN-START-HOUR < WS-WINDOW-START-HOUR
               MOVE WS-WINDOW-START-HOUR TO WS-DOWN-START-HOUR
           END-IF
           IF WS-INTERVAL-END-HOUR > WS-DOWN-START-HOUR
               COMPUTE WS-TOTAL-HOURS = WS-TOTAL-HOURS
                   + WS-INTERVAL-END-HOUR - WS-DOWN-START-HOUR
           END-IF.

       END PROGRAM SCALEHOURS.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVCHOLD.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Deployment hold while Azure has an open incident in one of
      *> an environment's regions or services. AZURESVCHEALTH keeps
      *> config/service-health.dat current:
      *>   ASOF|<stamp>
      *>   INC|<env>|<incident id>|<SERVICE or RESOURCE>|<where>|
      *>       <start>|<title>
      *> and AZUREDEPLOY, AZUREDEPLOYQUEUE and AZUREPIPELINE ask
      *> here before they start work on an environment. The verdict
      *> is HOLD while the environment has an INC line, OVERRIDE
      *> when it has one but AZURE_HEALTH_OVERRIDE=Y (the operator
      *> has looked and is going ahead), CLEAR otherwise. A file
      *> older than AZURE_HEALTH_MAX_AGE_MINS (default 120) means
      *> the watcher has stopped running, so it no longer holds
      *> anything - a dead watcher must not freeze every release -
      *> and no file at all is CLEAR. The environment is the one
      *> named in the AZUREDEPLOYALL list (AZURE_ENVIRONMENT).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HEALTH-STATUS-FILE ASSIGN TO
               "config/service-health.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HEALTH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HEALTH-STATUS-FILE.
       01  HEALTH-STATUS-RECORD        PIC X(256).

       WORKING-STORAGE SECTION.
       01  WS-HEALTH-STATUS            PIC XX.
       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
       01  WS-OVERRIDE-TEXT            PIC X(8).
       01  WS-MAX-AGE-TEXT             PIC X(8).
       01  WS-MAX-AGE-MINS             PIC 9(5) VALUE 120.

       01  WS-REC-TYPE                 PIC X(8).
       01  WS-REC-ENV                  PIC X(16).
       01  WS-REC-ID                   PIC X(40).
       01  WS-ASOF-STAMP               PIC X(14).
       01  WS-FIRST-INCIDENT           PIC X(40).

       01  WS-CURRENT-DATE8            PIC 9(8).
       01  WS-CURRENT-CLOCK8           PIC 9(8).
       01  WS-STAMP-DATE8              PIC 9(8).
       01  WS-STAMP-HH                 PIC 9(2).
       01  WS-STAMP-MM                 PIC 9(2).
       01  WS-NOW-MINUTE               PIC 9(11).
       01  WS-ASOF-MINUTE              PIC 9(11).

       LINKAGE SECTION.
       01  LS-ENV-NAME                 PIC X(16).
       01  LS-HOLD-VERDICT             PIC X(8).
       01  LS-INCIDENT-ID              PIC X(40).

       PROCEDURE DIVISION USING LS-ENV-NAME LS-HOLD-VERDICT
                                LS-INCIDENT-ID.
       MAIN-PROCEDURE.
           MOVE 'CLEAR' TO LS-HOLD-VERDICT
           MOVE SPACES TO LS-INCIDENT-ID WS-FIRST-INCIDENT
                          WS-ASOF-STAMP
           MOVE 'N' TO WS-EOF-FLAG
           IF LS-ENV-NAME = SPACES
               GOBACK
           END-IF

           OPEN INPUT HEALTH-STATUS-FILE
           IF WS-HEALTH-STATUS NOT = '00'
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ HEALTH-STATUS-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM EVALUATE-HEALTH-RECORD
               END-READ
           END-PERFORM
           CLOSE HEALTH-STATUS-FILE

           IF WS-FIRST-INCIDENT = SPACES
               GOBACK
           END-IF

           MOVE SPACES TO WS-MAX-AGE-TEXT
           ACCEPT WS-MAX-AGE-TEXT FROM ENVIRONMENT
               'AZURE_HEALTH_MAX_AGE_MINS'
           IF WS-MAX-AGE-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-MAX-AGE-TEXT)
                   TO WS-MAX-AGE-MINS
           END-IF
           PERFORM CHECK-STATUS-AGE
           IF WS-ASOF-MINUTE + WS-MAX-AGE-MINS < WS-NOW-MINUTE
               DISPLAY "WARNING: service health status is older than "
                       WS-MAX-AGE-MINS " minutes (as of "
                       WS-ASOF-STAMP ") - incident "
                       FUNCTION TRIM(WS-FIRST-INCIDENT)
                       " not enforced"
               GOBACK
           END-IF

           MOVE WS-FIRST-INCIDENT TO LS-INCIDENT-ID
           MOVE SPACES TO WS-OVERRIDE-TEXT
           ACCEPT WS-OVERRIDE-TEXT FROM ENVIRONMENT
               'AZURE_HEALTH_OVERRIDE'
           IF WS-OVERRIDE-TEXT = 'Y' OR WS-OVERRIDE-TEXT = 'y'
               MOVE 'OVERRIDE' TO LS-HOLD-VERDICT
           ELSE
               MOVE 'HOLD' TO LS-HOLD-VERDICT
           END-IF
           GOBACK.

       EVALUATE-HEALTH-RECORD.
           MOVE SPACES TO WS-REC-TYPE WS-REC-ENV WS-REC-ID
           UNSTRING HEALTH-STATUS-RECORD DELIMITED BY '|'
               INTO WS-REC-TYPE WS-REC-ENV WS-REC-ID
           END-UNSTRING
           EVALUATE WS-REC-TYPE
               WHEN 'ASOF'
                   MOVE WS-REC-ENV TO WS-ASOF-STAMP
               WHEN 'INC'
                   IF WS-REC-ENV = LS-ENV-NAME
                           AND WS-FIRST-INCIDENT = SPACES
                       MOVE WS-REC-ID TO WS-FIRST-INCIDENT
                   END-IF
           END-EVALUATE.

      *> Minutes on the INTEGER-OF-DATE day count, for now and for
      *> the ASOF stamp; a missing or garbled stamp counts as stale
       CHECK-STATUS-AGE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-CLOCK8 FROM TIME
           MOVE WS-CURRENT-CLOCK8(1:2) TO WS-STAMP-HH
           MOVE WS-CURRENT-CLOCK8(3:2) TO WS-STAMP-MM
           COMPUTE WS-NOW-MINUTE =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE8) * 1440
               + WS-STAMP-HH * 60 + WS-STAMP-MM
           MOVE 0 TO WS-ASOF-MINUTE
           IF WS-ASOF-STAMP(1:12) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ASOF-STAMP(1:8) TO WS-STAMP-DATE8
           MOVE WS-ASOF-STAMP(9:2) TO WS-STAMP-HH
           MOVE WS-ASOF-STAMP(11:2) TO WS-STAMP-MM
           COMPUTE WS-ASOF-MINUTE =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE8) * 1440
               + WS-STAMP-HH * 60 + WS-STAMP-MM.

       END PROGRAM SVCHOLD.

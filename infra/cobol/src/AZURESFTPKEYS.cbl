       IDENTIFICATION DIVISION.
       PROGRAM-ID. AZURESFTPKEYS.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> SFTP partner key register. STORAGE appends an SK record to
      *> sftp-key-register.dat each time a partner's public key
      *> (SA_n_SFTPUSER_m_KEYFILE) is loaded onto a local user with a
      *> fingerprint different from the last one registered - so the
      *> newest record per environment, account and user is the key
      *> in force and the date it was last replaced. This program
      *> reads the register and writes sftp-key-register.txt with
      *> one line per key user: environment, storage account, user,
      *> fingerprint, the date the key was loaded and its age in
      *> days, plus how many keys that user has had. Nothing is read
      *> from Azure, so it runs without authenticating.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEY-REGISTER-FILE ASSIGN TO "sftp-key-register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT KEY-REPORT-FILE ASSIGN TO "sftp-key-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  KEY-REGISTER-FILE.
       01  KEY-REGISTER-RECORD         PIC X(200).

       FD  KEY-REPORT-FILE.
       01  KEY-REPORT-RECORD           PIC X(160).

       WORKING-STORAGE SECTION.
       01  WS-REGISTER-STATUS          PIC XX.
       01  WS-REGISTER-EOF             PIC X VALUE 'N'.
       01  WS-CURRENT-DATE8            PIC 9(8).

      *> Latest registration per environment/account/user
       01  WS-KEY-COUNT                PIC 9(3) VALUE 0.
       01  WS-KEY-TABLE.
           05  WS-KEY-ENTRY OCCURS 100 TIMES.
               10  WS-KEY-ENV          PIC X(16).
               10  WS-KEY-ACCOUNT      PIC X(24).
               10  WS-KEY-USER         PIC X(32).
               10  WS-KEY-FINGERPRINT  PIC X(64).
               10  WS-KEY-STAMP        PIC X(14).
               10  WS-KEY-CHANGES      PIC 9(3).
       01  WS-KEY-IDX                  PIC 9(3).
       01  WS-KEY-SLOT                 PIC 9(3).

       01  WS-REC-PREFIX               PIC X(3).
       01  WS-REC-STAMP                PIC X(14).
       01  WS-REC-ENV                  PIC X(16).
       01  WS-REC-ACCOUNT              PIC X(24).
       01  WS-REC-USER                 PIC X(32).
       01  WS-REC-FINGERPRINT          PIC X(64).

       01  WS-LOADED-DATE8             PIC 9(8).
       01  WS-DAYS-OLD                 PIC S9(7).
       01  WS-DAYS-DISPLAY             PIC -(6)9.
       01  WS-REPORT-LINE              PIC X(160).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "SFTP key register report starting"
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD

           PERFORM COLLECT-KEY-REGISTER
           PERFORM WRITE-KEY-REPORT

           MOVE 0 TO RETURN-CODE
           STOP RUN.

       COLLECT-KEY-REGISTER.
           OPEN INPUT KEY-REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY "No sftp-key-register.dat found - no key "
                       "users have been deployed"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-REGISTER-EOF = 'Y'
               READ KEY-REGISTER-FILE
                   AT END MOVE 'Y' TO WS-REGISTER-EOF
                   NOT AT END PERFORM APPLY-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE KEY-REGISTER-FILE.

      *> Records are appended in time order, so a later record for
      *> the same user simply replaces the slot's key and stamp
       APPLY-ONE-RECORD.
           MOVE SPACES TO WS-REC-PREFIX WS-REC-STAMP WS-REC-ENV
                          WS-REC-ACCOUNT WS-REC-USER WS-REC-FINGERPRINT
           UNSTRING KEY-REGISTER-RECORD DELIMITED BY '|'
               INTO WS-REC-PREFIX WS-REC-STAMP WS-REC-ENV
                    WS-REC-ACCOUNT WS-REC-USER WS-REC-FINGERPRINT
           END-UNSTRING
           IF WS-REC-PREFIX NOT = 'SK'
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-KEY-SLOT
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-KEY-COUNT
               IF WS-KEY-ENV(WS-KEY-IDX) = WS-REC-ENV
                       AND WS-KEY-ACCOUNT(WS-KEY-IDX) = WS-REC-ACCOUNT
                       AND WS-KEY-USER(WS-KEY-IDX) = WS-REC-USER
                   MOVE WS-KEY-IDX TO WS-KEY-SLOT
                   MOVE WS-KEY-COUNT TO WS-KEY-IDX
               END-IF
           END-PERFORM
           IF WS-KEY-SLOT = 0
               IF WS-KEY-COUNT >= 100
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-KEY-COUNT
               MOVE WS-KEY-COUNT TO WS-KEY-SLOT
               MOVE WS-REC-ENV TO WS-KEY-ENV(WS-KEY-SLOT)
               MOVE WS-REC-ACCOUNT TO WS-KEY-ACCOUNT(WS-KEY-SLOT)
               MOVE WS-REC-USER TO WS-KEY-USER(WS-KEY-SLOT)
               MOVE 0 TO WS-KEY-CHANGES(WS-KEY-SLOT)
           END-IF

           MOVE WS-REC-FINGERPRINT TO WS-KEY-FINGERPRINT(WS-KEY-SLOT)
           MOVE WS-REC-STAMP TO WS-KEY-STAMP(WS-KEY-SLOT)
           ADD 1 TO WS-KEY-CHANGES(WS-KEY-SLOT).

       WRITE-KEY-REPORT.
           OPEN OUTPUT KEY-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SFTP partner key register - ' WS-CURRENT-DATE8
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE KEY-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE KEY-REPORT-RECORD FROM WS-REPORT-LINE

           IF WS-KEY-COUNT = 0
               MOVE 'No partner keys registered' TO WS-REPORT-LINE
               WRITE KEY-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-KEY-COUNT
               PERFORM REPORT-ONE-KEY
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           WRITE KEY-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-KEY-COUNT ' key user(s) registered'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE KEY-REPORT-RECORD FROM WS-REPORT-LINE
           CLOSE KEY-REPORT-FILE

           DISPLAY "Report written to sftp-key-register.txt ("
                   WS-KEY-COUNT " key user(s))".

       REPORT-ONE-KEY.
           MOVE WS-KEY-STAMP(WS-KEY-IDX)(1:8) TO WS-LOADED-DATE8
           COMPUTE WS-DAYS-OLD =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE8)
               - FUNCTION INTEGER-OF-DATE(WS-LOADED-DATE8)
           MOVE WS-DAYS-OLD TO WS-DAYS-DISPLAY

           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' WS-KEY-ENV(WS-KEY-IDX)
                  ' ' WS-KEY-ACCOUNT(WS-KEY-IDX)
                  ' ' FUNCTION TRIM(WS-KEY-USER(WS-KEY-IDX))
                  ' ' FUNCTION TRIM(WS-KEY-FINGERPRINT(WS-KEY-IDX))
                  ' loaded ' WS-LOADED-DATE8
                  ' (' FUNCTION TRIM(WS-DAYS-DISPLAY) ' days ago, '
                  WS-KEY-CHANGES(WS-KEY-IDX) ' key(s) to date)'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE KEY-REPORT-RECORD FROM WS-REPORT-LINE.

       END PROGRAM AZURESFTPKEYS.

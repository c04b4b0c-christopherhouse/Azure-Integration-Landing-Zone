       IDENTIFICATION DIVISION.
       PROGRAM-ID. AZURESFTPALLOW.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Weekly SFTP partner allowlist review for the scheduler to run
      *> alongside AZUREEXPIRY. Every SFTP-enabled storage account
      *> admits only the partner ranges in SA_n_SFTPALLOW_m_CIDR, each
      *> carrying its PARTNER and EXPIRY (YYYYMMDD); STORAGE stops
      *> applying a range once it has expired, but the entry stays in
      *> the config until someone removes it. This program walks the
      *> same environment list AZUREDEPLOYALL uses
      *> (AZURE_ENVIRONMENT_LIST, default environments.txt), loads
      *> each environment's config without authenticating, and writes
      *> sftp-allowlist-report.txt listing every entry that has
      *> expired or falls inside the environment's EXPIRY_WARN_DAYS
      *> window (default 30), so stale partner addresses are renewed
      *> or removed rather than piling up. The exit code is the
      *> number of entries needing attention.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENV-LIST-FILE ASSIGN TO WS-ENV-LIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENV-LIST-STATUS.
           SELECT ALLOW-REPORT-FILE ASSIGN TO
               "sftp-allowlist-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ENV-LIST-FILE.
       01  ENV-LIST-RECORD             PIC X(32).

       FD  ALLOW-REPORT-FILE.
       01  ALLOW-REPORT-RECORD         PIC X(120).

       WORKING-STORAGE SECTION.
       COPY AZURECONFIG.

       01  WS-RETURN-CODE              PIC 9(2).
       01  WS-ENV-LIST-FILENAME        PIC X(40) VALUE
               'environments.txt'.
       01  WS-ENV-LIST-STATUS          PIC XX.
       01  WS-ENV-LIST-EOF             PIC X VALUE 'N'.
       01  WS-CONFIG-FILENAME          PIC X(128).
       01  WS-CURRENT-ENV              PIC X(16).

       01  WS-SA-IDX                   PIC 9(2).
       01  WS-ALLOW-IDX                PIC 9(2).
       01  WS-WARN-DAYS                PIC 9(3).
       01  WS-CURRENT-DATE8            PIC 9(8).
       01  WS-DAYS-LEFT                PIC S9(7).
       01  WS-DAYS-DISPLAY             PIC -(6)9.
       01  WS-REPORT-LINE              PIC X(120).

       01  WS-ENV-COUNT                PIC 9(3) VALUE 0.
       01  WS-ENTRY-COUNT              PIC 9(3) VALUE 0.
       01  WS-EXPIRED-COUNT            PIC 9(3) VALUE 0.
       01  WS-EXPIRING-COUNT           PIC 9(3) VALUE 0.
       01  WS-ATTENTION-COUNT          PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "SFTP Allowlist Review Starting"
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD

           ACCEPT WS-ENV-LIST-FILENAME FROM ENVIRONMENT
               'AZURE_ENVIRONMENT_LIST'
           IF WS-ENV-LIST-FILENAME = SPACES
               MOVE 'environments.txt' TO WS-ENV-LIST-FILENAME
           END-IF

           OPEN OUTPUT ALLOW-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SFTP partner allowlist review - '
                  WS-CURRENT-DATE8
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE ALLOW-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE ALLOW-REPORT-RECORD FROM WS-REPORT-LINE

           OPEN INPUT ENV-LIST-FILE
           IF WS-ENV-LIST-STATUS = '00'
               PERFORM UNTIL WS-ENV-LIST-EOF = 'Y'
                   READ ENV-LIST-FILE INTO ENV-LIST-RECORD
                       AT END MOVE 'Y' TO WS-ENV-LIST-EOF
                       NOT AT END PERFORM REVIEW-ONE-ENVIRONMENT
                   END-READ
               END-PERFORM
               CLOSE ENV-LIST-FILE
           ELSE
               DISPLAY "Environment list file not found: "
                       FUNCTION TRIM(WS-ENV-LIST-FILENAME)
               MOVE 'Environment list file not found'
                   TO WS-REPORT-LINE
               WRITE ALLOW-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF

           COMPUTE WS-ATTENTION-COUNT =
               WS-EXPIRED-COUNT + WS-EXPIRING-COUNT

           MOVE SPACES TO WS-REPORT-LINE
           WRITE ALLOW-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Checked ' WS-ENTRY-COUNT ' entr(ies) in '
                  WS-ENV-COUNT ' environment(s): '
                  WS-EXPIRED-COUNT ' expired, '
                  WS-EXPIRING-COUNT ' expiring soon'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE ALLOW-REPORT-RECORD FROM WS-REPORT-LINE
           CLOSE ALLOW-REPORT-FILE

           DISPLAY "Checked " WS-ENTRY-COUNT " allowlist entr(ies), "
                   WS-ATTENTION-COUNT " need(s) attention"
           DISPLAY "Report written to sftp-allowlist-report.txt"

           MOVE WS-ATTENTION-COUNT TO RETURN-CODE
           STOP RUN.

      *> Config only - no Azure calls, so the config loader is
      *> driven directly for each environment in the list
       REVIEW-ONE-ENVIRONMENT.
           MOVE SPACES TO WS-CURRENT-ENV
           MOVE ENV-LIST-RECORD TO WS-CURRENT-ENV
           IF FUNCTION TRIM(WS-CURRENT-ENV) = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ENV-COUNT

           MOVE SPACES TO WS-CONFIG-FILENAME
           STRING 'config/azure-config-' DELIMITED BY SIZE
                  WS-CURRENT-ENV DELIMITED BY SPACE
                  '.conf' DELIMITED BY SIZE
               INTO WS-CONFIG-FILENAME
           END-STRING

           MOVE SPACES TO AZURE-CONFIG
           CALL 'AZURECFGLOAD' USING BY REFERENCE WS-CONFIG-FILENAME
                                                  AZURE-CONFIG
                                                  WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ' WS-CURRENT-ENV ' - config file missing'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE ALLOW-REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           IF EXPIRY-WARN-DAYS = 0
               MOVE 30 TO WS-WARN-DAYS
           ELSE
               MOVE EXPIRY-WARN-DAYS TO WS-WARN-DAYS
           END-IF

           PERFORM VARYING WS-SA-IDX FROM 1 BY 1
                   UNTIL WS-SA-IDX > STORAGE-COUNT
                      OR WS-SA-IDX > 5
               IF SA-SFTP-ENABLED(WS-SA-IDX) = 'Y'
                   PERFORM REVIEW-ONE-ACCOUNT
               END-IF
           END-PERFORM.

       REVIEW-ONE-ACCOUNT.
           PERFORM VARYING WS-ALLOW-IDX FROM 1 BY 1
                   UNTIL WS-ALLOW-IDX >
                         SA-SFTP-ALLOW-COUNT(WS-SA-IDX)
                      OR WS-ALLOW-IDX > 10
               IF SA-SFTP-ALLOW-CIDR(WS-SA-IDX, WS-ALLOW-IDX)
                       NOT = SPACES
                   ADD 1 TO WS-ENTRY-COUNT
                   PERFORM REVIEW-ONE-ENTRY
               END-IF
           END-PERFORM.

      *> Only entries needing action are listed - the report is a
      *> to-do list for partner onboarding, not an inventory
       REVIEW-ONE-ENTRY.
           IF FUNCTION TEST-DATE-YYYYMMDD(
                   SA-SFTP-ALLOW-EXPIRY(WS-SA-IDX, WS-ALLOW-IDX))
                   NOT = 0
               ADD 1 TO WS-EXPIRED-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ' WS-CURRENT-ENV ' SA' WS-SA-IDX ' '
                      FUNCTION TRIM(SA-SFTP-ALLOW-PARTNER
                          (WS-SA-IDX, WS-ALLOW-IDX))
                      ' '
                      FUNCTION TRIM(SA-SFTP-ALLOW-CIDR
                          (WS-SA-IDX, WS-ALLOW-IDX))
                      ' NO VALID EXPIRY - not applied'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE ALLOW-REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(
                   SA-SFTP-ALLOW-EXPIRY(WS-SA-IDX, WS-ALLOW-IDX))
               - FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE8)
           MOVE WS-DAYS-LEFT TO WS-DAYS-DISPLAY

           MOVE SPACES TO WS-REPORT-LINE
           IF WS-DAYS-LEFT < 0
               ADD 1 TO WS-EXPIRED-COUNT
               STRING '  ' WS-CURRENT-ENV ' SA' WS-SA-IDX ' '
                      FUNCTION TRIM(SA-SFTP-ALLOW-PARTNER
                          (WS-SA-IDX, WS-ALLOW-IDX))
                      ' '
                      FUNCTION TRIM(SA-SFTP-ALLOW-CIDR
                          (WS-SA-IDX, WS-ALLOW-IDX))
                      ' EXPIRED on '
                      SA-SFTP-ALLOW-EXPIRY(WS-SA-IDX, WS-ALLOW-IDX)
                      ' - remove or renew'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE ALLOW-REPORT-RECORD FROM WS-REPORT-LINE
               DISPLAY "  " WS-CURRENT-ENV " SA" WS-SA-IDX " "
                       FUNCTION TRIM(SA-SFTP-ALLOW-PARTNER
                           (WS-SA-IDX, WS-ALLOW-IDX))
                       " EXPIRED"
           ELSE
               IF WS-DAYS-LEFT < WS-WARN-DAYS
                   ADD 1 TO WS-EXPIRING-COUNT
                   STRING '  ' WS-CURRENT-ENV ' SA' WS-SA-IDX ' '
                          FUNCTION TRIM(SA-SFTP-ALLOW-PARTNER
                              (WS-SA-IDX, WS-ALLOW-IDX))
                          ' '
                          FUNCTION TRIM(SA-SFTP-ALLOW-CIDR
                              (WS-SA-IDX, WS-ALLOW-IDX))
                          ' WARN - expires '
                          SA-SFTP-ALLOW-EXPIRY(WS-SA-IDX, WS-ALLOW-IDX)
                          ' (' FUNCTION TRIM(WS-DAYS-DISPLAY)
                          ' days left)'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   WRITE ALLOW-REPORT-RECORD FROM WS-REPORT-LINE
                   DISPLAY "  " WS-CURRENT-ENV " SA" WS-SA-IDX " "
                           FUNCTION TRIM(SA-SFTP-ALLOW-PARTNER
                               (WS-SA-IDX, WS-ALLOW-IDX))
                           " WARN - " FUNCTION TRIM(WS-DAYS-DISPLAY)
                           " days left"
               END-IF
           END-IF.

       END PROGRAM AZURESFTPALLOW.

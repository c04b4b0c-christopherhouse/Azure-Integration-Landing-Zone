       IDENTIFICATION DIVISION.
       PROGRAM-ID. AZURESECRETSCAN.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Secret leak scanner. Bearer tokens, SAS signatures and client
      *> secrets end up where they should not: curl status and
      *> response files left in runs/<env>-<stamp>/, AZUREREHEARSE
      *> tapes, .deployed config snapshots, listKeys answers captured
      *> to disk. Run on a schedule, this program walks every regular
      *> file under AZURE_SECRETSCAN_PATHS (default "runs rehearsal")
      *> plus config/*.deployed and looks for
      *>   - token-shaped strings: JWT bearer tokens, Bearer headers
      *>   - SAS: sig= signatures, SharedAccessSignature tokens,
      *>     SharedAccessKey= and AccountKey= connection-string keys
      *>   - client_secret form fields and primary/secondary keys
      *>   - the literal values of the secrets the configuration
      *>     knows: CLIENT_SECRET, DR_CLIENT_SECRET, SNOW_TOKEN, seeded
      *>     Key Vault secrets, secret APIM named values, and their
      *>     AZURE_* environment overrides
      *> Each finding is reported by file and line with the matched
      *> text masked, in secret-scan-report.txt. With
      *> AZURE_SECRETSCAN_REDACT=Y the affected files are rewritten in
      *> place with every match replaced by [REDACTED] (the key name
      *> in front of a SAS or account key is kept so the line still
      *> reads). Every finding goes to the audit trail (method
      *> SECRETSCAN, status 200 when redacted, 202 when left in
      *> place) and a scan with findings is raised through
      *> NOTIFYROUTE as event SECRETLEAK - CRIT while anything is
      *> left in place, WARN when all of it was redacted.
      *> Exit code 0 when clean, 1 when every finding was redacted,
      *> 2 when leaks remain on disk.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCAN-FILES-FILE ASSIGN TO "secretscan_files.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILES-STATUS.
           SELECT SCAN-PATTERN-FILE ASSIGN TO "secretscan_pattern.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCAN-HITS-FILE ASSIGN TO "secretscan_hits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HITS-STATUS.
           SELECT REDACT-SCRIPT-FILE ASSIGN TO "secretscan.sed"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCAN-STATUS-FILE ASSIGN TO "secretscan_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-STATUS.
           SELECT SCAN-REPORT-FILE ASSIGN TO "secret-scan-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SCAN-FILES-FILE.
       01  SCAN-FILES-RECORD           PIC X(200).

       FD  SCAN-PATTERN-FILE.
       01  SCAN-PATTERN-RECORD         PIC X(600).

       FD  SCAN-HITS-FILE.
       01  SCAN-HITS-RECORD            PIC X(1024).

       FD  REDACT-SCRIPT-FILE.
       01  REDACT-SCRIPT-RECORD        PIC X(600).

       FD  SCAN-STATUS-FILE.
       01  SCAN-STATUS-RECORD          PIC X(8).

       FD  SCAN-REPORT-FILE.
       01  SCAN-REPORT-RECORD          PIC X(400).

       WORKING-STORAGE SECTION.
       COPY AZURECONFIG.

       01  WS-RETURN-CODE              PIC 9(2).
       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
       01  WS-FILES-STATUS             PIC XX.
       01  WS-HITS-STATUS              PIC XX.
       01  WS-STATUS-STATUS            PIC XX.
       01  WS-ENVIRONMENT              PIC X(16).
       01  WS-CONFIG-FILENAME          PIC X(128).
       01  WS-SCAN-PATHS               PIC X(256).
       01  WS-REDACT-FLAG              PIC X VALUE 'N'.
       01  WS-SCAN-CMD                 PIC X(1024).
       01  WS-SCAN-FILE-COUNT          PIC 9(6) VALUE 0.
       01  WS-REPORT-LINE              PIC X(400).
       01  WS-LINE-PTR                 PIC 9(3).
       01  WS-COUNT-DISPLAY            PIC Z(5)9.
       01  WS-CURRENT-DATE8            PIC 9(8).
       01  WS-CURRENT-CLOCK8           PIC 9(8).

      *> What is searched for. The prefix is the part of a match that
      *> names the secret (kept on redaction), the value is the
      *> secret itself
       01  WS-PATTERN-VALUES.
           05  FILLER                  PIC X(14) VALUE 'BEARER-JWT'.
           05  FILLER                  PIC X(50) VALUE SPACES.
           05  FILLER                  PIC X(50) VALUE
               'eyJ(\w|-){10,}\.eyJ(\w|-){10,}\.(\w|-){10,}'.
           05  FILLER                  PIC X(14) VALUE 'BEARER'.
           05  FILLER                  PIC X(50) VALUE '[Bb]earer[ ]'.
           05  FILLER                  PIC X(50) VALUE
               '[A-Za-z0-9._~+/-]{20,}=*'.
           05  FILLER                  PIC X(14) VALUE 'SAS-SIGNATURE'.
           05  FILLER                  PIC X(50) VALUE '[?&]sig='.
           05  FILLER                  PIC X(50) VALUE
               '[A-Za-z0-9%+/=]{16,}'.
           05  FILLER                  PIC X(14) VALUE 'SAS-TOKEN'.
           05  FILLER                  PIC X(50) VALUE
               'SharedAccessSignature[ ]sr='.
           05  FILLER                  PIC X(50) VALUE "[^""' ]+".
           05  FILLER                  PIC X(14) VALUE 'SAS-KEY'.
           05  FILLER                  PIC X(50) VALUE
               'SharedAccessKey='.
           05  FILLER                  PIC X(50) VALUE
               '[A-Za-z0-9+/=]{16,}'.
           05  FILLER                  PIC X(14) VALUE 'ACCOUNT-KEY'.
           05  FILLER                  PIC X(50) VALUE 'AccountKey='.
           05  FILLER                  PIC X(50) VALUE
               '[A-Za-z0-9+/=]{16,}'.
           05  FILLER                  PIC X(14) VALUE 'CLIENT-SECRET'.
           05  FILLER                  PIC X(50) VALUE
               'client_secret[=":]+'.
           05  FILLER                  PIC X(50) VALUE
               "[^&""' ]{8,}".
           05  FILLER                  PIC X(14) VALUE 'ACCESS-KEY'.
           05  FILLER                  PIC X(50) VALUE
               '"(primary|secondary)(Key|ConnectionString)":[ ]*"'.
           05  FILLER                  PIC X(50) VALUE '[^"]{16,}'.
       01  WS-PATTERNS REDEFINES WS-PATTERN-VALUES.
           05  WS-PATTERN-ENTRY OCCURS 8 TIMES.
               10  WS-PATTERN-KIND     PIC X(14).
               10  WS-PATTERN-PREFIX   PIC X(50).
               10  WS-PATTERN-VALUE    PIC X(50).
       01  WS-PATTERN-COUNT            PIC 9(2) VALUE 8.
       01  WS-PAT-IDX                  PIC 9(2).

      *> Secret values the configuration knows, searched for
      *> literally. Anything shorter than eight characters would
      *> match ordinary text and is left out
       01  WS-LIT-COUNT                PIC 9(2) VALUE 0.
       01  WS-LIT-TABLE.
           05  WS-LIT-ENTRY OCCURS 30 TIMES.
               10  WS-LIT-LABEL        PIC X(32).
               10  WS-LIT-VALUE        PIC X(256).
       01  WS-LIT-IDX                  PIC 9(2).
       01  WS-LIT-CANDIDATE            PIC X(256).
       01  WS-LIT-CANDIDATE-LABEL      PIC X(32).
       01  WS-LIT-MIN-LENGTH           PIC 9(2) VALUE 8.
       01  WS-LIT-ENV-VALUE            PIC X(256).
       01  WS-SECRET-IDX               PIC 9(2).
       01  WS-SECRET-NUM               PIC Z9.

      *> The sed form of a literal: ERE metacharacters and the #
      *> delimiter escaped
       01  WS-ESCAPED                  PIC X(520).
       01  WS-ESCAPED-PTR              PIC 9(3).
       01  WS-ESCAPE-SOURCE            PIC X(256).
       01  WS-ESCAPE-LEN               PIC 9(3).
       01  WS-CHAR-IDX                 PIC 9(3).
       01  WS-ONE-CHAR                 PIC X.

      *> One grep -o hit: file:line:matched text
       01  WS-HIT-LINE                 PIC X(1024).
       01  WS-HIT-PTR                  PIC 9(4).
       01  WS-HIT-FILE                 PIC X(200).
       01  WS-HIT-LINENO-TEXT          PIC X(10).
       01  WS-HIT-MATCH                PIC X(1024).
       01  WS-HIT-KIND                 PIC X(16).
       01  WS-HIT-DETAIL               PIC X(64).
       01  WS-MATCH-LEN                PIC 9(4).
       01  WS-MATCH-LEN-DISPLAY        PIC Z(3)9.

      *> Findings, one per file and line - a line carrying a bearer
      *> header and the JWT inside it is one leak, not two
       01  WS-FINDING-MAX              PIC 9(3) VALUE 500.
       01  WS-FINDING-COUNT            PIC 9(3) VALUE 0.
       01  WS-FINDING-TABLE.
           05  WS-FINDING-ENTRY OCCURS 500 TIMES.
               10  WS-FND-FILE         PIC X(200).
               10  WS-FND-LINE         PIC 9(7).
               10  WS-FND-KIND         PIC X(16).
               10  WS-FND-DETAIL       PIC X(64).
               10  WS-FND-REDACTED     PIC X.
       01  WS-FND-IDX                  PIC 9(3).
       01  WS-FND-SLOT                 PIC 9(3).
       01  WS-OTHER-IDX                PIC 9(3).
       01  WS-UNLISTED-COUNT           PIC 9(5) VALUE 0.
       01  WS-LEFT-COUNT               PIC 9(5) VALUE 0.
       01  WS-LEAK-FILE-COUNT          PIC 9(5) VALUE 0.
       01  WS-FIRST-OF-FILE            PIC X.
       01  WS-SED-EXIT                 PIC X(8).

       01  WS-AUDIT-METHOD             PIC X(10) VALUE 'SECRETSCAN'.
       01  WS-AUDIT-URL                PIC X(256).
       01  WS-AUDIT-BODY               PIC X(128).
       01  WS-AUDIT-STATUS             PIC 9(3).
       01  WS-NO-HEADERS               PIC X(16) VALUE
               '/dev/null'.

       01  WS-NOTIFY-EVENT             PIC X(12) VALUE 'SECRETLEAK'.
       01  WS-NOTIFY-SEVERITY          PIC X(8).
       01  WS-NOTIFY-MESSAGE           PIC X(256).
       01  WS-NOTIFY-RC                PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Secret leak scanner starting"
           PERFORM READ-SCAN-SETTINGS
           PERFORM LOAD-ENVIRONMENT-CONFIG
           PERFORM BUILD-LITERAL-TABLE
           PERFORM LIST-SCAN-FILES
           IF WS-SCAN-FILE-COUNT = 0
               DISPLAY "No files under " FUNCTION TRIM(WS-SCAN-PATHS)
                       " or config/*.deployed - nothing to scan"
               PERFORM REMOVE-SCRATCH-FILES
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Scanning " WS-SCAN-FILE-COUNT " file(s) for "
                   WS-PATTERN-COUNT " pattern(s) and " WS-LIT-COUNT
                   " configured secret value(s)"

           PERFORM VARYING WS-PAT-IDX FROM 1 BY 1
                   UNTIL WS-PAT-IDX > WS-PATTERN-COUNT
               PERFORM SCAN-FOR-PATTERN
           END-PERFORM
           PERFORM VARYING WS-LIT-IDX FROM 1 BY 1
                   UNTIL WS-LIT-IDX > WS-LIT-COUNT
               PERFORM SCAN-FOR-LITERAL
           END-PERFORM

           IF WS-REDACT-FLAG = 'Y' AND WS-FINDING-COUNT > 0
               PERFORM WRITE-REDACT-SCRIPT
               PERFORM VARYING WS-FND-IDX FROM 1 BY 1
                       UNTIL WS-FND-IDX > WS-FINDING-COUNT
                   PERFORM REDACT-FINDING-FILE
               END-PERFORM
           END-IF

           MOVE 0 TO WS-LEFT-COUNT WS-LEAK-FILE-COUNT
           PERFORM VARYING WS-FND-IDX FROM 1 BY 1
                   UNTIL WS-FND-IDX > WS-FINDING-COUNT
               IF WS-FND-REDACTED(WS-FND-IDX) NOT = 'Y'
                   ADD 1 TO WS-LEFT-COUNT
               END-IF
               PERFORM CHECK-FIRST-OF-FILE
               IF WS-FIRST-OF-FILE = 'Y'
                   ADD 1 TO WS-LEAK-FILE-COUNT
               END-IF
           END-PERFORM
      *> Findings past the table cannot have been redacted
           ADD WS-UNLISTED-COUNT TO WS-LEFT-COUNT

           PERFORM WRITE-SCAN-REPORT
           PERFORM VARYING WS-FND-IDX FROM 1 BY 1
                   UNTIL WS-FND-IDX > WS-FINDING-COUNT
               PERFORM AUDIT-ONE-FINDING
           END-PERFORM
           IF WS-FINDING-COUNT > 0
               PERFORM RAISE-LEAK-NOTIFICATION
           END-IF
           PERFORM REMOVE-SCRATCH-FILES

           DISPLAY "Secret scan: " WS-FINDING-COUNT " finding(s) in "
                   WS-LEAK-FILE-COUNT " file(s), " WS-LEFT-COUNT
                   " left in place"
           DISPLAY "Report written to secret-scan-report.txt"
           EVALUATE TRUE
               WHEN WS-FINDING-COUNT = 0
                   MOVE 0 TO RETURN-CODE
               WHEN WS-LEFT-COUNT = 0
                   MOVE 1 TO RETURN-CODE
               WHEN OTHER
                   MOVE 2 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       READ-SCAN-SETTINGS.
           MOVE SPACES TO WS-SCAN-PATHS
           ACCEPT WS-SCAN-PATHS FROM ENVIRONMENT
               'AZURE_SECRETSCAN_PATHS'
           IF WS-SCAN-PATHS = SPACES
               MOVE 'runs rehearsal' TO WS-SCAN-PATHS
           END-IF
           MOVE SPACES TO WS-REDACT-FLAG
           ACCEPT WS-REDACT-FLAG FROM ENVIRONMENT
               'AZURE_SECRETSCAN_REDACT'
           INSPECT WS-REDACT-FLAG CONVERTING 'y' TO 'Y'
           IF WS-REDACT-FLAG NOT = 'Y'
               MOVE 'N' TO WS-REDACT-FLAG
           END-IF.

      *> The configuration supplies both the secret values to look
      *> for and the notification routes. A scan without it still
      *> runs on the patterns alone
       LOAD-ENVIRONMENT-CONFIG.
           MOVE SPACES TO WS-ENVIRONMENT
           ACCEPT WS-ENVIRONMENT FROM ENVIRONMENT 'AZURE_ENVIRONMENT'
           MOVE SPACES TO WS-CONFIG-FILENAME
           IF WS-ENVIRONMENT = SPACES
               MOVE 'config/azure-config.conf' TO WS-CONFIG-FILENAME
           ELSE
               STRING 'config/azure-config-' DELIMITED BY SIZE
                      WS-ENVIRONMENT DELIMITED BY SPACE
                      '.conf' DELIMITED BY SIZE
                   INTO WS-CONFIG-FILENAME
               END-STRING
           END-IF
           CALL 'AZURECFGLOAD' USING BY REFERENCE WS-CONFIG-FILENAME
                                                  AZURE-CONFIG
                                                  WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Configuration "
                       FUNCTION TRIM(WS-CONFIG-FILENAME)
                       " could not be loaded - scanning for token "
                       "and key patterns only"
               INITIALIZE AZURE-CONFIG
           END-IF.

       BUILD-LITERAL-TABLE.
           MOVE 0 TO WS-LIT-COUNT
           MOVE CLIENT-SECRET TO WS-LIT-CANDIDATE
           MOVE 'CLIENT_SECRET' TO WS-LIT-CANDIDATE-LABEL
           PERFORM ADD-CONFIG-LITERAL
           MOVE DR-CLIENT-SECRET TO WS-LIT-CANDIDATE
           MOVE 'DR_CLIENT_SECRET' TO WS-LIT-CANDIDATE-LABEL
           PERFORM ADD-CONFIG-LITERAL
           MOVE SNOW-TOKEN TO WS-LIT-CANDIDATE
           MOVE 'SNOW_TOKEN' TO WS-LIT-CANDIDATE-LABEL
           PERFORM ADD-CONFIG-LITERAL

           MOVE SPACES TO WS-LIT-ENV-VALUE
           ACCEPT WS-LIT-ENV-VALUE FROM ENVIRONMENT
               'AZURE_CLIENT_SECRET'
           MOVE WS-LIT-ENV-VALUE TO WS-LIT-CANDIDATE
           MOVE 'AZURE_CLIENT_SECRET' TO WS-LIT-CANDIDATE-LABEL
           PERFORM ADD-CONFIG-LITERAL
           MOVE SPACES TO WS-LIT-ENV-VALUE
           ACCEPT WS-LIT-ENV-VALUE FROM ENVIRONMENT
               'AZURE_DR_CLIENT_SECRET'
           MOVE WS-LIT-ENV-VALUE TO WS-LIT-CANDIDATE
           MOVE 'AZURE_DR_CLIENT_SECRET' TO WS-LIT-CANDIDATE-LABEL
           PERFORM ADD-CONFIG-LITERAL
           MOVE SPACES TO WS-LIT-ENV-VALUE
           ACCEPT WS-LIT-ENV-VALUE FROM ENVIRONMENT 'AZURE_SNOW_TOKEN'
           MOVE WS-LIT-ENV-VALUE TO WS-LIT-CANDIDATE
           MOVE 'AZURE_SNOW_TOKEN' TO WS-LIT-CANDIDATE-LABEL
           PERFORM ADD-CONFIG-LITERAL

           IF KV-SECRET-COUNT IS NUMERIC
               PERFORM VARYING WS-SECRET-IDX FROM 1 BY 1
                       UNTIL WS-SECRET-IDX > KV-SECRET-COUNT
                           OR WS-SECRET-IDX > 10
                   MOVE KV-SECRET-VALUE(WS-SECRET-IDX)
                       TO WS-LIT-CANDIDATE
                   MOVE WS-SECRET-IDX TO WS-SECRET-NUM
                   MOVE SPACES TO WS-LIT-CANDIDATE-LABEL
                   STRING 'KV_SECRET_' FUNCTION TRIM(WS-SECRET-NUM)
                          '_VALUE'
                       DELIMITED BY SIZE INTO WS-LIT-CANDIDATE-LABEL
                   END-STRING
                   PERFORM ADD-CONFIG-LITERAL
               END-PERFORM
           END-IF
           IF APIM-NAMED-VALUE-COUNT IS NUMERIC
               PERFORM VARYING WS-SECRET-IDX FROM 1 BY 1
                       UNTIL WS-SECRET-IDX > APIM-NAMED-VALUE-COUNT
                           OR WS-SECRET-IDX > 10
                   IF APIM-NV-SECRET(WS-SECRET-IDX) = 'Y'
                       MOVE APIM-NV-VALUE(WS-SECRET-IDX)
                           TO WS-LIT-CANDIDATE
                       MOVE WS-SECRET-IDX TO WS-SECRET-NUM
                       MOVE SPACES TO WS-LIT-CANDIDATE-LABEL
                       STRING 'APIM_NV_' FUNCTION TRIM(WS-SECRET-NUM)
                              '_VALUE'
                           DELIMITED BY SIZE
                           INTO WS-LIT-CANDIDATE-LABEL
                       END-STRING
                       PERFORM ADD-CONFIG-LITERAL
                   END-IF
               END-PERFORM
           END-IF.

       ADD-CONFIG-LITERAL.
           IF WS-LIT-CANDIDATE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-LIT-CANDIDATE))
                   < WS-LIT-MIN-LENGTH
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LIT-IDX FROM 1 BY 1
                   UNTIL WS-LIT-IDX > WS-LIT-COUNT
               IF WS-LIT-VALUE(WS-LIT-IDX) = WS-LIT-CANDIDATE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-LIT-COUNT >= 30
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LIT-COUNT
           MOVE WS-LIT-CANDIDATE-LABEL TO WS-LIT-LABEL(WS-LIT-COUNT)
           MOVE WS-LIT-CANDIDATE TO WS-LIT-VALUE(WS-LIT-COUNT).

      *> Regular files only: run directories link config/ and the
      *> shared ledgers back to the working directory, and those are
      *> not run leftovers. The scanner's own scratch files are
      *> skipped in case the working directory is one of the paths
       LIST-SCAN-FILES.
           MOVE SPACES TO WS-SCAN-CMD
           STRING 'find ' FUNCTION TRIM(WS-SCAN-PATHS)
                  " -type f ! -name 'secretscan*'"
                  ' > secretscan_files.txt 2>/dev/null; '
                  "find config -maxdepth 1 -type f -name '*.deployed'"
                  ' >> secretscan_files.txt 2>/dev/null; true'
               DELIMITED BY SIZE INTO WS-SCAN-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-SCAN-CMD
           END-CALL

           MOVE 0 TO WS-SCAN-FILE-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SCAN-FILES-FILE
           IF WS-FILES-STATUS = '00'
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ SCAN-FILES-FILE
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END ADD 1 TO WS-SCAN-FILE-COUNT
                   END-READ
               END-PERFORM
               CLOSE SCAN-FILES-FILE
           END-IF.

      *> The pattern goes to grep through a file, never the command
      *> line, so no shell quoting sits between it and the regex.
      *> The hits file holds matched secrets until they are masked;
      *> it is created owner-only and removed at the end of the scan
       SCAN-FOR-PATTERN.
           MOVE SPACES TO SCAN-PATTERN-RECORD
           STRING FUNCTION TRIM(WS-PATTERN-PREFIX(WS-PAT-IDX))
                  FUNCTION TRIM(WS-PATTERN-VALUE(WS-PAT-IDX))
               DELIMITED BY SIZE INTO SCAN-PATTERN-RECORD
           END-STRING
           OPEN OUTPUT SCAN-PATTERN-FILE
           WRITE SCAN-PATTERN-RECORD
           CLOSE SCAN-PATTERN-FILE
           MOVE SPACES TO WS-SCAN-CMD
           STRING "umask 077; xargs -d '\n' -r grep -nHIoE"
                  ' -f secretscan_pattern.txt < secretscan_files.txt'
                  ' > secretscan_hits.txt 2>/dev/null; true'
               DELIMITED BY SIZE INTO WS-SCAN-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-SCAN-CMD
           END-CALL
           MOVE WS-PATTERN-KIND(WS-PAT-IDX) TO WS-HIT-KIND
           PERFORM READ-SCAN-HITS.

       SCAN-FOR-LITERAL.
           MOVE WS-LIT-VALUE(WS-LIT-IDX) TO SCAN-PATTERN-RECORD
           OPEN OUTPUT SCAN-PATTERN-FILE
           WRITE SCAN-PATTERN-RECORD
           CLOSE SCAN-PATTERN-FILE
           MOVE SPACES TO WS-SCAN-CMD
           STRING "umask 077; xargs -d '\n' -r grep -nHIoF"
                  ' -f secretscan_pattern.txt < secretscan_files.txt'
                  ' > secretscan_hits.txt 2>/dev/null; true'
               DELIMITED BY SIZE INTO WS-SCAN-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-SCAN-CMD
           END-CALL
           MOVE 'CONFIG-SECRET' TO WS-HIT-KIND
           PERFORM READ-SCAN-HITS.

       READ-SCAN-HITS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SCAN-HITS-FILE
           IF WS-HITS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SCAN-HITS-FILE INTO WS-HIT-LINE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM PARSE-SCAN-HIT
               END-READ
           END-PERFORM
           CLOSE SCAN-HITS-FILE
           MOVE SPACES TO WS-HIT-LINE WS-HIT-MATCH.

       PARSE-SCAN-HIT.
           MOVE SPACES TO WS-HIT-FILE WS-HIT-LINENO-TEXT WS-HIT-MATCH
           MOVE 1 TO WS-HIT-PTR
           UNSTRING WS-HIT-LINE DELIMITED BY ':'
               INTO WS-HIT-FILE WS-HIT-LINENO-TEXT
               WITH POINTER WS-HIT-PTR
           END-UNSTRING
           IF WS-HIT-LINENO-TEXT = SPACES
                   OR FUNCTION TRIM(WS-HIT-LINENO-TEXT) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-HIT-PTR <= 1024
               MOVE WS-HIT-LINE(WS-HIT-PTR:) TO WS-HIT-MATCH
           END-IF
           IF WS-HIT-KIND = 'CONFIG-SECRET'
               MOVE SPACES TO WS-HIT-DETAIL
               STRING 'value of '
                      FUNCTION TRIM(WS-LIT-LABEL(WS-LIT-IDX))
                   DELIMITED BY SIZE INTO WS-HIT-DETAIL
               END-STRING
           ELSE
               PERFORM MASK-MATCHED-TEXT
           END-IF
           PERFORM NOTE-FINDING.

      *> Enough of the match to tell which header or key it was, never
      *> enough of the secret to use
       MASK-MATCHED-TEXT.
           MOVE SPACES TO WS-HIT-DETAIL
           IF WS-HIT-MATCH = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-HIT-MATCH TRAILING))
               TO WS-MATCH-LEN
           MOVE WS-MATCH-LEN TO WS-MATCH-LEN-DISPLAY
           IF WS-MATCH-LEN <= 12
               STRING '******** (' FUNCTION TRIM(WS-MATCH-LEN-DISPLAY)
                      ' chars)'
                   DELIMITED BY SIZE INTO WS-HIT-DETAIL
               END-STRING
           ELSE
               STRING WS-HIT-MATCH(1:6) '******** ('
                      FUNCTION TRIM(WS-MATCH-LEN-DISPLAY) ' chars)'
                   DELIMITED BY SIZE INTO WS-HIT-DETAIL
               END-STRING
           END-IF.

       NOTE-FINDING.
           MOVE 0 TO WS-FND-SLOT
           PERFORM VARYING WS-FND-IDX FROM 1 BY 1
                   UNTIL WS-FND-IDX > WS-FINDING-COUNT
                       OR WS-FND-SLOT > 0
               IF WS-FND-FILE(WS-FND-IDX) = WS-HIT-FILE
                       AND WS-FND-LINE(WS-FND-IDX) =
                           FUNCTION NUMVAL(WS-HIT-LINENO-TEXT)
                   MOVE WS-FND-IDX TO WS-FND-SLOT
               END-IF
           END-PERFORM
           IF WS-FND-SLOT > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-FINDING-COUNT >= WS-FINDING-MAX
               ADD 1 TO WS-UNLISTED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FINDING-COUNT
           MOVE WS-HIT-FILE TO WS-FND-FILE(WS-FINDING-COUNT)
           MOVE FUNCTION NUMVAL(WS-HIT-LINENO-TEXT)
               TO WS-FND-LINE(WS-FINDING-COUNT)
           MOVE WS-HIT-KIND TO WS-FND-KIND(WS-FINDING-COUNT)
           MOVE WS-HIT-DETAIL TO WS-FND-DETAIL(WS-FINDING-COUNT)
           MOVE 'N' TO WS-FND-REDACTED(WS-FINDING-COUNT).

      *> One sed script for every pattern and every configured
      *> secret: s#(prefix)value#\1[REDACTED]#g, and the literals
      *> escaped so sed matches them character for character
       WRITE-REDACT-SCRIPT.
           OPEN OUTPUT REDACT-SCRIPT-FILE
           PERFORM VARYING WS-PAT-IDX FROM 1 BY 1
                   UNTIL WS-PAT-IDX > WS-PATTERN-COUNT
               MOVE SPACES TO REDACT-SCRIPT-RECORD
               STRING 's#(' FUNCTION TRIM(WS-PATTERN-PREFIX(WS-PAT-IDX))
                      ')' FUNCTION TRIM(WS-PATTERN-VALUE(WS-PAT-IDX))
                      '#\1[REDACTED]#g'
                   DELIMITED BY SIZE INTO REDACT-SCRIPT-RECORD
               END-STRING
               WRITE REDACT-SCRIPT-RECORD
           END-PERFORM
           PERFORM VARYING WS-LIT-IDX FROM 1 BY 1
                   UNTIL WS-LIT-IDX > WS-LIT-COUNT
               MOVE WS-LIT-VALUE(WS-LIT-IDX) TO WS-ESCAPE-SOURCE
               PERFORM ESCAPE-SED-LITERAL
               MOVE SPACES TO REDACT-SCRIPT-RECORD
               STRING 's#' WS-ESCAPED(1:WS-ESCAPED-PTR - 1)
                      '#[REDACTED]#g'
                   DELIMITED BY SIZE INTO REDACT-SCRIPT-RECORD
               END-STRING
               WRITE REDACT-SCRIPT-RECORD
           END-PERFORM
           CLOSE REDACT-SCRIPT-FILE.

       ESCAPE-SED-LITERAL.
           MOVE SPACES TO WS-ESCAPED
           MOVE 1 TO WS-ESCAPED-PTR
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ESCAPE-SOURCE
               TRAILING)) TO WS-ESCAPE-LEN
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > WS-ESCAPE-LEN
               MOVE WS-ESCAPE-SOURCE(WS-CHAR-IDX:1) TO WS-ONE-CHAR
               IF WS-ONE-CHAR = '\' OR '.' OR '[' OR ']' OR '*'
                       OR '^' OR '$' OR '+' OR '?' OR '(' OR ')'
                       OR '{' OR '}' OR '|' OR '#'
                   STRING '\' WS-ONE-CHAR
                       DELIMITED BY SIZE INTO WS-ESCAPED
                       WITH POINTER WS-ESCAPED-PTR
                   END-STRING
               ELSE
                   STRING WS-ONE-CHAR
                       DELIMITED BY SIZE INTO WS-ESCAPED
                       WITH POINTER WS-ESCAPED-PTR
                   END-STRING
               END-IF
           END-PERFORM.

      *> Each file is rewritten once, on its first finding; sed's exit
      *> status decides whether all of that file's findings count as
      *> redacted
       REDACT-FINDING-FILE.
           PERFORM CHECK-FIRST-OF-FILE
           IF WS-FIRST-OF-FILE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SCAN-CMD
           STRING "sed -E -i -f secretscan.sed '"
                  FUNCTION TRIM(WS-FND-FILE(WS-FND-IDX))
                  "' 2>/dev/null; echo $? > secretscan_status.txt"
               DELIMITED BY SIZE INTO WS-SCAN-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-SCAN-CMD
           END-CALL
           MOVE SPACES TO WS-SED-EXIT
           OPEN INPUT SCAN-STATUS-FILE
           IF WS-STATUS-STATUS = '00'
               READ SCAN-STATUS-FILE INTO WS-SED-EXIT
                   AT END MOVE SPACES TO WS-SED-EXIT
               END-READ
               CLOSE SCAN-STATUS-FILE
           END-IF
           IF WS-SED-EXIT NOT = '0'
               DISPLAY "  Could not redact "
                       FUNCTION TRIM(WS-FND-FILE(WS-FND-IDX))
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  Redacted " FUNCTION TRIM(WS-FND-FILE(WS-FND-IDX))
           PERFORM VARYING WS-OTHER-IDX FROM WS-FND-IDX BY 1
                   UNTIL WS-OTHER-IDX > WS-FINDING-COUNT
               IF WS-FND-FILE(WS-OTHER-IDX) = WS-FND-FILE(WS-FND-IDX)
                   MOVE 'Y' TO WS-FND-REDACTED(WS-OTHER-IDX)
               END-IF
           END-PERFORM.

       CHECK-FIRST-OF-FILE.
           MOVE 'Y' TO WS-FIRST-OF-FILE
           PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
                   UNTIL WS-OTHER-IDX >= WS-FND-IDX
               IF WS-FND-FILE(WS-OTHER-IDX) = WS-FND-FILE(WS-FND-IDX)
                   MOVE 'N' TO WS-FIRST-OF-FILE
                   MOVE WS-FND-IDX TO WS-OTHER-IDX
               END-IF
           END-PERFORM.

       WRITE-SCAN-REPORT.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-CLOCK8 FROM TIME
           OPEN OUTPUT SCAN-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Secret leak scan '
                  WS-CURRENT-DATE8(1:4) '-' WS-CURRENT-DATE8(5:2) '-'
                  WS-CURRENT-DATE8(7:2) ' ' WS-CURRENT-CLOCK8(1:2) ':'
                  WS-CURRENT-CLOCK8(3:2) ' - '
                  FUNCTION TRIM(WS-SCAN-PATHS) ' config/*.deployed'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-SCAN-FILE-COUNT TO WS-COUNT-DISPLAY
           STRING FUNCTION TRIM(WS-COUNT-DISPLAY) ' file(s) scanned, '
                  'redaction ' WS-REDACT-FLAG
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-FND-IDX FROM 1 BY 1
                   UNTIL WS-FND-IDX > WS-FINDING-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               MOVE 1 TO WS-LINE-PTR
               MOVE WS-FND-LINE(WS-FND-IDX) TO WS-COUNT-DISPLAY
               STRING FUNCTION TRIM(WS-FND-FILE(WS-FND-IDX)) ':'
                      FUNCTION TRIM(WS-COUNT-DISPLAY) '  '
                      WS-FND-KIND(WS-FND-IDX) ' '
                      FUNCTION TRIM(WS-FND-DETAIL(WS-FND-IDX))
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WITH POINTER WS-LINE-PTR
               END-STRING
               IF WS-FND-REDACTED(WS-FND-IDX) = 'Y'
                   STRING '  REDACTED'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                       WITH POINTER WS-LINE-PTR
                   END-STRING
               ELSE
                   STRING '  LEFT IN PLACE'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                       WITH POINTER WS-LINE-PTR
                   END-STRING
               END-IF
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           IF WS-UNLISTED-COUNT > 0
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-UNLISTED-COUNT TO WS-COUNT-DISPLAY
               STRING '... and ' FUNCTION TRIM(WS-COUNT-DISPLAY)
                      ' more finding(s) not listed - clean up and '
                      'scan again'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 1 TO WS-LINE-PTR
           MOVE WS-FINDING-COUNT TO WS-COUNT-DISPLAY
           STRING FUNCTION TRIM(WS-COUNT-DISPLAY) ' finding(s) in '
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE WS-LEAK-FILE-COUNT TO WS-COUNT-DISPLAY
           STRING FUNCTION TRIM(WS-COUNT-DISPLAY) ' file(s), '
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE WS-LEFT-COUNT TO WS-COUNT-DISPLAY
           STRING FUNCTION TRIM(WS-COUNT-DISPLAY) ' left in place'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-PTR
           END-STRING
           PERFORM WRITE-REPORT-LINE
           CLOSE SCAN-REPORT-FILE.

       WRITE-REPORT-LINE.
           WRITE SCAN-REPORT-RECORD FROM WS-REPORT-LINE.

      *> Where the leak is goes where the URL usually does, the masked
      *> match as the hashed payload
       AUDIT-ONE-FINDING.
           MOVE SPACES TO WS-AUDIT-URL
           MOVE WS-FND-LINE(WS-FND-IDX) TO WS-COUNT-DISPLAY
           STRING 'file=' FUNCTION TRIM(WS-FND-FILE(WS-FND-IDX))
                  ' line=' FUNCTION TRIM(WS-COUNT-DISPLAY)
                  ' kind=' FUNCTION TRIM(WS-FND-KIND(WS-FND-IDX))
               DELIMITED BY SIZE INTO WS-AUDIT-URL
           END-STRING
           MOVE WS-FND-DETAIL(WS-FND-IDX) TO WS-AUDIT-BODY
           IF WS-FND-REDACTED(WS-FND-IDX) = 'Y'
               MOVE 200 TO WS-AUDIT-STATUS
           ELSE
               MOVE 202 TO WS-AUDIT-STATUS
           END-IF
           CALL 'AUDITLOG' USING WS-AUDIT-METHOD WS-AUDIT-URL
                                 WS-AUDIT-BODY WS-AUDIT-STATUS
                                 CLIENT-ID WS-NO-HEADERS.

       RAISE-LEAK-NOTIFICATION.
           MOVE SPACES TO WS-NOTIFY-MESSAGE
           MOVE 1 TO WS-LINE-PTR
           MOVE WS-FINDING-COUNT TO WS-COUNT-DISPLAY
           STRING 'Secret leak scan in ' FUNCTION TRIM(ENV-NAME) ': '
                  FUNCTION TRIM(WS-COUNT-DISPLAY) ' finding(s) in '
               DELIMITED BY SIZE INTO WS-NOTIFY-MESSAGE
               WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE WS-LEAK-FILE-COUNT TO WS-COUNT-DISPLAY
           STRING FUNCTION TRIM(WS-COUNT-DISPLAY) ' file(s), first '
                  FUNCTION TRIM(WS-FND-FILE(1)) ' ('
                  FUNCTION TRIM(WS-FND-KIND(1)) ') - '
               DELIMITED BY SIZE INTO WS-NOTIFY-MESSAGE
               WITH POINTER WS-LINE-PTR
           END-STRING
           IF WS-LEFT-COUNT = 0
               MOVE 'WARN' TO WS-NOTIFY-SEVERITY
               STRING 'all redacted; rotate the exposed secrets'
                   DELIMITED BY SIZE INTO WS-NOTIFY-MESSAGE
                   WITH POINTER WS-LINE-PTR
               END-STRING
           ELSE
               MOVE 'CRIT' TO WS-NOTIFY-SEVERITY
               MOVE WS-LEFT-COUNT TO WS-COUNT-DISPLAY
               STRING FUNCTION TRIM(WS-COUNT-DISPLAY)
                      ' left in place, see secret-scan-report.txt'
                   DELIMITED BY SIZE INTO WS-NOTIFY-MESSAGE
                   WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF
           DISPLAY "  Raised as " WS-NOTIFY-SEVERITY
           CALL 'NOTIFYROUTE' USING AZURE-CONFIG
                                    WS-NOTIFY-EVENT
                                    WS-NOTIFY-SEVERITY
                                    WS-NOTIFY-MESSAGE
                                    WS-NOTIFY-RC.

      *> The hits, pattern and sed files carry secrets or the
      *> configured secret values - none of them outlives the scan
       REMOVE-SCRATCH-FILES.
           CALL "C$SYSTEM" USING
               "rm -f secretscan_files.txt secretscan_pattern.txt "
               "secretscan_hits.txt secretscan.sed "
               "secretscan_status.txt"
           END-CALL.

       END PROGRAM AZURESECRETSCAN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AZUREEVIDENCE.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Quarterly audit evidence pack. Every audit the same evidence
      *> was gathered by hand from wherever each program left it. This
      *> program collects it for one quarter and the environments in
      *> the AZUREDEPLOYALL list (AZURE_ENVIRONMENT_LIST, default
      *> environments.txt) into one dated package,
      *> evidence/<yyyy>-Q<n>-<yyyymmdd>/ plus a .tar.gz of it:
      *>   AUDITVERIFY  audit_verify.txt (AZUREAUDITVERIFY)
      *>   AUDITREPORT  audit-compliance-report*.txt (AZUREAUDITVERIFY)
      *>   AUDITSEAL    audit-archive-index.txt, with a seal expected
      *>                for each month of the quarter (AZUREAUDITARCH)
      *>   ACCESS       access-review*.txt (AZUREACCESS)
      *>   POLICY       policy-compliance-report*.txt (AZUREPOLICYRPT)
      *>   ROTATION     rotation.log (AZUREROTATE)
      *>   APPROVAL     config/history versions saved in the quarter
      *>                and the environment's .approval record
      *>                (AZURECONFMAINT)
      *>   TICKET       run-events.dat and deployment.log of every
      *>                production run in the quarter, whose ITSM
      *>                events are the change-ticket postings
      *>                (AZUREDEPLOY)
      *>   ESCROW       the escrow/<run id>/ bundles exported for the
      *>                environment in the quarter (AZUREESCROW)
      *> Report outputs count when they were produced in the quarter
      *> or within AZURE_EVIDENCE_GRACE_DAYS (default 31) after it -
      *> the month-end and quarter-end reports run once the period has
      *> closed. Stamped records (history versions, run directories,
      *> escrow bundles) count when their stamp is in the quarter.
      *> evidence-manifest.txt lists every artefact
      *>   ART|kind|origin yyyymmdd|sha256|path in pack|environment
      *> and every expected artefact not found
      *>   MISSING|kind|environment|what is missing
      *> and is signed (SHA-256, evidence-manifest.sig) with the
      *> deployment identity's certificate key - CERT-KEY-PATH of the
      *> first listed environment unless AZURE_EVIDENCE_SIGN_KEY /
      *> AZURE_EVIDENCE_SIGN_CERT name another - with the certificate's
      *> public key alongside so the auditors can check it. The
      *> signature is verified before the pack is sealed, and the
      *> pack is recorded in the audit trail. evidence-report.txt
      *> lists what was collected and what is missing.
      *> AZURE_EVIDENCE_QUARTER (yyyy-Qn) picks the quarter,
      *> defaulting to the last closed one. Exit code 0 for a complete
      *> signed pack, 4 when expected artefacts are missing, 8 when
      *> the manifest could not be signed, 3 when the environment list
      *> cannot be opened or the quarter is not understood.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENV-LIST-FILE ASSIGN TO WS-ENV-LIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENV-LIST-STATUS.
           SELECT EVIDENCE-FOUND-FILE ASSIGN TO "evidence_found.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOUND-STATUS.
           SELECT EVIDENCE-FIELD-FILE ASSIGN TO "evidence_field.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIELD-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO WS-MANIFEST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EVIDENCE-REPORT-FILE ASSIGN TO "evidence-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ENV-LIST-FILE.
       01  ENV-LIST-RECORD             PIC X(32).

       FD  EVIDENCE-FOUND-FILE.
       01  EVIDENCE-FOUND-RECORD       PIC X(300).

       FD  EVIDENCE-FIELD-FILE.
       01  EVIDENCE-FIELD-RECORD       PIC X(128).

       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD             PIC X(400).

       FD  EVIDENCE-REPORT-FILE.
       01  EVIDENCE-REPORT-RECORD      PIC X(300).

       WORKING-STORAGE SECTION.
       COPY AZURECONFIG.

       01  WS-RETURN-CODE              PIC 9(2).
       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
       01  WS-ENV-LIST-STATUS          PIC XX.
       01  WS-FOUND-STATUS             PIC XX.
       01  WS-FIELD-STATUS             PIC XX.
       01  WS-ENV-LIST-FILENAME        PIC X(40) VALUE
               'environments.txt'.
       01  WS-CMD                      PIC X(1024).
       01  WS-FIELD-VALUE              PIC X(128).
       01  WS-REPORT-LINE              PIC X(300).
       01  WS-MANIFEST-LINE            PIC X(400).
       01  WS-LINE-PTR                 PIC 9(3).
       01  WS-NUM-TEXT                 PIC X(8).
       01  WS-COUNT-DISPLAY            PIC Z(3)9.

      *> The quarter and the windows artefacts are judged against
       01  WS-QUARTER-TEXT             PIC X(8).
       01  WS-QTR-YEAR                 PIC 9(4).
       01  WS-QTR-NUMBER               PIC 9(1).
       01  WS-QTR-LABEL                PIC X(7).
       01  WS-QTR-START                PIC 9(8).
       01  WS-QTR-END                  PIC 9(8).
       01  WS-WINDOW-END               PIC 9(8).
       01  WS-WINDOW-NEXT              PIC 9(8).
       01  WS-START-ISO                PIC X(10).
       01  WS-NEXT-ISO                 PIC X(10).
       01  WS-GRACE-DAYS               PIC 9(3) VALUE 31.
       01  WS-MONTH-NUM                PIC 9(2).
       01  WS-MONTH-IDX                PIC 9(1).
       01  WS-MONTH-TEXT               PIC X(7).
       01  WS-WORK-DATE                PIC 9(8).
       01  WS-CURRENT-DATE8            PIC 9(8).
       01  WS-CLOCK8                   PIC 9(8).

      *> The environments in the pack
       01  WS-ENV-COUNT                PIC 9(2) VALUE 0.
       01  WS-ENV-TABLE.
           05  WS-ENV-NAME OCCURS 20 TIMES PIC X(32).
       01  WS-ENV-IDX                  PIC 9(2).
       01  WS-ENV-UPPER                PIC X(32).
       01  WS-ENV-LIST-TEXT            PIC X(200).
       01  WS-ENV-LIST-PTR             PIC 9(3).
       01  WS-CONFIG-FILENAME          PIC X(128).

      *> Report outputs found by name anywhere in the working tree
      *> (run directories included, earlier packs excluded)
       01  WS-REPORT-KIND-VALUES.
           05  FILLER PIC X(12) VALUE 'AUDITVERIFY'.
           05  FILLER PIC X(32) VALUE 'audit_verify.txt'.
           05  FILLER PIC X(12) VALUE 'AUDITREPORT'.
           05  FILLER PIC X(32) VALUE 'audit-compliance-report*.txt'.
           05  FILLER PIC X(12) VALUE 'ACCESS'.
           05  FILLER PIC X(32) VALUE 'access-review*.txt'.
           05  FILLER PIC X(12) VALUE 'POLICY'.
           05  FILLER PIC X(32) VALUE 'policy-compliance-report*.txt'.
           05  FILLER PIC X(12) VALUE 'ROTATION'.
           05  FILLER PIC X(32) VALUE 'rotation.log'.
       01  WS-REPORT-KINDS REDEFINES WS-REPORT-KIND-VALUES.
           05  WS-REPORT-KIND-ENTRY OCCURS 5 TIMES.
               10  WS-RK-KIND          PIC X(12).
               10  WS-RK-PATTERN       PIC X(32).
       01  WS-RK-IDX                   PIC 9(1).

      *> The artefact being packed
       01  WS-CUR-KIND                 PIC X(12).
       01  WS-CUR-ENV                  PIC X(32).
       01  WS-FOUND-LINE               PIC X(300).
       01  WS-FOUND-ORIGIN             PIC X(8).
       01  WS-FOUND-PATH               PIC X(256).
       01  WS-FOUND-FLAG               PIC X(1).
       01  WS-FOUND-MARK               PIC X(4).
       01  WS-PACK-PATH                PIC X(300).
       01  WS-SOURCE-PATH              PIC X(256).
       01  WS-ARTEFACT-HASH            PIC X(64).
       01  WS-KIND-FOUND               PIC 9(4).
       01  WS-RUN-COUNT                PIC 9(4).
       01  WS-HISTORY-COUNT            PIC 9(4).
       01  WS-ARTEFACT-COUNT           PIC 9(4) VALUE 0.
       01  WS-MISSING-DETAIL           PIC X(160).
       01  WS-APPROVAL-STATE           PIC X(16).

      *> Everything expected and not found
       01  WS-MISSING-COUNT            PIC 9(3) VALUE 0.
       01  WS-MISSING-TABLE.
           05  WS-MISSING-ENTRY OCCURS 100 TIMES.
               10  WS-MS-KIND          PIC X(12).
               10  WS-MS-ENV           PIC X(32).
               10  WS-MS-DETAIL        PIC X(160).
       01  WS-MS-IDX                   PIC 9(3).
       01  WS-MISSING-UNLISTED         PIC 9(4) VALUE 0.

      *> The package and its signature
       01  WS-PACK-NAME                PIC X(24).
       01  WS-PACK-DIR                 PIC X(48).
       01  WS-MANIFEST-FILENAME        PIC X(80).
       01  WS-SIGN-KEY                 PIC X(256).
       01  WS-SIGN-CERT                PIC X(256).
       01  WS-SIGNED                   PIC X VALUE 'N'.
       01  WS-SIGN-PROBLEM             PIC X(80).
       01  WS-MANIFEST-DIGEST          PIC X(64).
       01  WS-SIGN-RC                  PIC X(8).

      *> Audit trail record of the pack
       01  WS-AUDIT-METHOD             PIC X(10) VALUE 'EVIDENCE'.
       01  WS-AUDIT-URL                PIC X(256).
       01  WS-AUDIT-BODY               PIC X(128).
       01  WS-AUDIT-STATUS             PIC 9(3).
       01  WS-NO-HEADERS               PIC X(16) VALUE
               '/dev/null'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Audit evidence pack starting"
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           ACCEPT WS-CLOCK8 FROM TIME
           PERFORM READ-EVIDENCE-SETTINGS
           PERFORM RESOLVE-QUARTER
           IF WS-QTR-START = 0
               DISPLAY "AZURE_EVIDENCE_QUARTER must read yyyy-Qn, "
                       "e.g. 2026-Q3"
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ENV-LIST-FILE
           IF WS-ENV-LIST-STATUS NOT = '00'
               DISPLAY "Cannot open environment list: "
                       FUNCTION TRIM(WS-ENV-LIST-FILENAME)
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ENV-LIST-FILE INTO ENV-LIST-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM NOTE-LISTED-ENVIRONMENT
               END-READ
           END-PERFORM
           CLOSE ENV-LIST-FILE
           MOVE 'N' TO WS-EOF-FLAG

           DISPLAY "Quarter " WS-QTR-LABEL " (" WS-QTR-START " to "
                   WS-QTR-END "), " WS-ENV-COUNT " environment(s)"
           PERFORM RESOLVE-SIGNING-IDENTITY

           MOVE SPACES TO WS-PACK-NAME WS-PACK-DIR
           STRING WS-QTR-LABEL '-' WS-CURRENT-DATE8
               DELIMITED BY SIZE INTO WS-PACK-NAME
           END-STRING
           STRING 'evidence/' FUNCTION TRIM(WS-PACK-NAME)
               DELIMITED BY SIZE INTO WS-PACK-DIR
           END-STRING
           MOVE SPACES TO WS-CMD
           STRING 'rm -rf ' FUNCTION TRIM(WS-PACK-DIR)
                  '; mkdir -p ' FUNCTION TRIM(WS-PACK-DIR)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-CMD
           END-CALL

           MOVE SPACES TO WS-MANIFEST-FILENAME
           STRING FUNCTION TRIM(WS-PACK-DIR) '/evidence-manifest.txt'
               DELIMITED BY SIZE INTO WS-MANIFEST-FILENAME
           END-STRING
           OPEN OUTPUT MANIFEST-FILE
           MOVE SPACES TO WS-MANIFEST-LINE
           STRING 'PACK|' WS-QTR-LABEL '|' WS-CURRENT-DATE8
                  WS-CLOCK8(1:6) '|' FUNCTION TRIM(WS-ENV-LIST-TEXT)
               DELIMITED BY SIZE INTO WS-MANIFEST-LINE
           END-STRING
           WRITE MANIFEST-RECORD FROM WS-MANIFEST-LINE
           MOVE SPACES TO WS-MANIFEST-LINE
           STRING 'PERIOD|' WS-QTR-START '|' WS-QTR-END
                  '|' WS-WINDOW-END
               DELIMITED BY SIZE INTO WS-MANIFEST-LINE
           END-STRING
           WRITE MANIFEST-RECORD FROM WS-MANIFEST-LINE

           MOVE '-' TO WS-CUR-ENV
           PERFORM VARYING WS-RK-IDX FROM 1 BY 1 UNTIL WS-RK-IDX > 5
               PERFORM COLLECT-REPORT-OUTPUT
           END-PERFORM
           PERFORM COLLECT-AUDIT-SEALS
           PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
                   UNTIL WS-ENV-IDX > WS-ENV-COUNT
               PERFORM COLLECT-ENVIRONMENT-EVIDENCE
           END-PERFORM

           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                   UNTIL WS-MS-IDX > WS-MISSING-COUNT
               MOVE SPACES TO WS-MANIFEST-LINE
               STRING 'MISSING|' FUNCTION TRIM(WS-MS-KIND(WS-MS-IDX))
                      '|' FUNCTION TRIM(WS-MS-ENV(WS-MS-IDX))
                      '|' FUNCTION TRIM(WS-MS-DETAIL(WS-MS-IDX))
                   DELIMITED BY SIZE INTO WS-MANIFEST-LINE
               END-STRING
               WRITE MANIFEST-RECORD FROM WS-MANIFEST-LINE
           END-PERFORM
           MOVE SPACES TO WS-MANIFEST-LINE
           STRING 'COUNT|' WS-ARTEFACT-COUNT '|MISSING|'
                  WS-MISSING-COUNT
               DELIMITED BY SIZE INTO WS-MANIFEST-LINE
           END-STRING
           WRITE MANIFEST-RECORD FROM WS-MANIFEST-LINE
           CLOSE MANIFEST-FILE

           PERFORM SIGN-MANIFEST
           PERFORM WRITE-EVIDENCE-REPORT
           PERFORM SEAL-EVIDENCE-PACK
           PERFORM RECORD-PACK-IN-AUDIT-TRAIL

           CALL "C$SYSTEM" USING
               "rm -f evidence_found.txt evidence_field.txt"
           END-CALL

           DISPLAY "Evidence pack " FUNCTION TRIM(WS-PACK-DIR)
                   ".tar.gz: " WS-ARTEFACT-COUNT " artefact(s), "
                   WS-MISSING-COUNT " missing"
           DISPLAY "Report written to evidence-report.txt"
           EVALUATE TRUE
               WHEN WS-SIGNED NOT = 'Y'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-MISSING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       READ-EVIDENCE-SETTINGS.
           MOVE SPACES TO WS-QUARTER-TEXT
           ACCEPT WS-QUARTER-TEXT FROM ENVIRONMENT
               'AZURE_EVIDENCE_QUARTER'
           MOVE SPACES TO WS-NUM-TEXT
           ACCEPT WS-NUM-TEXT FROM ENVIRONMENT
               'AZURE_EVIDENCE_GRACE_DAYS'
           IF WS-NUM-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-NUM-TEXT) TO WS-GRACE-DAYS
           END-IF
           MOVE SPACES TO WS-ENV-LIST-FILENAME
           ACCEPT WS-ENV-LIST-FILENAME FROM ENVIRONMENT
               'AZURE_ENVIRONMENT_LIST'
           IF WS-ENV-LIST-FILENAME = SPACES
               MOVE 'environments.txt' TO WS-ENV-LIST-FILENAME
           END-IF
           MOVE SPACES TO WS-SIGN-KEY WS-SIGN-CERT
           ACCEPT WS-SIGN-KEY FROM ENVIRONMENT
               'AZURE_EVIDENCE_SIGN_KEY'
           ACCEPT WS-SIGN-CERT FROM ENVIRONMENT
               'AZURE_EVIDENCE_SIGN_CERT'.

      *> yyyy-Qn (or yyyyQn); blank means the last closed quarter.
      *> WS-QTR-START stays 0 when the text cannot be read
       RESOLVE-QUARTER.
           MOVE 0 TO WS-QTR-START
           IF WS-QUARTER-TEXT = SPACES
               MOVE WS-CURRENT-DATE8(1:4) TO WS-QTR-YEAR
               MOVE WS-CURRENT-DATE8(5:2) TO WS-MONTH-NUM
               COMPUTE WS-QTR-NUMBER = (WS-MONTH-NUM - 1) / 3 + 1
               IF WS-QTR-NUMBER = 1
                   MOVE 4 TO WS-QTR-NUMBER
                   SUBTRACT 1 FROM WS-QTR-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-QTR-NUMBER
               END-IF
           ELSE
               INSPECT WS-QUARTER-TEXT CONVERTING 'q' TO 'Q'
               IF WS-QUARTER-TEXT(1:4) IS NOT NUMERIC
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-QUARTER-TEXT(1:4) TO WS-QTR-YEAR
               EVALUATE TRUE
                   WHEN WS-QUARTER-TEXT(5:2) = '-Q'
                       MOVE WS-QUARTER-TEXT(7:1) TO WS-NUM-TEXT
                   WHEN WS-QUARTER-TEXT(5:1) = 'Q'
                       MOVE WS-QUARTER-TEXT(6:1) TO WS-NUM-TEXT
                   WHEN OTHER
                       EXIT PARAGRAPH
               END-EVALUATE
               IF WS-NUM-TEXT(1:1) < '1' OR WS-NUM-TEXT(1:1) > '4'
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-NUM-TEXT(1:1) TO WS-QTR-NUMBER
           END-IF

           MOVE SPACES TO WS-QTR-LABEL
           STRING WS-QTR-YEAR '-Q' WS-QTR-NUMBER
               DELIMITED BY SIZE INTO WS-QTR-LABEL
           END-STRING
           COMPUTE WS-MONTH-NUM = (WS-QTR-NUMBER - 1) * 3 + 1
           COMPUTE WS-QTR-START = WS-QTR-YEAR * 10000
               + WS-MONTH-NUM * 100 + 1
           IF WS-QTR-NUMBER = 4
               COMPUTE WS-WORK-DATE = (WS-QTR-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-WORK-DATE = WS-QTR-START + 300
           END-IF
           COMPUTE WS-QTR-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1)
           COMPUTE WS-WINDOW-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-QTR-END) + WS-GRACE-DAYS)
           COMPUTE WS-WINDOW-NEXT = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-WINDOW-END) + 1)
           MOVE WS-QTR-START TO WS-WORK-DATE
           PERFORM FORMAT-ISO-DATE
           MOVE WS-MONTH-TEXT TO WS-START-ISO(1:7)
           MOVE WS-NUM-TEXT(1:3) TO WS-START-ISO(8:3)
           MOVE WS-WINDOW-NEXT TO WS-WORK-DATE
           PERFORM FORMAT-ISO-DATE
           MOVE WS-MONTH-TEXT TO WS-NEXT-ISO(1:7)
           MOVE WS-NUM-TEXT(1:3) TO WS-NEXT-ISO(8:3).

      *> WS-WORK-DATE as yyyy-mm in WS-MONTH-TEXT and -dd in
      *> WS-NUM-TEXT
       FORMAT-ISO-DATE.
           MOVE SPACES TO WS-MONTH-TEXT WS-NUM-TEXT
           STRING WS-WORK-DATE(1:4) '-' WS-WORK-DATE(5:2)
               DELIMITED BY SIZE INTO WS-MONTH-TEXT
           END-STRING
           STRING '-' WS-WORK-DATE(7:2)
               DELIMITED BY SIZE INTO WS-NUM-TEXT
           END-STRING.

       NOTE-LISTED-ENVIRONMENT.
           IF FUNCTION TRIM(ENV-LIST-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-ENV-COUNT >= 20
               DISPLAY "  More than 20 environments listed - "
                       FUNCTION TRIM(ENV-LIST-RECORD) " left out"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ENV-COUNT
           MOVE FUNCTION TRIM(ENV-LIST-RECORD)
               TO WS-ENV-NAME(WS-ENV-COUNT)
           IF WS-ENV-COUNT = 1
               MOVE 1 TO WS-ENV-LIST-PTR
               MOVE SPACES TO WS-ENV-LIST-TEXT
           ELSE
               STRING ',' DELIMITED BY SIZE INTO WS-ENV-LIST-TEXT
                   WITH POINTER WS-ENV-LIST-PTR
               END-STRING
           END-IF
           STRING FUNCTION TRIM(ENV-LIST-RECORD)
               DELIMITED BY SIZE INTO WS-ENV-LIST-TEXT
               WITH POINTER WS-ENV-LIST-PTR
           END-STRING.

      *> The key that signs the deployment identity's token assertion
      *> signs the manifest too, so the pack is attributable to the
      *> same identity the audit trail records
       RESOLVE-SIGNING-IDENTITY.
           IF WS-SIGN-KEY NOT = SPACES OR WS-ENV-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CONFIG-FILENAME
           STRING 'config/azure-config-' FUNCTION TRIM(WS-ENV-NAME(1))
                  '.conf'
               DELIMITED BY SIZE INTO WS-CONFIG-FILENAME
           END-STRING
           MOVE SPACES TO AZURE-CONFIG
           CALL 'AZURECFGLOAD' USING BY REFERENCE WS-CONFIG-FILENAME
                                                  AZURE-CONFIG
                                                  WS-RETURN-CODE
           IF WS-RETURN-CODE = 0
               MOVE CERT-KEY-PATH TO WS-SIGN-KEY
               IF WS-SIGN-CERT = SPACES
                   MOVE CERT-PATH TO WS-SIGN-CERT
               END-IF
           END-IF.

      *> Report outputs carry no stamp of their own, so the date the
      *> file was written is its date of origin
       COLLECT-REPORT-OUTPUT.
           MOVE WS-RK-KIND(WS-RK-IDX) TO WS-CUR-KIND
           MOVE SPACES TO WS-CMD
           STRING "find . -maxdepth 3 -path ./evidence -prune -o "
                  "-type f -name '"
                  FUNCTION TRIM(WS-RK-PATTERN(WS-RK-IDX))
                  "' -newermt " WS-START-ISO
                  " ! -newermt " WS-NEXT-ISO
                  " -printf '%TY%Tm%Td|%p||\n' 2>/dev/null"
                  " | sort > evidence_found.txt"
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-CMD
           END-CALL
           PERFORM PACK-FOUND-ARTEFACTS
           IF WS-KIND-FOUND = 0
               MOVE SPACES TO WS-MISSING-DETAIL
               STRING FUNCTION TRIM(WS-RK-PATTERN(WS-RK-IDX))
                      ' not produced between ' WS-QTR-START
                      ' and ' WS-WINDOW-END
                   DELIMITED BY SIZE INTO WS-MISSING-DETAIL
               END-STRING
               PERFORM NOTE-MISSING
           END-IF.

      *> AZUREAUDITARCH seals each closed month; a month of the
      *> quarter with no seal in the index is missing evidence
       COLLECT-AUDIT-SEALS.
           MOVE 'AUDITSEAL' TO WS-CUR-KIND
           MOVE WS-QTR-START TO WS-WORK-DATE
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > 3
               PERFORM FORMAT-ISO-DATE
               MOVE SPACES TO WS-CMD
               STRING "grep -c '^AUDITSEAL|" WS-MONTH-TEXT
                      "|' audit-archive-index.txt 2>/dev/null"
                      " > evidence_field.txt"
                   DELIMITED BY SIZE INTO WS-CMD
               END-STRING
               CALL "C$SYSTEM" USING WS-CMD
               END-CALL
               PERFORM READ-FIELD-VALUE
               IF WS-FIELD-VALUE = SPACES OR WS-FIELD-VALUE = '0'
                   MOVE SPACES TO WS-MISSING-DETAIL
                   STRING 'no sealed audit archive for '
                          WS-MONTH-TEXT
                       DELIMITED BY SIZE INTO WS-MISSING-DETAIL
                   END-STRING
                   PERFORM NOTE-MISSING
               END-IF
               ADD 100 TO WS-WORK-DATE
           END-PERFORM
           CALL "C$SYSTEM" USING
               "F=audit-archive-index.txt; [ -f $F ] && echo "
               """$(date -r $F +%Y%m%d)|./$F||"" > evidence_found.txt"
               " || : > evidence_found.txt"
           END-CALL
           PERFORM PACK-FOUND-ARTEFACTS.

       COLLECT-ENVIRONMENT-EVIDENCE.
           MOVE WS-ENV-NAME(WS-ENV-IDX) TO WS-CUR-ENV
           MOVE WS-CUR-ENV TO WS-ENV-UPPER
           INSPECT WS-ENV-UPPER CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           DISPLAY "  " FUNCTION TRIM(WS-CUR-ENV) "..."
           PERFORM COLLECT-APPROVAL-HISTORY
           IF WS-ENV-UPPER = 'PROD' OR WS-ENV-UPPER = 'PRODUCTION'
               PERFORM COLLECT-TICKET-POSTINGS
           END-IF
           PERFORM COLLECT-ESCROW-SNAPSHOTS.

      *> Every version AZURECONFMAINT archived in the quarter, and the
      *> approval record. A production configuration changed in the
      *> quarter whose latest change is not approved is a gap
       COLLECT-APPROVAL-HISTORY.
           MOVE 'APPROVAL' TO WS-CUR-KIND
           MOVE SPACES TO WS-CMD
           STRING "for F in config/history/azure-config-"
                  FUNCTION TRIM(WS-CUR-ENV) ".conf.*; do "
                  "[ -f ""$F"" ] || continue; S=${F##*.conf.}; "
                  "D=$(echo ""$S"" | cut -c1-8); "
                  "[ ""$D"" -ge " WS-QTR-START " ] 2>/dev/null && "
                  "[ ""$D"" -le " WS-QTR-END " ] && "
                  "echo ""$D|$F||""; done > evidence_found.txt"
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-CMD
           END-CALL
           PERFORM PACK-FOUND-ARTEFACTS
           MOVE WS-KIND-FOUND TO WS-HISTORY-COUNT

           MOVE SPACES TO WS-CMD
           STRING "F=config/azure-config-" FUNCTION TRIM(WS-CUR-ENV)
                  ".approval; : > evidence_field.txt; "
                  "[ -f $F ] && echo ""$(date -r $F +%Y%m%d)|$F||"""
                  " > evidence_found.txt"
                  " && head -1 $F | cut -d'|' -f1 > evidence_field.txt"
                  " || : > evidence_found.txt"
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-CMD
           END-CALL
           PERFORM READ-FIELD-VALUE
           MOVE WS-FIELD-VALUE TO WS-APPROVAL-STATE
           PERFORM PACK-FOUND-ARTEFACTS

           IF WS-HISTORY-COUNT > 0
                   AND (WS-ENV-UPPER = 'PROD'
                        OR WS-ENV-UPPER = 'PRODUCTION')
                   AND WS-APPROVAL-STATE NOT = 'APPROVED'
               MOVE SPACES TO WS-MISSING-DETAIL
               STRING 'configuration changed in the quarter but the '
                      'latest change is not approved ('
                      FUNCTION TRIM(WS-APPROVAL-STATE) ')'
                   DELIMITED BY SIZE INTO WS-MISSING-DETAIL
               END-STRING
               IF WS-APPROVAL-STATE = SPACES
                   MOVE SPACES TO WS-MISSING-DETAIL
                   STRING 'configuration changed in the quarter but '
                          'there is no approval record'
                       DELIMITED BY SIZE INTO WS-MISSING-DETAIL
                   END-STRING
               END-IF
               PERFORM NOTE-MISSING
           END-IF.

      *> Each production run directory stamped in the quarter; its
      *> run journal holds the change-ticket postings as ITSM events.
      *> A run with none posted is a gap. The RUN line marks the run,
      *> the others are the files to pack
       COLLECT-TICKET-POSTINGS.
           MOVE 'TICKET' TO WS-CUR-KIND
           MOVE SPACES TO WS-CMD
           STRING "for R in runs/" FUNCTION TRIM(WS-CUR-ENV)
                  "-*; do [ -d ""$R"" ] || continue; "
                  "B=$(basename ""$R""); echo ""$B"" | grep -Eq '^"
                  FUNCTION TRIM(WS-CUR-ENV)
                  "-(destroy-)?[0-9]{8}' || continue; "
                  "D=$(echo ""$B"" | sed 's/.*-//' | cut -c1-8); "
                  "[ ""$D"" -ge " WS-QTR-START " ] 2>/dev/null && "
                  "[ ""$D"" -le " WS-QTR-END " ] || continue; "
                  "T=N; grep -q '|ITSM|' ""$R/run-events.dat"" "
                  "2>/dev/null && T=Y; echo ""$D|$R|$T|RUN""; "
                  "for X in ""$R/run-events.dat"" "
                  """$R/deployment.log""; do [ -f ""$X"" ] && "
                  "echo ""$D|$X||""; done; done > evidence_found.txt"
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-CMD
           END-CALL
           PERFORM PACK-FOUND-ARTEFACTS
           IF WS-RUN-COUNT = 0
               DISPLAY "    no production runs in the quarter"
           END-IF.

      *> Every file of each escrow bundle exported for the
      *> environment in the quarter; a quarter without one is a gap
       COLLECT-ESCROW-SNAPSHOTS.
           MOVE 'ESCROW' TO WS-CUR-KIND
           MOVE SPACES TO WS-CMD
           STRING "for M in escrow/*/manifest.txt; do "
                  "[ -f ""$M"" ] || continue; grep -q '^ENV|"
                  FUNCTION TRIM(WS-CUR-ENV) "|' ""$M"" || continue; "
                  "D=$(sed -n 's/^DATE|\(........\).*/\1/p' ""$M""); "
                  "[ ""$D"" -ge " WS-QTR-START " ] 2>/dev/null && "
                  "[ ""$D"" -le " WS-QTR-END " ] || continue; "
                  "for X in $(dirname ""$M"")/*; do [ -f ""$X"" ] && "
                  "echo ""$D|$X||""; done; done > evidence_found.txt"
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-CMD
           END-CALL
           PERFORM PACK-FOUND-ARTEFACTS
           IF WS-KIND-FOUND = 0
               MOVE 'no escrow export in the quarter'
                   TO WS-MISSING-DETAIL
               PERFORM NOTE-MISSING
           END-IF.

      *> evidence_found.txt holds origin|path|flag|mark lines for
      *> WS-CUR-KIND; every file is copied in and hashed
       PACK-FOUND-ARTEFACTS.
           MOVE 0 TO WS-KIND-FOUND WS-RUN-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT EVIDENCE-FOUND-FILE
           IF WS-FOUND-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ EVIDENCE-FOUND-FILE INTO WS-FOUND-LINE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM PACK-ONE-FOUND-LINE
               END-READ
           END-PERFORM
           CLOSE EVIDENCE-FOUND-FILE
           MOVE 'N' TO WS-EOF-FLAG.

       PACK-ONE-FOUND-LINE.
           MOVE SPACES TO WS-FOUND-ORIGIN WS-FOUND-PATH
                          WS-FOUND-FLAG WS-FOUND-MARK
           UNSTRING WS-FOUND-LINE DELIMITED BY '|'
               INTO WS-FOUND-ORIGIN WS-FOUND-PATH
                    WS-FOUND-FLAG WS-FOUND-MARK
           END-UNSTRING
           IF WS-FOUND-PATH = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-FOUND-MARK = 'RUN'
               ADD 1 TO WS-RUN-COUNT
               IF WS-FOUND-FLAG NOT = 'Y'
                   MOVE SPACES TO WS-MISSING-DETAIL
                   STRING 'no change-ticket posting in '
                          FUNCTION TRIM(WS-FOUND-PATH)
                          '/run-events.dat'
                       DELIMITED BY SIZE INTO WS-MISSING-DETAIL
                   END-STRING
                   PERFORM NOTE-MISSING
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM PACK-ONE-ARTEFACT.

      *> Copied under <kind>/ with its path kept, so two runs' files of
      *> the same name stay apart and an auditor can see where each
      *> came from
       PACK-ONE-ARTEFACT.
           IF WS-FOUND-PATH(1:2) = './'
               MOVE WS-FOUND-PATH(3:) TO WS-SOURCE-PATH
           ELSE
               MOVE WS-FOUND-PATH TO WS-SOURCE-PATH
           END-IF
           MOVE SPACES TO WS-PACK-PATH
           STRING FUNCTION TRIM(WS-CUR-KIND) '/'
                  FUNCTION TRIM(WS-SOURCE-PATH)
               DELIMITED BY SIZE INTO WS-PACK-PATH
           END-STRING
           MOVE SPACES TO WS-CMD
           STRING "mkdir -p '" FUNCTION TRIM(WS-PACK-DIR) "/"
                  FUNCTION TRIM(WS-CUR-KIND) "' && cp -p --parents '"
                  FUNCTION TRIM(WS-SOURCE-PATH) "' '"
                  FUNCTION TRIM(WS-PACK-DIR) "/"
                  FUNCTION TRIM(WS-CUR-KIND) "/' && "
                  "openssl dgst -sha256 -r '"
                  FUNCTION TRIM(WS-PACK-DIR) "/"
                  FUNCTION TRIM(WS-PACK-PATH)
                  "' | cut -d' ' -f1 > evidence_field.txt"
                  " || : > evidence_field.txt"
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-CMD
           END-CALL
           PERFORM READ-FIELD-VALUE
           MOVE WS-FIELD-VALUE TO WS-ARTEFACT-HASH
           IF WS-ARTEFACT-HASH = SPACES
               MOVE SPACES TO WS-MISSING-DETAIL
               STRING FUNCTION TRIM(WS-SOURCE-PATH)
                      ' found but could not be copied'
                   DELIMITED BY SIZE INTO WS-MISSING-DETAIL
               END-STRING
               PERFORM NOTE-MISSING
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-KIND-FOUND WS-ARTEFACT-COUNT
           MOVE SPACES TO WS-MANIFEST-LINE
           STRING 'ART|' FUNCTION TRIM(WS-CUR-KIND)
                  '|' WS-FOUND-ORIGIN
                  '|' FUNCTION TRIM(WS-ARTEFACT-HASH)
                  '|' FUNCTION TRIM(WS-PACK-PATH)
                  '|' FUNCTION TRIM(WS-CUR-ENV)
               DELIMITED BY SIZE INTO WS-MANIFEST-LINE
           END-STRING
           WRITE MANIFEST-RECORD FROM WS-MANIFEST-LINE.

       NOTE-MISSING.
           IF WS-MISSING-COUNT >= 100
               ADD 1 TO WS-MISSING-UNLISTED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MISSING-COUNT
           MOVE WS-CUR-KIND TO WS-MS-KIND(WS-MISSING-COUNT)
           MOVE WS-CUR-ENV TO WS-MS-ENV(WS-MISSING-COUNT)
           MOVE WS-MISSING-DETAIL TO WS-MS-DETAIL(WS-MISSING-COUNT).

      *> Signed with the private key, then checked against the
      *> certificate's public key exactly as the auditors will check
      *> it - a signature that does not verify is no signature
       SIGN-MANIFEST.
           MOVE SPACES TO WS-SIGN-PROBLEM WS-MANIFEST-DIGEST
           MOVE SPACES TO WS-CMD
           STRING "openssl dgst -sha256 -r '"
                  FUNCTION TRIM(WS-MANIFEST-FILENAME)
                  "' | cut -d' ' -f1 > evidence_field.txt"
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-CMD
           END-CALL
           PERFORM READ-FIELD-VALUE
           MOVE WS-FIELD-VALUE TO WS-MANIFEST-DIGEST
           IF WS-SIGN-KEY = SPACES OR WS-SIGN-CERT = SPACES
               MOVE 'no signing key and certificate configured'
                   TO WS-SIGN-PROBLEM
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CMD
           STRING "P=" FUNCTION TRIM(WS-PACK-DIR) "; "
                  "openssl x509 -in '" FUNCTION TRIM(WS-SIGN-CERT)
                  "' -pubkey -noout > $P/signer-pubkey.pem && "
                  "cp '" FUNCTION TRIM(WS-SIGN-CERT)
                  "' $P/signer-cert.pem && "
                  "openssl dgst -sha256 -sign '"
                  FUNCTION TRIM(WS-SIGN-KEY)
                  "' -out $P/evidence-manifest.sig"
                  " $P/evidence-manifest.txt"
                  " && openssl dgst -sha256 -verify"
                  " $P/signer-pubkey.pem"
                  " -signature $P/evidence-manifest.sig"
                  " $P/evidence-manifest.txt > /dev/null 2>&1;"
                  " echo $? > evidence_field.txt"
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-CMD
           END-CALL
           PERFORM READ-FIELD-VALUE
           MOVE WS-FIELD-VALUE TO WS-SIGN-RC
           IF WS-SIGN-RC = '0'
               MOVE 'Y' TO WS-SIGNED
           ELSE
               MOVE 'the manifest did not sign and verify with the key'
                   TO WS-SIGN-PROBLEM
           END-IF.

       WRITE-EVIDENCE-REPORT.
           OPEN OUTPUT EVIDENCE-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Audit evidence pack ' WS-QTR-LABEL ' - '
                  WS-QTR-START ' to ' WS-QTR-END
                  ', report outputs to ' WS-WINDOW-END
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Environments: ' FUNCTION TRIM(WS-ENV-LIST-TEXT)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Package: ' FUNCTION TRIM(WS-PACK-DIR) '.tar.gz'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Manifest SHA-256: ' WS-MANIFEST-DIGEST
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-SIGNED = 'Y'
               STRING 'Signed with ' FUNCTION TRIM(WS-SIGN-CERT)
                      ' - verify with: openssl dgst -sha256 -verify'
                      ' signer-pubkey.pem -signature'
                      ' evidence-manifest.sig evidence-manifest.txt'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING 'NOT SIGNED - ' FUNCTION TRIM(WS-SIGN-PROBLEM)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-ARTEFACT-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Collected: ' FUNCTION TRIM(WS-COUNT-DISPLAY)
                  ' artefact(s) - see evidence-manifest.txt'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-MISSING-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Missing: ' FUNCTION TRIM(WS-COUNT-DISPLAY)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                   UNTIL WS-MS-IDX > WS-MISSING-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-MS-KIND(WS-MS-IDX) TO WS-REPORT-LINE(3:12)
               MOVE WS-MS-ENV(WS-MS-IDX) TO WS-REPORT-LINE(16:16)
               MOVE WS-MS-DETAIL(WS-MS-IDX) TO WS-REPORT-LINE(33:160)
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           IF WS-MISSING-UNLISTED > 0
               MOVE WS-MISSING-UNLISTED TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ... and ' FUNCTION TRIM(WS-COUNT-DISPLAY)
                      ' more not listed'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF
           CLOSE EVIDENCE-REPORT-FILE.

       WRITE-REPORT-LINE.
           WRITE EVIDENCE-REPORT-RECORD FROM WS-REPORT-LINE.

      *> The report goes in with the manifest, and the directory is
      *> packed into the one file that is handed over
       SEAL-EVIDENCE-PACK.
           MOVE SPACES TO WS-CMD
           STRING "cp evidence-report.txt "
                  FUNCTION TRIM(WS-PACK-DIR) "/ && "
                  "tar -czf " FUNCTION TRIM(WS-PACK-DIR) ".tar.gz"
                  " -C evidence " FUNCTION TRIM(WS-PACK-NAME)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-CMD
           END-CALL.

       RECORD-PACK-IN-AUDIT-TRAIL.
           MOVE SPACES TO WS-AUDIT-URL
           STRING 'quarter=' WS-QTR-LABEL
                  ' pack=' FUNCTION TRIM(WS-PACK-DIR) '.tar.gz'
                  ' artefacts=' WS-ARTEFACT-COUNT
                  ' missing=' WS-MISSING-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-URL
           END-STRING
           MOVE SPACES TO WS-AUDIT-BODY
           STRING 'manifest sha256=' WS-MANIFEST-DIGEST
               DELIMITED BY SIZE INTO WS-AUDIT-BODY
           END-STRING
           IF WS-SIGNED = 'Y'
               MOVE 200 TO WS-AUDIT-STATUS
           ELSE
               MOVE 202 TO WS-AUDIT-STATUS
           END-IF
           CALL 'AUDITLOG' USING WS-AUDIT-METHOD WS-AUDIT-URL
                                 WS-AUDIT-BODY WS-AUDIT-STATUS
                                 CLIENT-ID WS-NO-HEADERS.

       READ-FIELD-VALUE.
           MOVE SPACES TO WS-FIELD-VALUE
           OPEN INPUT EVIDENCE-FIELD-FILE
           IF WS-FIELD-STATUS = '00'
               READ EVIDENCE-FIELD-FILE INTO WS-FIELD-VALUE
                   AT END MOVE SPACES TO WS-FIELD-VALUE
               END-READ
               CLOSE EVIDENCE-FIELD-FILE
           END-IF
           MOVE FUNCTION TRIM(WS-FIELD-VALUE) TO WS-FIELD-VALUE.

       END PROGRAM AZUREEVIDENCE.

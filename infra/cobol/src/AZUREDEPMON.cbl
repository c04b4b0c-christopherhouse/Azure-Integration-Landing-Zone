       IDENTIFICATION DIVISION.
       PROGRAM-ID. AZUREDEPMON.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> External dependency monitor. AZUREHEALTH proves our own
      *> resources answer; this program probes the far side - every
      *> http(s) endpoint the environment configuration names:
      *>   APIM_API_n_BACKEND          partner backends
      *>   EG_SYSTOPIC_n_ENDPOINT      Event Grid webhooks
      *>   NOTIFY_WEBHOOK_URL, NOTIFY_ROUTE_n_TARGET and
      *>   NOTIFY_ESCALATE_TARGET      notification webhooks
      *>   ALERT_WEBHOOK_URL           alert action group webhook
      *>   SNOW_INSTANCE_URL           the ServiceNow instance
      *> Targets that are not URLs (e-mail and SMS routes) are
      *> skipped and a URL named twice is probed once. Each probe
      *> is a plain GET timed by curl: any HTTP answer below 500 is
      *> UP (a webhook refusing a bare GET is still reachable),
      *> slower than AZURE_DEPMON_SLOW_MS (default 2000) is SLOW,
      *> 5xx or no answer is DOWN and a TLS handshake or
      *> certificate verification failure is CERT. For https
      *> endpoints the server certificate is fetched with openssl
      *> and its days to expiry recorded; within EXPIRY_WARN_DAYS
      *> (default 30) it is flagged. Every probe is appended to
      *> dependency-history.dat as
      *>   DP|stamp|env|label|host|result|http|ms|certdays
      *> - only the host is kept, never the full URL, as webhook
      *> paths and query strings carry their secrets - and the
      *> run's results go to dependency-status.txt. AZUREDEPRPT
      *> turns the history into monthly availability per
      *> dependency. The exit code is the number of dependencies
      *> DOWN, failing TLS or inside the certificate warning window.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPMON-PROBE-FILE ASSIGN TO "depmon_probe.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROBE-STATUS.
           SELECT DEPMON-CERT-FILE ASSIGN TO "depmon_cert.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.
           SELECT DEPMON-REPORT-FILE ASSIGN TO "dependency-status.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DEPMON-HISTORY-FILE ASSIGN TO
               "dependency-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPMON-PROBE-FILE.
       01  DEPMON-PROBE-RECORD         PIC X(64).

       FD  DEPMON-CERT-FILE.
       01  DEPMON-CERT-RECORD          PIC X(16).

       FD  DEPMON-REPORT-FILE.
       01  DEPMON-REPORT-RECORD        PIC X(160).

       FD  DEPMON-HISTORY-FILE.
       01  DEPMON-HISTORY-RECORD       PIC X(200).

       WORKING-STORAGE SECTION.
       COPY AZURECONFIG.

       01  WS-RETURN-CODE              PIC 9(2).
       01  WS-PROBE-STATUS             PIC XX.
       01  WS-CERT-STATUS              PIC XX.
       01  WS-CONFIG-FILENAME          PIC X(128).
       01  WS-ENV-VAR                  PIC X(32).

      *> A partner endpoint gets a short leash: 30 seconds unless
      *> CURL_TIMEOUT_SECS sets the limit for the environment
       01  WS-CURL-MAX-TIME            PIC 9(4) VALUE 0030.
       01  WS-SLOW-MS                  PIC 9(6) VALUE 2000.
       01  WS-SLOW-TEXT                PIC X(8).
       01  WS-WARN-DAYS                PIC 9(3) VALUE 30.

      *> Dependencies gathered from the configuration
       01  WS-DEP-COUNT                PIC 9(2) VALUE 0.
       01  WS-DEP-TABLE.
           05  WS-DEP-ENTRY OCCURS 30 TIMES.
               10  WS-DEP-LABEL        PIC X(48).
               10  WS-DEP-URL          PIC X(256).
               10  WS-DEP-HOST         PIC X(64).
               10  WS-DEP-PORT         PIC 9(5).
               10  WS-DEP-TLS          PIC X.
       01  WS-DEP-IDX                  PIC 9(2).
       01  WS-DEP-SLOT                 PIC 9(2).
       01  WS-CFG-IDX                  PIC 9(2).

       01  WS-CAND-LABEL               PIC X(48).
       01  WS-CAND-URL                 PIC X(256).
       01  WS-SCHEME-TEXT              PIC X(8).
       01  WS-URL-REST                 PIC X(256).
       01  WS-URL-AUTHORITY            PIC X(128).
       01  WS-URL-USERINFO             PIC X(128).
       01  WS-URL-HOSTPORT             PIC X(128).
       01  WS-URL-HOST                 PIC X(64).
       01  WS-URL-PORT-TEXT            PIC X(8).
       01  WS-AT-COUNT                 PIC 9(3).
       01  WS-PORT-DISPLAY             PIC Z(4)9.

      *> One probe's outcome
       01  WS-HTTP-TEXT                PIC X(8).
       01  WS-TIME-TEXT                PIC X(16).
       01  WS-EXIT-TEXT                PIC X(8).
       01  WS-HTTP-CODE                PIC 9(3).
       01  WS-CURL-EXIT                PIC 9(3).
       01  WS-RESPONSE-MS              PIC 9(7).
       01  WS-MS-DISPLAY               PIC Z(6)9.
       01  WS-PROBE-RESULT             PIC X(4).
       01  WS-CERT-KNOWN               PIC X.
       01  WS-CERT-EXPIRY8             PIC 9(8).
       01  WS-CERT-DAYS                PIC S9(5).
       01  WS-CERT-DAYS-DISPLAY        PIC -(5)9.
       01  WS-CERT-DAYS-TEXT           PIC X(8).
       01  WS-CERT-NOTE                PIC X(32).

       01  WS-CURRENT-DATE8            PIC 9(8).
       01  WS-HIST-DATE8               PIC 9(8).
       01  WS-HIST-CLOCK8              PIC 9(8).
       01  WS-HIST-LINE                PIC X(200).
       01  WS-REPORT-LINE              PIC X(160).
       01  WS-REPORT-PTR               PIC 9(3).

       01  WS-UP-COUNT                 PIC 9(3) VALUE 0.
       01  WS-SLOW-COUNT               PIC 9(3) VALUE 0.
       01  WS-DOWN-COUNT               PIC 9(3) VALUE 0.
       01  WS-CERT-FAIL-COUNT          PIC 9(3) VALUE 0.
       01  WS-CERT-WARN-COUNT          PIC 9(3) VALUE 0.
       01  WS-ATTENTION-COUNT          PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "External dependency monitor starting"
           MOVE SPACES TO AZURE-CONFIG
           PERFORM LOAD-ENVIRONMENT-CONFIG
           PERFORM RESOLVE-PROBE-SETTINGS
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD

           PERFORM COLLECT-DEPENDENCIES
           DISPLAY "  " WS-DEP-COUNT " external endpoint(s) in "
                   FUNCTION TRIM(ENV-NAME)

           OPEN OUTPUT DEPMON-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'External dependency status for environment '
                  FUNCTION TRIM(ENV-NAME) ' - '
                  WS-CURRENT-DATE8(1:4) '-' WS-CURRENT-DATE8(5:2)
                  '-' WS-CURRENT-DATE8(7:2)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE DEPMON-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE DEPMON-REPORT-RECORD FROM WS-REPORT-LINE

           IF WS-DEP-COUNT = 0
               MOVE 'No external endpoints named in the configuration'
                   TO WS-REPORT-LINE
               WRITE DEPMON-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
               PERFORM PROBE-ONE-DEPENDENCY
           END-PERFORM

           PERFORM REPORT-DEPENDENCY-SUMMARY
           CLOSE DEPMON-REPORT-FILE

           IF WS-ATTENTION-COUNT > 99
               MOVE 99 TO WS-ATTENTION-COUNT
           END-IF
           MOVE WS-ATTENTION-COUNT TO RETURN-CODE
           STOP RUN.

      *> Config only - no Azure calls, so the config loader is
      *> driven directly the way AZURESLARPT reads its settings
       LOAD-ENVIRONMENT-CONFIG.
           MOVE SPACES TO WS-ENV-VAR
           ACCEPT WS-ENV-VAR FROM ENVIRONMENT 'AZURE_ENVIRONMENT'
           MOVE SPACES TO WS-CONFIG-FILENAME
           IF WS-ENV-VAR = SPACES
               MOVE 'config/azure-config.conf' TO WS-CONFIG-FILENAME
           ELSE
               STRING 'config/azure-config-' DELIMITED BY SIZE
                      WS-ENV-VAR DELIMITED BY SPACE
                      '.conf' DELIMITED BY SIZE
                   INTO WS-CONFIG-FILENAME
               END-STRING
           END-IF
           CALL 'AZURECFGLOAD' USING BY REFERENCE WS-CONFIG-FILENAME
                                                  AZURE-CONFIG
                                                  WS-RETURN-CODE.

       RESOLVE-PROBE-SETTINGS.
           IF CURL-TIMEOUT-SECS > 0
               MOVE CURL-TIMEOUT-SECS TO WS-CURL-MAX-TIME
           END-IF
           IF EXPIRY-WARN-DAYS > 0
               MOVE EXPIRY-WARN-DAYS TO WS-WARN-DAYS
           END-IF
           MOVE SPACES TO WS-SLOW-TEXT
           ACCEPT WS-SLOW-TEXT FROM ENVIRONMENT 'AZURE_DEPMON_SLOW_MS'
           IF WS-SLOW-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-SLOW-TEXT) TO WS-SLOW-MS
           END-IF
           IF WS-SLOW-MS = 0
               MOVE 2000 TO WS-SLOW-MS
           END-IF.

      *> Walk every config field that can hold a partner-facing URL.
      *> The label names the dependency in the history, so it is
      *> built from the config entry (API, subscription, route)
      *> and stays the same from run to run
       COLLECT-DEPENDENCIES.
           PERFORM VARYING WS-CFG-IDX FROM 1 BY 1
                   UNTIL WS-CFG-IDX > APIM-API-COUNT
                      OR WS-CFG-IDX > 5
               MOVE SPACES TO WS-CAND-LABEL
               STRING 'APIM backend '
                      FUNCTION TRIM(APIM-API-NAME(WS-CFG-IDX))
                   DELIMITED BY SIZE INTO WS-CAND-LABEL
               END-STRING
               MOVE APIM-API-BACKEND(WS-CFG-IDX) TO WS-CAND-URL
               PERFORM ADD-DEPENDENCY
           END-PERFORM

           PERFORM VARYING WS-CFG-IDX FROM 1 BY 1
                   UNTIL WS-CFG-IDX > EG-SYSTOPIC-COUNT
                      OR WS-CFG-IDX > 5
               MOVE SPACES TO WS-CAND-LABEL
               STRING 'EG webhook '
                      FUNCTION TRIM(EG-SYSTOPIC-SUB-NAME(WS-CFG-IDX))
                   DELIMITED BY SIZE INTO WS-CAND-LABEL
               END-STRING
               MOVE EG-SYSTOPIC-ENDPOINT(WS-CFG-IDX) TO WS-CAND-URL
               PERFORM ADD-DEPENDENCY
           END-PERFORM

           MOVE 'Notify webhook' TO WS-CAND-LABEL
           MOVE NOTIFY-WEBHOOK-URL TO WS-CAND-URL
           PERFORM ADD-DEPENDENCY

           PERFORM VARYING WS-CFG-IDX FROM 1 BY 1
                   UNTIL WS-CFG-IDX > NOTIFY-ROUTE-COUNT
                      OR WS-CFG-IDX > 10
               MOVE SPACES TO WS-CAND-LABEL
               STRING 'Notify route ' WS-CFG-IDX ' '
                      FUNCTION TRIM(NOTIFY-ROUTE-EVENT(WS-CFG-IDX))
                   DELIMITED BY SIZE INTO WS-CAND-LABEL
               END-STRING
               MOVE NOTIFY-ROUTE-TARGET(WS-CFG-IDX) TO WS-CAND-URL
               PERFORM ADD-DEPENDENCY
           END-PERFORM

           MOVE 'Notify escalation' TO WS-CAND-LABEL
           MOVE NOTIFY-ESCALATE-TARGET TO WS-CAND-URL
           PERFORM ADD-DEPENDENCY

           MOVE 'Alert webhook' TO WS-CAND-LABEL
           MOVE ALERT-WEBHOOK-URL TO WS-CAND-URL
           PERFORM ADD-DEPENDENCY

           MOVE 'ServiceNow instance' TO WS-CAND-LABEL
           MOVE SNOW-INSTANCE-URL TO WS-CAND-URL
           PERFORM ADD-DEPENDENCY.

      *> Only http(s) targets are probed; the first label to name a
      *> URL keeps it
       ADD-DEPENDENCY.
           MOVE FUNCTION LOWER-CASE(WS-CAND-URL(1:8))
               TO WS-SCHEME-TEXT
           IF WS-SCHEME-TEXT NOT = 'https://'
                   AND WS-SCHEME-TEXT(1:7) NOT = 'http://'
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-DEP-SLOT
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
               IF WS-DEP-URL(WS-DEP-IDX) = WS-CAND-URL
                   MOVE WS-DEP-IDX TO WS-DEP-SLOT
                   MOVE WS-DEP-COUNT TO WS-DEP-IDX
               END-IF
           END-PERFORM
           IF WS-DEP-SLOT > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-DEP-COUNT >= 30
               DISPLAY "WARNING: more than 30 external endpoints - "
                       FUNCTION TRIM(WS-CAND-LABEL) " not probed"
               EXIT PARAGRAPH
           END-IF

           PERFORM PARSE-DEPENDENCY-HOST
           IF WS-URL-HOST = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DEP-COUNT
           MOVE WS-CAND-LABEL TO WS-DEP-LABEL(WS-DEP-COUNT)
           MOVE WS-CAND-URL TO WS-DEP-URL(WS-DEP-COUNT)
           MOVE WS-URL-HOST TO WS-DEP-HOST(WS-DEP-COUNT)
           IF WS-SCHEME-TEXT = 'https://'
               MOVE 'Y' TO WS-DEP-TLS(WS-DEP-COUNT)
               MOVE 443 TO WS-DEP-PORT(WS-DEP-COUNT)
           ELSE
               MOVE 'N' TO WS-DEP-TLS(WS-DEP-COUNT)
               MOVE 80 TO WS-DEP-PORT(WS-DEP-COUNT)
           END-IF
           IF WS-URL-PORT-TEXT NOT = SPACES
                   AND FUNCTION TRIM(WS-URL-PORT-TEXT) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-URL-PORT-TEXT)
                   TO WS-DEP-PORT(WS-DEP-COUNT)
           END-IF.

      *> scheme://[user@]host[:port][/path][?query] - the host and
      *> port are all the certificate check and the history need
       PARSE-DEPENDENCY-HOST.
           MOVE SPACES TO WS-URL-REST WS-URL-AUTHORITY
                          WS-URL-USERINFO WS-URL-HOSTPORT
                          WS-URL-HOST WS-URL-PORT-TEXT
           IF WS-SCHEME-TEXT = 'https://'
               MOVE WS-CAND-URL(9:) TO WS-URL-REST
           ELSE
               MOVE WS-CAND-URL(8:) TO WS-URL-REST
           END-IF
           UNSTRING WS-URL-REST DELIMITED BY '/' OR '?' OR '#'
               INTO WS-URL-AUTHORITY
           END-UNSTRING

           MOVE 0 TO WS-AT-COUNT
           INSPECT WS-URL-AUTHORITY TALLYING WS-AT-COUNT FOR ALL '@'
           IF WS-AT-COUNT > 0
               UNSTRING WS-URL-AUTHORITY DELIMITED BY '@'
                   INTO WS-URL-USERINFO WS-URL-HOSTPORT
               END-UNSTRING
           ELSE
               MOVE WS-URL-AUTHORITY TO WS-URL-HOSTPORT
           END-IF
           UNSTRING WS-URL-HOSTPORT DELIMITED BY ':'
               INTO WS-URL-HOST WS-URL-PORT-TEXT
           END-UNSTRING
           MOVE FUNCTION LOWER-CASE(WS-URL-HOST) TO WS-URL-HOST.

       PROBE-ONE-DEPENDENCY.
           MOVE WS-DEP-PORT(WS-DEP-IDX) TO WS-PORT-DISPLAY
           PERFORM PROBE-DEPENDENCY-HTTP
           PERFORM CLASSIFY-PROBE-RESULT

           MOVE 'N' TO WS-CERT-KNOWN
           MOVE 0 TO WS-CERT-DAYS
           IF WS-DEP-TLS(WS-DEP-IDX) = 'Y'
               PERFORM PROBE-DEPENDENCY-CERT
           END-IF
           PERFORM ASSESS-CERT-EXPIRY

           EVALUATE WS-PROBE-RESULT
               WHEN 'UP'
                   ADD 1 TO WS-UP-COUNT
               WHEN 'SLOW'
                   ADD 1 TO WS-SLOW-COUNT
               WHEN 'DOWN'
                   ADD 1 TO WS-DOWN-COUNT
                   ADD 1 TO WS-ATTENTION-COUNT
               WHEN 'CERT'
                   ADD 1 TO WS-CERT-FAIL-COUNT
                   ADD 1 TO WS-ATTENTION-COUNT
           END-EVALUATE
           IF WS-CERT-NOTE NOT = SPACES
                   AND WS-PROBE-RESULT NOT = 'DOWN'
                   AND WS-PROBE-RESULT NOT = 'CERT'
               ADD 1 TO WS-ATTENTION-COUNT
           END-IF

           PERFORM REPORT-ONE-DEPENDENCY
           PERFORM APPEND-DEPENDENCY-HISTORY.

      *> Plain GET, body discarded; curl's own exit status rides
      *> along so a TLS failure can be told apart from no answer
       PROBE-DEPENDENCY-HTTP.
           CALL "C$SYSTEM" USING
               "R=$(curl -s -o /dev/null -m " WS-CURL-MAX-TIME
               " -w '%{http_code} %{time_total}' '"
               FUNCTION TRIM(WS-DEP-URL(WS-DEP-IDX))
               "'); echo ""$R $?"" > depmon_probe.txt"
           END-CALL

           MOVE SPACES TO WS-HTTP-TEXT WS-TIME-TEXT WS-EXIT-TEXT
           OPEN INPUT DEPMON-PROBE-FILE
           IF WS-PROBE-STATUS = '00'
               READ DEPMON-PROBE-FILE
                   AT END MOVE SPACES TO DEPMON-PROBE-RECORD
               END-READ
               UNSTRING DEPMON-PROBE-RECORD DELIMITED BY ALL SPACE
                   INTO WS-HTTP-TEXT WS-TIME-TEXT WS-EXIT-TEXT
               END-UNSTRING
               CLOSE DEPMON-PROBE-FILE
           END-IF

           MOVE 0 TO WS-HTTP-CODE WS-CURL-EXIT WS-RESPONSE-MS
           IF FUNCTION TRIM(WS-HTTP-TEXT) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-HTTP-TEXT) TO WS-HTTP-CODE
           END-IF
           IF FUNCTION TRIM(WS-EXIT-TEXT) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-EXIT-TEXT) TO WS-CURL-EXIT
           END-IF
           IF WS-TIME-TEXT NOT = SPACES
               COMPUTE WS-RESPONSE-MS ROUNDED =
                   FUNCTION NUMVAL(WS-TIME-TEXT) * 1000
               END-COMPUTE
           END-IF.

      *> curl 35 (handshake), 51 (name mismatch) and 60 (chain not
      *> trusted or expired) are certificate failures; any other
      *> non-answer or a 5xx is the dependency being down
       CLASSIFY-PROBE-RESULT.
           EVALUATE TRUE
               WHEN WS-CURL-EXIT = 35 OR WS-CURL-EXIT = 51
                       OR WS-CURL-EXIT = 60
                   MOVE 'CERT' TO WS-PROBE-RESULT
               WHEN WS-HTTP-CODE = 0
                   MOVE 'DOWN' TO WS-PROBE-RESULT
               WHEN WS-HTTP-CODE >= 500
                   MOVE 'DOWN' TO WS-PROBE-RESULT
               WHEN WS-RESPONSE-MS > WS-SLOW-MS
                   MOVE 'SLOW' TO WS-PROBE-RESULT
               WHEN OTHER
                   MOVE 'UP' TO WS-PROBE-RESULT
           END-EVALUATE.

      *> The server certificate's notAfter, fetched the way
      *> AZUREAUTH dates the service principal certificate
       PROBE-DEPENDENCY-CERT.
           CALL "C$SYSTEM" USING
               "E=$(echo | timeout " WS-CURL-MAX-TIME
               " openssl s_client -connect '"
               FUNCTION TRIM(WS-DEP-HOST(WS-DEP-IDX)) ":"
               FUNCTION TRIM(WS-PORT-DISPLAY) "' -servername '"
               FUNCTION TRIM(WS-DEP-HOST(WS-DEP-IDX))
               "' 2>/dev/null | openssl x509 -noout -enddate "
               "2>/dev/null | cut -d= -f2); "
               "if [ -n ""$E"" ]; then date -d ""$E"" +%Y%m%d; fi "
               "> depmon_cert.txt"
           END-CALL

           MOVE 0 TO WS-CERT-EXPIRY8
           OPEN INPUT DEPMON-CERT-FILE
           IF WS-CERT-STATUS = '00'
               READ DEPMON-CERT-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF DEPMON-CERT-RECORD(1:8) IS NUMERIC
                           MOVE DEPMON-CERT-RECORD(1:8)
                               TO WS-CERT-EXPIRY8
                       END-IF
               END-READ
               CLOSE DEPMON-CERT-FILE
           END-IF
           IF WS-CERT-EXPIRY8 > 0
               MOVE 'Y' TO WS-CERT-KNOWN
               COMPUTE WS-CERT-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-CERT-EXPIRY8)
                   - FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE8)
               END-COMPUTE
           END-IF.

       ASSESS-CERT-EXPIRY.
           MOVE SPACES TO WS-CERT-NOTE
           MOVE '-' TO WS-CERT-DAYS-TEXT
           IF WS-CERT-KNOWN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CERT-DAYS TO WS-CERT-DAYS-DISPLAY
           MOVE FUNCTION TRIM(WS-CERT-DAYS-DISPLAY)
               TO WS-CERT-DAYS-TEXT
           IF WS-CERT-DAYS < 0
               MOVE 'certificate EXPIRED' TO WS-CERT-NOTE
               ADD 1 TO WS-CERT-WARN-COUNT
           ELSE
               IF WS-CERT-DAYS <= WS-WARN-DAYS
                   MOVE 'certificate expiring' TO WS-CERT-NOTE
                   ADD 1 TO WS-CERT-WARN-COUNT
               END-IF
           END-IF.

       REPORT-ONE-DEPENDENCY.
           MOVE WS-RESPONSE-MS TO WS-MS-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 1 TO WS-REPORT-PTR
           STRING '  ' WS-PROBE-RESULT '  '
                  FUNCTION TRIM(WS-DEP-LABEL(WS-DEP-IDX))
                  ' (' FUNCTION TRIM(WS-DEP-HOST(WS-DEP-IDX))
                  ') http ' WS-HTTP-CODE
                  ', ' FUNCTION TRIM(WS-MS-DISPLAY) ' ms'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
               WITH POINTER WS-REPORT-PTR
           END-STRING
           IF WS-CERT-KNOWN = 'Y'
               STRING ', TLS ' FUNCTION TRIM(WS-CERT-DAYS-TEXT)
                      ' day(s)'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WITH POINTER WS-REPORT-PTR
               END-STRING
           END-IF
           IF WS-CERT-NOTE NOT = SPACES
               STRING ' - ' FUNCTION TRIM(WS-CERT-NOTE)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WITH POINTER WS-REPORT-PTR
               END-STRING
           END-IF
           WRITE DEPMON-REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE).

      *> One DP record per probe, appended the way AZUREHEALTH keeps
      *> HP records in health-history.dat
       APPEND-DEPENDENCY-HISTORY.
           ACCEPT WS-HIST-DATE8 FROM DATE YYYYMMDD
           ACCEPT WS-HIST-CLOCK8 FROM TIME
           MOVE SPACES TO WS-HIST-LINE
           STRING 'DP|' WS-HIST-DATE8 WS-HIST-CLOCK8(1:6)
                  '|' FUNCTION TRIM(ENV-NAME)
                  '|' FUNCTION TRIM(WS-DEP-LABEL(WS-DEP-IDX))
                  '|' FUNCTION TRIM(WS-DEP-HOST(WS-DEP-IDX))
                  '|' FUNCTION TRIM(WS-PROBE-RESULT)
                  '|' WS-HTTP-CODE
                  '|' FUNCTION TRIM(WS-MS-DISPLAY)
                  '|' FUNCTION TRIM(WS-CERT-DAYS-TEXT)
               DELIMITED BY SIZE INTO WS-HIST-LINE
           END-STRING
           OPEN EXTEND DEPMON-HISTORY-FILE
           WRITE DEPMON-HISTORY-RECORD FROM WS-HIST-LINE
           CLOSE DEPMON-HISTORY-FILE.

       REPORT-DEPENDENCY-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE DEPMON-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-DEP-COUNT ' endpoint(s): ' WS-UP-COUNT ' up, '
                  WS-SLOW-COUNT ' slow, ' WS-DOWN-COUNT ' down, '
                  WS-CERT-FAIL-COUNT ' TLS failure(s), '
                  WS-CERT-WARN-COUNT ' certificate(s) within '
                  WS-WARN-DAYS ' day(s) of expiry'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE DEPMON-REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE)
           DISPLAY "Report written to dependency-status.txt".

       END PROGRAM AZUREDEPMON.

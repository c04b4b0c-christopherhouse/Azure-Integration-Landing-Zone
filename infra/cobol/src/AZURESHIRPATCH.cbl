       IDENTIFICATION DIVISION.
       PROGRAM-ID. AZURESHIRPATCH.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Self-hosted integration runtime node health and rolling
      *> patching. DATAFACTORY builds the DF-SHIR-VM-COUNT host VMs
      *> (vm-shir-<env>-<nn>) and joins them to the IR; this program
      *> keeps an eye on them afterwards. Every run writes
      *> shir-node-health.txt:
      *>   - each IR node's status, IR version (against the latest
      *>     the factory offers) and last-connected time, from the
      *>     factory's getStatus
      *>   - each host VM's pending OS patches, from a fresh patch
      *>     assessment
      *> With AZURE_SHIR_PATCH=Y the host VMs are then patched one at
      *> a time - install with reboot, then wait up to
      *> AZURE_SHIR_REJOIN_SECS (default 1800) for the host's node to
      *> come back Online before touching the next. Patching refuses
      *> to start unless at least two nodes are online, and stops
      *> before any host whose node is the last one online, so the
      *> on-premises copies always keep a node to run on.
      *> Exit code 0 when healthy (or every host patched and back),
      *> 4 when the report found offline or out-of-date nodes or
      *> pending critical/security patches, 8 on failure or refusal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIRPATCH-STATUS-FILE ASSIGN TO "shirpatch_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SHIRPATCH-FIELD-FILE ASSIGN TO "shirpatch_field.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIELD-STATUS.
           SELECT SHIRPATCH-NODES-FILE ASSIGN TO "shirpatch_nodes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NODES-STATUS.
           SELECT SHIRPATCH-REPORT-FILE ASSIGN TO "shir-node-health.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTH-HEADER-FILE ASSIGN TO "shirpatch_auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SHIRPATCH-STATUS-FILE.
       01  SHIRPATCH-STATUS-RECORD     PIC X(8).

       FD  SHIRPATCH-FIELD-FILE.
       01  SHIRPATCH-FIELD-RECORD      PIC X(1024).

       FD  SHIRPATCH-NODES-FILE.
       01  SHIRPATCH-NODES-RECORD      PIC X(256).

       FD  SHIRPATCH-REPORT-FILE.
       01  SHIRPATCH-REPORT-RECORD     PIC X(132).

       FD  AUTH-HEADER-FILE.
       01  AUTH-HEADER-RECORD          PIC X(1056).

       WORKING-STORAGE SECTION.
      *> Request handed to the shared AZURENAME renderer
       01  WS-NAME-REQ                 PIC X(48).
       01  WS-AV-TYPE                  PIC X(48).
      *> Overall time limit handed to every curl (-m) so a network
      *> blackhole fails the call instead of hanging the run;
      *> CURL_TIMEOUT_SECS overrides the default where configured
       01  WS-CURL-MAX-TIME            PIC 9(4) VALUE 0300.
       COPY AZURECONFIG.
       COPY HTTPCLIENT.

       01  WS-RETURN-CODE              PIC 9(2).
       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
       01  WS-FIELD-STATUS             PIC XX.
       01  WS-NODES-STATUS             PIC XX.
       01  WS-ARM-BASE-URL             PIC X(40) VALUE
               'https://management.azure.com'.
       01  WS-DF-API-VERSION           PIC X(10) VALUE '2018-06-01'.
       01  WS-COMPUTE-API-VERSION      PIC X(10) VALUE '2023-03-01'.
       01  WS-CMD                      PIC X(2048).
       01  WS-FIELD-VALUE              PIC X(1024).
       01  WS-REPORT-LINE              PIC X(132).
       01  WS-RETRY-COUNT              PIC 9(2).
       01  WS-RETRY-MAX                PIC 9(2) VALUE 3.
       01  WS-RETRY-DONE               PIC X.
       01  WS-BACKOFF-SECS             PIC 9(2).

       01  WS-ADF-NAME                 PIC X(64).
       01  WS-IR-NAME                  PIC X(64).
       01  WS-IR-URL                   PIC X(512).
       01  WS-VM-URL                   PIC X(512).
       01  WS-OPERATION-URL            PIC X(1024).
       01  WS-LATEST-VERSION           PIC X(24).
       01  WS-PATCH-MODE               PIC X VALUE 'N'.
       01  WS-REJOIN-TEXT              PIC X(8).
       01  WS-REJOIN-MAX               PIC 9(5) VALUE 01800.
       01  WS-REJOIN-ELAPSED           PIC 9(5).
       01  WS-REJOIN-INTERVAL          PIC 9(3) VALUE 60.
       01  WS-POLL-INTERVAL            PIC 9(3) VALUE 30.
       01  WS-POLL-ELAPSED             PIC 9(5).
       01  WS-POLL-MAX                 PIC 9(5).
       01  WS-FINDINGS                 PIC 9(3) VALUE 0.
       01  WS-OUTCOME                  PIC X(8).

      *> Nodes as the factory reports them
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
       01  WS-NODE-NOTE                PIC X(24).

      *> The host VM being looked at, named as DATAFACTORY names it
       01  WS-SHIR-VM-IDX              PIC 9(2).
       01  WS-SHIR-VM-NAME             PIC X(64).
       01  WS-SHIR-ENV-SHORT           PIC X(8).
       01  WS-SHIR-COMPUTER-NAME       PIC X(15).
       01  WS-VM-PATCHED               PIC 9(2).
       01  WS-PATCH-CRITICAL           PIC X(8).
       01  WS-PATCH-OTHER              PIC X(8).
       01  WS-PATCH-REBOOT             PIC X(8).
       01  WS-INSTALL-STATUS           PIC X(32).
       01  WS-INSTALL-COUNT            PIC X(8).
       01  WS-INSTALL-FAILED           PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "SHIR node health check starting"
           MOVE SPACES TO AZURE-CONFIG
           MOVE 'OK' TO WS-OUTCOME

           CALL 'AZUREAUTH' USING BY REFERENCE AZURE-CONFIG
                                               AZURE-AUTH-TOKEN
                                               WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Azure authentication failed - no SHIR check "
                       "made"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF DF-DEPLOY-FLAG NOT = 'Y' OR DF-SHIR-ENABLED NOT = 'Y'
               DISPLAY "No self-hosted integration runtime in this "
                       "environment - nothing to check"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM DETERMINE-CLOUD-ENDPOINT
           PERFORM READ-PATCH-SETTINGS
           STRING 'Bearer ' ACCESS-TOKEN
               DELIMITED BY SIZE INTO AUTHORIZATION
           END-STRING
           PERFORM WRITE-AUTH-HEADER-FILE

           PERFORM FETCH-IR-NODE-STATUS
           IF WS-OUTCOME NOT = 'OK'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT SHIRPATCH-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM REPORT-IR-NODES
           PERFORM REPORT-PENDING-PATCHES
           IF WS-PATCH-MODE = 'Y'
               PERFORM RUN-ROLLING-PATCH
           END-IF
           CLOSE SHIRPATCH-REPORT-FILE
           DISPLAY "  Report written to shir-node-health.txt"

           EVALUATE TRUE
               WHEN WS-OUTCOME NOT = 'OK'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PATCH-MODE = 'Y'
                   MOVE 0 TO RETURN-CODE
               WHEN WS-FINDINGS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       DETERMINE-CLOUD-ENDPOINT.
           IF CURL-TIMEOUT-SECS > 0
               MOVE CURL-TIMEOUT-SECS TO WS-CURL-MAX-TIME
           END-IF
           EVALUATE CLOUD-ENVIRONMENT
               WHEN 'USGOVERNMENT'
                   MOVE 'https://management.usgovcloudapi.net'
                       TO WS-ARM-BASE-URL
               WHEN 'CHINA'
                   MOVE 'https://management.chinacloudapi.cn'
                       TO WS-ARM-BASE-URL
               WHEN OTHER
                   MOVE 'https://management.azure.com'
                       TO WS-ARM-BASE-URL
           END-EVALUATE.

      *> The factory and IR names follow DATAFACTORY's
       READ-PATCH-SETTINGS.
           MOVE 'DF' TO WS-NAME-REQ
           CALL 'AZURENAME' USING AZURE-CONFIG WS-NAME-REQ
                                  WS-ADF-NAME
           INSPECT WS-ADF-NAME CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           MOVE SPACES TO WS-IR-NAME
           IF DF-SHIR-NAME = SPACES
               STRING 'shir-' FUNCTION TRIM(WS-ADF-NAME)
                   DELIMITED BY SIZE INTO WS-IR-NAME
               END-STRING
           ELSE
               MOVE DF-SHIR-NAME TO WS-IR-NAME
           END-IF
           MOVE SPACES TO WS-IR-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/' SUBSCRIPTION-ID
                  '/resourceGroups/' FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.DataFactory/factories/'
                  FUNCTION TRIM(WS-ADF-NAME)
                  '/integrationRuntimes/' FUNCTION TRIM(WS-IR-NAME)
               DELIMITED BY SIZE INTO WS-IR-URL
           END-STRING

           MOVE 'Microsoft.Compute/virtualMachines' TO WS-AV-TYPE
           CALL 'APIVERSIONS' USING WS-AV-TYPE WS-COMPUTE-API-VERSION

           MOVE SPACES TO WS-PATCH-MODE WS-REJOIN-TEXT
           ACCEPT WS-PATCH-MODE FROM ENVIRONMENT 'AZURE_SHIR_PATCH'
           IF WS-PATCH-MODE = 'y'
               MOVE 'Y' TO WS-PATCH-MODE
           END-IF
           ACCEPT WS-REJOIN-TEXT FROM ENVIRONMENT
               'AZURE_SHIR_REJOIN_SECS'
           IF WS-REJOIN-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-REJOIN-TEXT) TO WS-REJOIN-MAX
           END-IF
           IF WS-REJOIN-MAX = 0
               MOVE 01800 TO WS-REJOIN-MAX
           END-IF.

      *> getStatus lists the nodes; each node object is carved out on
      *> its "nodeName" key into one line of
      *>   nodeName|machineName|status|version|lastConnectTime
       FETCH-IR-NODE-STATUS.
           MOVE SPACES TO WS-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o shirpatch_response.json -D shirpatch_headers.txt'
                  ' -w ' "'%{http_code}'"
                  ' -X POST -H @shirpatch_auth.txt'
                  ' -H ' "'Content-Length: 0'"
                  " '" FUNCTION TRIM(WS-IR-URL)
                  '/getStatus?api-version=' WS-DF-API-VERSION "'"
                  ' > shirpatch_status.txt'
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           MOVE 'POST' TO HTTP-METHOD
           MOVE WS-IR-URL TO HTTP-URL
           PERFORM RUN-WITH-RETRY
           IF HTTP-STATUS-CODE NOT = 200
               DISPLAY "  Could not read the status of "
                       FUNCTION TRIM(WS-IR-NAME) ". Status: "
                       HTTP-STATUS-CODE
               MOVE 'FAILED' TO WS-OUTCOME
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CMD
           STRING "tr -d '\n' < shirpatch_response.json"
                  ' | grep -o ' "'" '"latestVersion":"[^"]*"' "'"
                  ' | head -1 | sed ' "'" 's/.*:"//; s/"$//' "'"
                  ' > shirpatch_field.txt; '
                  "tr -d '\n' < shirpatch_response.json"
                  ' | awk ' "'" 'BEGIN{RS="\"nodeName\":\""} '
                  'function g(k){if(!match($0,"\"" k "\":\"[^\"]*\""))'
                  'return "";return substr($0,RSTART+length(k)+4,'
                  'RLENGTH-length(k)-5)} '
                  'NR>1{n=$0;sub(/".*/,"",n);print n "|" '
                  'g("machineName") "|" g("status") "|" g("version")'
                  ' "|" g("lastConnectTime")}' "'"
                  ' > shirpatch_nodes.txt'
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-CMD
           END-CALL
           PERFORM READ-SHIRPATCH-FIELD
           MOVE WS-FIELD-VALUE TO WS-LATEST-VERSION
           PERFORM LOAD-NODE-TABLE.

       LOAD-NODE-TABLE.
           MOVE 0 TO WS-NODE-COUNT WS-ONLINE-COUNT
           INITIALIZE WS-NODE-TABLE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SHIRPATCH-NODES-FILE
           IF WS-NODES-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SHIRPATCH-NODES-FILE INTO WS-NODE-LINE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-NODE-COUNT < 8
                               AND WS-NODE-LINE NOT = SPACES
                           ADD 1 TO WS-NODE-COUNT
                           MOVE WS-NODE-COUNT TO WS-NODE-IDX
                           PERFORM SPLIT-NODE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SHIRPATCH-NODES-FILE.

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

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Self-hosted integration runtime '
                  FUNCTION TRIM(WS-IR-NAME) ' (factory '
                  FUNCTION TRIM(WS-ADF-NAME) ', environment '
                  FUNCTION TRIM(ENV-NAME) ')'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE SHIRPATCH-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-NODE-COUNT ' node(s), ' WS-ONLINE-COUNT
                  ' online; latest IR version '
                  FUNCTION TRIM(WS-LATEST-VERSION)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE SHIRPATCH-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE SHIRPATCH-REPORT-RECORD FROM WS-REPORT-LINE.

       REPORT-IR-NODES.
           MOVE 'IR nodes:' TO WS-REPORT-LINE
           WRITE SHIRPATCH-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-NODE-COUNT = 0
               MOVE '  no nodes registered' TO WS-REPORT-LINE
               WRITE SHIRPATCH-REPORT-RECORD FROM WS-REPORT-LINE
               ADD 1 TO WS-FINDINGS
           END-IF
           PERFORM VARYING WS-NODE-IDX FROM 1 BY 1
                   UNTIL WS-NODE-IDX > WS-NODE-COUNT
               PERFORM WRITE-NODE-LINE
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           WRITE SHIRPATCH-REPORT-RECORD FROM WS-REPORT-LINE.

      *> An offline node, or one behind the latest IR version, is a
      *> finding
       WRITE-NODE-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' WS-NODE-NAME(WS-NODE-IDX)(1:20)
                  ' ' WS-NODE-STATUS(WS-NODE-IDX)(1:12)
                  ' version ' WS-NODE-VERSION(WS-NODE-IDX)(1:16)
                  ' last connected '
                  FUNCTION TRIM(WS-NODE-LAST-SEEN(WS-NODE-IDX))
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           IF WS-NODE-STATUS(WS-NODE-IDX) NOT = 'Online'
               ADD 1 TO WS-FINDINGS
               MOVE '*' TO WS-REPORT-LINE(1:1)
           END-IF
           IF WS-LATEST-VERSION NOT = SPACES
                   AND WS-NODE-VERSION(WS-NODE-IDX)
                       NOT = WS-LATEST-VERSION
               ADD 1 TO WS-FINDINGS
               MOVE '*' TO WS-REPORT-LINE(1:1)
               WRITE SHIRPATCH-REPORT-RECORD FROM WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING '      IR version behind latest '
                      FUNCTION TRIM(WS-LATEST-VERSION)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF
           WRITE SHIRPATCH-REPORT-RECORD FROM WS-REPORT-LINE.

      *> A patch assessment per host; a deallocated host (AZURESCALE
      *> parks them out of hours) cannot be assessed and says so
       REPORT-PENDING-PATCHES.
           MOVE 'Host VM pending OS patches:' TO WS-REPORT-LINE
           WRITE SHIRPATCH-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM VARYING WS-SHIR-VM-IDX FROM 1 BY 1
                   UNTIL WS-SHIR-VM-IDX > DF-SHIR-VM-COUNT
               PERFORM BUILD-HOST-NAMES
               PERFORM ASSESS-HOST-PATCHES
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           WRITE SHIRPATCH-REPORT-RECORD FROM WS-REPORT-LINE.

      *> Host names follow DATAFACTORY's vm-shir-<env>-<nn>, and its
      *> Windows computer name is the name the node registers under
       BUILD-HOST-NAMES.
           MOVE SPACES TO WS-SHIR-VM-NAME
           STRING 'vm-shir-' FUNCTION TRIM(ENV-NAME)
                  '-' WS-SHIR-VM-IDX
               DELIMITED BY SIZE INTO WS-SHIR-VM-NAME
           END-STRING
           MOVE FUNCTION TRIM(ENV-NAME) TO WS-SHIR-ENV-SHORT
           MOVE SPACES TO WS-SHIR-COMPUTER-NAME
           STRING 'shir' FUNCTION TRIM(WS-SHIR-ENV-SHORT)
                  WS-SHIR-VM-IDX
               DELIMITED BY SIZE INTO WS-SHIR-COMPUTER-NAME
           END-STRING
           INSPECT WS-SHIR-COMPUTER-NAME REPLACING ALL '-' BY 'x'
           MOVE SPACES TO WS-VM-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  '/subscriptions/' SUBSCRIPTION-ID
                  '/resourceGroups/' FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.Compute/virtualMachines/'
                  FUNCTION TRIM(WS-SHIR-VM-NAME)
               DELIMITED BY SIZE INTO WS-VM-URL
           END-STRING
           PERFORM FIND-HOST-NODE.

      *> Node names come back upper-cased from the host; compare
      *> without regard to case, on node name or machine name
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

       ASSESS-HOST-PATCHES.
           MOVE SPACES TO WS-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o shirpatch_response.json -D shirpatch_headers.txt'
                  ' -w ' "'%{http_code}'"
                  ' -X POST -H @shirpatch_auth.txt'
                  ' -H ' "'Content-Length: 0'"
                  " '" FUNCTION TRIM(WS-VM-URL)
                  '/assessPatches?api-version=' WS-COMPUTE-API-VERSION
                  "'" ' > shirpatch_status.txt'
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           MOVE 'POST' TO HTTP-METHOD
           MOVE WS-VM-URL TO HTTP-URL
           PERFORM RUN-WITH-RETRY
           IF HTTP-STATUS-CODE = 202
               MOVE 01800 TO WS-POLL-MAX
               PERFORM WAIT-FOR-VM-OPERATION
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           IF HTTP-STATUS-CODE NOT = 200
               STRING '* ' WS-SHIR-VM-NAME(1:24)
                      ' assessment failed (status '
                      HTTP-STATUS-CODE ') - host deallocated or '
                      'unreachable'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE SHIRPATCH-REPORT-RECORD FROM WS-REPORT-LINE
               ADD 1 TO WS-FINDINGS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CMD
           STRING "tr -d '\n' < shirpatch_response.json > "
                  'shirpatch_flat.json; '
                  'C=$(grep -o ' "'" '"criticalAndSecurityPatchCount"'
                  ':[0-9]*' "'" ' shirpatch_flat.json | head -1'
                  ' | cut -d: -f2); '
                  'O=$(grep -o ' "'" '"otherPatchCount":[0-9]*' "'"
                  ' shirpatch_flat.json | head -1 | cut -d: -f2); '
                  'R=$(grep -o ' "'" '"rebootPending":[a-z]*' "'"
                  ' shirpatch_flat.json | head -1 | cut -d: -f2); '
                  'echo "$C|$O|$R" > shirpatch_field.txt'
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-CMD
           END-CALL
           PERFORM READ-SHIRPATCH-FIELD
           MOVE SPACES TO WS-PATCH-CRITICAL WS-PATCH-OTHER
                          WS-PATCH-REBOOT
           UNSTRING WS-FIELD-VALUE DELIMITED BY '|'
               INTO WS-PATCH-CRITICAL WS-PATCH-OTHER WS-PATCH-REBOOT
           END-UNSTRING
           IF WS-PATCH-CRITICAL = SPACES
               MOVE '0' TO WS-PATCH-CRITICAL
           END-IF
           IF WS-PATCH-OTHER = SPACES
               MOVE '0' TO WS-PATCH-OTHER
           END-IF

           MOVE SPACES TO WS-NODE-NOTE
           IF WS-HOST-NODE-IDX = 0
               MOVE ' (no IR node registered)' TO WS-NODE-NOTE
           END-IF
           STRING '  ' WS-SHIR-VM-NAME(1:24)
                  ' critical/security ' WS-PATCH-CRITICAL(1:4)
                  ' other ' WS-PATCH-OTHER(1:4)
                  ' reboot pending ' FUNCTION TRIM(WS-PATCH-REBOOT)
                  WS-NODE-NOTE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           IF WS-PATCH-CRITICAL NOT = '0'
               MOVE '*' TO WS-REPORT-LINE(1:1)
               ADD 1 TO WS-FINDINGS
           END-IF
           WRITE SHIRPATCH-REPORT-RECORD FROM WS-REPORT-LINE.

      *> One host at a time: never start unless two nodes are
      *> online, and never take down a host whose node is the only
      *> one left online. A host whose node fails to rejoin stops
      *> the run - the next host stays untouched.
       RUN-ROLLING-PATCH.
           MOVE 'Rolling patch:' TO WS-REPORT-LINE
           WRITE SHIRPATCH-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-ONLINE-COUNT < 2
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  refused - ' WS-ONLINE-COUNT
                      ' node(s) online; patching would leave none'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE SHIRPATCH-REPORT-RECORD FROM WS-REPORT-LINE
               DISPLAY "Rolling patch refused: fewer than two IR "
                       "nodes online"
               MOVE 'REFUSED' TO WS-OUTCOME
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-VM-PATCHED
           PERFORM VARYING WS-SHIR-VM-IDX FROM 1 BY 1
                   UNTIL WS-SHIR-VM-IDX > DF-SHIR-VM-COUNT
                      OR WS-OUTCOME NOT = 'OK'
               PERFORM BUILD-HOST-NAMES
               PERFORM PATCH-SINGLE-HOST
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' WS-VM-PATCHED ' of ' DF-SHIR-VM-COUNT
                  ' host VM(s) patched and back online'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE SHIRPATCH-REPORT-RECORD FROM WS-REPORT-LINE.

       PATCH-SINGLE-HOST.
           PERFORM COUNT-OTHERS-ONLINE
           IF WS-OTHERS-ONLINE = 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ' FUNCTION TRIM(WS-SHIR-VM-NAME)
                      ' not patched - its node is the last one online'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE SHIRPATCH-REPORT-RECORD FROM WS-REPORT-LINE
               DISPLAY "  Stopping: " FUNCTION TRIM(WS-SHIR-VM-NAME)
                       " carries the last online node"
               MOVE 'REFUSED' TO WS-OUTCOME
               EXIT PARAGRAPH
           END-IF

           DISPLAY "  Patching " FUNCTION TRIM(WS-SHIR-VM-NAME)
           MOVE 'POST' TO HTTP-METHOD
           MOVE SPACES TO HTTP-URL HTTP-BODY
           STRING FUNCTION TRIM(WS-VM-URL)
                  '/installPatches?api-version=' WS-COMPUTE-API-VERSION
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING
           STRING '{"maximumDuration":"PT2H","rebootSetting":"Always",'
                  '"windowsParameters":{"classificationsToInclude":'
                  '["Critical","Security","UpdateRollUp","FeaturePack",'
                  '"ServicePack","Definition","Tools","Updates"]}}'
               DELIMITED BY SIZE INTO HTTP-BODY
           END-STRING
           MOVE SPACES TO WS-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o shirpatch_response.json -D shirpatch_headers.txt'
                  ' -w ' "'%{http_code}'"
                  ' -X POST -H @shirpatch_auth.txt'
                  ' -H ' "'Content-Type: application/json'"
                  " -d '" FUNCTION TRIM(HTTP-BODY) "'"
                  " '" FUNCTION TRIM(HTTP-URL) "'"
                  ' > shirpatch_status.txt'
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           PERFORM RUN-WITH-RETRY

      *> Every ARM change lands one chained record in the audit
      *> trail, correlation ID included
           CALL 'AUDITLOG' USING HTTP-METHOD HTTP-URL HTTP-BODY
                                 HTTP-STATUS-CODE CLIENT-ID
                                 'shirpatch_headers.txt'

      *> Two hours of install plus the reboot
           IF HTTP-STATUS-CODE = 202
               MOVE 09000 TO WS-POLL-MAX
               PERFORM WAIT-FOR-VM-OPERATION
           END-IF
           IF HTTP-STATUS-CODE NOT = 200
               MOVE SPACES TO WS-REPORT-LINE
               STRING '* ' FUNCTION TRIM(WS-SHIR-VM-NAME)
                      ' patch install did not complete (status '
                      HTTP-STATUS-CODE ')'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE SHIRPATCH-REPORT-RECORD FROM WS-REPORT-LINE
               MOVE 'FAILED' TO WS-OUTCOME
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-INSTALL-RESULT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' WS-SHIR-VM-NAME(1:24)
                  ' install ' FUNCTION TRIM(WS-INSTALL-STATUS)
                  ', ' FUNCTION TRIM(WS-INSTALL-COUNT) ' installed, '
                  FUNCTION TRIM(WS-INSTALL-FAILED) ' failed'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           IF WS-INSTALL-STATUS NOT = 'Succeeded'
                   AND WS-INSTALL-STATUS NOT = 'CompletedWithWarnings'
               MOVE '*' TO WS-REPORT-LINE(1:1)
               WRITE SHIRPATCH-REPORT-RECORD FROM WS-REPORT-LINE
               MOVE 'FAILED' TO WS-OUTCOME
               EXIT PARAGRAPH
           END-IF
           WRITE SHIRPATCH-REPORT-RECORD FROM WS-REPORT-LINE

      *> A host that never registered a node has nothing to wait for
           IF WS-HOST-NODE-IDX = 0
               ADD 1 TO WS-VM-PATCHED
               EXIT PARAGRAPH
           END-IF
           PERFORM WAIT-FOR-NODE-REJOIN
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-HOST-NODE-IDX > 0
                   AND WS-NODE-STATUS(WS-HOST-NODE-IDX) = 'Online'
               ADD 1 TO WS-VM-PATCHED
               STRING '  ' FUNCTION TRIM(WS-SHIR-VM-NAME)
                      ' node back online after '
                      WS-REJOIN-ELAPSED ' seconds'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING '* ' FUNCTION TRIM(WS-SHIR-VM-NAME)
                      ' node did not rejoin within '
                      WS-REJOIN-MAX ' seconds - stopping'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               MOVE 'FAILED' TO WS-OUTCOME
           END-IF
           WRITE SHIRPATCH-REPORT-RECORD FROM WS-REPORT-LINE.

      *> Online nodes other than the one this host carries
       COUNT-OTHERS-ONLINE.
           MOVE 0 TO WS-OTHERS-ONLINE
           PERFORM VARYING WS-NODE-IDX FROM 1 BY 1
                   UNTIL WS-NODE-IDX > WS-NODE-COUNT
               IF WS-NODE-STATUS(WS-NODE-IDX) = 'Online'
                       AND WS-NODE-IDX NOT = WS-HOST-NODE-IDX
                   ADD 1 TO WS-OTHERS-ONLINE
               END-IF
           END-PERFORM.

       READ-INSTALL-RESULT.
           MOVE SPACES TO WS-CMD
           STRING "tr -d '\n' < shirpatch_response.json > "
                  'shirpatch_flat.json; '
                  'S=$(grep -o ' "'" '"status":"[^"]*"' "'"
                  ' shirpatch_flat.json | head -1'
                  ' | sed ' "'" 's/.*:"//; s/"$//' "'" '); '
                  'I=$(grep -o ' "'" '"installedPatchCount":[0-9]*'
                  "'" ' shirpatch_flat.json | head -1 | cut -d: -f2); '
                  'F=$(grep -o ' "'" '"failedPatchCount":[0-9]*' "'"
                  ' shirpatch_flat.json | head -1 | cut -d: -f2); '
                  'echo "$S|$I|$F" > shirpatch_field.txt'
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-CMD
           END-CALL
           PERFORM READ-SHIRPATCH-FIELD
           MOVE SPACES TO WS-INSTALL-STATUS WS-INSTALL-COUNT
                          WS-INSTALL-FAILED
           UNSTRING WS-FIELD-VALUE DELIMITED BY '|'
               INTO WS-INSTALL-STATUS WS-INSTALL-COUNT
                    WS-INSTALL-FAILED
           END-UNSTRING.

      *> The install operation ends once the host is back up, but
      *> the IR service takes a while longer to reconnect. The node
      *> list is refreshed every WS-REJOIN-INTERVAL seconds until
      *> this host's node reads Online again.
       WAIT-FOR-NODE-REJOIN.
           MOVE 0 TO WS-REJOIN-ELAPSED
           MOVE 'Offline' TO WS-NODE-STATUS(WS-HOST-NODE-IDX)
           PERFORM UNTIL WS-REJOIN-ELAPSED >= WS-REJOIN-MAX
                      OR WS-OUTCOME NOT = 'OK'
                      OR WS-HOST-NODE-IDX = 0
                      OR WS-NODE-STATUS(WS-HOST-NODE-IDX) = 'Online'
               CALL "C$SYSTEM" USING "sleep " WS-REJOIN-INTERVAL
               END-CALL
               ADD WS-REJOIN-INTERVAL TO WS-REJOIN-ELAPSED
               PERFORM FETCH-IR-NODE-STATUS
               PERFORM FIND-HOST-NODE
           END-PERFORM.

      *> VM patch operations answer 202; the operation in the
      *> Location header is followed until it stops answering 202,
      *> as SLOTSWAP follows a slot swap
       WAIT-FOR-VM-OPERATION.
           MOVE SPACES TO WS-CMD
           STRING "grep -i '^location:' shirpatch_headers.txt"
                  " | head -1 | cut -d' ' -f2 | tr -d '\r'"
                  ' > shirpatch_field.txt'
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "C$SYSTEM" USING WS-CMD
           END-CALL
           PERFORM READ-SHIRPATCH-FIELD
           MOVE WS-FIELD-VALUE TO WS-OPERATION-URL
           IF WS-OPERATION-URL = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-POLL-ELAPSED
           MOVE SPACES TO WS-CMD
           STRING 'curl -s -m ' WS-CURL-MAX-TIME
                  ' -o shirpatch_response.json -w ' "'%{http_code}'"
                  ' -H @shirpatch_auth.txt'
                  " '" FUNCTION TRIM(WS-OPERATION-URL) "'"
                  ' > shirpatch_status.txt'
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           PERFORM UNTIL HTTP-STATUS-CODE NOT = 202
                      OR WS-POLL-ELAPSED >= WS-POLL-MAX
               CALL "C$SYSTEM" USING "sleep " WS-POLL-INTERVAL
               END-CALL
               ADD WS-POLL-INTERVAL TO WS-POLL-ELAPSED
               CALL "C$SYSTEM" USING WS-CMD
               END-CALL
               PERFORM READ-SHIRPATCH-STATUS
           END-PERFORM.

       READ-SHIRPATCH-FIELD.
           MOVE SPACES TO WS-FIELD-VALUE
           OPEN INPUT SHIRPATCH-FIELD-FILE
           IF WS-FIELD-STATUS = '00'
               READ SHIRPATCH-FIELD-FILE INTO WS-FIELD-VALUE
                   AT END CONTINUE
               END-READ
               CLOSE SHIRPATCH-FIELD-FILE
           END-IF.

       RUN-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' HTTP-METHOD HTTP-URL
                                      'shirpatch_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING WS-CMD
               END-CALL
               PERFORM READ-SHIRPATCH-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' HTTP-METHOD HTTP-URL
                                      'shirpatch_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM.

       READ-SHIRPATCH-STATUS.
           MOVE 0 TO HTTP-STATUS-CODE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SHIRPATCH-STATUS-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SHIRPATCH-STATUS-FILE INTO SHIRPATCH-STATUS-RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE FUNCTION NUMVAL(SHIRPATCH-STATUS-RECORD)
                           TO HTTP-STATUS-CODE
               END-READ
           END-PERFORM
           CLOSE SHIRPATCH-STATUS-FILE.

      *> Azure throttles ARM calls (429) and occasionally returns a
      *> transient 5xx; back off and retry those rather than failing
      *> the check over a blip.
       EVALUATE-RETRY-STATUS.
           IF HTTP-STATUS-CODE = 408 OR HTTP-STATUS-CODE = 429
                   OR HTTP-STATUS-CODE = 500 OR HTTP-STATUS-CODE = 502
                   OR HTTP-STATUS-CODE = 503 OR HTTP-STATUS-CODE = 504
               ADD 1 TO WS-RETRY-COUNT
               IF WS-RETRY-COUNT >= WS-RETRY-MAX
                   MOVE 'Y' TO WS-RETRY-DONE
               ELSE
                   COMPUTE WS-BACKOFF-SECS = 2 ** WS-RETRY-COUNT
                   DISPLAY "  Transient error (status "
                           HTTP-STATUS-CODE "), retrying in "
                           WS-BACKOFF-SECS " seconds..."
                   CALL "C$SYSTEM" USING "sleep " WS-BACKOFF-SECS
                   END-CALL
               END-IF
           ELSE
               MOVE 'Y' TO WS-RETRY-DONE
           END-IF.

      *> Write the bearer token to a file curl reads with -H @file
      *> instead of passing it on the command line, where it would
      *> be visible to anyone on the box running ps
       WRITE-AUTH-HEADER-FILE.
           MOVE SPACES TO AUTH-HEADER-RECORD
           STRING 'Authorization: ' AUTHORIZATION
               DELIMITED BY SIZE INTO AUTH-HEADER-RECORD
           END-STRING
           OPEN OUTPUT AUTH-HEADER-FILE
           WRITE AUTH-HEADER-RECORD
           CLOSE AUTH-HEADER-FILE.

       END PROGRAM AZURESHIRPATCH.

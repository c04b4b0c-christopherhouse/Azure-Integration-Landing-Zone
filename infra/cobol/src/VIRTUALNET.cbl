       DATE-WRITTEN. 2024.
       
      *> Virtual Network deployment module
      *> Creates Azure Virtual Network and subnets using ARM REST API.
      *> With NAT_DEPLOY=Y a Standard NAT gateway fronted by a static
      *> public IP (or a public IP prefix when NAT_IP_TYPE=PREFIX) is
      *> built first and attached to every subnet flagged
      *> SUBNET_n_NAT=Y - or, when none is flagged, to the Function
      *> App, Logic App and SHIR subnets - so partner allowlists see
      *> one fixed source address. That address is written to
      *> nat-egress.txt for AZUREDEPLOY's state file and summary.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTH-HEADER-FILE ASSIGN TO "vnet_auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VNET-RESPONSE-FILE ASSIGN TO "vnet_response.json"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-STATUS.
           SELECT NAT-EGRESS-FILE ASSIGN TO "nat-egress.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-HEADER-FILE.
       01  AUTH-HEADER-RECORD          PIC X(1056).

       FD  VNET-RESPONSE-FILE.
       01  VNET-RESPONSE-RECORD        PIC X(4096).

       FD  NAT-EGRESS-FILE.
       01  NAT-EGRESS-RECORD           PIC X(64).

       WORKING-STORAGE SECTION.
      *> Overall time limit handed to every curl (-m) so a network
      *> blackhole fails the call instead of hanging the run;
       01  WS-PEERING-JSON             PIC X(512).
       01  WS-PEERING-URL-SELECT       PIC 9.

      *> NAT gateway build scratch
       01  WS-NAME-REQ                 PIC X(48).
       01  WS-NAT-NAME                 PIC X(64).
       01  WS-NAT-IP-NAME              PIC X(64).
       01  WS-NAT-IP-PROVIDER          PIC X(20).
       01  WS-NAT-IP-LIST-KEY          PIC X(20).
       01  WS-NAT-ID                   PIC X(300).
       01  WS-NAT-IP-ID                PIC X(300).
       01  WS-NAT-URL                  PIC X(512).
       01  WS-NAT-IP-URL               PIC X(512).
       01  WS-NAT-JSON                 PIC X(1024).
       01  WS-NAT-IDLE-TIMEOUT         PIC 9(3).
       01  WS-NAT-PREFIX-LENGTH        PIC 9(2).
       01  WS-NAT-FLAGGED-COUNT        PIC 9(2).
       01  WS-NAT-SUBNET-MATCH         PIC X(1).
       01  WS-NAT-EGRESS               PIC X(64).
       01  WS-RESPONSE-STATUS          PIC XX.
       01  WS-RESPONSE-EOF             PIC X(1).
       01  WS-RESPONSE-BEFORE          PIC X(4096).
       01  WS-RESPONSE-AFTER           PIC X(4096).

       LINKAGE SECTION.
       COPY AZURECONFIG REPLACING AZURE-CONFIG BY LS-AZURE-CONFIG.
       01  LS-AUTH-TOKEN.

      *> Generate VNet name using naming convention
           PERFORM GENERATE-VNET-NAME

      *> The NAT gateway's ID goes into the subnet JSON, so its
      *> names are settled before the payload is built
           IF NAT-DEPLOY-FLAG = 'Y'
               PERFORM PREPARE-NAT-GATEWAY-NAMES
           END-IF
           
      *> Build ARM API URL
           PERFORM BUILD-VNET-URL
                   EXIT PARAGRAPH
               END-IF

      *> Likewise the NAT gateway the subnets reference
               IF NAT-DEPLOY-FLAG = 'Y'
                   PERFORM CREATE-NAT-GATEWAY
               END-IF
               IF LS-RETURN-CODE NOT = 0
                   EXIT PARAGRAPH
               END-IF

      *> Make ARM API call
               PERFORM MAKE-API-CALL

               END-IF
           END-PERFORM

      *> The VNet PUT replaces the whole subnet list, so the subnet
      *> the BASTION module carves out has to ride along here or a
      *> re-run would try to delete it from under the Bastion host
           IF BASTION-DEPLOY-FLAG = 'Y'
                   AND BASTION-SUBNET-PREFIX NOT = SPACES
               MOVE SPACES TO WS-SUBNET-JSON
               STRING '{"name":"AzureBastionSubnet",'
                      '"properties":{"addressPrefix":"'
                      FUNCTION TRIM(BASTION-SUBNET-PREFIX)
                      '"}}'
                   DELIMITED BY SIZE INTO WS-SUBNET-JSON
               END-STRING
               IF SUBNET-COUNT > 0
                   STRING FUNCTION TRIM(WS-TEMP-SUBNETS)
                          ','
                          FUNCTION TRIM(WS-SUBNET-JSON)
                       DELIMITED BY SIZE INTO WS-TEMP-SUBNETS
                   END-STRING
               ELSE
                   MOVE WS-SUBNET-JSON TO WS-TEMP-SUBNETS
               END-IF
           END-IF

           MOVE WS-TEMP-SUBNETS TO JSON-SUBNETS.

      *> Builds one subnet's JSON, adding an optional
               END-STRING
           END-IF

           IF NAT-DEPLOY-FLAG = 'Y'
               PERFORM CHECK-SUBNET-NAT-ASSOCIATION
               IF WS-NAT-SUBNET-MATCH = 'Y'
                   STRING FUNCTION TRIM(WS-SUBNET-JSON)
                          ',"natGateway":{"id":"'
                          FUNCTION TRIM(WS-NAT-ID)
                          '"}'
                       DELIMITED BY SIZE INTO WS-SUBNET-JSON
                   END-STRING
               END-IF
           END-IF

           STRING FUNCTION TRIM(WS-SUBNET-JSON) '}}'
               DELIMITED BY SIZE INTO WS-SUBNET-JSON
           END-STRING.

      *> Explicit SUBNET_n_NAT=Y flags decide which subnets egress
      *> through the gateway; with none set, the three subnets that
      *> call partners - Function App, Logic App and the SHIR - do
       CHECK-SUBNET-NAT-ASSOCIATION.
           MOVE 'N' TO WS-NAT-SUBNET-MATCH
           IF WS-NAT-FLAGGED-COUNT > 0
               IF SUBNET-NAT-FLAG(WS-SUBNET-COUNTER) = 'Y'
                   MOVE 'Y' TO WS-NAT-SUBNET-MATCH
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF SUBNET-NAME(WS-SUBNET-COUNTER) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF SUBNET-NAME(WS-SUBNET-COUNTER) = FUNC-SUBNET-NAME
                   OR SUBNET-NAME(WS-SUBNET-COUNTER) = LAPP-SUBNET-NAME
                   OR SUBNET-NAME(WS-SUBNET-COUNTER) =
                       DF-SHIR-SUBNET-NAME
               MOVE 'Y' TO WS-NAT-SUBNET-MATCH
           END-IF.

       PREPARE-NAT-GATEWAY-NAMES.
           MOVE 'NATGW' TO WS-NAME-REQ
           CALL 'AZURENAME' USING LS-AZURE-CONFIG WS-NAME-REQ
                                  WS-NAT-NAME

           IF NAT-IP-TYPE = 'PREFIX'
               MOVE 'NATPFX' TO WS-NAME-REQ
               MOVE 'publicIPPrefixes' TO WS-NAT-IP-PROVIDER
               MOVE 'publicIpPrefixes' TO WS-NAT-IP-LIST-KEY
           ELSE
               MOVE 'NATIP' TO WS-NAME-REQ
               MOVE 'publicIPAddresses' TO WS-NAT-IP-PROVIDER
               MOVE 'publicIpAddresses' TO WS-NAT-IP-LIST-KEY
           END-IF
           CALL 'AZURENAME' USING LS-AZURE-CONFIG WS-NAME-REQ
                                  WS-NAT-IP-NAME

           IF NAT-IDLE-TIMEOUT = 0
               MOVE 4 TO WS-NAT-IDLE-TIMEOUT
           ELSE
               MOVE NAT-IDLE-TIMEOUT TO WS-NAT-IDLE-TIMEOUT
           END-IF
           IF NAT-PREFIX-LENGTH = 0
               MOVE 31 TO WS-NAT-PREFIX-LENGTH
           ELSE
               MOVE NAT-PREFIX-LENGTH TO WS-NAT-PREFIX-LENGTH
           END-IF

           MOVE SPACES TO WS-NAT-ID
           STRING '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/'
                  FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.Network/natGateways/'
                  FUNCTION TRIM(WS-NAT-NAME)
               DELIMITED BY SIZE INTO WS-NAT-ID
           END-STRING
           MOVE SPACES TO WS-NAT-IP-ID
           STRING '/subscriptions/'
                  SUBSCRIPTION-ID
                  '/resourceGroups/'
                  FUNCTION TRIM(RG-NAME)
                  '/providers/Microsoft.Network/'
                  FUNCTION TRIM(WS-NAT-IP-PROVIDER) '/'
                  FUNCTION TRIM(WS-NAT-IP-NAME)
               DELIMITED BY SIZE INTO WS-NAT-IP-ID
           END-STRING

           MOVE SPACES TO WS-NAT-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  FUNCTION TRIM(WS-NAT-ID)
                  '?api-version=' WS-API-VERSION
               DELIMITED BY SIZE INTO WS-NAT-URL
           END-STRING
           MOVE SPACES TO WS-NAT-IP-URL
           STRING FUNCTION TRIM(WS-ARM-BASE-URL)
                  FUNCTION TRIM(WS-NAT-IP-ID)
                  '?api-version=' WS-API-VERSION
               DELIMITED BY SIZE INTO WS-NAT-IP-URL
           END-STRING

           MOVE 0 TO WS-NAT-FLAGGED-COUNT
           PERFORM VARYING WS-SUBNET-COUNTER FROM 1 BY 1
                   UNTIL WS-SUBNET-COUNTER > SUBNET-COUNT
               IF SUBNET-NAT-FLAG(WS-SUBNET-COUNTER) = 'Y'
                   ADD 1 TO WS-NAT-FLAGGED-COUNT
               END-IF
           END-PERFORM.

      *> Static Standard public IP (or prefix) first, then the
      *> gateway that fronts it; the address the IP was handed is
      *> read back and recorded before the subnets are pointed at it
       CREATE-NAT-GATEWAY.
           DISPLAY "Creating NAT gateway " FUNCTION TRIM(WS-NAT-NAME)
                   "..."

           MOVE SPACES TO WS-NAT-JSON
           IF NAT-IP-TYPE = 'PREFIX'
               STRING '{"location":"' FUNCTION TRIM(RG-LOCATION)
                      '","sku":{"name":"Standard"},'
                      '"properties":{"prefixLength":'
                      WS-NAT-PREFIX-LENGTH
                      ',"publicIPAddressVersion":"IPv4"},'
                      '"tags":{"costCenter":"'
                      FUNCTION TRIM(JSON-TAG-COST-CENTER)
                      '","owner":"' FUNCTION TRIM(JSON-TAG-OWNER)
                      '"}}'
                   DELIMITED BY SIZE INTO WS-NAT-JSON
               END-STRING
           ELSE
               STRING '{"location":"' FUNCTION TRIM(RG-LOCATION)
                      '","sku":{"name":"Standard"},'
                      '"properties":{'
                      '"publicIPAllocationMethod":"Static",'
                      '"publicIPAddressVersion":"IPv4"},'
                      '"tags":{"costCenter":"'
                      FUNCTION TRIM(JSON-TAG-COST-CENTER)
                      '","owner":"' FUNCTION TRIM(JSON-TAG-OWNER)
                      '"}}'
                   DELIMITED BY SIZE INTO WS-NAT-JSON
               END-STRING
           END-IF
           MOVE WS-NAT-IP-URL TO HTTP-URL
           PERFORM ISSUE-NAT-PUT

           IF HTTP-STATUS-CODE = 200 OR HTTP-STATUS-CODE = 201
               DISPLAY "  Public address created: "
                       FUNCTION TRIM(WS-NAT-IP-NAME)
           ELSE
               DISPLAY "  Failed to create NAT public address. "
                       "Status: " HTTP-STATUS-CODE
               MOVE 1 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL 'ARMWAIT' USING BY REFERENCE WS-NAT-IP-URL
                                BY CONTENT 'vnet_auth.txt'
                                BY REFERENCE POLL-INTERVAL-SECS
                                             POLL-MAX-SECS
                                             WS-ARMWAIT-RC
           IF WS-ARMWAIT-RC NOT = 0
               MOVE 1 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM RECORD-NAT-EGRESS-ADDRESS

           MOVE SPACES TO WS-NAT-JSON
           STRING '{"location":"' FUNCTION TRIM(RG-LOCATION)
                  '","sku":{"name":"Standard"},'
                  '"properties":{"idleTimeoutInMinutes":'
                  WS-NAT-IDLE-TIMEOUT ',"'
                  FUNCTION TRIM(WS-NAT-IP-LIST-KEY)
                  '":[{"id":"' FUNCTION TRIM(WS-NAT-IP-ID) '"}]},'
                  '"tags":{"costCenter":"'
                  FUNCTION TRIM(JSON-TAG-COST-CENTER)
                  '","owner":"' FUNCTION TRIM(JSON-TAG-OWNER)
                  '"}}'
               DELIMITED BY SIZE INTO WS-NAT-JSON
           END-STRING
           MOVE WS-NAT-URL TO HTTP-URL
           PERFORM ISSUE-NAT-PUT

           IF HTTP-STATUS-CODE = 200 OR HTTP-STATUS-CODE = 201
               DISPLAY "  NAT gateway created: "
                       FUNCTION TRIM(WS-NAT-NAME)
           ELSE
               DISPLAY "  Failed to create NAT gateway. Status: "
                       HTTP-STATUS-CODE
               MOVE 1 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL 'ARMWAIT' USING BY REFERENCE WS-NAT-URL
                                BY CONTENT 'vnet_auth.txt'
                                BY REFERENCE POLL-INTERVAL-SECS
                                             POLL-MAX-SECS
                                             WS-ARMWAIT-RC
           IF WS-ARMWAIT-RC NOT = 0
               MOVE 1 TO LS-RETURN-CODE
           END-IF.

      *> PUTs WS-NAT-JSON to whatever HTTP-URL the caller set, with
      *> the same retry and audit handling as the NSG calls
       ISSUE-NAT-PUT.
           MOVE 'PUT' TO HTTP-METHOD
           MOVE 'application/json' TO CONTENT-TYPE
           STRING 'Bearer ' LS-ACCESS-TOKEN
               DELIMITED BY SIZE INTO AUTHORIZATION
           END-STRING
           PERFORM WRITE-AUTH-HEADER-FILE
           MOVE WS-NAT-JSON TO HTTP-BODY
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NAT-JSON))
               TO CONTENT-LENGTH

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' HTTP-URL
                                      'vnet_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o vnet_response.json -w '%{http_code}' "
                   "-D vnet_headers.txt "
                   "-X PUT -H @vnet_auth.txt "
                   "-H 'Content-Type: application/json' -d '"
                   HTTP-BODY
                   "' '" HTTP-URL "' > vnet_status.txt"
               END-CALL

               PERFORM READ-VNET-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' HTTP-URL
                                      'vnet_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           CALL 'AUDITLOG' USING HTTP-METHOD HTTP-URL HTTP-BODY
                                 HTTP-STATUS-CODE CLIENT-ID
                                 'vnet_headers.txt'.

      *> Reads back the allocated address (ipAddress) or CIDR block
      *> (ipPrefix) and leaves it in nat-egress.txt - the one file
      *> AZUREDEPLOY picks up for deployment-state.json and the
      *> summary, whichever process ran this module
       RECORD-NAT-EGRESS-ADDRESS.
           MOVE SPACES TO WS-NAT-EGRESS
           CALL "C$SYSTEM" USING
               "curl -s -m " WS-CURL-MAX-TIME
               " -o vnet_response.json -w '%{http_code}' "
               "-H @vnet_auth.txt '" WS-NAT-IP-URL
               "' > vnet_status.txt"
           END-CALL
           PERFORM READ-VNET-STATUS
           IF HTTP-STATUS-CODE NOT = 200
               DISPLAY "  Could not read the NAT egress address. "
                       "Status: " HTTP-STATUS-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-RESPONSE-EOF
           OPEN INPUT VNET-RESPONSE-FILE
           IF WS-RESPONSE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RESPONSE-EOF = 'Y'
                   OR WS-NAT-EGRESS NOT = SPACES
               READ VNET-RESPONSE-FILE
                   AT END MOVE 'Y' TO WS-RESPONSE-EOF
                   NOT AT END PERFORM EXTRACT-NAT-EGRESS-ADDRESS
               END-READ
           END-PERFORM
           CLOSE VNET-RESPONSE-FILE

           IF WS-NAT-EGRESS = SPACES
               DISPLAY "  NAT public address has no IP assigned yet"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "  NAT egress address: " FUNCTION TRIM(WS-NAT-EGRESS)
           OPEN OUTPUT NAT-EGRESS-FILE
           MOVE WS-NAT-EGRESS TO NAT-EGRESS-RECORD
           WRITE NAT-EGRESS-RECORD
           CLOSE NAT-EGRESS-FILE.

       EXTRACT-NAT-EGRESS-ADDRESS.
           MOVE SPACES TO WS-RESPONSE-AFTER
           IF NAT-IP-TYPE = 'PREFIX'
               UNSTRING VNET-RESPONSE-RECORD
                   DELIMITED BY '"ipPrefix":"' OR '"ipPrefix": "'
                   INTO WS-RESPONSE-BEFORE WS-RESPONSE-AFTER
               END-UNSTRING
           ELSE
               UNSTRING VNET-RESPONSE-RECORD
                   DELIMITED BY '"ipAddress":"' OR '"ipAddress": "'
                   INTO WS-RESPONSE-BEFORE WS-RESPONSE-AFTER
               END-UNSTRING
           END-IF
           IF WS-RESPONSE-AFTER NOT = SPACES
               UNSTRING WS-RESPONSE-AFTER DELIMITED BY '"'
                   INTO WS-NAT-EGRESS
               END-UNSTRING
           END-IF.

      *> Creates and maintains the NSGs the configuration authors -
      *> rule name, direction, priority, source/destination, ports -
      *> so the subnet security rules live in this repo's config and
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' HTTP-URL
                                      'vnet_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o vnet_response.json -w '%{http_code}' "
               END-CALL

               PERFORM READ-VNET-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' HTTP-URL
                                      'vnet_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' HTTP-METHOD HTTP-URL
                                      'vnet_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o vnet_response.json -w '%{http_code}' "
               END-CALL

               PERFORM READ-VNET-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' HTTP-METHOD HTTP-URL
                                      'vnet_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' HTTP-METHOD HTTP-URL
                                      'vnet_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o vnet_response.json -w '%{http_code}' "
                   "-D vnet_rate_headers.txt "
                   "-X " HTTP-METHOD " -H @vnet_auth.txt "
                   "-H 'Content-Type: application/json' -d '"
                   HTTP-BODY
               END-CALL

               PERFORM READ-VNET-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' HTTP-METHOD HTTP-URL
                                      'vnet_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM

           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' HTTP-URL
                                      'vnet_rate_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o peering_response.json "
                   "-D vnet_rate_headers.txt "
                   "-w '%{http_code}' -X PUT -H @vnet_auth.txt "
                   "-H 'Content-Type: application/json' -d '"
                   HTTP-BODY
               END-CALL

               PERFORM READ-VNET-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' HTTP-URL
                                      'vnet_rate_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM


      *>     same health signal PROBE-SECONDARY scores drives which
      *>     priority actually receives traffic
      *>   - one route per origin group on the profile's endpoint
      *>   - when FD_CUSTOM_HOSTNAME is set, a custom domain with a
      *>     Front Door managed certificate, served on every route;
      *>     PUBLICDNS publishes its CNAME and the _dnsauth TXT
      *>     record carrying the validation token issued here
      *> Consumers point at the Front Door endpoint once and never
      *> re-point again. Dispatched under the FRONTDOOR DEPLOY-ORDER
      *> code.
       01  WS-ORIGIN-NAME                  PIC X(24).
       01  WS-ORIGIN-HOST                  PIC X(128).
       01  WS-ORIGIN-PRIORITY              PIC 9(1).
       01  WS-CUSTOM-DOMAIN-NAME           PIC X(128).
       01  WS-DNS-ZONE-RG                  PIC X(64).
       01  WS-JSON-PTR                     PIC 9(4).

       01  WS-JSON.
           05  JSON-PAYLOAD                PIC X(4096).
               IF LS-RETURN-CODE = 0
                   PERFORM CREATE-FRONTDOOR-ENDPOINT
               END-IF
               IF LS-RETURN-CODE = 0
                       AND FD-CUSTOM-HOSTNAME NOT = SPACES
                   PERFORM CREATE-CUSTOM-DOMAIN
               END-IF
               IF LS-RETURN-CODE = 0 AND APIM-DEPLOY-FLAG = 'Y'
                   PERFORM CREATE-APIM-ORIGIN-GROUP
               END-IF
               DELIMITED BY SIZE INTO WS-PROFILE-BASE-URL
           END-STRING

           PERFORM BUILD-CUSTOM-DOMAIN-NAME

           DISPLAY "  Front Door: " WS-AFD-NAME.

      *> Front Door resource names take no dots, so the custom
      *> domain is named after its hostname with dashes instead
       BUILD-CUSTOM-DOMAIN-NAME.
           MOVE FD-CUSTOM-HOSTNAME TO WS-CUSTOM-DOMAIN-NAME
           INSPECT WS-CUSTOM-DOMAIN-NAME CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ.' TO
               'abcdefghijklmnopqrstuvwxyz-'.

      *> defaults to the public cloud when CLOUD-ENVIRONMENT is blank
       DETERMINE-CLOUD-ENDPOINT.
           IF CURL-TIMEOUT-SECS > 0
               MOVE 8 TO LS-RETURN-CODE
           END-IF.

      *> The managed certificate is only issued once the domain is
      *> validated through the _dnsauth TXT record; when the public
      *> zone is ours the domain is tied to it as well
       CREATE-CUSTOM-DOMAIN.
           DISPLAY "Creating Front Door custom domain..."

           MOVE SPACES TO HTTP-URL
           STRING FUNCTION TRIM(WS-PROFILE-BASE-URL)
                  '/customDomains/'
                  FUNCTION TRIM(WS-CUSTOM-DOMAIN-NAME)
                  '?api-version='
                  WS-API-VERSION
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING

           MOVE SPACES TO JSON-PAYLOAD
           MOVE 1 TO WS-JSON-PTR
           STRING '{'
               '"properties": {'
               '  "hostName": "'
                   FUNCTION TRIM(FD-CUSTOM-HOSTNAME) '",'
               '  "tlsSettings": {'
               '    "certificateType": "ManagedCertificate",'
               '    "minimumTlsVersion": "TLS12"'
               '  }'
               DELIMITED BY SIZE INTO JSON-PAYLOAD
               WITH POINTER WS-JSON-PTR
           END-STRING
           IF PUBDNS-DEPLOY-FLAG = 'Y'
               IF PUBDNS-ZONE-RG = SPACES
                   MOVE RG-NAME TO WS-DNS-ZONE-RG
               ELSE
                   MOVE PUBDNS-ZONE-RG TO WS-DNS-ZONE-RG
               END-IF
               STRING ',  "azureDnsZone": {"id": "'
                   '/subscriptions/' SUBSCRIPTION-ID
                   '/resourceGroups/' FUNCTION TRIM(WS-DNS-ZONE-RG)
                   '/providers/Microsoft.Network/dnszones/'
                   FUNCTION TRIM(PUBDNS-ZONE-NAME) '"}'
                   DELIMITED BY SIZE INTO JSON-PAYLOAD
                   WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF
           STRING '}'
               '}'
               DELIMITED BY SIZE INTO JSON-PAYLOAD
               WITH POINTER WS-JSON-PTR
           END-STRING
           COMPUTE JSON-LENGTH = FUNCTION LENGTH(JSON-PAYLOAD)
           PERFORM EXECUTE-FD-PUT

           IF HTTP-STATUS-CODE = 200 OR HTTP-STATUS-CODE = 201
                   OR HTTP-STATUS-CODE = 202
               DISPLAY "  Custom domain created: "
                       FUNCTION TRIM(FD-CUSTOM-HOSTNAME)
               PERFORM WAIT-FOR-PROVISIONING
           ELSE
               DISPLAY "  Failed to create custom domain. Status: "
                       HTTP-STATUS-CODE
               MOVE 8 TO LS-RETURN-CODE
           END-IF.

       CREATE-APIM-ORIGIN-GROUP.
           MOVE 'apim-origins' TO WS-ORIGIN-GROUP
           PERFORM CREATE-ORIGIN-GROUP
               DELIMITED BY SIZE INTO HTTP-URL
           END-STRING

      *> Built up with a running pointer: appending the buffer to
      *> itself would carry its trailing spaces along and push every
      *> later piece off the end
           MOVE SPACES TO JSON-PAYLOAD
           MOVE 1 TO WS-JSON-PTR
           STRING '{'
               '"properties": {'
               '  "originGroup": {"id": "'
               '/subscriptions/' SUBSCRIPTION-ID
               '/resourceGroups/' FUNCTION TRIM(RG-NAME)
               '/providers/Microsoft.Cdn/profiles/'
               FUNCTION TRIM(WS-ORIGIN-GROUP)
               '"},'
               DELIMITED BY SIZE INTO JSON-PAYLOAD
               WITH POINTER WS-JSON-PTR
           END-STRING
           IF WS-ORIGIN-NAME = 'apim'
               STRING '  "patternsToMatch": ["/api/*"],'
                   DELIMITED BY SIZE INTO JSON-PAYLOAD
                   WITH POINTER WS-JSON-PTR
               END-STRING
           ELSE
               STRING '  "patternsToMatch": ["/*"],'
                   DELIMITED BY SIZE INTO JSON-PAYLOAD
                   WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF
           IF FD-CUSTOM-HOSTNAME NOT = SPACES
               STRING '  "customDomains": [{"id": "'
                   '/subscriptions/' SUBSCRIPTION-ID
                   '/resourceGroups/' FUNCTION TRIM(RG-NAME)
                   '/providers/Microsoft.Cdn/profiles/'
                   FUNCTION TRIM(WS-AFD-NAME)
                   '/customDomains/'
                   FUNCTION TRIM(WS-CUSTOM-DOMAIN-NAME)
                   '"}],'
                   DELIMITED BY SIZE INTO JSON-PAYLOAD
                   WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF
           STRING '  "supportedProtocols": ["Https"],'
               '  "forwardingProtocol": "HttpsOnly",'
               '  "httpsRedirect": "Enabled",'
               '  "linkToDefaultDomain": "Enabled",'
               '}'
               '}'
               DELIMITED BY SIZE INTO JSON-PAYLOAD
               WITH POINTER WS-JSON-PTR
           END-STRING
           COMPUTE JSON-LENGTH = FUNCTION LENGTH(JSON-PAYLOAD)
           PERFORM EXECUTE-FD-PUT
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL WS-RETRY-DONE = 'Y'
               CALL 'ARMGOVERN' USING 'DRAW' 'PUT' HTTP-URL
                                      'frontdoor_headers.txt'
               END-CALL
               CALL "C$SYSTEM" USING
                   "curl -s -m " WS-CURL-MAX-TIME
                   " -o frontdoor_response.json  "
               END-CALL

               PERFORM READ-FD-STATUS
               CALL 'ARMGOVERN' USING 'NOTE' 'PUT' HTTP-URL
                                      'frontdoor_headers.txt'
               END-CALL
               PERFORM EVALUATE-RETRY-STATUS
           END-PERFORM


                   CALL 'ALERTING' USING BY REFERENCE
                       AZURE-CONFIG AZURE-AUTH-TOKEN WS-RETURN-CODE
                       WS-DRYRUN-FLAG WS-DRYRUN-URL WS-DRYRUN-JSON
               WHEN 'APPINSIGHTS'
                   CALL 'APPINSIGHTS' USING BY REFERENCE
                       AZURE-CONFIG AZURE-AUTH-TOKEN WS-RETURN-CODE
                       WS-DRYRUN-FLAG WS-DRYRUN-URL WS-DRYRUN-JSON
               WHEN 'REDIS'
                   CALL 'REDIS' USING BY REFERENCE
                       AZURE-CONFIG AZURE-AUTH-TOKEN WS-RETURN-CODE
                       WS-DRYRUN-FLAG WS-DRYRUN-URL WS-DRYRUN-JSON
               WHEN 'SQLDB'
                   CALL 'SQLDB' USING BY REFERENCE
                       AZURE-CONFIG AZURE-AUTH-TOKEN WS-RETURN-CODE
                       WS-DRYRUN-FLAG WS-DRYRUN-URL WS-DRYRUN-JSON
               WHEN 'BASTION'
                   CALL 'BASTION' USING BY REFERENCE
                       AZURE-CONFIG AZURE-AUTH-TOKEN WS-RETURN-CODE
                       WS-DRYRUN-FLAG WS-DRYRUN-URL WS-DRYRUN-JSON
               WHEN 'RELAY'
                   CALL 'RELAY' USING BY REFERENCE
                       AZURE-CONFIG AZURE-AUTH-TOKEN WS-RETURN-CODE
                       WS-DRYRUN-FLAG WS-DRYRUN-URL WS-DRYRUN-JSON
               WHEN 'IDENTITY'
                   CALL 'IDENTITY' USING BY REFERENCE
                       AZURE-CONFIG AZURE-AUTH-TOKEN WS-RETURN-CODE
                       WS-DRYRUN-FLAG WS-DRYRUN-URL WS-DRYRUN-JSON
               WHEN 'DEFENDER'
                   CALL 'DEFENDER' USING BY REFERENCE
                       AZURE-CONFIG AZURE-AUTH-TOKEN WS-RETURN-CODE
                       WS-DRYRUN-FLAG WS-DRYRUN-URL WS-DRYRUN-JSON
               WHEN 'FLOWLOGS'
                   CALL 'FLOWLOGS' USING BY REFERENCE
                       AZURE-CONFIG AZURE-AUTH-TOKEN WS-RETURN-CODE
                       WS-DRYRUN-FLAG WS-DRYRUN-URL WS-DRYRUN-JSON
               WHEN 'PUBLICDNS'
                   CALL 'PUBLICDNS' USING BY REFERENCE
                       AZURE-CONFIG AZURE-AUTH-TOKEN WS-RETURN-CODE
                       WS-DRYRUN-FLAG WS-DRYRUN-URL WS-DRYRUN-JSON
               WHEN 'DRREPLICA'
                   PERFORM DEPLOY-DR-REPLICA-RESOURCE
               WHEN OTHER

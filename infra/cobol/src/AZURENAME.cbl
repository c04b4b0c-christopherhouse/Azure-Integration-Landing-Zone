      *> of which matched the corporate naming standard - this is the
      *> one place that logic lives now. The request rides in as
      *>     <TYPE>            e.g. KV, SB, APIM, LAW, DF, VNET,
      *>                       AMPLS, AGW, FUNC, LAPP, WAFPOL,
      *>                       APPI, REDIS, SQL, NATGW, NATIP,
      *>                       NATPFX, BAS, BASIP, RELAY
      *>     <TYPE>|<extra>    for PIP (owner), PLAN (workload),
      *>                       EGST (source storage account) and
      *>                       ID (user-assigned identity)
      *>     <TYPE>|<extra>|<index>   for SA (account prefix + slot)
      *> With a NAME_TEMPLATE_<TYPE> pattern configured, the name is
      *> rendered from its tokens - {type} {org} {env} {region}
                   STRING 'egst-' FUNCTION TRIM(WS-EXTRA)
                       DELIMITED BY SIZE INTO WS-WORK-NAME
                   END-STRING
      *> Types introduced after the template engine have no names
      *> deployed under the old padded rules, so they compose trimmed
               WHEN 'APPI'
                   STRING 'appi-' FUNCTION TRIM(ENV-NAME)
                          '-' FUNCTION TRIM(SUFFIX)
                       DELIMITED BY SIZE INTO WS-WORK-NAME
                   END-STRING
               WHEN 'REDIS'
                   STRING 'redis-' FUNCTION TRIM(ENV-NAME)
                          '-' FUNCTION TRIM(SUFFIX)
                       DELIMITED BY SIZE INTO WS-WORK-NAME
                   END-STRING
               WHEN 'SQL'
                   STRING 'sql-' FUNCTION TRIM(ENV-NAME)
                          '-' FUNCTION TRIM(SUFFIX)
                       DELIMITED BY SIZE INTO WS-WORK-NAME
                   END-STRING
               WHEN 'NATGW'
                   STRING 'ng-' FUNCTION TRIM(ENV-NAME)
                          '-' FUNCTION TRIM(SUFFIX)
                       DELIMITED BY SIZE INTO WS-WORK-NAME
                   END-STRING
               WHEN 'NATIP'
                   STRING 'pip-ng-' FUNCTION TRIM(ENV-NAME)
                          '-' FUNCTION TRIM(SUFFIX)
                       DELIMITED BY SIZE INTO WS-WORK-NAME
                   END-STRING
               WHEN 'NATPFX'
                   STRING 'ippre-ng-' FUNCTION TRIM(ENV-NAME)
                          '-' FUNCTION TRIM(SUFFIX)
                       DELIMITED BY SIZE INTO WS-WORK-NAME
                   END-STRING
               WHEN 'BAS'
                   STRING 'bas-' FUNCTION TRIM(ENV-NAME)
                          '-' FUNCTION TRIM(SUFFIX)
                       DELIMITED BY SIZE INTO WS-WORK-NAME
                   END-STRING
               WHEN 'BASIP'
                   STRING 'pip-bas-' FUNCTION TRIM(ENV-NAME)
                          '-' FUNCTION TRIM(SUFFIX)
                       DELIMITED BY SIZE INTO WS-WORK-NAME
                   END-STRING
               WHEN 'RELAY'
                   STRING 'relay-' FUNCTION TRIM(ENV-NAME)
                          '-' FUNCTION TRIM(SUFFIX)
                       DELIMITED BY SIZE INTO WS-WORK-NAME
                   END-STRING
               WHEN 'ID'
                   STRING 'id-' FUNCTION TRIM(WS-EXTRA)
                          '-' FUNCTION TRIM(ENV-NAME)
                          '-' FUNCTION TRIM(SUFFIX)
                       DELIMITED BY SIZE INTO WS-WORK-NAME
                   END-STRING
               WHEN 'SA'
                   PERFORM LEGACY-STORAGE-COMPOSE
           END-EVALUATE

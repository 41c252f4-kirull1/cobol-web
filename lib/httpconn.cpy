      * whoever sends the response records the HTTP status code and
      * bytes actually sent in conn-http-status / conn-bytes-sent so
      * the access-log record written at end of request can carry
      * them. A handler that must leave an audit trail of what the
      * caller asked for (the filter of a data download, say) puts
      * it in conn-audit-note as one token without spaces; it goes
      * onto the end of the access-log record.
       01 http-conn-ctl external.
           05 conn-keepalive   pic 9.
           05 conn-head-only   pic 9.
           05 conn-http-status pic 9(3).
           05 conn-bytes-sent  pic 9(9).
           05 conn-request-id  pic x(64).
           05 conn-audit-note  pic x(512).

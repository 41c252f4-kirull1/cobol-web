      **********************
      * Batch summary of the per-day usage files written by the
      * check-user-quota paragraph of listen_http
      * (/tmp/http-user-usage-YYYYMMDD.log, one "YYYYMMDD user
      * req=<id>" line per authenticated request; the old single-file
      * /tmp/http-user-usage.log is read too when present). Prints
      * requests per user per day so partner usage can be invoiced,
      * plus per-user and per-day totals. Everything found is
       data division.
       file section.
       fd usage-log-file.
       01 usage-log-record pic x(160).

       fd scan-list-file.
       01 scan-list-record pic x(256).

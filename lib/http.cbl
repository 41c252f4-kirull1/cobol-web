           select shutdown-file assign to shutdown-flag-path
               organization is line sequential
               file status is shutdown-file-status.
           select metrics-read-file assign to metrics-read-path
               organization is line sequential
               file status is metrics-read-status.
           select ip-list-file assign to ip-list-path
               organization is line sequential
               file status is ip-list-status.
           select maint-flag-file assign to maint-flag-path
               organization is line sequential
               file status is maint-flag-status.

       data division.
       file section.
       fd shutdown-file.
       01 shutdown-record pic x(32).

       fd metrics-read-file.
       01 metrics-read-record pic x(300).

       01 user-limits-record pic x(256).

       fd user-usage-file.
       01 user-usage-record pic x(160).

       fd reload-file.
       01 reload-record pic x(32).
       fd ip-list-file.
       01 ip-list-record pic x(64).

       fd maint-flag-file.
       01 maint-flag-record pic x(256).

       working-storage section.
       01 host.
           05 listener pic s9(5).
       77 ip-found        pic 9.
       77 ip-list-present pic 9.
       77 denied-count    pic 9(7) value 0.
       77 maint-flag-path   pic x(256)
           value "/tmp/http-maintenance.flag".
       77 maint-flag-status pic xx.
       77 maint-bypass-path pic x(256)
           value "/tmp/http-maintenance-bypass.lst".
       77 maint-template-path pic x(256).
       77 maint-env         pic x(256).
       77 maint-active      pic 9 value 0.
       77 maint-was-active  pic 9 value 0.
       77 maint-bypass      pic 9.
       77 maint-retry       pic 9(6) value 300.
       77 maint-retry-secs  pic 9(6) value 300.
       77 maint-retry-disp  pic z(5)9.
       77 maint-state       pic x(16).
       77 maint-operator    pic x(64).
       77 maint-source      pic x(16).
       77 maint-flag-retry  pic x(16).
       77 maint-token       pic x(128).
       77 maint-key         pic x(32).
       77 maint-value       pic x(96).
       77 maint-ptr         pic 9(3).
       77 maint-body        pic x(1024).
       77 maint-body-len    pic 9(4).
       77 maint-len-disp    pic z(8)9.
       77 maint-render-status pic 9.

       01 maint-render-fields.
           05 maint-render-data occurs 256 times.
               10 maint-render-name  pic x(32).
               10 maint-render-value pic x(256).
           05 maint-render-size pic 9(3).

       01 maint-render-rows.
           05 maint-render-row occurs 256 times.
               10 maint-render-row-name  pic x(32).
               10 maint-render-row-value pic x(256).
           05 maint-render-rows-size pic 9(3).

       01 maint-json-fields.
           05 mnt-field occurs 64 times.
               10 mnt-field-name  pic x(32).
               10 mnt-field-value pic x(256).
           05 mnt-field-size pic 9(3).

       77 maint-json-data pic x(2048).
       77 maint-json-size pic 9(4).
       77 accept-tick         pic 9(6) value 0.
       77 throttle-reset-every pic 9(6) value 500.
       77 shutdown-flag-path   pic x(256)
       77 reload-flag-path     pic x(256)
           value "/tmp/http-reload.flag".
       77 reload-file-status   pic xx.
       77 routes-path          pic x(256) value spaces.
       77 routes-load-status   pic 9.
       77 config-path          pic x(256)
           value "/tmp/http-listener.conf".
       77 config-env           pic x(256).
       77 config-value         pic x(256).
       77 credentials-path pic x(256)
           value "/tmp/http-credentials.dat".
       77 access-log-date  pic x(29).
       77 access-log-work  pic x(2304).
       77 error-event      pic x(512).
       77 reqid-hdr-name   pic x(64) value "X-Request-Id".
       77 reqid-hdr-value  pic x(2048).
       77 m-5xx-count      pic 9(7).
       77 m-spool-count    pic 9(7).
       77 m-deny-count     pic 9(7).
       77 m-cache-hit-count   pic 9(7).
       77 m-cache-miss-count  pic 9(7).
       77 m-cache-stale-count pic 9(7).
       77 m-count-disp     pic z(6)9.

       01 metrics-agg.
               10 m-route-count pic 9(7).
           05 m-route-size pic 9(3).

      * form fields refused by validation ("invalid <field>" events)
       01 metrics-invalid.
           05 m-invalid-entry occurs 32 times.
               10 m-invalid-field pic x(32).
               10 m-invalid-count pic 9(7).
           05 m-invalid-size pic 9(3).

       77 m-invalid-key pic x(32).
       77 m-invalid-add pic 9(7).

       01 metrics-json-fields.
           05 mj-field occurs 64 times.
               10 mj-field-name  pic x(32).
       77 auth-b64-status  pic 9.
       77 auth-user-part   pic x(64).
       77 auth-pass-part   pic x(64).
       77 auth-channel     pic x(16) value "http".
       77 auth-result      pic 9.
       77 auth-role        pic x(16).
       77 auth-refused-user pic x(64).
       77 auth-reason      pic x(32).
       77 credentials-env  pic x(256).

       77 user-limits-path pic x(256)
       77 proxy-spool-take  pic 9(4).
       77 px-i              pic 9(3).
       77 proxy-hdr-check   pic x(20).
       77 proxy-cache-ttl   pic 9(6).
       77 proxy-cache-stale pic 9(6) value 300.
       77 proxy-cache-env   pic x(16).
       77 proxy-cache-mode  pic x(8).
       77 pc-status         pic 9(3).
       77 pc-ctype          pic x(128).
       77 pc-body           pic x(2048).
       77 pc-len            pic 9(4).
       77 pc-age            pic 9(12).
       77 pc-found          pic 9.

       77 lookup-method    pic x(16).
       77 allow-hdr        pic x(256).
               end-if.

      * a reload flag works like the shutdown flag, except the loop
      * re-reads its settings and the routes file and carries on
      * listening. An in-process request may have left http-tbl on a
      * virtual host's table, so it is pointed back at the default
      * one before the routes are rebuilt.
               open input reload-file.

               if reload-file-status is equal "00"
                   call "CBL_DELETE_FILE" using reload-flag-path
                   returning delete-rc
                   perform load-settings
                   set address of http-tbl to default-tbl-ptr
                   call "load-routes"
                   using by reference http-tbl,
                         by content routes-path,
                         by reference routes-load-status
                   if tls-relay-active is equal 1
                   and trusted-proxy-addr is equal spaces
                       move "127.0.0.1" to trusted-proxy-addr
                   exit paragraph
               end-if.

               perform check-maintenance-flag.

               call "fork_tcp"
               returning worker-pid.

                       to cors-headers-cfg
               end-if.

      * maintenance mode: the flag file the console's MAINTENANCE
      * command (or an operator by hand) creates, the addresses that
      * still reach the real routes while it is set, the seconds
      * offered in Retry-After and the page template served to
      * browsers.
               move "/tmp/http-maintenance.flag" to maint-flag-path.
               move "/tmp/http-maintenance-bypass.lst"
                   to maint-bypass-path.
               move 300 to maint-retry-secs.

               move spaces to maint-env.
               accept maint-env
                   from environment "HTTP_MAINTENANCE_FLAG"
                   on exception
                       move spaces to maint-env
               end-accept.

               if maint-env is not equal spaces
                   move maint-env to maint-flag-path
               end-if.

               move spaces to maint-env.
               accept maint-env
                   from environment "HTTP_MAINTENANCE_BYPASS_FILE"
                   on exception
                       move spaces to maint-env
               end-accept.

               if maint-env is not equal spaces
                   move maint-env to maint-bypass-path
               end-if.

               move spaces to maint-env.
               accept maint-env
                   from environment "HTTP_MAINTENANCE_RETRY_SECS"
                   on exception
                       move spaces to maint-env
               end-accept.

               if maint-env is not equal spaces
                   compute maint-retry-secs =
                       function numval(maint-env)
               end-if.

               move spaces to maint-env.
               accept maint-env
                   from environment "HTTP_TEMPLATE_DIR"
                   on exception
                       move spaces to maint-env
               end-accept.

               if maint-env is equal spaces
                   move "./templates" to maint-env
               end-if.

               move spaces to maint-template-path.
               string
                   function trim(maint-env) "/maintenance.tpl"
                   into maint-template-path
               end-string.

               move spaces to maint-env.
               accept maint-env
                   from environment "HTTP_MAINTENANCE_TEMPLATE"
                   on exception
                       move spaces to maint-env
               end-accept.

               if maint-env is not equal spaces
                   move maint-env to maint-template-path
               end-if.

      * how long past its TTL a cached proxy response may still be
      * served when the backend fails or times out.
               move 300 to proxy-cache-stale.

               move spaces to proxy-cache-env.
               accept proxy-cache-env
                   from environment "HTTP_PROXY_CACHE_STALE_SECS"
                   on exception
                       move spaces to proxy-cache-env
               end-accept.

               if proxy-cache-env is not equal spaces
                   compute proxy-cache-stale =
                       function numval(proxy-cache-env)
               end-if.

               move "/tmp/http-listener.conf" to config-path.

               move spaces to config-env.
                       move config-value to ip-allow-path
                   when "trusted_proxy"
                       move config-value(1:50) to trusted-proxy-addr
                   when "maintenance_flag_file"
                       move config-value to maint-flag-path
                   when "maintenance_bypass_file"
                       move config-value to maint-bypass-path
                   when "maintenance_retry_secs"
                       compute maint-retry-secs =
                           function numval(config-value)
                   when "maintenance_template"
                       move config-value to maint-template-path
                   when "proxy_cache_stale_secs"
                       compute proxy-cache-stale =
                           function numval(config-value)
                   when "user_default_quota"
                       compute default-quota =
                           function numval(config-value)

               exit paragraph.

      * maintenance mode is a flag file, read after every accept so
      * the worker about to be forked inherits the current state. Its
      * single line holds key=value words: state (on, or off when the
      * console has lifted it), operator, retry (Retry-After seconds)
      * and source. A bare file, touched by hand, means "on". Each
      * change is noted on the listener's output; the error log gets
      * it here only when the console has not already recorded it.
           check-maintenance-flag.
               perform read-maintenance-flag.

               if maint-active is equal maint-was-active
                   exit paragraph
               end-if.

               move maint-active to maint-was-active.

               if maint-operator is equal spaces
                   move "flag-file" to maint-operator
               end-if.

               move maint-retry to maint-retry-disp.

               if maint-active is equal 1
                   display "listen_http: maintenance on"
                       " operator=" function trim(maint-operator)
                       " retry=" function trim(maint-retry-disp)
               else
                   display "listen_http: maintenance off"
                       " operator=" function trim(maint-operator)
               end-if.

               if function trim(maint-source) is equal "console"
                   exit paragraph
               end-if.

               move spaces to error-event.

               if maint-active is equal 1
                   string
                       "op=maintenance status=on"
                       " path=" function trim(maint-flag-path)
                       " user=" function trim(maint-operator)
                       " retry=" function trim(maint-retry-disp)
                       into error-event
                   end-string
               else
                   string
                       "op=maintenance status=off"
                       " path=" function trim(maint-flag-path)
                       " user=" function trim(maint-operator)
                       into error-event
                   end-string
               end-if.

               call "error-log" using by content error-event.

               exit paragraph.

           read-maintenance-flag.
               set maint-active to 0.
               move maint-retry-secs to maint-retry.
               move spaces to maint-state.
               move spaces to maint-operator.
               move spaces to maint-source.
               move spaces to maint-flag-retry.

               open input maint-flag-file.

               if maint-flag-status is not equal "00"
                   exit paragraph
               end-if.

               move spaces to maint-flag-record.

               read maint-flag-file
                   at end
                       move spaces to maint-flag-record
               end-read.

               close maint-flag-file.

               set maint-active to 1.
               set maint-ptr to 1.

               perform parse-maintenance-word
                   until maint-ptr is greater than 256.

               if function trim(maint-state) is equal "off"
                   set maint-active to 0
               end-if.

               if maint-flag-retry is not equal spaces
               and function numval(maint-flag-retry) is greater than 0
                   compute maint-retry =
                       function numval(maint-flag-retry)
               end-if.

               exit paragraph.

           parse-maintenance-word.
               move spaces to maint-token.

               unstring maint-flag-record delimited by all space
                   into maint-token
                   with pointer maint-ptr
               end-unstring.

               if maint-token is equal spaces
                   exit paragraph
               end-if.

               move spaces to maint-key.
               move spaces to maint-value.

               unstring maint-token delimited by "="
                   into maint-key, maint-value
               end-unstring.

               evaluate function lower-case(maint-key)
                   when "state"
                       move function lower-case(maint-value)
                           to maint-state
                   when "operator"
                       move maint-value to maint-operator
                   when "retry"
                       move maint-value to maint-flag-retry
                   when "source"
                       move function lower-case(maint-value)
                           to maint-source
               end-evaluate.

               exit paragraph.

           log-reload.
               display "listen_http: settings reloaded"
                   " keepalive=" keepalive-timeout
               set conn-bytes-sent to 0.
               move spaces to request-id.
               move spaces to conn-request-id.
               move spaces to conn-audit-note.
               set req-start-hund to 0.
               set req-elapsed-ms to 0.

                   exit paragraph
               end-if.

      * a keep-alive worker outlives the accept that forked it, so
      * the flag is looked at again for every request it serves.
               perform read-maintenance-flag.

               if maint-active is equal 1
                   perform check-maintenance-bypass

                   if maint-bypass is equal 0
                       set route-match-status to 1
                       set idx-func to 0
                       perform page503-maintenance
                       exit paragraph
                   end-if
               end-if.

               move request-method to lookup-method.

               if function trim(request-method) is equal "HEAD"
      * backend URL is built from tab-proxy-target with the same
      * ":name" substitution rule as redirect targets; the request's
      * query string is carried over. Hop-by-hop headers stay local.
      * On a route with a cache TTL, GET responses are answered from
      * the proxy cache while the cached copy is younger than the
      * TTL; a successful backend answer refreshes the copy, and
      * when the backend fails or times out a copy no older than TTL
      * plus the stale window is served with a Warning header.
           send-proxy.
               move tab-proxy-target(idx-func) to redirect-source.
               perform build-redirect-location.

               move request-method to proxy-method.

               move spaces to proxy-cache-mode.
               move 0 to proxy-cache-ttl.
               set pc-found to 0.

               if function trim(lookup-method) is equal "GET"
                   move tab-proxy-ttl(idx-func) to proxy-cache-ttl
               end-if.

               if proxy-cache-ttl is greater than 0
                   call "proxy-cache-get"
                   using by content proxy-url,
                   by reference pc-status,
                   by reference pc-ctype,
                   by reference pc-body,
                   by reference pc-len,
                   by reference pc-age,
                   by reference pc-found

                   if pc-found is equal 1
                   and pc-age is less than proxy-cache-ttl
                       move "hit" to proxy-cache-mode
                       perform send-proxy-cached
                       exit paragraph
                   end-if
               end-if.

               perform copy-proxy-headers.
               perform add-proxy-request-id.
               perform copy-proxy-body.
               by reference proxy-resp-len,
               by reference proxy-resp-ctype.

               if proxy-status is equal 0
               or proxy-status is greater than or equal 500
                   if pc-found is equal 1
                   and pc-age is less than
                       proxy-cache-ttl + proxy-cache-stale
                       move "stale" to proxy-cache-mode
                       perform send-proxy-cached
                       exit paragraph
                   end-if
               end-if.

               if proxy-status is equal 0
                   move 502 to proxy-status
                   move "Bad Gateway" to proxy-status-text
                   perform proxy-status-name
               end-if.

               if proxy-cache-ttl is greater than 0
                   move "miss" to proxy-cache-mode
                   perform record-proxy-cache-metric

                   if proxy-status is greater than or equal 200
                   and proxy-status is less than 300
                       call "proxy-cache-put"
                       using by content proxy-url,
                       by content proxy-status,
                       by content proxy-resp-ctype,
                       by content proxy-resp-body,
                       by content proxy-resp-len
                   end-if
               end-if.

               perform send-proxy-response.

               exit paragraph.

           send-proxy-cached.
               move pc-status to proxy-status.
               move pc-ctype to proxy-resp-ctype.
               move pc-body to proxy-resp-body.
               move pc-len to proxy-resp-len.

               perform proxy-status-name.
               perform record-proxy-cache-metric.
               perform send-proxy-response.

               exit paragraph.

      * one metrics line per cached-route request, so /metrics can
      * show how many backend calls the cache saved.
           record-proxy-cache-metric.
               move spaces to metrics-event.

               string
                   "cache " function trim(proxy-cache-mode)
                   " " function trim(request-path(1:200))
                   into metrics-event
               end-string.

               call "metrics-record"
               using by content metrics-event.

               exit paragraph.

           copy-proxy-headers.
               set proxy-headers-size to 0.

                   end-string
               end-if.

               if proxy-cache-mode is not equal spaces
                   string
                       "X-Cache:" X"20"
                       function upper-case(
                           function trim(proxy-cache-mode)) X"0A"
                       into buffer-data
                       with pointer buffer-size
                   end-string
               end-if.

               if proxy-cache-mode is equal "stale"
                   string
                       "Warning:" X"20"
                       "110 - ""Response is Stale""" X"0A"
                       into buffer-data
                       with pointer buffer-size
                   end-string
               end-if.

               perform add-set-cookie-header.
               perform add-connection-header.

                   exit paragraph
               end-if.

               call "verify-login"
               using by content credentials-path,
               by content auth-user-part,
               by content auth-pass-part,
               by content auth-channel,
               by content peer-addr,
               by reference auth-result,
               by reference auth-role.

               if auth-result is equal 0
                   move auth-user-part to auth-user
                   set auth-ok to 1
                   exit paragraph
               end-if.

               move auth-user-part to auth-refused-user.
               perform log-auth-refused.

               exit paragraph.

                   exit paragraph
               end-if.

               call "verify-api-key"
               using by content credentials-path,
               by content auth-hdr-value(1:256),
               by content auth-channel,
               by content peer-addr,
               by reference auth-refused-user,
               by reference auth-result,
               by reference auth-role.

               if auth-result is equal 0
                   move auth-refused-user to auth-user
                   set auth-ok to 1
                   exit paragraph
               end-if.

               perform log-auth-refused.

               exit paragraph.

      * a right password or key on an expired, locked or disabled
      * account is still a 401, but the error log says why; wrong
      * credentials are not logged here (the access log has the
      * 401 and login-lockout counts them).
           log-auth-refused.
               evaluate auth-result
                   when 2
                       move "password-expired" to auth-reason
                   when 3
                       move "locked" to auth-reason
                   when 4
                       move "disabled" to auth-reason
                   when other
                       exit paragraph
               end-evaluate.

               move spaces to error-event.

               string
                   "op=auth-refused user="
                   function trim(auth-refused-user)
                   " reason=" function trim(auth-reason)
                   " peer=" function trim(peer-addr)
                   " path=" function trim(request-path(1:400))
                   " req=" function trim(request-id)
                   into error-event
               end-string.

               call "error-log" using by content error-event.

               exit paragraph.


               string
                   usage-date-key " " function trim(auth-user)
                   " req=" function trim(request-id)
                   into user-usage-record
               end-string.


               exit paragraph.

      * operators on the bypass list (one address per line, the
      * same shape as the allow and deny lists) keep working against
      * the real routes while everyone else is turned away.
           check-maintenance-bypass.
               set maint-bypass to 0.

               if peer-addr is equal spaces
                   exit paragraph
               end-if.

               move maint-bypass-path to ip-list-path.
               perform scan-ip-list.

               if ip-found is equal 1
                   set maint-bypass to 1
               end-if.

               exit paragraph.

      * the maintenance answer: 503 with Retry-After, json for /api/
      * callers and otherwise the maintenance template, falling back
      * to a built-in page when the template cannot be read.
           page503-maintenance.
               if function trim(request-method) is equal "HEAD"
                   set conn-head-only to 1
               end-if.

               move maint-retry to maint-retry-disp.
               move spaces to maint-body.
               set maint-body-len to 0.

               if request-path(1:5) is equal "/api/"
                   initialize maint-json-fields
                   move "error" to mnt-field-name(1)
                   move "maintenance" to mnt-field-value(1)
                   move "retry_after" to mnt-field-name(2)
                   move function trim(maint-retry-disp)
                       to mnt-field-value(2)
                   set mnt-field-size to 2

                   call "build-json"
                   using by reference maint-json-fields,
                   by reference maint-json-data,
                   by reference maint-json-size

                   move maint-json-data(1:1024) to maint-body
               else
                   initialize maint-render-fields
                   initialize maint-render-rows
                   move "retry_after" to maint-render-name(1)
                   move function trim(maint-retry-disp)
                       to maint-render-value(1)
                   set maint-render-size to 1

                   call "render-template"
                   using by content maint-template-path,
                   by reference maint-render-fields,
                   by reference maint-render-rows,
                   by reference maint-body,
                   by reference maint-body-len,
                   by reference maint-render-status

                   if maint-render-status is equal 0
                       move spaces to maint-body
                       string
                           "<h1>503 - Down for Maintenance</h1>"
                           "<p>This service is undergoing scheduled "
                           "maintenance. Please try again in "
                           function trim(maint-retry-disp)
                           " seconds.</p>"
                           into maint-body
                       end-string
                   end-if
               end-if.

               compute maint-body-len =
                   function length(function trim(maint-body trailing)).

               move maint-body-len to maint-len-disp.

               perform build-date-header.

               move spaces to buffer-data.
               set buffer-size to 1.

               string
                   "HTTP/1.1" X"20" "503" X"20" "Service Unavailable"
                   X"0A"
                   "Date:" X"20" function trim(access-log-date) X"0A"
                   "Retry-After:" X"20"
                   function trim(maint-retry-disp) X"0A"
                   into buffer-data
                   with pointer buffer-size
               end-string.

               if request-path(1:5) is equal "/api/"
                   string
                       "Content-Type:" X"20" "application/json" X"0A"
                       into buffer-data
                       with pointer buffer-size
                   end-string
               else
                   string
                       "Content-Type:" X"20" "text/html" X"0A"
                       into buffer-data
                       with pointer buffer-size
                   end-string
               end-if.

               string
                   "Content-Length:" X"20"
                   function trim(maint-len-disp) X"0A"
                   into buffer-data
                   with pointer buffer-size
               end-string.
                   with pointer buffer-size
               end-string.

               subtract 1 from buffer-size.

               call "send_tcp"
               using by value connect,
               by content buffer-data(1:buffer-size),
               by value buffer-size.

               move 503 to conn-http-status.
               add buffer-size to conn-bytes-sent.

               if conn-head-only is equal 0
               and maint-body-len is greater than 0
                   call "send_tcp"
                   using by value connect,
                   by content maint-body(1:maint-body-len),
                   by value maint-body-len
                   add maint-body-len to conn-bytes-sent
               end-if.

               exit paragraph.

           page429-http.
               perform build-date-header.

               move spaces to buffer-data.
               set buffer-size to 1.

               string
                   "HTTP/1.1" X"20" "429" X"20" "Too Many Requests"
                   X"0A"
                   "Date:" X"20" function trim(access-log-date) X"0A"
                   "Content-Length:" X"20" "0" X"0A"
                   into buffer-data
                   with pointer buffer-size
               end-string.

               perform add-set-cookie-header.
               perform add-connection-header.

               string
                   X"0A"
                   into buffer-data
                   with pointer buffer-size
               end-string.

               call "send_tcp"
               using by value connect,
               by content function trim(buffer-data),
               by value buffer-size.

               move 429 to conn-http-status.
               add buffer-size to conn-bytes-sent.

               exit paragraph.

           select-vhost.
               set address of http-tbl to default-tbl-ptr.

               if vhost-count is not numeric
               or vhost-count is equal 0
                   exit paragraph
               end-if.

               call "get-header"
               using by reference request-headers,
               by content host-hdr-name,
               by reference host-hdr-value,
               by reference host-hdr-status.

               if host-hdr-status is equal 0
                   exit paragraph
               end-if.

               move spaces to vhost-req-name.

               unstring host-hdr-value delimited by ":"
                   into vhost-req-name
               end-unstring.


           serve-metrics.
               initialize metrics-agg.
               initialize metrics-invalid.
               set m-2xx-count to 0.
               set m-3xx-count to 0.
               set m-4xx-count to 0.
               set m-5xx-count to 0.
               set m-spool-count to 0.
               set m-deny-count to 0.
               set m-cache-hit-count to 0.
               set m-cache-miss-count to 0.
               set m-cache-stale-count to 0.

      * the compaction job keeps the long history in the aggregate
      * file; the raw log is only the uncompacted tail, so this scan
                   when "deny"
                       compute m-deny-count =
                           function numval(ma-key(1:9))
                   when "cache"
                       perform seed-cache-count
                   when "route"
                       perform seed-route-count
                   when "invalid"
                       perform seed-invalid-count
               end-evaluate.

               exit paragraph.

               exit paragraph.

           seed-cache-count.
               if ma-count-tok is equal spaces
                   exit paragraph
               end-if.

               evaluate function trim(ma-key)
                   when "hit"
                       compute m-cache-hit-count =
                           function numval(ma-count-tok(1:9))
                   when "miss"
                       compute m-cache-miss-count =
                           function numval(ma-count-tok(1:9))
                   when "stale"
                       compute m-cache-stale-count =
                           function numval(ma-count-tok(1:9))
               end-evaluate.

               exit paragraph.

           seed-route-count.
               if ma-key is equal spaces
               or ma-count-tok is equal spaces

               exit paragraph.

           seed-invalid-count.
               if ma-key is equal spaces
               or ma-count-tok is equal spaces
                   exit paragraph
               end-if.

               move ma-key(1:32) to m-invalid-key.
               compute m-invalid-add =
                   function numval(ma-count-tok(1:9)).
               perform tally-invalid-field.

               exit paragraph.

           tally-invalid-field.
               set m-found to 0.

               perform varying m-i from 1 by 1
               until m-i is greater than m-invalid-size
                   if m-invalid-field(m-i) is equal m-invalid-key
                       set m-found to m-i
                       exit perform
                   end-if
               end-perform.

               if m-found is equal 0
                   if m-invalid-size is less than 32
                       add 1 to m-invalid-size
                       move m-invalid-key
                           to m-invalid-field(m-invalid-size)
                       move 0 to m-invalid-count(m-invalid-size)
                       set m-found to m-invalid-size
                   end-if
               end-if.

               if m-found is greater than 0
                   add m-invalid-add to m-invalid-count(m-found)
               end-if.

               exit paragraph.

           aggregate-metrics-record.
               read metrics-read-file
                   at end
                   exit paragraph
               end-if.

               if m-kind is equal "cache"
                   evaluate function trim(m-key)
                       when "hit"
                           add 1 to m-cache-hit-count
                       when "miss"
                           add 1 to m-cache-miss-count
                       when "stale"
                           add 1 to m-cache-stale-count
                   end-evaluate
                   exit paragraph
               end-if.

               if m-kind is equal "invalid"
                   move m-key(1:32) to m-invalid-key
                   move 1 to m-invalid-add
                   perform tally-invalid-field
                   exit paragraph
               end-if.

               if m-kind is not equal "hit"
                   exit paragraph
               end-if.
               move m-deny-count to m-count-disp.
               move function trim(m-count-disp) to mj-field-value(6).

               move "proxy_cache_hits" to mj-field-name(7).
               move m-cache-hit-count to m-count-disp.
               move function trim(m-count-disp) to mj-field-value(7).

               move "proxy_cache_misses" to mj-field-name(8).
               move m-cache-miss-count to m-count-disp.
               move function trim(m-count-disp) to mj-field-value(8).

               move "proxy_cache_stale" to mj-field-name(9).
               move m-cache-stale-count to m-count-disp.
               move function trim(m-count-disp) to mj-field-value(9).

               set mj-field-size to 9.

               perform varying m-i from 1 by 1
               until m-i is greater than m-route-size
                       to mj-field-value(mj-field-size)
               end-perform.

               perform varying m-i from 1 by 1
               until m-i is greater than m-invalid-size
               or mj-field-size is greater than or equal 64
                   add 1 to mj-field-size
                   move spaces to mj-field-name(mj-field-size)
                   string
                       "invalid " m-invalid-field(m-i)(1:24)
                       into mj-field-name(mj-field-size)
                   end-string
                   move m-invalid-count(m-i) to m-count-disp
                   move function trim(m-count-disp)
                       to mj-field-value(mj-field-size)
               end-perform.

               call "build-json"
               using by reference metrics-json-fields,
               by reference metrics-json-data,

               exit paragraph.

           log-spool-error.
               move spaces to error-event.

                   into access-log-record
               end-string.

      * the authenticated user goes last so readers that take the
      * tokens by position see the same line as before.
               if request-auth-user is not equal spaces
                   move access-log-record to access-log-work
                   move spaces to access-log-record
                   string
                       function trim(access-log-work)
                       " user=" function trim(request-auth-user)
                       into access-log-record
                   end-string
               end-if.

               if conn-audit-note is not equal spaces
                   move access-log-record to access-log-work
                   move spaces to access-log-record
                   string
                       function trim(access-log-work)
                       " audit=" function trim(conn-audit-note)
                       into access-log-record
                   end-string
               end-if.

               open extend access-log-file.
               write access-log-record.
               close access-log-file.
               move spaces to tab-redirect-target(http-len)
               move 0 to tab-proxy(http-len)
               move spaces to tab-proxy-target(http-len)
               move 0 to tab-proxy-ttl(http-len)
           end-if.

           set reg-status to 0.
               move target-path to tab-redirect-target(http-len)
               move 0 to tab-proxy(http-len)
               move spaces to tab-proxy-target(http-len)
               move 0 to tab-proxy-ttl(http-len)
           end-if.

           set reg-status to 0.
               move spaces to tab-redirect-target(http-len)
               move 1 to tab-proxy(http-len)
               move target-url to tab-proxy-target(http-len)
               move 0 to tab-proxy-ttl(http-len)
           end-if.

           set reg-status to 0.

       end program register-proxy.

      ********************************

       identification division.
       program-id. set-proxy-cache.

      * Gives the proxy route registered last a response cache TTL in
      * seconds. listen_http keeps successful GET responses from that
      * backend for cache-ttl seconds and serves them without a
      * backend call; 0 turns caching off. reg-status is 1 when the
      * last entry is not a proxy route.

       data division.
       working-storage section.

       linkage section.
       copy "httptbl.cpy".

       77 cache-ttl  pic 9(6).
       77 reg-status pic 9.

       procedure division using http-tbl, cache-ttl, reg-status.

           if http-len is equal 0
               set reg-status to 1
               exit program
           end-if.

           if tab-proxy(http-len) is not equal 1
               set reg-status to 1
               exit program
           end-if.

           move cache-ttl to tab-proxy-ttl(http-len).

           set reg-status to 0.

           exit program.

       end program set-proxy-cache.

      ********************************

       identification division.
      ********************************

       identification division.
       program-id. load-routes.

      * Builds the route tables from a routes definition file instead
      * of hardcoded register-route calls. routes-path-in names the
      * file; when it is blank HTTP_ROUTES_FILE is used, then
      * /tmp/http-routes.dat. One route per line, pipe-delimited:
      *
      *   host|path|method|handler|protected|redirect-target|
      *       redirect-kind|proxy-target|cache-ttl
      *
      * host is blank or "*" for the default table, otherwise the
      * Host header name of a virtual host whose table this program
      * keeps (up to 3). handler is the entry name of the program
      * that answers the route; a redirect line names a target and
      * kind (permanent/301 or temporary/302, default temporary)
      * instead, a proxy line a backend URL. protected is Y or N and
      * applies to handler routes only. cache-ttl is optional and
      * applies to proxy routes only: the seconds a successful GET
      * response from the backend is served from the proxy cache.
      * The pseudo-path ##public sets the host's static directory
      * from the handler column, the same way ##404 and ##405 name
      * the error page handlers. Lines starting with "#" are
      * comments.
      *
      * The file is read twice: the first pass checks every line and
      * reports each bad one to the error log (op=routes-load), the
      * second clears the tables and registers the good lines. When
      * the file is missing (load-status 1) or holds no usable line
      * (load-status 2) the tables are left exactly as they were, so
      * the caller's built-in routes, or the last good load on a
      * reload, stay in service.

       environment division.
       input-output section.
       file-control.
           select routes-file assign to routes-path
               organization is line sequential
               file status is routes-file-status.

       data division.
       file section.
       fd routes-file.
       01 routes-record pic x(1024).

       working-storage section.
       copy "httpvhost.cpy".

       copy "httptbl.cpy" replacing ==http-tbl== by ==route-host-1==.
       copy "httptbl.cpy" replacing ==http-tbl== by ==route-host-2==.
       copy "httptbl.cpy" replacing ==http-tbl== by ==route-host-3==.

       77 routes-path        pic x(256).
       77 routes-file-status pic xx.
       77 routes-env         pic x(256).
       77 routes-pass        pic 9.
       77 route-line-no      pic 9(5).
       77 route-good-count   pic 9(5).
       77 route-bad-count    pic 9(5).
       77 route-loaded-count pic 9(5).
       77 route-line-ok      pic 9.
       77 route-reason       pic x(64).
       77 error-event        pic x(512).

       77 raw-host     pic x(256).
       77 raw-path     pic x(256).
       77 raw-method   pic x(256).
       77 raw-handler  pic x(256).
       77 raw-protect  pic x(256).
       77 raw-target   pic x(256).
       77 raw-kind     pic x(256).
       77 raw-proxy    pic x(256).
       77 raw-cache    pic x(256).

       77 rt-host      pic x(100).
       77 rt-path      pic x(256).
       77 rt-method    pic x(16).
       77 rt-handler   pic x(256).
       77 rt-protect   pic x(16).
       77 rt-target    pic x(256).
       77 rt-kind      pic x(16).
       77 rt-proxy     pic x(256).
       77 rt-cache     pic x(16).
       77 rt-cache-ttl pic 9(6).
       77 rt-actions   pic 9.
       77 rt-slot      pic 9.

       77 route-handle usage procedure-pointer.
       77 reg-path     pic x(2048).
       77 reg-method   pic x(16).
       77 reg-type     pic x(16).
       77 reg-target   pic x(256).
       77 reg-kind     pic x(16).
       77 reg-status   pic 9.

      * hosts named by the file in the pass being run, the count of
      * routes each table will hold, and (kept across loads) the
      * virtual host registry entry each host table was given.
       01 route-host-ctl.
           05 pass-host occurs 3 times.
               10 pass-host-name  pic x(100).
               10 pass-host-routes pic 9(5).
           05 pass-host-count     pic 9.
           05 pass-default-routes pic 9(5).

       01 route-host-reg.
           05 route-host-vhost occurs 3 times pic 9(2) value 0.

       77 h-i          pic 9.
       77 route-cap    pic 9(5).
       77 line-disp    pic z(4)9.

       linkage section.
       copy "httptbl.cpy".
       copy "httptbl.cpy" replacing ==http-tbl== by ==route-tbl==.

       77 routes-path-in pic x(256).
       77 load-status    pic 9.

       procedure division using http-tbl, routes-path-in, load-status.

           move routes-path-in to routes-path.

           if routes-path is equal spaces
               move spaces to routes-env
               accept routes-env
                   from environment "HTTP_ROUTES_FILE"
                   on exception
                       move spaces to routes-env
               end-accept
               if routes-env is equal spaces
                   move "/tmp/http-routes.dat" to routes-path
               else
                   move routes-env to routes-path
               end-if
           end-if.

           move http-cap of http-tbl to route-cap.

           open input routes-file.

           if routes-file-status is not equal "00"
               set load-status to 1
               exit program
           end-if.

           set routes-pass to 1.
           move 0 to route-good-count.
           move 0 to route-bad-count.
           perform start-route-pass.

           perform scan-route-record
               until routes-file-status is not equal "00".

           close routes-file.

           if route-good-count is equal 0
               perform log-routes-empty
               set load-status to 2
               exit program
           end-if.

           perform reset-route-tables.

           open input routes-file.

           if routes-file-status is not equal "00"
               set load-status to 1
               exit program
           end-if.

           set routes-pass to 2.
           move 0 to route-loaded-count.
           perform start-route-pass.

           perform scan-route-record
               until routes-file-status is not equal "00".

           close routes-file.

           perform register-route-hosts.

           display "load-routes: " route-loaded-count
               " routes loaded from " function trim(routes-path)
               ", " route-bad-count " bad lines".

           set load-status to 0.

           exit program.

           start-route-pass.
               move 0 to route-line-no.
               move 0 to pass-host-count.
               move 0 to pass-default-routes.

               perform varying h-i from 1 by 1
               until h-i is greater than 3
                   move spaces to pass-host-name(h-i)
                   move 0 to pass-host-routes(h-i)
               end-perform.

               exit paragraph.

           scan-route-record.
               read routes-file
                   at end
                       move "10" to routes-file-status
                       exit paragraph
               end-read.

               add 1 to route-line-no.

               if routes-record is equal spaces
               or function trim(routes-record)(1:1) is equal "#"
                   exit paragraph
               end-if.

               perform parse-route-record.
               perform check-route-record.

               if routes-pass is equal 1
                   if route-line-ok is equal 1
                       add 1 to route-good-count
                   else
                       add 1 to route-bad-count
                       perform log-route-error
                   end-if
                   exit paragraph
               end-if.

               if route-line-ok is equal 1
                   perform apply-route-record
               end-if.

               exit paragraph.

           parse-route-record.
               move spaces to raw-host raw-path raw-method raw-handler
                   raw-protect raw-target raw-kind raw-proxy raw-cache.

               unstring routes-record delimited by "|"
                   into raw-host, raw-path, raw-method, raw-handler,
                       raw-protect, raw-target, raw-kind, raw-proxy,
                       raw-cache
               end-unstring.

               move function trim(raw-host) to rt-host.
               move function trim(raw-path) to rt-path.
               move function upper-case(function trim(raw-method))
                   to rt-method.
               move function trim(raw-handler) to rt-handler.
               move function upper-case(function trim(raw-protect))
                   to rt-protect.
               move function trim(raw-target) to rt-target.
               move function lower-case(function trim(raw-kind))
                   to rt-kind.
               move function trim(raw-proxy) to rt-proxy.
               move function trim(raw-cache) to rt-cache.

               if rt-host is equal "*"
                   move spaces to rt-host
               end-if.

               exit paragraph.

      * sets route-line-ok and, for a bad line, route-reason. Host
      * slots and per-table counts are taken here too, so the first
      * pass refuses a line that would overflow http-cap before any
      * table has been touched.
           check-route-record.
               set route-line-ok to 0.
               move spaces to route-reason.

               if rt-path is equal spaces
                   move "path missing" to route-reason
                   exit paragraph
               end-if.

               if rt-path(1:1) is not equal "/"
               and rt-path(1:2) is not equal "##"
                   move "path must start with / or ##" to route-reason
                   exit paragraph
               end-if.

               evaluate rt-method
                   when spaces
                   when "GET"
                   when "POST"
                   when "PUT"
                   when "DELETE"
                   when "PATCH"
                   when "HEAD"
                   when "OPTIONS"
                       continue
                   when other
                       move "unknown method" to route-reason
                       exit paragraph
               end-evaluate.

               evaluate rt-protect
                   when spaces
                   when "N"
                   when "NO"
                   when "Y"
                   when "YES"
                       continue
                   when other
                       move "protected flag must be Y or N"
                           to route-reason
                       exit paragraph
               end-evaluate.

               evaluate rt-kind
                   when spaces
                   when "permanent"
                   when "301"
                   when "temporary"
                   when "302"
                       continue
                   when other
                       move "redirect kind must be permanent/temporary"
                           to route-reason
                       exit paragraph
               end-evaluate.

               perform find-route-host.

               if rt-slot is equal 9
                   move "more than 3 virtual hosts" to route-reason
                   exit paragraph
               end-if.

               if rt-path is equal "##public"
                   if rt-handler is equal spaces
                       move "##public needs a directory"
                           to route-reason
                       exit paragraph
                   end-if
                   set route-line-ok to 1
                   exit paragraph
               end-if.

               move 0 to rt-actions.

               if rt-handler is not equal spaces
                   add 1 to rt-actions
               end-if.

               if rt-target is not equal spaces
                   add 1 to rt-actions
               end-if.

               if rt-proxy is not equal spaces
                   add 1 to rt-actions
               end-if.

               if rt-actions is not equal 1
                   move "need exactly one of handler, redirect, proxy"
                       to route-reason
                   exit paragraph
               end-if.

               move 0 to rt-cache-ttl.

               if rt-cache is not equal spaces
                   if rt-proxy is equal spaces
                       move "only proxy routes can be cached"
                           to route-reason
                       exit paragraph
                   end-if
                   if function test-numval(rt-cache) is not equal 0
                   or function numval(rt-cache) is less than 0
                   or function numval(rt-cache) is greater than 999999
                       move "cache ttl must be seconds"
                           to route-reason
                       exit paragraph
                   end-if
                   compute rt-cache-ttl = function numval(rt-cache)
               end-if.

               if rt-handler is not equal spaces
                   set route-handle to entry rt-handler
                   if route-handle is equal null
                       move "handler entry not found" to route-reason
                       exit paragraph
                   end-if
               else
                   if rt-protect(1:1) is equal "Y"
                       move "only handler routes can be protected"
                           to route-reason
                       exit paragraph
                   end-if
               end-if.

               if rt-slot is equal 0
                   if pass-default-routes is greater than or equal
                   route-cap
                       move "route table full (http-cap)"
                           to route-reason
                       exit paragraph
                   end-if
                   add 1 to pass-default-routes
               else
                   if pass-host-routes(rt-slot) is greater than or
                   equal route-cap
                       move "route table full (http-cap)"
                           to route-reason
                       exit paragraph
                   end-if
                   add 1 to pass-host-routes(rt-slot)
               end-if.

               set route-line-ok to 1.

               exit paragraph.

      * rt-slot 0 is the default table, 1-3 a host table, 9 means
      * the file names more hosts than there are tables.
           find-route-host.
               set rt-slot to 0.

               if rt-host is equal spaces
                   exit paragraph
               end-if.

               perform varying h-i from 1 by 1
               until h-i is greater than pass-host-count
                   if function upper-case(pass-host-name(h-i))
                   is equal function upper-case(rt-host)
                       move h-i to rt-slot
                       exit perform
                   end-if
               end-perform.

               if rt-slot is not equal 0
                   exit paragraph
               end-if.

               if pass-host-count is greater than or equal 3
                   set rt-slot to 9
                   exit paragraph
               end-if.

               add 1 to pass-host-count.
               move rt-host to pass-host-name(pass-host-count).
               move pass-host-count to rt-slot.

               exit paragraph.

           point-route-table.
               evaluate rt-slot
                   when 1
                       set address of route-tbl
                           to address of route-host-1
                   when 2
                       set address of route-tbl
                           to address of route-host-2
                   when 3
                       set address of route-tbl
                           to address of route-host-3
                   when other
                       set address of route-tbl
                           to address of http-tbl
               end-evaluate.

               exit paragraph.

      * the default table keeps the address and public directory the
      * application gave it; host tables are rebuilt from scratch.
           reset-route-tables.
               move 0 to http-len of http-tbl.

               perform varying rt-slot from 1 by 1
               until rt-slot is greater than 3
                   perform point-route-table
                   call "define_http"
                   using by reference route-tbl,
                         by content http-host of http-tbl
                   move 0 to http-len of route-tbl
                   move spaces to http-public of route-tbl
               end-perform.

               exit paragraph.

           apply-route-record.
               perform point-route-table.

               if rt-path is equal "##public"
                   move rt-handler to http-public of route-tbl
                   exit paragraph
               end-if.

               move rt-path to reg-path.
               move rt-method to reg-method.

               evaluate true
                   when rt-handler is not equal spaces
                       set route-handle to entry rt-handler
                       if rt-protect(1:1) is equal "Y"
                           move "protected" to reg-type
                       else
                           move spaces to reg-type
                       end-if
                       call "register-route"
                       using by reference route-tbl,
                             by content reg-path,
                             by content reg-method,
                             by content route-handle,
                             by content reg-type,
                             by reference reg-status
                   when rt-target is not equal spaces
                       move rt-target to reg-target
                       if rt-kind is equal "permanent"
                       or rt-kind is equal "301"
                           move "permanent" to reg-kind
                       else
                           move spaces to reg-kind
                       end-if
                       call "register-redirect"
                       using by reference route-tbl,
                             by content reg-path,
                             by content reg-method,
                             by content reg-target,
                             by content reg-kind,
                             by reference reg-status
                   when other
                       move rt-proxy to reg-target
                       call "register-proxy"
                       using by reference route-tbl,
                             by content reg-path,
                             by content reg-method,
                             by content reg-target,
                             by reference reg-status
                       if reg-status is equal 0
                       and rt-cache-ttl is greater than 0
                           call "set-proxy-cache"
                           using by reference route-tbl,
                                 by content rt-cache-ttl,
                                 by reference reg-status
                       end-if
               end-evaluate.

               if reg-status is equal 0
                   add 1 to route-loaded-count
               end-if.

               exit paragraph.

      * a host table keeps the registry entry it was given on the
      * first load; later loads rename it in place. A table the file
      * no longer uses is renamed to low-values, which no Host header
      * can match, so its requests fall back to the default table.
           register-route-hosts.
               perform varying rt-slot from 1 by 1
               until rt-slot is greater than 3
                   perform register-one-route-host
               end-perform.

               exit paragraph.

           register-one-route-host.
               if route-host-vhost(rt-slot) is greater than 0
                   if rt-slot is greater than pass-host-count
                       move low-values
                           to vhost-name(route-host-vhost(rt-slot))
                   else
                       move pass-host-name(rt-slot)
                           to vhost-name(route-host-vhost(rt-slot))
                   end-if
                   exit paragraph
               end-if.

               if rt-slot is greater than pass-host-count
                   exit paragraph
               end-if.

               perform point-route-table.

               call "register-vhost"
               using by content pass-host-name(rt-slot),
                     by reference route-tbl,
                     by reference reg-status.

               if reg-status is equal 0
                   move vhost-count to route-host-vhost(rt-slot)
               else
                   move spaces to route-reason
                   move "virtual host table full" to route-reason
                   move 0 to route-line-no
                   perform log-route-error
               end-if.

               exit paragraph.

           log-route-error.
               move route-line-no to line-disp.
               move spaces to error-event.

               string
                   "op=routes-load status=bad"
                   " path=" function trim(routes-path)
                   " line=" function trim(line-disp)
                   " reason=" function trim(route-reason)
                   into error-event
               end-string.

               call "error-log" using by content error-event.

               exit paragraph.

           log-routes-empty.
               move spaces to error-event.

               string
                   "op=routes-load status=empty"
                   " path=" function trim(routes-path)
                   " bad=" route-bad-count
                   into error-event
               end-string.

               call "error-log" using by content error-event.

               display "load-routes: no usable route in "
                   function trim(routes-path)
                   ", route table left unchanged".

               exit paragraph.

       end program load-routes.

      ********************************

       identification division.
       program-id. session-lookup.

       environment division.
       input-output section.
       file-control.
           select session-file assign to session-file-path
               organization is indexed
               access mode is dynamic
               record key is session-rec-id
               file status is session-file-status.

       data division.
       file section.
       fd session-file.
       01 session-record.
           05 session-rec-id      pic x(32).
           05 session-rec-created pic x(29).
           05 session-rec-payload pic x(256).

       working-storage section.
       77 session-file-path pic x(256) value "/tmp/http-sessions.idx".
       77 session-file-status pic xx.
       77 candidate-id      pic x(32).
       77 session-found     pic 9.
       77 colon-pos         pic 9(4).
       77 semi-pos          pic 9(4).
       77 val-max           pic 9(4).
       77 created-stamp     pic x(29).
       77 zero-days         pic 9(4) value 0.
       77 rand-digits       pic 9(6).
       77 cookie-trim       pic x(2048).
       77 value-start       pic 9(4).
       77 value-len         pic 9(4).
       77 seed-stamp        pic x(21).
       77 random-seeded     pic 9 value 0.
       77 seed-val          pic 9(9).
       77 seed-junk         pic 9v999999.
       77 session-ttl-secs  pic 9(9) value 0.
       77 ttl-env           pic x(9).
       77 ttl-loaded        pic 9 value 0.
       77 session-expired   pic 9.
       77 created-secs      pic 9(12).
       77 now-secs          pic 9(12).
       77 now-stamp         pic x(29).
       77 stamp-ok          pic 9.
       77 error-event       pic x(512).

       linkage section.
       77 cookie-value     pic x(2048).
       77 cookie-status    pic 9.
       77 session-id-out   pic x(32).
       77 session-new      pic 9.

       procedure division using cookie-value, cookie-status,
                           session-id-out, session-new.

           move spaces to candidate-id.
           set session-new to 0.

           perform load-session-ttl.

           if cookie-status is equal 1 then
               perform extract-session-cookie
           end-if.

           set session-found to 0.

           if candidate-id is not equal spaces then
               perform find-session
           end-if.

           if session-found is equal 1 then
               move candidate-id to session-id-out
               exit program
           end-if.

           perform create-session.

           move candidate-id to session-id-out.
           set session-new to 1.

           exit program.

           extract-session-cookie.
               move function trim(cookie-value) to cookie-trim.
               set colon-pos to 0.
               set val-max to function length(cookie-trim).

               perform varying colon-pos from 1 by 1
               until colon-pos is greater than val-max - 10
                   if cookie-trim(colon-pos:11) is equal "session_id="
                   then
                       exit perform
                   end-if
               end-perform.

               if colon-pos is greater than val-max - 10 then
                   exit paragraph
               end-if.

               compute semi-pos = colon-pos + 11.

               perform varying semi-pos from semi-pos by 1
               until semi-pos is greater than val-max
                   if cookie-trim(semi-pos:1) is equal ";" then
                       exit perform
                   end-if
               end-perform.

               compute value-start = colon-pos + 11.
               compute value-len = semi-pos - value-start.

               move cookie-trim(value-start:value-len) to candidate-id.
               move function trim(candidate-id) to candidate-id.

               exit paragraph.

           find-session.
               open input session-file.

               if session-file-status is not equal "00"
                   if session-file-status is not equal "35"
                       perform log-session-error
                   end-if
                   exit paragraph
               end-if.

               move candidate-id to session-rec-id.


       end program session-check.

      ********************************

       identification division.
       program-id. language-template.

      * Picks the language a page is rendered in and the template
      * file to render it from. Languages live as subdirectories of
      * the template directory named by their primary tag
      * (templates/fr/index.tpl); the templates directly under it
      * are the default language, HTTP_DEFAULT_LANGUAGE (default
      * "en"). Candidates are tried in this order and the first one
      * with a directory wins:
      *     the "lang" query parameter, then the "lang" cookie
      *     the language remembered in the session ("lang")
      *     the Accept-Language entries, highest q first (q=0 and
      *     "*" are skipped, equal q keep the header's order)
      * and the default language when none of them does. A language
      * chosen from the request is remembered in the session so the
      * following pages and the submission keep it. The template
      * comes from the language directory when it has that file and
      * from the default directory when it does not.

       data division.
       working-storage section.
       77 default-lang   pic x(8).
       77 lang-env       pic x(8).
       77 lang-word      pic x(64).
       77 lang-tag       pic x(8).
       77 lang-pos       pic 9(3).
       77 lang-len       pic 9(3).
       77 lang-ok        pic 9.
       77 stored-lang    pic x(256).
       77 stored-status  pic 9.
       77 lang-field-key pic x(32) value "lang".
       77 lang-path      pic x(256).
       77 p-i            pic 9(3).

       01 lang-file-info.
           05 lang-file-size pic x(8) comp-x.
           05 filler         pic x(8).

       77 cookie-hdr-name  pic x(64) value "Cookie".
       77 lang-hdr-name    pic x(64) value "Accept-Language".
       77 hdr-value        pic x(2048).
       77 hdr-status       pic 9.
       77 hdr-ptr          pic 9(4).
       77 hdr-len          pic 9(4).
       77 hdr-entry        pic x(256).
       77 entry-tag        pic x(64).
       77 entry-params     pic x(192).
       77 entry-q-at       pic 9(3).
       77 entry-q          pic 9v999.
       77 entry-q-tok      pic x(16).

      * the candidates in the order they are tried; cand-from is
      * O (query or cookie), S (session), A (Accept-Language).
       01 lang-cands.
           05 lang-cand occurs 20 times.
               10 cand-lang pic x(8).
               10 cand-q    pic 9v999.
               10 cand-from pic x.
           05 cand-size pic 9(3).
       77 cand-i      pic 9(3).
       77 cand-j      pic 9(3).
       77 cand-chosen pic 9(3).
       77 hold-cand   pic x(13).

       linkage section.
       01 request. copy "httpreq.cpy".
       77 template-dir  pic x(256).
       77 template-name pic x(64).
       77 template-path pic x(256).
       77 page-lang     pic x(8).

       procedure division using request, template-dir,
                           template-name, template-path, page-lang.

           move spaces to page-lang.
           move spaces to stored-lang.
           initialize lang-cands.

           move spaces to lang-env.
           accept lang-env
               from environment "HTTP_DEFAULT_LANGUAGE"
               on exception
                   move spaces to lang-env
           end-accept.

           move lang-env to lang-word.
           perform check-lang-word.

           if lang-ok is equal 1
               move lang-tag to default-lang
           else
               move "en" to default-lang
           end-if.

           perform add-override-cand.
           perform add-session-cand.
           perform add-accept-language-cands.

           set cand-chosen to 0.

           perform varying cand-i from 1 by 1
           until cand-i is greater than cand-size
           or cand-chosen is greater than 0
               if cand-lang(cand-i) is equal default-lang
                   move cand-i to cand-chosen
               else
                   move spaces to lang-path
                   string
                       function trim(template-dir) "/"
                       function trim(cand-lang(cand-i))
                       into lang-path
                   end-string
                   call "CBL_CHECK_FILE_EXIST"
                   using lang-path, lang-file-info
                   if return-code is equal 0
                       move cand-i to cand-chosen
                   end-if
               end-if
           end-perform.

           if cand-chosen is equal 0
               move default-lang to page-lang
           else
               move cand-lang(cand-chosen) to page-lang
               perform remember-lang
           end-if.

           move spaces to template-path.

           if page-lang is not equal default-lang
               string
                   function trim(template-dir) "/"
                   function trim(page-lang) "/"
                   function trim(template-name)
                   into template-path
               end-string
               call "CBL_CHECK_FILE_EXIST"
               using template-path, lang-file-info
               if return-code is equal 0
                   exit program
               end-if
               move spaces to template-path
           end-if.

           string
               function trim(template-dir) "/"
               function trim(template-name)
               into template-path
           end-string.

           exit program.

      * "fr", "fr-CA" and "FR_ca" all become "fr"; anything but
      * 1 to 8 letters is not a language and never reaches a path.
           check-lang-word.
               set lang-ok to 0.
               move spaces to lang-tag.

               move function trim(lang-word) to lang-word.

               if lang-word is equal spaces
                   exit paragraph
               end-if.

               move 0 to lang-len.
               inspect lang-word tallying lang-len
                   for characters before initial "-".

               if lang-word(1:lang-len) is equal spaces
                   exit paragraph
               end-if.

               move 0 to lang-pos.
               inspect lang-word(1:lang-len) tallying lang-pos
                   for characters before initial "_".
               move lang-pos to lang-len.

               move 0 to lang-pos.
               inspect lang-word(1:lang-len) tallying lang-pos
                   for characters before initial space.
               move lang-pos to lang-len.

               if lang-len is equal 0
               or lang-len is greater than 8
                   exit paragraph
               end-if.

               if lang-word(1:lang-len) is not alphabetic
                   exit paragraph
               end-if.

               move function lower-case(lang-word(1:lang-len))
                   to lang-tag.
               set lang-ok to 1.

               exit paragraph.

           add-override-cand.
               move spaces to lang-word.

               perform varying p-i from 1 by 1
               until p-i is greater than request-query-size
                   if function trim(request-query-name(p-i))
                   is equal "lang"
                       move request-query-value(p-i) to lang-word
                   end-if
               end-perform.

               if lang-word is equal spaces
                   perform find-lang-cookie
               end-if.

               perform check-lang-word.

               if lang-ok is equal 1
                   add 1 to cand-size
                   move lang-tag to cand-lang(cand-size)
                   move 1 to cand-q(cand-size)
                   move "O" to cand-from(cand-size)
               end-if.

               exit paragraph.

      * the Cookie header is "a=1; lang=fr; session_id=..."; the
      * value runs to the next ";".
           find-lang-cookie.
               call "get-header"
               using by reference request-headers,
               by content cookie-hdr-name,
               by reference hdr-value,
               by reference hdr-status.

               if hdr-status is not equal 1
                   exit paragraph
               end-if.

               move 1 to hdr-ptr.

               perform until hdr-ptr is greater than 2048
               or lang-word is not equal spaces
                   move spaces to hdr-entry
                   unstring hdr-value
                       delimited by ";"
                       into hdr-entry
                       with pointer hdr-ptr
                   end-unstring
                   move function trim(hdr-entry) to hdr-entry
                   if hdr-entry(1:5) is equal "lang="
                       move hdr-entry(6:) to lang-word
                   end-if
               end-perform.

               exit paragraph.

           add-session-cand.
               if request-session-id is equal spaces
                   exit paragraph
               end-if.

               move spaces to stored-lang.

               call "session-get"
               using by content request-session-id,
               by content lang-field-key,
               by reference stored-lang,
               by reference stored-status.

               if stored-status is not equal 1
                   move spaces to stored-lang
                   exit paragraph
               end-if.

               move stored-lang to lang-word.
               perform check-lang-word.

               if lang-ok is equal 1
                   add 1 to cand-size
                   move lang-tag to cand-lang(cand-size)
                   move 1 to cand-q(cand-size)
                   move "S" to cand-from(cand-size)
               end-if.

               exit paragraph.

      * "fr-CH, fr;q=0.9, en;q=0.8, *;q=0.5": each entry is a tag
      * with an optional q between 0 and 1 (default 1). The entries
      * are inserted behind the override and session candidates,
      * kept in descending q.
           add-accept-language-cands.
               call "get-header"
               using by reference request-headers,
               by content lang-hdr-name,
               by reference hdr-value,
               by reference hdr-status.

               if hdr-status is not equal 1
                   exit paragraph
               end-if.

               move 0 to hdr-len.
               if hdr-value is not equal spaces
                   compute hdr-len =
                       function length(function trim(hdr-value))
               end-if.

               move function trim(hdr-value) to hdr-value.
               move 1 to hdr-ptr.

               perform until hdr-ptr is greater than hdr-len
               or cand-size is greater than or equal 20
                   move spaces to hdr-entry
                   unstring hdr-value
                       delimited by ","
                       into hdr-entry
                       with pointer hdr-ptr
                   end-unstring
                   perform add-accept-language-entry
               end-perform.

               exit paragraph.

           add-accept-language-entry.
               move spaces to entry-tag entry-params.

               unstring hdr-entry
                   delimited by ";"
                   into entry-tag, entry-params
               end-unstring.

               move function trim(entry-tag) to lang-word.
               perform check-lang-word.

               if lang-ok is equal 0
                   exit paragraph
               end-if.

               move 1 to entry-q.
               move function lower-case(entry-params) to entry-params.
               move 0 to entry-q-at.
               inspect entry-params tallying entry-q-at
                   for characters before initial "q=".

               if entry-q-at is less than 192
                   move spaces to entry-q-tok
                   unstring entry-params(entry-q-at + 3:)
                       delimited by ";" or space
                       into entry-q-tok
                   end-unstring
                   if entry-q-tok is equal spaces
                   or function test-numval(entry-q-tok)
                   is not equal 0
                       exit paragraph
                   end-if
                   if function numval(entry-q-tok) is greater than 1
                       exit paragraph
                   end-if
                   compute entry-q = function numval(entry-q-tok)
               end-if.

               if entry-q is equal 0
                   exit paragraph
               end-if.

      * a language already listed keeps its place.
               perform varying cand-i from 1 by 1
               until cand-i is greater than cand-size
                   if cand-lang(cand-i) is equal lang-tag
                   and cand-from(cand-i) is equal "A"
                       exit paragraph
                   end-if
               end-perform.

               add 1 to cand-size.
               move lang-tag to cand-lang(cand-size).
               move entry-q to cand-q(cand-size).
               move "A" to cand-from(cand-size).

               move cand-size to cand-j.

               perform until cand-j is less than 2
                   if cand-from(cand-j - 1) is not equal "A"
                   or cand-q(cand-j - 1) is not less than cand-q(cand-j)
                       exit perform
                   end-if
                   move lang-cand(cand-j - 1) to hold-cand
                   move lang-cand(cand-j) to lang-cand(cand-j - 1)
                   move hold-cand to lang-cand(cand-j)
                   subtract 1 from cand-j
               end-perform.

               exit paragraph.

           remember-lang.
               if request-session-id is equal spaces
                   exit paragraph
               end-if.

               if stored-lang is equal page-lang
                   exit paragraph
               end-if.

               move page-lang to stored-lang.

               call "session-put"
               using by content request-session-id,
               by content lang-field-key,
               by content stored-lang.

               exit paragraph.

       end program language-template.

      ********************************

       identification division.
       program-id. proxy-cache-get.

      * Looks up a backend URL in the proxy response cache, the
      * indexed file HTTP_PROXY_CACHE_FILE (default
      * /tmp/http-proxy-cache.idx) keyed by the full backend URL.
      * cache-found is 1 when a copy is held; cache-age is then its
      * age in seconds, and the caller decides whether it is fresh
      * enough to serve or only good as a stale fallback.

       environment division.
       input-output section.
       file-control.
           select cache-file assign to cache-file-path
               organization is indexed
               access mode is dynamic
               record key is cache-rec-url
               file status is cache-file-status.

       data division.
       file section.
       fd cache-file.
       01 cache-record.
           05 cache-rec-url     pic x(512).
           05 cache-rec-fetched pic x(29).
           05 cache-rec-status  pic 9(3).
           05 cache-rec-ctype   pic x(128).
           05 cache-rec-len     pic 9(4).
           05 cache-rec-body    pic x(2048).

       working-storage section.
       77 cache-file-path   pic x(256).
       77 cache-file-status pic xx.
       77 fetched-secs      pic 9(12).
       77 now-secs          pic 9(12).
       77 now-stamp         pic x(29).
       77 zero-days         pic 9(4) value 0.
       77 stamp-ok          pic 9.

       linkage section.
       77 cache-url    pic x(512).
       77 cache-status pic 9(3).
       77 cache-ctype  pic x(128).
       77 cache-body   pic x(2048).
       77 cache-len    pic 9(4).
       77 cache-age    pic 9(12).
       77 cache-found  pic 9.

       procedure division using cache-url, cache-status, cache-ctype,
                           cache-body, cache-len, cache-age,
                           cache-found.

           set cache-found to 0.
           set cache-age to 0.

           move "/tmp/http-proxy-cache.idx" to cache-file-path.
           accept cache-file-path
               from environment "HTTP_PROXY_CACHE_FILE"
               on exception
                   move "/tmp/http-proxy-cache.idx" to cache-file-path
           end-accept.

           if cache-file-path is equal spaces
               move "/tmp/http-proxy-cache.idx" to cache-file-path
           end-if.

           open input cache-file.

           if cache-file-status is not equal "00"
               exit program
           end-if.

           move cache-url to cache-rec-url.

           read cache-file key is cache-rec-url
               invalid key
                   close cache-file
                   exit program
           end-read.

           close cache-file.

           call "stamp-seconds"
           using by content cache-rec-fetched,
           by reference fetched-secs,
           by reference stamp-ok.

           if stamp-ok is equal 0
               exit program
           end-if.

           call "date-utc"
           using by reference now-stamp,
           by content zero-days.

           call "stamp-seconds"
           using by content now-stamp,
           by reference now-secs,
           by reference stamp-ok.

           if stamp-ok is equal 0
               exit program
           end-if.

           if now-secs is greater than fetched-secs
               compute cache-age = now-secs - fetched-secs
           end-if.

           move cache-rec-status to cache-status.
           move cache-rec-ctype to cache-ctype.
           move cache-rec-body to cache-body.
           move cache-rec-len to cache-len.
           set cache-found to 1.

           exit program.

       end program proxy-cache-get.

      ********************************

       identification division.
       program-id. proxy-cache-put.

      * Stores (or replaces) the cached copy of one backend response,
      * stamped with the time it was fetched. Only whole bodies that
      * fit the record are cached; the caller passes the same buffer
      * it relays to the client.

       environment division.
       input-output section.
       file-control.
           select cache-file assign to cache-file-path
               organization is indexed
               access mode is dynamic
               record key is cache-rec-url
               file status is cache-file-status.

       data division.
       file section.
       fd cache-file.
       01 cache-record.
           05 cache-rec-url     pic x(512).
           05 cache-rec-fetched pic x(29).
           05 cache-rec-status  pic 9(3).
           05 cache-rec-ctype   pic x(128).
           05 cache-rec-len     pic 9(4).
           05 cache-rec-body    pic x(2048).

       working-storage section.
       77 cache-file-path   pic x(256).
       77 cache-file-status pic xx.
       77 put-stamp         pic x(29).
       77 zero-days         pic 9(4) value 0.
       77 error-event       pic x(512).

       linkage section.
       77 cache-url    pic x(512).
       77 cache-status pic 9(3).
       77 cache-ctype  pic x(128).
       77 cache-body   pic x(2048).
       77 cache-len    pic 9(4).

       procedure division using cache-url, cache-status, cache-ctype,
                           cache-body, cache-len.

           move "/tmp/http-proxy-cache.idx" to cache-file-path.
           accept cache-file-path
               from environment "HTTP_PROXY_CACHE_FILE"
               on exception
                   move "/tmp/http-proxy-cache.idx" to cache-file-path
           end-accept.

           if cache-file-path is equal spaces
               move "/tmp/http-proxy-cache.idx" to cache-file-path
           end-if.

           open i-o cache-file.

           if cache-file-status is equal "35"
               open output cache-file
           end-if.

           if cache-file-status is not equal "00"
               move spaces to error-event
               string
                   "op=proxy-cache-open status=" cache-file-status
                   " path=" function trim(cache-file-path)
                   into error-event
               end-string
               call "error-log" using by content error-event
               exit program
           end-if.

           call "date-utc"
           using by reference put-stamp,
           by content zero-days.

           move cache-url to cache-rec-url.

           read cache-file key is cache-rec-url
               invalid key
                   perform fill-cache-record
                   write cache-record
               not invalid key
                   perform fill-cache-record
                   rewrite cache-record
           end-read.

           close cache-file.

           exit program.

           fill-cache-record.
               move cache-url to cache-rec-url.
               move put-stamp to cache-rec-fetched.
               move cache-status to cache-rec-status.
               move cache-ctype to cache-rec-ctype.
               move cache-len to cache-rec-len.
               move cache-body to cache-rec-body.

               exit paragraph.

       end program proxy-cache-put.

      ********************************

       identification division.
      * like the fixed-buffer senders. body-delete 1 removes the
      * spool file after the send, so handlers need no cleanup of
      * their own. A missing or unreadable spool file answers 500.
      * Any response-headers the handler filled in (complete
      * "Name: value" lines, e.g. a Content-Disposition for a
      * download) are sent after the standard ones.

       data division.

       working-storage section.
       77 body-hdr-date   pic x(29).
       77 body-zero-days  pic 9(4) value 0.
       77 body-hdr-buffer pic x(2560).
       77 body-hdr-size   pic 9(4).
       77 body-len-disp   pic z(17)9.
       77 body-hdr-i      pic 9(3).

       01 body-file-info.
           05 body-file-size pic x(8) comp-x.
               end-string
           end-if.

           if response-headers-size is numeric
               perform varying body-hdr-i from 1 by 1
               until body-hdr-i is greater than response-headers-size
               or body-hdr-i is greater than 8
                   if header-data(body-hdr-i) is not equal spaces
                       string
                           function trim(header-data(body-hdr-i))
                           X"0A"
                           into body-hdr-buffer
                           with pointer body-hdr-size
                       end-string
                   end-if
               end-perform
           end-if.

           string
               X"0A"
               into body-hdr-buffer

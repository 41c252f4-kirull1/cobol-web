      **********************
      * THRESHOLD ALERT MONITOR
      **********************
      * Run every few minutes from cron. Measures the listener's
      * health signals over the last ALERT_WINDOW_MINS minutes
      * (default 15), compares them with the alert rules file
      * (HTTP_ALERT_RULES_FILE, default /tmp/http-alert-rules.dat;
      * tools/alert-rules.dat is the installed set) and pages the
      * on-call webhook through http-client. One rule per line,
      * pipe-delimited:
      *     rule name|metric|threshold|parameter
      * A rule fires when the measured value reaches its threshold.
      * The metrics are
      *     5xx-rate      percent of requests in the window answered
      *                   5xx (access log)
      *     5xx-count     growth of the 5xx class counter since the
      *                   last cycle (metrics aggregate + raw log)
      *     errors        error log entries in the window
      *     slow          requests in the window over the parameter in
      *                   ms (default LATENCY_SLA_MS, else 2000)
      *     restarts      watchdog restarts in the window
      *     dead-letters  entries waiting in the webhook dead-letter
      *                   file
      * The webhook URL is HTTP_ALERT_WEBHOOK_URL, or a
      * "##webhook|<url>" line in the rules file; without one the
      * alerts are only written to the alert log.
      *
      * Each alert names the rule, the measured value, the threshold
      * and a sample req= id from the offending log lines. The alert
      * state file (/tmp/http-alert-state.dat) remembers which rules
      * are firing, so a condition that stays bad is paged once, and
      * a "recovered" notice goes out when it clears. A page that
      * cannot be delivered leaves the state alone and is tried again
      * next cycle. Every page is also appended to
      * /tmp/http-alert.log. Ends with return code 4 while any rule is
      * firing and 8 when there are no rules.

       identification division.
       program-id. alert-monitor.

       environment division.
       input-output section.
       file-control.
           select rules-file assign to rules-path
               organization is line sequential
               file status is rules-status.
           select state-file assign to state-path
               organization is line sequential
               file status is state-status.
           select scan-file assign to scan-path
               organization is line sequential
               file status is scan-status.
           select alert-log-file assign to alert-log-path
               organization is line sequential
               file status is alert-log-status.

       data division.
       file section.
       fd rules-file.
       01 rules-record pic x(512).

       fd state-file.
       01 state-record pic x(256).

       fd scan-file.
       01 scan-record pic x(2304).

       fd alert-log-file.
       01 alert-log-record pic x(512).

       working-storage section.
       77 rules-path     pic x(256) value "/tmp/http-alert-rules.dat".
       77 state-path     pic x(256) value "/tmp/http-alert-state.dat".
       77 alert-log-path pic x(256) value "/tmp/http-alert.log".
       77 scan-path      pic x(256).
       77 access-log-path pic x(256) value "/tmp/http-access.log".
       77 error-log-path  pic x(256) value "/tmp/http-error.log".
       77 watchdog-path   pic x(256) value "/tmp/http-watchdog.log".
       77 dead-path       pic x(256)
           value "/tmp/http-webhook-dead.log".
       77 metrics-agg-path pic x(256)
           value "/tmp/http-metrics-agg.dat".
       77 metrics-raw-path pic x(256) value "/tmp/http-metrics.log".
       77 rules-status     pic xx.
       77 state-status     pic xx.
       77 scan-status      pic xx.
       77 alert-log-status pic xx.

       77 rules-env       pic x(256).
       77 webhook-url     pic x(512) value spaces.
       77 window-mins     pic 9(5) value 15.
       77 window-env      pic x(5).
       77 default-sla     pic 9(7) value 2000.
       77 sla-env         pic x(7).

       01 rules.
           05 rule-entry occurs 32 times.
               10 rule-name      pic x(32).
               10 rule-metric    pic x(16).
               10 rule-threshold pic 9(7).
               10 rule-param     pic 9(7).
               10 rule-value     pic 9(9).
               10 rule-sample    pic x(64).
               10 rule-state     pic x.
               10 rule-since     pic x(29).
           05 rules-size pic 9(3).

       77 r-i            pic 9(3).
       77 tok-name       pic x(64).
       77 tok-metric     pic x(32).
       77 tok-threshold  pic x(16).
       77 tok-param      pic x(256).
       77 rules-line-no  pic 9(5) value 0.

       77 state-name     pic x(64).
       77 state-flag     pic x(16).
       77 state-since    pic x(40).
       77 state-value    pic x(16).

       77 now-stamp      pic x(29).
       77 now-secs       pic 9(12).
       77 window-start   pic 9(12).
       77 line-secs      pic 9(12).
       77 stamp-ok       pic 9.
       77 zero-days      pic 9(4) value 0.

       77 access-total   pic 9(9) value 0.
       77 access-5xx     pic 9(9) value 0.
       77 access-5xx-req pic x(64) value spaces.
       77 prior-5xx-total pic 9(12) value 0.
       77 class-5xx-total pic 9(12) value 0.
       77 class-5xx-delta pic 9(12) value 0.
       77 have-prior-5xx  pic 9 value 0.

       77 log-method     pic x(16).
       77 log-path       pic x(2048).
       77 log-status-tok pic x(16).
       77 log-idx-tok    pic x(16).
       77 log-elapsed-tok pic x(24).
       77 log-http-tok   pic x(16).
       77 log-bytes-tok  pic x(24).
       77 log-req-tok    pic x(80).
       77 log-elapsed    pic 9(9).
       77 line-req       pic x(64).
       77 req-at         pic 9(4).
       77 req-len        pic 9(4).

       77 m-kind         pic x(16).
       77 m-key          pic x(256).
       77 m-count-tok    pic x(16).

       77 firing-count   pic 9(3) value 0.
       77 sent-count     pic 9(3) value 0.
       77 alert-status   pic x(16).

       01 json-fields.
           05 json-field occurs 64 times.
               10 json-field-name  pic x(32).
               10 json-field-value pic x(256).
           05 json-field-size pic 9(3).
       77 json-data pic x(2048).
       77 json-size pic 9(4).

       01 http-client-request.
           05 client-url    pic x(512).
           05 client-method pic x(16).
           05 client-headers occurs 16 times.
               10 client-header pic x(256).
           05 client-headers-size pic 9(2).
           05 client-body     pic x(2048).
           05 client-body-len pic 9(4).

       77 client-status     pic 9(3).
       77 client-resp-body  pic x(2048).
       77 client-resp-len   pic 9(4).
       77 client-resp-ctype pic x(128).
       77 page-delivered    pic 9.

       77 value-disp     pic z(8)9.
       77 threshold-disp pic z(6)9.
       77 alert-text     pic x(256).

       procedure division.

           main-line.
               initialize rules.
               perform load-settings.
               perform load-rules.

               if rules-size is equal 0
                   display "alert-monitor: no rules in "
                       function trim(rules-path)
                   move 8 to return-code
                   stop run
               end-if.

               perform load-state.

               call "date-utc"
               using by reference now-stamp,
               by content zero-days.

               call "stamp-seconds"
               using by content now-stamp,
               by reference now-secs,
               by reference stamp-ok.

               compute window-start = now-secs - window-mins * 60.

               perform scan-access-log.
               perform scan-error-log.
               perform scan-watchdog-log.
               perform scan-dead-letters.
               perform count-5xx-class.
               perform set-derived-values.

               perform check-one-rule
                   varying r-i from 1 by 1
                   until r-i is greater than rules-size.

               perform write-state.

               display "alert-monitor: rules " rules-size
                   " firing " firing-count
                   " pages-sent " sent-count.

               move 0 to return-code.

               if firing-count is greater than 0
                   move 4 to return-code
               end-if.

               stop run.

           load-settings.
               move spaces to rules-env.
               accept rules-env
                   from environment "HTTP_ALERT_RULES_FILE"
                   on exception
                       move spaces to rules-env
               end-accept.

               if rules-env is not equal spaces
                   move rules-env to rules-path
               end-if.

               accept webhook-url
                   from environment "HTTP_ALERT_WEBHOOK_URL"
                   on exception
                       move spaces to webhook-url
               end-accept.

               move spaces to window-env.
               accept window-env
                   from environment "ALERT_WINDOW_MINS"
                   on exception
                       move spaces to window-env
               end-accept.

               if window-env is not equal spaces
               and function test-numval(window-env) is equal 0
                   compute window-mins = function numval(window-env)
               end-if.

               move spaces to sla-env.
               accept sla-env
                   from environment "LATENCY_SLA_MS"
                   on exception
                       move spaces to sla-env
               end-accept.

               if sla-env is not equal spaces
               and function test-numval(sla-env) is equal 0
                   compute default-sla = function numval(sla-env)
               end-if.

               exit paragraph.

           load-rules.
               open input rules-file.

               if rules-status is not equal "00"
                   exit paragraph
               end-if.

               perform load-one-rule
                   until rules-status is not equal "00".

               close rules-file.

               exit paragraph.

           load-one-rule.
               read rules-file
                   at end
                       move "10" to rules-status
                       exit paragraph
               end-read.

               add 1 to rules-line-no.

               if rules-record is equal spaces
               or rules-record(1:1) is equal "#"
               and rules-record(1:10) is not equal "##webhook|"
                   exit paragraph
               end-if.

               if rules-record(1:10) is equal "##webhook|"
                   if webhook-url is equal spaces
                       move function trim(rules-record(11:))
                           to webhook-url
                   end-if
                   exit paragraph
               end-if.

               move spaces to tok-name.
               move spaces to tok-metric.
               move spaces to tok-threshold.
               move spaces to tok-param.

               unstring rules-record
                   delimited by "|"
                   into tok-name, tok-metric, tok-threshold, tok-param
               end-unstring.

               move function lower-case(function trim(tok-metric))
                   to tok-metric.

               evaluate tok-metric
                   when "5xx-rate"
                   when "5xx-count"
                   when "errors"
                   when "slow"
                   when "restarts"
                   when "dead-letters"
                       continue
                   when other
                       display "alert-monitor: line " rules-line-no
                           " unknown metric "
                           function trim(tok-metric) ", ignored"
                       exit paragraph
               end-evaluate.

               if tok-name is equal spaces
               or tok-threshold is equal spaces
               or function test-numval(tok-threshold) is not equal 0
                   display "alert-monitor: line " rules-line-no
                       " needs a name and a numeric threshold, ignored"
                   exit paragraph
               end-if.

               if rules-size is not less than 32
                   display "alert-monitor: more than 32 rules, line "
                       rules-line-no " ignored"
                   exit paragraph
               end-if.

               add 1 to rules-size.
               move function trim(tok-name) to rule-name(rules-size).
               move tok-metric to rule-metric(rules-size).
               compute rule-threshold(rules-size) =
                   function numval(tok-threshold).
               move 0 to rule-param(rules-size).

               if tok-param is not equal spaces
               and function test-numval(tok-param) is equal 0
                   compute rule-param(rules-size) =
                       function numval(tok-param)
               end-if.

               if tok-metric is equal "slow"
               and rule-param(rules-size) is equal 0
                   move default-sla to rule-param(rules-size)
               end-if.

               move 0 to rule-value(rules-size).
               move "-" to rule-sample(rules-size).
               move "O" to rule-state(rules-size).
               move spaces to rule-since(rules-size).

               exit paragraph.

      * state lines: rule|F or O|since|last value, plus the 5xx
      * class counter seen on the previous cycle as ##5xx-total.
           load-state.
               open input state-file.

               if state-status is not equal "00"
                   exit paragraph
               end-if.

               perform load-one-state
                   until state-status is not equal "00".

               close state-file.

               exit paragraph.

           load-one-state.
               read state-file
                   at end
                       move "10" to state-status
                       exit paragraph
               end-read.

               move spaces to state-name.
               move spaces to state-flag.
               move spaces to state-since.
               move spaces to state-value.

               unstring state-record
                   delimited by "|"
                   into state-name, state-flag, state-since,
                       state-value
               end-unstring.

               if state-name is equal "##5xx-total"
                   if function test-numval(state-flag) is equal 0
                       compute prior-5xx-total =
                           function numval(state-flag)
                       set have-prior-5xx to 1
                   end-if
                   exit paragraph
               end-if.

               perform varying r-i from 1 by 1
               until r-i is greater than rules-size
                   if rule-name(r-i) is equal state-name
                       move state-flag(1:1) to rule-state(r-i)
                       move state-since to rule-since(r-i)
                   end-if
               end-perform.

               exit paragraph.

           write-state.
               open output state-file.

               if state-status is not equal "00"
                   exit paragraph
               end-if.

               perform varying r-i from 1 by 1
               until r-i is greater than rules-size
                   move rule-value(r-i) to value-disp
                   move spaces to state-record
                   string
                       function trim(rule-name(r-i)) "|"
                       rule-state(r-i) "|"
                       rule-since(r-i) "|"
                       function trim(value-disp)
                       into state-record
                   end-string
                   write state-record
               end-perform.

               move spaces to state-record.
               string
                   "##5xx-total|" class-5xx-total
                   into state-record
               end-string.
               write state-record.

               close state-file.

               exit paragraph.

      * true when the first 29 bytes of scan-record are a stamp
      * inside the window.
           check-line-window.
               set stamp-ok to 0.

               call "stamp-seconds"
               using by content scan-record(1:29),
               by reference line-secs,
               by reference stamp-ok.

               if stamp-ok is equal 1
               and line-secs is less than window-start
                   set stamp-ok to 0
               end-if.

               exit paragraph.

           scan-access-log.
               move access-log-path to scan-path.
               open input scan-file.

               if scan-status is not equal "00"
                   exit paragraph
               end-if.

               perform scan-one-access-line
                   until scan-status is not equal "00".

               close scan-file.

               exit paragraph.

           scan-one-access-line.
               read scan-file
                   at end
                       move "10" to scan-status
                       exit paragraph
               end-read.

               perform check-line-window.

               if stamp-ok is equal 0
                   exit paragraph
               end-if.

               move spaces to log-method.
               move spaces to log-path.
               move spaces to log-status-tok.
               move spaces to log-idx-tok.
               move spaces to log-elapsed-tok.
               move spaces to log-http-tok.
               move spaces to log-bytes-tok.
               move spaces to log-req-tok.

               unstring scan-record(31:)
                   delimited by all space
                   into log-method, log-path, log-status-tok,
                       log-idx-tok, log-elapsed-tok, log-http-tok,
                       log-bytes-tok, log-req-tok
               end-unstring.

               add 1 to access-total.

               move "-" to line-req.
               if log-req-tok(1:4) is equal "req="
                   move log-req-tok(5:64) to line-req
               end-if.

               if log-http-tok(1:6) is equal "http=5"
                   add 1 to access-5xx
                   move line-req to access-5xx-req
               end-if.

               set log-elapsed to 0.

               if log-elapsed-tok(1:11) is equal "elapsed_ms="
               and log-elapsed-tok(12:1) is not equal space
                   compute log-elapsed =
                       function numval(log-elapsed-tok(12:12))
               end-if.

               perform varying r-i from 1 by 1
               until r-i is greater than rules-size
                   if rule-metric(r-i) is equal "slow"
                   and log-elapsed is greater than rule-param(r-i)
                       add 1 to rule-value(r-i)
                       move line-req to rule-sample(r-i)
                   end-if
               end-perform.

               exit paragraph.

           scan-error-log.
               move error-log-path to scan-path.
               open input scan-file.

               if scan-status is not equal "00"
                   exit paragraph
               end-if.

               perform scan-one-error-line
                   until scan-status is not equal "00".

               close scan-file.

               exit paragraph.

           scan-one-error-line.
               read scan-file
                   at end
                       move "10" to scan-status
                       exit paragraph
               end-read.

               perform check-line-window.

               if stamp-ok is equal 0
                   exit paragraph
               end-if.

               perform find-line-req.

               perform varying r-i from 1 by 1
               until r-i is greater than rules-size
                   if rule-metric(r-i) is equal "errors"
                       add 1 to rule-value(r-i)
                       move line-req to rule-sample(r-i)
                   end-if
               end-perform.

               exit paragraph.

      * the id following " req=" anywhere on the line, else "-".
           find-line-req.
               move "-" to line-req.
               set req-at to 0.

               inspect scan-record
                   tallying req-at for characters
                   before initial " req=".

               if req-at is greater than or equal 2290
                   exit paragraph
               end-if.

               move spaces to line-req.
               unstring scan-record(req-at + 6:)
                   delimited by space
                   into line-req
               end-unstring.

               if line-req is equal spaces
                   move "-" to line-req
               end-if.

               exit paragraph.

           scan-watchdog-log.
               move watchdog-path to scan-path.
               open input scan-file.

               if scan-status is not equal "00"
                   exit paragraph
               end-if.

               perform scan-one-watchdog-line
                   until scan-status is not equal "00".

               close scan-file.

               exit paragraph.

      * the first launch is logged with reason=started and the
      * outage and held-launch entries carry event=; everything else
      * in the checkpoint log is a restart.
           scan-one-watchdog-line.
               read scan-file
                   at end
                       move "10" to scan-status
                       exit paragraph
               end-read.

               perform check-line-window.

               if stamp-ok is equal 0
                   exit paragraph
               end-if.

               set req-at to 0.
               inspect scan-record
                   tallying req-at for all "reason=started"
                       all " event=".

               if req-at is greater than 0
                   exit paragraph
               end-if.

               perform varying r-i from 1 by 1
               until r-i is greater than rules-size
                   if rule-metric(r-i) is equal "restarts"
                       add 1 to rule-value(r-i)
                   end-if
               end-perform.

               exit paragraph.

           scan-dead-letters.
               move dead-path to scan-path.
               open input scan-file.

               if scan-status is not equal "00"
                   exit paragraph
               end-if.

               perform scan-one-dead-letter
                   until scan-status is not equal "00".

               close scan-file.

               exit paragraph.

      * dead letters are a level, not a rate: every entry still in
      * the file counts. The sample is the request_id the webhook
      * payload carries.
           scan-one-dead-letter.
               read scan-file
                   at end
                       move "10" to scan-status
                       exit paragraph
               end-read.

               if scan-record is equal spaces
                   exit paragraph
               end-if.

               move "-" to line-req.
               set req-at to 0.

               inspect scan-record
                   tallying req-at for characters
                   before initial '"request_id":"'.

               if req-at is less than 2280
                   move spaces to line-req
                   unstring scan-record(req-at + 15:)
                       delimited by '"'
                       into line-req
                   end-unstring
               end-if.

               perform varying r-i from 1 by 1
               until r-i is greater than rules-size
                   if rule-metric(r-i) is equal "dead-letters"
                       add 1 to rule-value(r-i)
                       move line-req to rule-sample(r-i)
                   end-if
               end-perform.

               exit paragraph.

      * the 5xx class counter is the stored aggregate plus whatever
      * the raw metrics log has collected since metrics-compact.
           count-5xx-class.
               move metrics-agg-path to scan-path.
               open input scan-file.

               if scan-status is equal "00"
                   perform count-one-agg-line
                       until scan-status is not equal "00"
                   close scan-file
               end-if.

               move metrics-raw-path to scan-path.
               open input scan-file.

               if scan-status is equal "00"
                   perform count-one-raw-line
                       until scan-status is not equal "00"
                   close scan-file
               end-if.

               exit paragraph.

           count-one-agg-line.
               read scan-file
                   at end
                       move "10" to scan-status
                       exit paragraph
               end-read.

               move spaces to m-kind.
               move spaces to m-key.
               move spaces to m-count-tok.

               unstring scan-record
                   delimited by all space
                   into m-kind, m-key, m-count-tok
               end-unstring.

               if m-kind is equal "class"
               and m-key is equal "5xx"
               and function test-numval(m-count-tok) is equal 0
                   compute class-5xx-total = class-5xx-total
                       + function numval(m-count-tok)
               end-if.

               exit paragraph.

           count-one-raw-line.
               read scan-file
                   at end
                       move "10" to scan-status
                       exit paragraph
               end-read.

               move spaces to m-kind.
               move spaces to m-key.
               move spaces to m-count-tok.

               unstring scan-record
                   delimited by all space
                   into m-kind, m-key, m-count-tok
               end-unstring.

               if m-kind is equal "hit"
               and m-count-tok is equal "5xx"
                   add 1 to class-5xx-total
               end-if.

               exit paragraph.

           set-derived-values.
               if have-prior-5xx is equal 0
                   move 0 to class-5xx-delta
               else
                   if class-5xx-total is less than prior-5xx-total
                       move class-5xx-total to class-5xx-delta
                   else
                       compute class-5xx-delta =
                           class-5xx-total - prior-5xx-total
                   end-if
               end-if.

               perform varying r-i from 1 by 1
               until r-i is greater than rules-size
                   evaluate rule-metric(r-i)
                       when "5xx-rate"
                           if access-total is greater than 0
                               compute rule-value(r-i) =
                                   access-5xx * 100 / access-total
                           end-if
                           move access-5xx-req to rule-sample(r-i)
                       when "5xx-count"
                           move class-5xx-delta to rule-value(r-i)
                           move access-5xx-req to rule-sample(r-i)
                   end-evaluate
                   if rule-sample(r-i) is equal spaces
                       move "-" to rule-sample(r-i)
                   end-if
               end-perform.

               exit paragraph.

           check-one-rule.
               if rule-threshold(r-i) is greater than 0
               and rule-value(r-i) is not less than rule-threshold(r-i)
                   add 1 to firing-count
                   if rule-state(r-i) is not equal "F"
                       move "firing" to alert-status
                       perform send-alert
                       if page-delivered is equal 1
                           move "F" to rule-state(r-i)
                           move now-stamp to rule-since(r-i)
                       end-if
                   end-if
                   exit paragraph
               end-if.

               if rule-state(r-i) is equal "F"
                   move "recovered" to alert-status
                   perform send-alert
                   if page-delivered is equal 1
                       move "O" to rule-state(r-i)
                       move now-stamp to rule-since(r-i)
                   end-if
               end-if.

               exit paragraph.

           send-alert.
               set page-delivered to 0.
               move 0 to client-status.

               move rule-value(r-i) to value-disp.
               move rule-threshold(r-i) to threshold-disp.

               move spaces to alert-text.
               string
                   function trim(rule-name(r-i)) " "
                   function trim(alert-status) ": "
                   function trim(rule-metric(r-i)) " "
                   function trim(value-disp)
                   " threshold " function trim(threshold-disp)
                   " window " window-mins "m"
                   " req=" function trim(rule-sample(r-i))
                   into alert-text
               end-string.

               if webhook-url is equal spaces
                   set page-delivered to 1
               else
                   perform post-alert
               end-if.

               if page-delivered is equal 1
                   add 1 to sent-count
               end-if.

               perform write-alert-log.

               exit paragraph.

           post-alert.
               initialize json-fields.

               move "rule" to json-field-name(1).
               move rule-name(r-i) to json-field-value(1).
               move "status" to json-field-name(2).
               move alert-status to json-field-value(2).
               move "metric" to json-field-name(3).
               move rule-metric(r-i) to json-field-value(3).
               move "value" to json-field-name(4).
               move function trim(value-disp) to json-field-value(4).
               move "threshold" to json-field-name(5).
               move function trim(threshold-disp)
                   to json-field-value(5).
               move "sample_req" to json-field-name(6).
               move rule-sample(r-i) to json-field-value(6).
               move "since" to json-field-name(7).
               move rule-since(r-i) to json-field-value(7).
               move "at" to json-field-name(8).
               move now-stamp to json-field-value(8).
               move "text" to json-field-name(9).
               move alert-text to json-field-value(9).
               set json-field-size to 9.

               call "build-json"
               using by reference json-fields,
               by reference json-data,
               by reference json-size.

               initialize http-client-request.
               move webhook-url to client-url.
               move "POST" to client-method.
               move "Content-Type: application/json"
                   to client-header(1).
               set client-headers-size to 1.
               move json-data to client-body.
               compute client-body-len =
                   function length(function trim(json-data)).

               call "http-client"
               using by reference http-client-request,
               by reference client-status,
               by reference client-resp-body,
               by reference client-resp-len,
               by reference client-resp-ctype.

               if client-status is greater than or equal 200
               and client-status is less than 300
                   set page-delivered to 1
               end-if.

               exit paragraph.

           write-alert-log.
               move spaces to alert-log-record.

               string
                   now-stamp
                   " rule=" function trim(rule-name(r-i))
                   " status=" function trim(alert-status)
                   " metric=" function trim(rule-metric(r-i))
                   " value=" function trim(value-disp)
                   " threshold=" function trim(threshold-disp)
                   " sent=" client-status
                   " delivered=" page-delivered
                   " req=" function trim(rule-sample(r-i))
                   into alert-log-record
               end-string.

               open extend alert-log-file.

               if alert-log-status is not equal "00"
                   open output alert-log-file
               end-if.

               write alert-log-record.
               close alert-log-file.

               exit paragraph.

       end program alert-monitor.

       77 admin-public-dir pic x(256).
       77 inventory-backend pic x(256).
       77 proxy-target      pic x(256).
       77 inventory-cache-env pic x(16).
       77 inventory-cache-ttl pic 9(6).
       77 routes-path       pic x(256).
       77 routes-status     pic 9.

       procedure division.

           using by reference http-tbl,
                 by content host-address.

           move spaces to routes-path.

           call "load-routes"
           using by reference http-tbl,
                 by content routes-path,
                 by reference routes-status.

           if routes-status is not equal 0 then
               perform register-builtin-routes
           end-if.

           call "listen_http"
           using by reference http-tbl.

           goback.

      * the route table served when no routes file is installed (see
      * load-routes; routes.dat beside this program holds the same
      * table in file form).
           register-builtin-routes.
               move "/" to host-path.
               set host-handle to entry "http-index".

               move "GET" to path-method.
               move spaces to handle-func-type.

               call "register-route"
               using by reference http-tbl,
                     by content host-path,
                     by content path-method,
                     by content host-handle,
                     by content handle-func-type,
                     by reference reg-status.

               if reg-status is not equal 0 then
                   display "route table is full, GET / not registered"
               end-if.

               move "POST" to path-method.
               move "protected" to handle-func-type.

               call "register-route"
               using by reference http-tbl,
                     by content host-path,
                     by content path-method,
                     by content host-handle,
                     by content handle-func-type,
                     by reference reg-status.

               if reg-status is not equal 0 then
                   display "route table is full, POST / not registered"
               end-if.

               move "/api/echo" to host-path.
               set host-handle to entry "http-api-echo".

               move "GET" to path-method.
               move "protected" to handle-func-type.

               call "register-route"
               using by reference http-tbl,
                     by content host-path,
                     by content path-method,
                     by content host-handle,
                     by content handle-func-type,
                     by reference reg-status.

               if reg-status is not equal 0 then
                   display "route table is full, GET /api/echo not set"
               end-if.

               move "/submissions" to host-path.
               set host-handle to entry "http-submissions-list".

               move "GET" to path-method.
               move "protected" to handle-func-type.

               call "register-route"
               using by reference http-tbl,
                     by content host-path,
                     by content path-method,
                     by content host-handle,
                     by content handle-func-type,
                     by reference reg-status.

               if reg-status is not equal 0 then
                   display "route table is full, GET /submissions "
                       "not set"
               end-if.

               move "/submissions/:number" to host-path.
               set host-handle to entry "http-submission-detail".

               move "GET" to path-method.
               move "protected" to handle-func-type.

               call "register-route"
               using by reference http-tbl,
                     by content host-path,
                     by content path-method,
                     by content host-handle,
                     by content handle-func-type,
                     by reference reg-status.

               if reg-status is not equal 0 then
                   display "route table is full, submission detail "
                       "not set"
               end-if.

               move "/submissions/:number/:action" to host-path.
               set host-handle to entry "http-submission-review".

               move "POST" to path-method.
               move "protected" to handle-func-type.

               call "register-route"
               using by reference http-tbl,
                     by content host-path,
                     by content path-method,
                     by content host-handle,
                     by content handle-func-type,
                     by reference reg-status.

               if reg-status is not equal 0 then
                   display "route table is full, submission review "
                       "not set"
               end-if.

               move "/trace" to host-path.
               set host-handle to entry "http-request-trace".

               move "GET" to path-method.
               move "protected" to handle-func-type.

               call "register-route"
               using by reference http-tbl,
                     by content host-path,
                     by content path-method,
                     by content host-handle,
                     by content handle-func-type,
                     by reference reg-status.

               if reg-status is not equal 0 then
                   display "route table is full, GET /trace not set"
               end-if.

               move "/echo" to host-path.
               move "GET" to path-method.
               move "/api/echo" to redirect-target.
               move "permanent" to redirect-kind.

               call "register-redirect"
               using by reference http-tbl,
                     by content host-path,
                     by content path-method,
                     by content redirect-target,
                     by content redirect-kind,
                     by reference reg-status.

               if reg-status is not equal 0 then
                   display "route table is full, /echo redirect not set"
               end-if.

               move "##404" to host-path.
               set host-handle to entry "http-custom-404".
               move spaces to path-method.
               move spaces to handle-func-type.

               call "register-route"
               using by reference http-tbl,
                     by content host-path,
                     by content path-method,
                     by content host-handle,
                     by content handle-func-type,
                     by reference reg-status.

               if reg-status is not equal 0 then
                   display "route table is full, ##404 page not set"
               end-if.

               move "##405" to host-path.
               set host-handle to entry "http-custom-405".
               move spaces to path-method.

               call "register-route"
               using by reference http-tbl,
                     by content host-path,
                     by content path-method,
                     by content host-handle,
                     by content handle-func-type,
                     by reference reg-status.

               if reg-status is not equal 0 then
                   display "route table is full, ##405 page not set"
               end-if.

               perform setup-inventory-proxy.
               perform setup-admin-vhost.

               exit paragraph.

      * answers /inventory/:item from the inventory API on another
      * host when HTTP_INVENTORY_BACKEND_URL is set (for example
      * http://inventory-host:9000); everything else stays on the
      * local route table. HTTP_INVENTORY_CACHE_SECS gives the route
      * a response cache TTL.
           setup-inventory-proxy.
               move spaces to inventory-backend.
               accept inventory-backend
               if reg-status is not equal 0 then
                   display "route table is full, /inventory proxy "
                       "not set"
                   exit paragraph
               end-if.

               move spaces to inventory-cache-env.
               accept inventory-cache-env
                   from environment "HTTP_INVENTORY_CACHE_SECS"
                   on exception
                       move spaces to inventory-cache-env
               end-accept.

               if inventory-cache-env is equal spaces
                   exit paragraph
               end-if.

               compute inventory-cache-ttl =
                   function numval(inventory-cache-env).

               call "set-proxy-cache"
               using by reference http-tbl,
                     by content inventory-cache-ttl,
                     by reference reg-status.

               exit paragraph.

           setup-admin-vhost.
           select webhook-retry-file assign to webhook-retry-path
               organization is line sequential
               file status is webhook-retry-status.
           select form-rules-file assign to form-rules-path
               organization is line sequential
               file status is form-rules-status.
           select vault-file assign to vault-path
               organization is indexed
               access mode is random
               record key is vault-key
               file status is vault-status.

       data division.

       fd submissions-file.
       01 submissions-record pic x(2048).

       fd form-rules-file.
       01 form-rules-record pic x(512).

      * the clear copy of each submission, keyed by a vault key the
      * listener generates (never the client's request id), that
      * only the order-entry export reads back; the log, webhook and
      * page all see the masked values.
       fd vault-file.
       01 vault-record.
           05 vault-key     pic x(64).
           05 vault-stamp   pic x(29).
           05 vault-user    pic x(64).
           05 vault-payload pic x(1024).

       fd webhook-retry-file.
       01 webhook-retry-record pic x(2304).


       77 template-dir   pic x(256).
       77 template-path  pic x(256).
       77 template-name  pic x(64) value "index.tpl".
       77 render-status  pic 9.
       77 page-lang      pic x(8).

       77 webhook-retry-path pic x(256)
           value "/tmp/http-webhook-retry.log".
       77 webhook-retry-status pic xx.
       77 webhook-url pic x(512).
       77 webhook-first-try pic 9(3) value 1.
       77 webhook-live-source pic x(8) value "live".

       01 json-fields.
           05 json-field occurs 64 times.
       77 client-resp-len   pic 9(4).
       77 client-resp-ctype pic x(128).

      * field validation rules, one "field|required|min|max|type|
      * allowed" line per form field (HTTP_FORM_RULES_FILE, default
      * /tmp/http-form-rules.dat). type is numeric, alpha, email or
      * date (YYYYMMDD); allowed is a comma-separated value list.
       77 form-rules-path pic x(256)
           value "/tmp/http-form-rules.dat".
       77 form-rules-env    pic x(256).
       77 form-rules-status pic xx.

       01 form-rules.
           05 form-rule occurs 64 times.
               10 rule-field    pic x(32).
               10 rule-required pic x.
               10 rule-min-len  pic 9(4).
               10 rule-max-len  pic 9(4).
               10 rule-type     pic x(8).
               10 rule-allowed  pic x(256).
           05 form-rules-size pic 9(3).

       01 invalid-fields.
           05 invalid-field occurs 64 times.
               10 invalid-name    pic x(32).
               10 invalid-message pic x(128).
           05 invalid-size pic 9(3).

       77 raw-rule-field    pic x(64).
       77 raw-rule-required pic x(16).
       77 raw-rule-min      pic x(16).
       77 raw-rule-max      pic x(16).
       77 raw-rule-type     pic x(16).
       77 raw-rule-allowed  pic x(256).
       77 rule-i            pic 9(3).
       77 check-value       pic x(1024).
       77 check-len         pic 9(4).
       77 check-message     pic x(128).
       77 check-at-count    pic 9(4).
       77 check-at-pos      pic 9(4).
       77 check-dot-count   pic 9(4).
       77 check-space-count pic 9(4).
       77 check-date-num    pic 9(8).
       77 allowed-ptr       pic 9(4).
       77 allowed-one       pic x(256).
       77 allowed-hit       pic 9.
       77 len-disp          pic z(3)9.
       77 metrics-event     pic x(300).

      * sensitive-field masking (see mask-value); the vault file is
      * HTTP_SUBMISSIONS_VAULT_FILE, default
      * /tmp/http-submissions-vault.idx, created owner-only.
       77 vault-path pic x(256)
           value "/tmp/http-submissions-vault.idx".
       77 vault-env      pic x(256).
       77 vault-status   pic xx.
       77 vault-cmd      pic x(512).
       77 clear-string   pic x(1024).
       77 submission-head    pic x(256).
       77 submission-vault-key pic x(32).
       77 vault-key-stamp    pic x(21).
       77 vault-key-rand     pic 9(6).
       77 vault-key-seed     pic 9(9).
       77 vault-key-junk     pic 9v999999.
       77 vault-key-seeded   pic 9 value 0.
       77 vault-key-tries    pic 9.
       77 vault-written      pic 9.
       77 mask-name      pic x(32).
       77 mask-drop      pic 9.
       77 mask-hit       pic 9.

       linkage section.
       01 request. copy "httpreq.cpy".


           move spaces to string-data.

           perform select-page-language.
           perform read-effective-body.

           call "get-header"
               by content effective-body
           end-if.

           initialize invalid-fields.

           if function trim(request-method) is equal "POST"
               perform validate-submission
               if invalid-size is greater than 0
                   perform reject-invalid-submission
                   exit program
               end-if
           end-if.

           if function trim(request-method) is equal "POST"
           and parse-size is greater than 0
               perform write-submission
      * scalars feed {{name}} lookups and the {{?name}} conditional
      * blocks; the submitted fields become the row table behind the
      * template's {{#fields}} list, with the csrf token kept out of
      * the displayed rows. A submission that failed validation
      * lists the failing fields and their messages as the rows
      * instead, and every submitted value is also offered as a
      * scalar of its own name so the form can be re-filled.
           build-render-fields.
               initialize render-fields.
               initialize render-rows.

               if invalid-size is greater than 0
                   perform varying i from 1 by 1
                   until i is greater invalid-size
                       add 1 to render-rows-size
                       move invalid-name(i)
                           to render-row-name(render-rows-size)
                       move invalid-message(i)
                           to render-row-value(render-rows-size)
                   end-perform
               else
                   perform varying i from 1 by 1
                   until i is greater parse-size
                       if function trim(parse-name(i)) is not equal
                       "csrf_token"
                           perform get-masked-value
                           if mask-drop is equal 0
                               add 1 to render-rows-size
                               move parse-name(i)
                                   to render-row-name(render-rows-size)
                               move field-value-buf(1:256)
                                   to render-row-value(render-rows-size)
                           end-if
                       end-if
                   end-perform
               end-if.

               move "csrf_token" to render-name(1).
               move request-csrf-token to render-value(1).

               move "submitted" to render-name(3).
               if render-rows-size is greater than 0
               and invalid-size is equal 0
                   move "yes" to render-value(3)
               else
                   move spaces to render-value(3)
               end-if.

               move "invalid" to render-name(4).
               if invalid-size is greater than 0
                   move "yes" to render-value(4)
               else
                   move spaces to render-value(4)
               end-if.

               move "lang" to render-name(5).
               move page-lang to render-value(5).

               set render-size to 5.

               if invalid-size is equal 0
                   exit paragraph
               end-if.

      * the fixed names above come first, so a posted field of the
      * same name can never override them.
               perform varying i from 1 by 1
               until i is greater parse-size
               or render-size is greater than or equal 256
                   if function trim(parse-name(i)) is not equal
                   "csrf_token"
                       perform get-masked-value
                       if mask-drop is equal 0
                           add 1 to render-size
                           move parse-name(i)
                               to render-name(render-size)
                           move field-value-buf(1:256)
                               to render-value(render-size)
                       end-if
                   end-if
               end-perform.

               exit paragraph.


               exit paragraph.

      * the page language and the template it is rendered from are
      * settled before anything is logged, so the submission line
      * carries the same language the reply is written in.
           select-page-language.
               perform load-template-dir.

               call "language-template"
               using by content request,
               by content template-dir,
               by content template-name,
               by reference template-path,
               by reference page-lang.

               exit paragraph.

           render-index-page.
               call "render-template"
               using by content template-path,
               by reference render-fields,
                   "<br/>"
                   '<input type="submit" value="send" />'
                   '</form>'
                   into string-data
               end-string.

               if invalid-size is greater than 0
                   perform build-builtin-invalid-list
               else
                   perform build-builtin-post-list
               end-if.

               move string-data to temp-string.
               set string-size to 1.

               string
                   function trim(temp-string)
                   "</ul>"
                   into string-data
                   with pointer string-size
               end-string.

               exit paragraph.

           build-builtin-post-list.
               move string-data to temp-string.

               string
                   function trim(temp-string)
                   "POST DATA: <ul>"
                   into string-data
               end-string.

               perform varying i from 1 by 1
               until i is greater parse-size
                   perform get-masked-value
                   if mask-drop is equal 0
                       move string-data to temp-string
                       string
                           function trim(temp-string)
                           "<li>"
                           function trim(parse-name(i))
                           ": "
                           function trim(field-value-buf)
                           "</li>"
                           into string-data
                       end-string
                   end-if
               end-perform.

               exit paragraph.

           build-builtin-invalid-list.
               move string-data to temp-string.

               string
                   function trim(temp-string)
                   "PLEASE CORRECT: <ul>"
                   into string-data
               end-string.

               perform varying i from 1 by 1
               until i is greater invalid-size
                   move string-data to temp-string
                   string
                       function trim(temp-string)
                       "<li>"
                       function trim(invalid-name(i))
                       ": "
                       function trim(invalid-message(i))
                       "</li>"
                       into string-data
                   end-string
               end-perform.

               exit paragraph.

      * a multipart body too large for parse-multipart's work buffer

               exit paragraph.

      * checks the parsed fields against the validation rules before
      * anything is logged or forwarded; each failing field gets one
      * message (the first rule it breaks) in invalid-fields.
           validate-submission.
               perform load-form-rules.

               perform validate-one-rule
                   varying rule-i from 1 by 1
                   until rule-i is greater than form-rules-size.

               exit paragraph.

           load-form-rules.
               initialize form-rules.

               move spaces to form-rules-env.
               accept form-rules-env
                   from environment "HTTP_FORM_RULES_FILE"
                   on exception
                       move spaces to form-rules-env
               end-accept.

               if form-rules-env is not equal spaces
                   move form-rules-env to form-rules-path
               end-if.

               open input form-rules-file.

               if form-rules-status is not equal "00"
                   exit paragraph
               end-if.

               perform load-one-form-rule
                   until form-rules-status is not equal "00".

               close form-rules-file.

               exit paragraph.

           load-one-form-rule.
               read form-rules-file
                   at end
                       move "10" to form-rules-status
                       exit paragraph
               end-read.

               if form-rules-record is equal spaces
               or function trim(form-rules-record)(1:1) is equal "#"
                   exit paragraph
               end-if.

               if form-rules-size is greater than or equal 64
                   exit paragraph
               end-if.

               move spaces to raw-rule-field raw-rule-required
                   raw-rule-min raw-rule-max raw-rule-type
                   raw-rule-allowed.

               unstring form-rules-record delimited by "|"
                   into raw-rule-field, raw-rule-required,
                       raw-rule-min, raw-rule-max, raw-rule-type,
                       raw-rule-allowed
               end-unstring.

               if raw-rule-field is equal spaces
                   exit paragraph
               end-if.

               add 1 to form-rules-size.
               move function trim(raw-rule-field)
                   to rule-field(form-rules-size).

               move function upper-case(
                   function trim(raw-rule-required))
                   to raw-rule-required.

               if raw-rule-required(1:1) is equal "Y"
                   move "Y" to rule-required(form-rules-size)
               else
                   move "N" to rule-required(form-rules-size)
               end-if.

               move 0 to rule-min-len(form-rules-size).
               if raw-rule-min is not equal spaces
               and function test-numval(raw-rule-min) is equal 0
                   compute rule-min-len(form-rules-size) =
                       function numval(raw-rule-min)
               end-if.

               move 0 to rule-max-len(form-rules-size).
               if raw-rule-max is not equal spaces
               and function test-numval(raw-rule-max) is equal 0
                   compute rule-max-len(form-rules-size) =
                       function numval(raw-rule-max)
               end-if.

               move function lower-case(function trim(raw-rule-type))
                   to rule-type(form-rules-size).
               move function trim(raw-rule-allowed)
                   to rule-allowed(form-rules-size).

               exit paragraph.

           validate-one-rule.
               move spaces to check-value.
               move spaces to check-message.

               perform varying i from 1 by 1
               until i is greater parse-size
                   if function trim(parse-name(i)) is equal
                   function trim(rule-field(rule-i))
                       perform get-field-value
                       move function trim(field-value-buf)
                           to check-value
                       exit perform
                   end-if
               end-perform.

               if check-value is equal spaces
                   if rule-required(rule-i) is equal "Y"
                       move "is required" to check-message
                       perform note-invalid-field
                   end-if
                   exit paragraph
               end-if.

               compute check-len =
                   function length(function trim(check-value)).

               if rule-min-len(rule-i) is greater than 0
               and check-len is less than rule-min-len(rule-i)
                   move rule-min-len(rule-i) to len-disp
                   string
                       "must be at least " function trim(len-disp)
                       " characters"
                       into check-message
                   end-string
                   perform note-invalid-field
                   exit paragraph
               end-if.

               if rule-max-len(rule-i) is greater than 0
               and check-len is greater than rule-max-len(rule-i)
                   move rule-max-len(rule-i) to len-disp
                   string
                       "must be at most " function trim(len-disp)
                       " characters"
                       into check-message
                   end-string
                   perform note-invalid-field
                   exit paragraph
               end-if.

               evaluate rule-type(rule-i)
                   when "numeric"
                       if check-value(1:check-len) is not numeric
                           move "must be numeric" to check-message
                       end-if
                   when "alpha"
                       if check-value(1:check-len) is not alphabetic
                           move "must contain letters only"
                               to check-message
                       end-if
                   when "email"
                       perform check-email-value
                   when "date"
                       perform check-date-value
               end-evaluate.

               if check-message is not equal spaces
                   perform note-invalid-field
                   exit paragraph
               end-if.

               if rule-allowed(rule-i) is not equal spaces
                   perform check-allowed-value
               end-if.

               exit paragraph.

      * e-mail-like: one "@" with text before it, a dot somewhere
      * after it but not straight after it or at the very end, and
      * no embedded spaces.
           check-email-value.
               move 0 to check-at-count.
               move 0 to check-space-count.

               inspect check-value(1:check-len)
                   tallying check-at-count for all "@"
                            check-space-count for all space.

               move 0 to check-at-pos.

               if check-at-count is equal 1
                   inspect check-value(1:check-len)
                       tallying check-at-pos for characters
                       before initial "@"
               end-if.

               move 0 to check-dot-count.

               if check-at-count is equal 1
               and check-at-pos is greater than 0
               and check-at-pos is less than check-len - 3
                   inspect check-value(check-at-pos + 3:)
                       tallying check-dot-count for all "."
               end-if.

               if check-at-count is not equal 1
               or check-space-count is greater than 0
               or check-at-pos is equal 0
               or check-dot-count is equal 0
               or check-value(check-at-pos + 2:1) is equal "."
               or check-value(check-len:1) is equal "."
                   move "must be an e-mail address" to check-message
               end-if.

               exit paragraph.

           check-date-value.
               if check-len is not equal 8
               or check-value(1:8) is not numeric
                   move "must be a date YYYYMMDD" to check-message
                   exit paragraph
               end-if.

               move check-value(1:8) to check-date-num.

               if function test-date-yyyymmdd(check-date-num)
               is not equal 0
                   move "must be a date YYYYMMDD" to check-message
               end-if.

               exit paragraph.

           check-allowed-value.
               set allowed-hit to 0.
               set allowed-ptr to 1.

               perform match-one-allowed-value
                   until allowed-hit is equal 1
                   or allowed-ptr is greater than 256.

               if allowed-hit is equal 0
                   string
                       "must be one of "
                       function trim(rule-allowed(rule-i))
                       into check-message
                   end-string
                   perform note-invalid-field
               end-if.

               exit paragraph.

           match-one-allowed-value.
               move spaces to allowed-one.

               unstring rule-allowed(rule-i) delimited by ","
                   into allowed-one
                   with pointer allowed-ptr
               end-unstring.

               if allowed-one is not equal spaces
               and function trim(allowed-one) is equal
               function trim(check-value)
                   set allowed-hit to 1
               end-if.

               exit paragraph.

           note-invalid-field.
               if invalid-size is greater than or equal 64
                   exit paragraph
               end-if.

               add 1 to invalid-size.
               move rule-field(rule-i) to invalid-name(invalid-size).
               move check-message to invalid-message(invalid-size).

               exit paragraph.

      * nothing is logged or forwarded for a refused submission; the
      * form comes back as 422 with the user's values and a message
      * per field, and each failing field is counted in the metrics
      * as "invalid <field>".
           reject-invalid-submission.
               perform varying i from 1 by 1
               until i is greater invalid-size
                   move spaces to metrics-event
                   string
                       "invalid " function trim(invalid-name(i))
                       into metrics-event
                   end-string
                   call "metrics-record"
                   using by content metrics-event
               end-perform.

               perform build-render-fields.
               perform render-index-page.

               move 422 to status-code.
               move "Unprocessable Entity" to status-text.

               call "sendhtml_http"
               using by content response-data,
               by content connect,
               by content string-data,
               by content string-size,
               by content request-set-cookie.

               exit paragraph.

           write-submission.
               call "date-utc"
               using by reference submission-date,
               by content zero-days.

               move spaces to submissions-record.
               move spaces to submission-head.

               if request-auth-user is equal spaces
                   string
                       function trim(submission-date)
                       " user=-"
                       " req=" function trim(request-id)
                       " lang=" function trim(page-lang)
                       into submission-head
                   end-string
               else
                   string
                       function trim(submission-date)
                       " user=" function trim(request-auth-user)
                       " req=" function trim(request-id)
                       " lang=" function trim(page-lang)
                       into submission-head
                   end-string
               end-if.

               move spaces to temp-string.
               move spaces to clear-string.

      * the log line carries the masked values; the same fields in
      * clear go to the vault for the order-entry export alone.
               perform varying i from 1 by 1
               until i is greater parse-size
      * the csrf token is request plumbing, not submitted data
                   if function trim(parse-name(i)) is not equal
                   "csrf_token"
                       perform append-submission-field
                   end-if
               end-perform.

      * the clear copy goes first so the log line can carry the key
      * it was stored under; a submission the vault could not take
      * is logged without one.
               perform write-submission-vault.

               if submission-vault-key is equal spaces
                   string
                       function trim(submission-head) " "
                       function trim(temp-string)
                       into submissions-record
                   end-string
               else
                   string
                       function trim(submission-head)
                       " vault=" function trim(submission-vault-key)
                       " " function trim(temp-string)
                       into submissions-record
                   end-string
               end-if.

               open extend submissions-file.
               write submissions-record.

               exit paragraph.

           append-submission-field.
               move parse-name(i) to sanitize-buf.
               perform sanitize-control-bytes.
               move sanitize-buf to mask-name.

               if clear-string is equal spaces
                   string
                       function trim(mask-name) "="
                       into clear-string
                   end-string
               else
                   string
                       function trim(clear-string) " "
                       function trim(mask-name) "="
                       into clear-string
                   end-string
               end-if.

               perform get-field-value.
               move field-value-buf to sanitize-buf.
               perform sanitize-control-bytes.

               string
                   function trim(clear-string)
                   function trim(sanitize-buf)
                   into clear-string
               end-string.

               call "mask-value"
               using by content mask-name,
               by reference sanitize-buf,
               by reference mask-drop,
               by reference mask-hit.

               if mask-drop is equal 1
                   exit paragraph
               end-if.

               string
                   function trim(temp-string) " "
                   function trim(mask-name) "="
                   function trim(sanitize-buf)
                   into temp-string
               end-string.

               exit paragraph.

      * the vault is created owner-read/write only the first time a
      * submission needs it; a vault that cannot be opened is logged
      * and the submission still stands. Records are never
      * rewritten: a key already on file gets a fresh one.
           write-submission-vault.
               move spaces to submission-vault-key.

               move spaces to vault-env.
               accept vault-env
                   from environment "HTTP_SUBMISSIONS_VAULT_FILE"
                   on exception
                       move spaces to vault-env
               end-accept.

               if vault-env is not equal spaces
                   move vault-env to vault-path
               end-if.

               open i-o vault-file.

               if vault-status is equal "35"
                   open output vault-file
                   close vault-file
                   move spaces to vault-cmd
                   string
                       "chmod 600 " function trim(vault-path)
                       into vault-cmd
                   end-string
                   call "SYSTEM" using vault-cmd
                   open i-o vault-file
               end-if.

               if vault-status is not equal "00"
                   move spaces to error-event
                   string
                       "op=vault-open status=" vault-status
                       " path=" function trim(vault-path)
                       into error-event
                   end-string
                   call "error-log" using error-event
                   exit paragraph
               end-if.

               set vault-written to 0.
               set vault-key-tries to 0.

               perform store-vault-record
                   until vault-written is equal 1
                   or vault-key-tries is equal 5.

               if vault-written is equal 0
                   move spaces to error-event
                   string
                       "op=vault-write status=" vault-status
                       " key=" function trim(submission-vault-key)
                       " path=" function trim(vault-path)
                       into error-event
                   end-string
                   call "error-log" using error-event
                   move spaces to submission-vault-key
               end-if.

               close vault-file.

               exit paragraph.

           store-vault-record.
               add 1 to vault-key-tries.
               perform generate-vault-key.

               move submission-vault-key to vault-key.
               move submission-date to vault-stamp.
               move request-auth-user to vault-user.
               move clear-string to vault-payload.

               write vault-record
                   invalid key
                       continue
               end-write.

               if vault-status is equal "00"
                   set vault-written to 1
               end-if.

               exit paragraph.

      * v<yyyymmddhhmmsshh>-<random>; workers fork per connection, so
      * the seed takes the connection number as well as the clock.
           generate-vault-key.
               if vault-key-seeded is equal 0
                   move function current-date to vault-key-stamp
                   compute vault-key-seed =
                       function numval(vault-key-stamp(9:6)) * 100
                       + function numval(vault-key-stamp(15:2))
                       + connect * 131
                   compute vault-key-junk =
                       function random(vault-key-seed)
                   set vault-key-seeded to 1
               end-if.

               move function current-date to vault-key-stamp.
               compute vault-key-rand = function random(0) * 999999.

               move spaces to submission-vault-key.
               string
                   "v" vault-key-stamp(1:16) "-" vault-key-rand
                   into submission-vault-key
               end-string.

               exit paragraph.

           notify-webhook.
               move spaces to webhook-url.
               accept webhook-url
               by reference client-resp-len,
               by reference client-resp-ctype.

               call "webhook-ledger"
               using by reference request-id,
               by reference submission-date,
               by content webhook-first-try,
               by reference client-status,
               by content webhook-live-source,
               by reference webhook-url.

               if client-status is less than 200
               or client-status is greater than or equal 300
                   perform write-webhook-retry

               perform varying i from 1 by 1
               until i is greater parse-size
               or json-field-size is greater than or equal 60
                   if function trim(parse-name(i)) is not equal
                   "csrf_token"
                       perform get-masked-value
                       if mask-drop is equal 0
                           add 1 to json-field-size
                           move parse-name(i)
                               to json-field-name(json-field-size)
                           move field-value-buf(1:256)
                               to json-field-value(json-field-size)
                       end-if
                   end-if
               end-perform.

               move request-id
                   to json-field-value(json-field-size).

               add 1 to json-field-size.
               move "language"
                   to json-field-name(json-field-size).
               move page-lang
                   to json-field-value(json-field-size).

               call "build-json"
               using by reference json-fields,
               by reference json-data,
               string
                   function trim(submission-date)
                   " status=" client-status
                   " req=" function trim(request-id)
                   " url=" function trim(webhook-url)
                   " payload=" function trim(json-data)
                   into webhook-retry-record

               exit paragraph.

           get-masked-value.
               perform get-field-value.

               move parse-name(i) to mask-name.
               call "mask-value"
               using by content mask-name,
               by reference field-value-buf,
               by reference mask-drop,
               by reference mask-hit.

               exit paragraph.

      * an uploaded file is carried as a reference to where
      * parse-multipart stored it, never as the raw bytes.
           build-file-reference.

       77 template-dir   pic x(256).
       77 template-path  pic x(256).
       77 template-name  pic x(64) value "404.tpl".
       77 render-status  pic 9.
       77 page-lang      pic x(8).

       linkage section.
       01 request. copy "httpreq.cpy".
               move "./templates" to template-dir
           end-if.

           call "language-template"
           using by content request,
           by content template-dir,
           by content template-name,
           by reference template-path,
           by reference page-lang.

           add 1 to render-size.
           move "lang" to render-name(render-size).
           move page-lang to render-value(render-size).

           call "render-template"
           using by content template-path,

       77 template-dir   pic x(256).
       77 template-path  pic x(256).
       77 template-name  pic x(64) value "405.tpl".
       77 render-status  pic 9.
       77 page-lang      pic x(8).

       linkage section.
       01 request. copy "httpreq.cpy".
               move "./templates" to template-dir
           end-if.

           call "language-template"
           using by content request,
           by content template-dir,
           by content template-name,
           by reference template-path,
           by reference page-lang.

           add 1 to render-size.
           move "lang" to render-name(render-size).
           move page-lang to render-value(render-size).

           call "render-template"
           using by content template-path,
      **********************
      * SUBMISSIONS LISTING PAGE
      **********************
      * GET /submissions, protected. Searches the indexed
      * submissions master and renders one page of the matches as
      * an HTML table, with the total count and links to the
      * neighbouring pages. Query parameters, all optional:
      *   from, to   received date range, YYYYMMDD (inclusive)
      *   user       submitting user (exact)
      *   state      review state N, A, H, R, E, P or X (N also
      *              matches records never reviewed)
      *   dup        Y for duplicate-flagged records only, N for
      *              records without the flag
      *   q          text to find anywhere in the payload, ignoring
      *              case
      *   page, size page number (default 1) and rows a page
      *              (default 50, at most 500)
      *   format     csv to download every match as a CSV file
      *              instead of the page
      * A malformed parameter answers 400. The number of each row
      * links to the /submissions/:number detail page. The caller's
      * filter goes onto the access-log record (conn-audit-note) so
      * who looked for or downloaded what can be traced; the user is
      * already there. The page grows with the master well past the
      * fixed-buffer senders, so the rows are spooled to a work file
      * and streamed through sendbody_http, which also removes the
      * work file after the send.
           05 subm-payload  pic x(1024).
           05 subm-state    pic x.
           05 subm-export-date pic 9(8).
           05 subm-ack-date    pic 9(8).
           05 subm-order-ref   pic x(64).
           05 subm-req-id      pic x(64).
           05 subm-lang        pic x(8).
           05 subm-vault-key   pic x(32).

       fd list-spool-file.
       01 list-spool-record pic x(2600).

       working-storage section.
       77 master-path pic x(256)
       77 payload-buf  pic x(300).
       77 body-ctype   pic x(64) value "text/html".
       77 delete-flag  pic 9 value 1.
       77 p-i          pic 9(3).

       77 filt-from      pic x(16).
       77 filt-to        pic x(16).
       77 filt-from-key  pic 9(8).
       77 filt-to-key    pic 9(8).
       77 filt-user      pic x(64).
       77 filt-state     pic x(16).
       77 filt-dup       pic x(16).
       77 filt-text      pic x(64).
       77 filt-text-len  pic 9(3).
       77 filt-page-tok  pic x(16).
       77 filt-size-tok  pic x(16).
       77 filt-format    pic x(16).
       77 filt-page      pic 9(5).
       77 filt-size      pic 9(3).
       77 filt-csv       pic 9.
       77 filt-error     pic x(128).
       77 filt-error-field pic x(16).

       77 match-total  pic 9(7).
       77 match-first  pic 9(7).
       77 match-last   pic 9(7).
       77 page-total   pic 9(5).
       77 hit-count    pic 9(4).
       77 payload-upper pic x(1024).
       77 stamp-key    pic 9(8).
       77 stamp-mon    pic 9(2).

      * the filter as a query string (values percent-encoded, pairs
      * joined by "&amp;" for use inside an href) and as the one
      * token written to the access log.
       77 filter-query   pic x(1024).
       77 filter-ptr     pic 9(4).
       77 query-sep      pic x(5).
       77 audit-note     pic x(512).
       77 audit-ptr      pic 9(4).
       77 encode-in      pic x(64).
       77 encode-out     pic x(200).
       77 encode-ptr     pic 9(4).
       77 encode-pos     pic 9(3).
       77 encode-len     pic 9(3).
       77 encode-char    pic x.
       77 encode-code    pic 9(3).
       77 encode-hi      pic 9(2).
       77 encode-lo      pic 9(2).
       77 encode-src     pic x(64).
       77 hex-digits     pic x(16) value "0123456789ABCDEF".
       77 safe-value     pic x(64).

       77 csv-in    pic x(1024).
       77 csv-out   pic x(2100).
       77 csv-ptr   pic 9(4).
       77 csv-pos   pic 9(4).
       77 csv-len   pic 9(4).
       77 csv-line-ptr pic 9(4).

       77 count-disp   pic z(6)9.
       77 page-disp    pic z(4)9.
       77 pages-disp   pic z(4)9.
       77 size-disp    pic zz9.
       77 nav-page     pic 9(5).

       01 response-data.
           05 http-version pic x(10).
               10 header-data pic x(256).
           05 response-headers-size pic 9(3).

       copy "httpconn.cpy".

       linkage section.
       01 request. copy "httpreq.cpy".


       procedure division using request, connect.

           initialize response-data.
           perform get-list-filter.

           move function current-date to list-stamp.
           move spaces to list-spool-path.

               exit program
           end-if.

           if filt-error is not equal spaces
               perform write-filter-error
           else
               move ";" to query-sep
               perform build-filter-query
               move filter-query to audit-note
               move "&amp;" to query-sep
               perform build-filter-query
               perform count-matches
               if filt-csv is equal 1
                   perform write-csv-body
               else
                   perform write-html-body
               end-if
               perform set-audit-note
           end-if.

           close list-spool-file.

           call "sendbody_http"
           using by content response-data,
           by content connect,

           exit program.

           get-list-filter.
               move spaces to filt-from filt-to filt-user filt-state
                   filt-dup filt-text filt-page-tok filt-size-tok
                   filt-format filt-error.

               perform varying p-i from 1 by 1
               until p-i is greater than request-query-size
                   evaluate function trim(request-query-name(p-i))
                       when "from"
                           move request-query-value(p-i) to filt-from
                       when "to"
                           move request-query-value(p-i) to filt-to
                       when "user"
                           move request-query-value(p-i) to filt-user
                       when "state"
                           move function upper-case(
                               request-query-value(p-i)(1:16))
                               to filt-state
                       when "dup"
                           move function upper-case(
                               request-query-value(p-i)(1:16))
                               to filt-dup
                       when "q"
                           move request-query-value(p-i) to filt-text
                       when "page"
                           move request-query-value(p-i)
                               to filt-page-tok
                       when "size"
                           move request-query-value(p-i)
                               to filt-size-tok
                       when "format"
                           move function lower-case(
                               request-query-value(p-i)(1:16))
                               to filt-format
                   end-evaluate
               end-perform.

               move 0 to filt-from-key.
               if filt-from is not equal spaces
                   if filt-from(1:8) is not numeric
                   or filt-from(9:) is not equal spaces
                   or function test-date-yyyymmdd(
                       function numval(filt-from(1:8))) is not equal 0
                       move "from must be a date as YYYYMMDD"
                           to filt-error
                       exit paragraph
                   end-if
                   move filt-from(1:8) to filt-from-key
               end-if.

               move 99999999 to filt-to-key.
               if filt-to is not equal spaces
                   if filt-to(1:8) is not numeric
                   or filt-to(9:) is not equal spaces
                   or function test-date-yyyymmdd(
                       function numval(filt-to(1:8))) is not equal 0
                       move "to must be a date as YYYYMMDD"
                           to filt-error
                       exit paragraph
                   end-if
                   move filt-to(1:8) to filt-to-key
               end-if.

               evaluate filt-state
                   when spaces
                   when "N"
                   when "A"
                   when "H"
                   when "R"
                   when "E"
                   when "P"
                   when "X"
                       continue
                   when other
                       move "state must be one of N A H R E P X"
                           to filt-error
                       exit paragraph
               end-evaluate.

               evaluate filt-dup
                   when spaces
                   when "Y"
                   when "N"
                       continue
                   when other
                       move "dup must be Y or N" to filt-error
                       exit paragraph
               end-evaluate.

               move 1 to filt-page.
               if filt-page-tok is not equal spaces
                   if function test-numval(filt-page-tok)
                   is not equal 0
                   or function numval(filt-page-tok) is less than 1
                   or function numval(filt-page-tok)
                   is greater than 99999
                       move "page must be a number from 1"
                           to filt-error
                       exit paragraph
                   end-if
                   compute filt-page = function numval(filt-page-tok)
               end-if.

               move 50 to filt-size.
               if filt-size-tok is not equal spaces
                   if function test-numval(filt-size-tok)
                   is not equal 0
                   or function numval(filt-size-tok) is less than 1
                   or function numval(filt-size-tok)
                   is greater than 500
                       move "size must be a number from 1 to 500"
                           to filt-error
                       exit paragraph
                   end-if
                   compute filt-size = function numval(filt-size-tok)
               end-if.

               move 0 to filt-csv.
               evaluate filt-format
                   when spaces
                   when "html"
                       continue
                   when "csv"
                       move 1 to filt-csv
                   when other
                       move "format must be html or csv" to filt-error
                       exit paragraph
               end-evaluate.

               move 0 to filt-text-len.
               if filt-text is not equal spaces
                   move function upper-case(function trim(filt-text))
                       to filt-text
                   compute filt-text-len =
                       function length(function trim(filt-text))
               end-if.

               exit paragraph.

      * a refused search is audited too, by the parameter it was
      * refused for: each message starts with the parameter's name.
           write-filter-error.
               move 400 to status-code.
               move "Bad Request" to status-text.

               move spaces to filt-error-field.
               unstring filt-error
                   delimited by space
                   into filt-error-field
               end-unstring.

               move spaces to conn-audit-note.
               string
                   "submissions-list;rejected="
                   function trim(filt-error-field)
                   delimited by size
                   into conn-audit-note
               end-string.

               move "<h1>submissions</h1>" to list-spool-record.
               write list-spool-record.

               move spaces to list-spool-record.
               string
                   "<p>" function trim(filt-error) "</p>"
                   into list-spool-record
               end-string.
               write list-spool-record.

               exit paragraph.

      * a record matches when it passes every filter given.
           check-record-match.
               move 0 to hit-count.

               if filt-from-key is greater than 0
               or filt-to-key is less than 99999999
                   perform stamp-date-key
                   if stamp-key is less than filt-from-key
                   or stamp-key is greater than filt-to-key
                       exit paragraph
                   end-if
               end-if.

               if filt-user is not equal spaces
               and subm-user is not equal filt-user
                   exit paragraph
               end-if.

               if filt-state is not equal spaces
                   if filt-state is equal "N"
                       if subm-state is not equal "N"
                       and subm-state is not equal space
                           exit paragraph
                       end-if
                   else
                       if subm-state is not equal filt-state(1:1)
                           exit paragraph
                       end-if
                   end-if
               end-if.

               if filt-dup is equal "Y"
               and subm-dup-flag is not equal "D"
                   exit paragraph
               end-if.

               if filt-dup is equal "N"
               and subm-dup-flag is equal "D"
                   exit paragraph
               end-if.

               if filt-text-len is greater than 0
                   move function upper-case(subm-payload)
                       to payload-upper
                   inspect payload-upper tallying hit-count
                       for all filt-text(1:filt-text-len)
                   if hit-count is equal 0
                       exit paragraph
                   end-if
               end-if.

               move 1 to hit-count.

               exit paragraph.

      * "Thu, 15 Oct 2026 10:00:00 GMT" -> 20261015
           stamp-date-key.
               move 0 to stamp-key.

               evaluate subm-stamp(9:3)
                   when "Jan" move 1 to stamp-mon
                   when "Feb" move 2 to stamp-mon
                   when "Mar" move 3 to stamp-mon
                   when "Apr" move 4 to stamp-mon
                   when "May" move 5 to stamp-mon
                   when "Jun" move 6 to stamp-mon
                   when "Jul" move 7 to stamp-mon
                   when "Aug" move 8 to stamp-mon
                   when "Sep" move 9 to stamp-mon
                   when "Oct" move 10 to stamp-mon
                   when "Nov" move 11 to stamp-mon
                   when "Dec" move 12 to stamp-mon
                   when other move 0 to stamp-mon
               end-evaluate.

               if stamp-mon is equal 0
               or subm-stamp(6:2) is not numeric
               or subm-stamp(13:4) is not numeric
                   exit paragraph
               end-if.

               compute stamp-key =
                   function numval(subm-stamp(13:4)) * 10000
                   + stamp-mon * 100
                   + function numval(subm-stamp(6:2)).

               exit paragraph.

      * the first pass only counts, so the page can show the total
      * and the number of pages before its rows.
           count-matches.
               move 0 to match-total.

               open input master-file.

               if master-status is not equal "00"
                   exit paragraph
               end-if.

               move 0 to subm-number.

               start master-file key is greater than subm-number
                   invalid key
                       move "10" to master-status
               end-start.

               perform count-one-record
                   until master-status is not equal "00".

               close master-file.

               exit paragraph.

           count-one-record.
               read master-file next
                   at end
                       move "10" to master-status
                       exit paragraph
               end-read.

               perform check-record-match.

               if hit-count is equal 1
                   add 1 to match-total
               end-if.

               exit paragraph.

           write-html-body.
               move 200 to status-code.
               move "OK" to status-text.

               compute page-total =
                   (match-total + filt-size - 1) / filt-size.

               if page-total is equal 0
                   move 1 to page-total
               end-if.

               compute match-first = (filt-page - 1) * filt-size + 1.
               compute match-last = filt-page * filt-size.

               move "<h1>submissions</h1>" to list-spool-record.
               write list-spool-record.

               perform write-filter-form.

               move match-total to count-disp.
               move filt-page to page-disp.
               move page-total to pages-disp.
               move spaces to list-spool-record.
               string
                   "<p>" function trim(count-disp)
                   " submissions match, page "
                   function trim(page-disp) " of "
                   function trim(pages-disp)
                   " &middot; <a href=""/submissions?"
                   function trim(filter-query)
                   "&amp;format=csv"">download CSV</a></p>"
                   delimited by size
                   into list-spool-record
               end-string.
               write list-spool-record.

               move "<table border=1>" to list-spool-record.
               write list-spool-record.

               move spaces to list-spool-record.
               string
                   "<tr><th>number</th><th>received</th><th>user</th>"
                   "<th>state</th><th>exported</th>"
                   "<th>payload</th></tr>"
                   into list-spool-record
               end-string.
               write list-spool-record.

               set shown-count to 0.

               perform list-master-records.

               if shown-count is equal 0
                   move spaces to list-spool-record
                   string
                       "<tr><td colspan=6>no submissions match"
                       "</td></tr>"
                       into list-spool-record
                   end-string
                   write list-spool-record
               end-if.

               move "</table>" to list-spool-record.
               write list-spool-record.

               perform write-page-links.

               exit paragraph.

      * the values are echoed into attributes, so the characters
      * that could close one are blanked as in the rows below.
           write-filter-form.
               move spaces to list-spool-record.
               string
                   "<form method=""get"" action=""/submissions"">"
                   delimited by size
                   into list-spool-record
               end-string.
               write list-spool-record.

               move filt-from to safe-value.
               perform write-filter-input-from.
               move filt-to to safe-value.
               perform write-filter-input-to.
               move filt-user to safe-value.
               perform write-filter-input-user.
               move filt-state to safe-value.
               perform write-filter-input-state.
               move filt-dup to safe-value.
               perform write-filter-input-dup.
               move filt-text to safe-value.
               perform varying p-i from 1 by 1
               until p-i is greater than request-query-size
                   if function trim(request-query-name(p-i))
                   is equal "q"
                       move request-query-value(p-i) to safe-value
                   end-if
               end-perform.
               perform write-filter-input-q.

               move filt-size to size-disp.
               move spaces to list-spool-record.
               string
                   "size <input name=""size"" size=""3"" value="""
                   function trim(size-disp) """ /> "
                   "<input type=""submit"" value=""search"" />"
                   "</form>"
                   delimited by size
                   into list-spool-record
               end-string.
               write list-spool-record.

               exit paragraph.

           blank-unsafe-value.
               inspect safe-value
                   replacing all "<" by " "
                               ">" by " "
                               X"22" by " "
                               "&" by " ".
               exit paragraph.

           write-filter-input-from.
               perform blank-unsafe-value.
               move spaces to list-spool-record.
               string
                   "from <input name=""from"" size=""8"" value="""
                   function trim(safe-value) """ /> "
                   delimited by size
                   into list-spool-record
               end-string.
               write list-spool-record.
               exit paragraph.

           write-filter-input-to.
               perform blank-unsafe-value.
               move spaces to list-spool-record.
               string
                   "to <input name=""to"" size=""8"" value="""
                   function trim(safe-value) """ /> "
                   delimited by size
                   into list-spool-record
               end-string.
               write list-spool-record.
               exit paragraph.

           write-filter-input-user.
               perform blank-unsafe-value.
               move spaces to list-spool-record.
               string
                   "user <input name=""user"" value="""
                   function trim(safe-value) """ /> "
                   delimited by size
                   into list-spool-record
               end-string.
               write list-spool-record.
               exit paragraph.

           write-filter-input-state.
               perform blank-unsafe-value.
               move spaces to list-spool-record.
               string
                   "state <input name=""state"" size=""1"" value="""
                   function trim(safe-value) """ /> "
                   delimited by size
                   into list-spool-record
               end-string.
               write list-spool-record.
               exit paragraph.

           write-filter-input-dup.
               perform blank-unsafe-value.
               move spaces to list-spool-record.
               string
                   "dup <input name=""dup"" size=""1"" value="""
                   function trim(safe-value) """ /> "
                   delimited by size
                   into list-spool-record
               end-string.
               write list-spool-record.
               exit paragraph.

           write-filter-input-q.
               perform blank-unsafe-value.
               move spaces to list-spool-record.
               string
                   "text <input name=""q"" value="""
                   function trim(safe-value) """ /> "
                   delimited by size
                   into list-spool-record
               end-string.
               write list-spool-record.
               exit paragraph.

           write-page-links.
               if filt-page is not greater than 1
               and filt-page is not less than page-total
                   exit paragraph
               end-if.

               move spaces to list-spool-record.
               move 1 to csv-line-ptr.
               string
                   "<p>"
                   delimited by size
                   into list-spool-record
                   with pointer csv-line-ptr
               end-string.

               if filt-page is greater than 1
                   compute nav-page = filt-page - 1
                   move nav-page to page-disp
                   string
                       "<a href=""/submissions?"
                       function trim(filter-query)
                       "&amp;page=" function trim(page-disp)
                       """>previous</a> "
                       delimited by size
                       into list-spool-record
                       with pointer csv-line-ptr
                   end-string
               end-if.

               if filt-page is less than page-total
                   compute nav-page = filt-page + 1
                   move nav-page to page-disp
                   string
                       "<a href=""/submissions?"
                       function trim(filter-query)
                       "&amp;page=" function trim(page-disp)
                       """>next</a>"
                       delimited by size
                       into list-spool-record
                       with pointer csv-line-ptr
                   end-string
               end-if.

               string
                   "</p>"
                   delimited by size
                   into list-spool-record
                   with pointer csv-line-ptr
               end-string.
               write list-spool-record.

               exit paragraph.

           list-master-records.
               move 0 to match-total.

               open input master-file.

               if master-status is not equal "00"

               exit paragraph.

      * match-total is recounted here as the rows go by, so only the
      * matches that fall on the requested page are written.
           list-one-record.
               read master-file next
                   at end
                       exit paragraph
               end-read.

               perform check-record-match.

               if hit-count is equal 0
                   exit paragraph
               end-if.

               add 1 to match-total.

               if filt-csv is equal 1
                   perform write-csv-record
                   exit paragraph
               end-if.

               if match-total is less than match-first
                   exit paragraph
               end-if.

               if match-total is greater than match-last
                   move "10" to master-status
                   exit paragraph
               end-if.

               move subm-payload(1:300) to payload-buf.

      * the payload is user input; the characters blank-unsafe-value
      * blanks are blanked here too, so a submitted value cannot
      * inject markup or entities into the listing.
               inspect payload-buf
                   replacing all "<" by " "
                               ">" by " "
                               X"22" by " "
                               "&" by " ".

               move spaces to list-spool-record.

               string
                   "<tr><td><a href=""/submissions/" subm-number """>"
                   subm-number "</a></td>"
                   "<td>" subm-stamp(6:20) "</td>"
                   "<td>" function trim(subm-user) "</td>"
                   "<td>" subm-dup-flag subm-state "</td>"
                   "<td>" subm-export-date "</td>"
                   "<td>" function trim(payload-buf) "</td></tr>"
                   into list-spool-record
               end-string.

               exit paragraph.

           write-csv-body.
               move 200 to status-code.
               move "OK" to status-text.
               move "text/csv" to body-ctype.

               move spaces to header-data(1).
               string
                   "Content-Disposition: attachment; "
                   "filename=""submissions.csv"""
                   delimited by size
                   into header-data(1)
               end-string.
               move 1 to response-headers-size.

               move spaces to list-spool-record.
               string
                   "number,received,user,state,duplicate,"
                   "export_date,ack_date,order_ref,request_id,"
                   "language,payload"
                   delimited by size
                   into list-spool-record
               end-string.
               write list-spool-record.

               move 0 to match-first.
               move 9999999 to match-last.
               perform list-master-records.

               exit paragraph.

      * text columns are quoted with embedded quotes doubled; a value
      * a spreadsheet would take for a formula gets a leading quote
      * mark so the business team's tools show it as text.
           write-csv-record.
               move spaces to list-spool-record.
               move 1 to csv-line-ptr.

               string
                   subm-number ","
                   delimited by size
                   into list-spool-record
                   with pointer csv-line-ptr
               end-string.

               move subm-stamp to csv-in.
               perform append-csv-text.
               move subm-user to csv-in.
               perform append-csv-text.

               string
                   subm-state "," subm-dup-flag ","
                   subm-export-date "," subm-ack-date ","
                   delimited by size
                   into list-spool-record
                   with pointer csv-line-ptr
               end-string.

               move subm-order-ref to csv-in.
               perform append-csv-text.
               move subm-req-id to csv-in.
               perform append-csv-text.
               move subm-lang to csv-in.
               perform append-csv-text.
               move subm-payload to csv-in.
               perform append-csv-text.

      * the last column takes no separator after it.
               subtract 1 from csv-line-ptr.
               move space to list-spool-record(csv-line-ptr:1).

               write list-spool-record.

               exit paragraph.

           append-csv-text.
               move spaces to csv-out.
               move 1 to csv-ptr.

               move X"22" to csv-out(csv-ptr:1).
               add 1 to csv-ptr.

               evaluate csv-in(1:1)
                   when "="
                   when "+"
                   when "-"
                   when "@"
                       move "'" to csv-out(csv-ptr:1)
                       add 1 to csv-ptr
               end-evaluate.

               move 0 to csv-len.
               if csv-in is not equal spaces
                   compute csv-len =
                       function length(function trim(csv-in trailing))
               end-if.

               perform varying csv-pos from 1 by 1
               until csv-pos is greater than csv-len
                   move csv-in(csv-pos:1) to csv-out(csv-ptr:1)
                   add 1 to csv-ptr
                   if csv-in(csv-pos:1) is equal X"22"
                       move X"22" to csv-out(csv-ptr:1)
                       add 1 to csv-ptr
                   end-if
               end-perform.

               move X"22" to csv-out(csv-ptr:1).

               string
                   csv-out(1:csv-ptr) ","
                   delimited by size
                   into list-spool-record
                   with pointer csv-line-ptr
               end-string.

               exit paragraph.

      * every filter given, percent-encoded and joined by query-sep:
      * "&amp;" for the CSV and paging links, ";" for the audit note.
           build-filter-query.
               move spaces to filter-query.
               move 1 to filter-ptr.

               move filt-size to size-disp.
               string
                   "size=" function trim(size-disp)
                   delimited by size
                   into filter-query
                   with pointer filter-ptr
               end-string.

               if filt-from is not equal spaces
                   string
                       function trim(query-sep) "from=" filt-from(1:8)
                       delimited by size
                       into filter-query
                       with pointer filter-ptr
                   end-string
               end-if.

               if filt-to is not equal spaces
                   string
                       function trim(query-sep) "to=" filt-to(1:8)
                       delimited by size
                       into filter-query
                       with pointer filter-ptr
                   end-string
               end-if.

               if filt-user is not equal spaces
                   move filt-user to encode-in
                   perform encode-query-value
                   string
                       function trim(query-sep) "user="
                       encode-out(1:encode-ptr - 1)
                       delimited by size
                       into filter-query
                       with pointer filter-ptr
                   end-string
               end-if.

               if filt-state is not equal spaces
                   string
                       function trim(query-sep) "state=" filt-state(1:1)
                       delimited by size
                       into filter-query
                       with pointer filter-ptr
                   end-string
               end-if.

               if filt-dup is not equal spaces
                   string
                       function trim(query-sep) "dup=" filt-dup(1:1)
                       delimited by size
                       into filter-query
                       with pointer filter-ptr
                   end-string
               end-if.

               if filt-text-len is greater than 0
                   perform varying p-i from 1 by 1
                   until p-i is greater than request-query-size
                       if function trim(request-query-name(p-i))
                       is equal "q"
                           move request-query-value(p-i) to encode-in
                       end-if
                   end-perform
                   perform encode-query-value
                   string
                       function trim(query-sep) "q="
                       encode-out(1:encode-ptr - 1)
                       delimited by size
                       into filter-query
                       with pointer filter-ptr
                   end-string
               end-if.

               exit paragraph.

      * letters, digits and - _ . ~ pass as they are, everything
      * else becomes %XX.
           encode-query-value.
               move spaces to encode-out.
               move 1 to encode-ptr.

               move 0 to encode-len.
               move function trim(encode-in) to encode-src.
               if encode-src is not equal spaces
                   compute encode-len =
                       function length(function trim(encode-src))
               end-if.

               perform varying encode-pos from 1 by 1
               until encode-pos is greater than encode-len
                   move encode-src(encode-pos:1) to encode-char
                   evaluate true
                       when encode-char is alphabetic-upper
                       and encode-char is not equal space
                       when encode-char is alphabetic-lower
                       and encode-char is not equal space
                       when encode-char is numeric
                       when encode-char is equal "-"
                       when encode-char is equal "_"
                       when encode-char is equal "."
                       when encode-char is equal "~"
                           move encode-char
                               to encode-out(encode-ptr:1)
                           add 1 to encode-ptr
                       when other
                           compute encode-code =
                               function ord(encode-char) - 1
                           divide encode-code by 16
                               giving encode-hi remainder encode-lo
                           move "%" to encode-out(encode-ptr:1)
                           move hex-digits(encode-hi + 1:1)
                               to encode-out(encode-ptr + 1:1)
                           move hex-digits(encode-lo + 1:1)
                               to encode-out(encode-ptr + 2:1)
                           add 3 to encode-ptr
                   end-evaluate
               end-perform.

               if encode-ptr is equal 1
                   move "-" to encode-out
                   move 2 to encode-ptr
               end-if.

               exit paragraph.

      * "submissions-list;size=50;user=bob;q=acme;page=2;matched=7"
      * (or submissions-csv with rows=): the filter with ";" between
      * the pairs, so the note stays one token.
           set-audit-note.
               move spaces to conn-audit-note.
               move 1 to audit-ptr.

               if filt-csv is equal 1
                   string
                       "submissions-csv;" function trim(audit-note)
                       delimited by size
                       into conn-audit-note
                       with pointer audit-ptr
                   end-string
               else
                   string
                       "submissions-list;" function trim(audit-note)
                       delimited by size
                       into conn-audit-note
                       with pointer audit-ptr
                   end-string
               end-if.

               move match-total to count-disp.
               move filt-page to page-disp.

               if filt-csv is equal 1
                   string
                       ";rows=" function trim(count-disp)
                       delimited by size
                       into conn-audit-note
                       with pointer audit-ptr
                   end-string
               else
                   string
                       ";page=" function trim(page-disp)
                       ";matched=" function trim(count-disp)
                       delimited by size
                       into conn-audit-note
                       with pointer audit-ptr
                   end-string
               end-if.

               exit paragraph.

       end program http-submissions-list.

      **********************
      * SUBMISSION DETAIL PAGE
      **********************
      * GET /submissions/:number, protected. Shows one submission in
      * full: every master field, the whole payload, and each upload
      * reference (" stored=<path>") with whether the stored file is
      * still on disk and its size. The live master is read first;
      * a number that has been moved off it is looked for in the
      * yearly archive masters, newest year first, and the page says
      * which archive it came from. A number that is not numeric
      * answers 400, one that is nowhere 404. The number looked at
      * goes onto the access-log record as the audit note.

       identification division.
       program-id. http-submission-detail.

       environment division.
       input-output section.
       file-control.
           select master-file assign to master-path
               organization is indexed
               access mode is dynamic
               record key is subm-number
               file status is master-status.
           select archive-file assign to archive-path
               organization is indexed
               access mode is dynamic
               record key is arch-number
               file status is archive-status.
           select detail-spool-file assign to detail-spool-path
               organization is line sequential
               file status is detail-spool-status.

       data division.
       file section.
       fd master-file.
       01 master-record.
           05 subm-number   pic 9(7).
           05 subm-stamp    pic x(29).
           05 subm-user     pic x(64).
           05 subm-dup-flag pic x.
           05 subm-payload  pic x(1024).
           05 subm-state    pic x.
           05 subm-export-date pic 9(8).
           05 subm-ack-date    pic 9(8).
           05 subm-order-ref   pic x(64).
           05 subm-req-id      pic x(64).
           05 subm-lang        pic x(8).
           05 subm-vault-key   pic x(32).

       fd archive-file.
       01 archive-record.
           05 arch-number   pic 9(7).
           05 arch-stamp    pic x(29).
           05 arch-user     pic x(64).
           05 arch-dup-flag pic x.
           05 arch-payload  pic x(1024).
           05 arch-state    pic x.
           05 arch-export-date pic 9(8).
           05 arch-ack-date    pic 9(8).
           05 arch-order-ref   pic x(64).
           05 arch-req-id      pic x(64).
           05 arch-lang        pic x(8).
           05 arch-vault-key   pic x(32).

       fd detail-spool-file.
       01 detail-spool-record pic x(6400).

       working-storage section.
       77 master-path pic x(256)
           value "/tmp/http-submissions.idx".
       77 archive-path pic x(256).
       77 detail-spool-path pic x(256).
       77 master-status       pic xx.
       77 archive-status      pic xx.
       77 detail-spool-status pic xx.

       77 detail-stamp      pic x(21).
       77 detail-number-tok pic x(256).
       77 detail-number     pic 9(7).
       77 detail-found      pic 9.
       77 detail-source     pic x(64).
       77 detail-error      pic x(128).
       77 archive-year      pic 9(4).
       77 archive-oldest    pic 9(4).
       77 state-text        pic x(32).
       77 body-ctype   pic x(64) value "text/html".
       77 delete-flag  pic 9 value 1.
       77 p-i          pic 9(3).

       01 detail-record.
           05 det-number   pic 9(7).
           05 det-stamp    pic x(29).
           05 det-user     pic x(64).
           05 det-dup-flag pic x.
           05 det-payload  pic x(1024).
           05 det-state    pic x.
           05 det-export-date pic 9(8).
           05 det-ack-date    pic 9(8).
           05 det-order-ref   pic x(64).
           05 det-req-id      pic x(64).
           05 det-lang        pic x(8).
           05 det-vault-key   pic x(32).

       77 escape-in   pic x(1024).
       77 escape-out  pic x(6200).
       77 escape-ptr  pic 9(4).
       77 escape-pos  pic 9(4).
       77 escape-len  pic 9(4).

       77 ref-pos     pic 9(4).
       77 ref-path    pic x(256).
       77 ref-count   pic 9(3).
       77 ref-size-disp pic z(17)9.
       77 ref-status  pic x(16).

       01 ref-file-info.
           05 ref-file-size pic x(8) comp-x.
           05 filler        pic x(8).

       01 response-data.
           05 http-version pic x(10).
           05 status-code  pic 9(3).
           05 status-text  pic x(50).
           05 response-headers occurs 8 times.
               10 header-data pic x(256).
           05 response-headers-size pic 9(3).

       copy "httpconn.cpy".

       linkage section.
       01 request. copy "httpreq.cpy".

       77 connect pic 9(5).

       procedure division using request, connect.

           initialize response-data.
           move spaces to detail-error.
           move spaces to detail-source.
           move 0 to detail-found.

           move function current-date to detail-stamp.
           move spaces to detail-spool-path.

           string
               "/tmp/http-subm-detail-" connect "-"
               detail-stamp(9:6) detail-stamp(15:2) ".tmp"
               into detail-spool-path
           end-string.

           open output detail-spool-file.

           if detail-spool-status is not equal "00"
               exit program
           end-if.

           perform get-detail-number.

           if detail-error is equal spaces
               perform find-submission
           end-if.

           if detail-found is equal 1
               move 200 to status-code
               move "OK" to status-text
               perform write-detail-body
           else
               perform write-detail-error
           end-if.

           close detail-spool-file.

           call "sendbody_http"
           using by content response-data,
           by content connect,
           by content detail-spool-path,
           by content body-ctype,
           by content request-set-cookie,
           by content delete-flag.

           exit program.

           get-detail-number.
               move spaces to detail-number-tok.

               perform varying p-i from 1 by 1
               until p-i is greater than request-params-size
                   if function trim(request-param-name(p-i))
                   is equal "number"
                       move request-param-value(p-i)
                           to detail-number-tok
                   end-if
               end-perform.

               move 0 to escape-len.
               if detail-number-tok is not equal spaces
                   compute escape-len = function length(
                       function trim(detail-number-tok trailing))
               end-if.

               if escape-len is equal 0
               or escape-len is greater than 7
               or detail-number-tok(1:escape-len) is not numeric
                   move 400 to status-code
                   move "Bad Request" to status-text
                   move "submission number is not numeric"
                       to detail-error
                   exit paragraph
               end-if.

               compute detail-number =
                   function numval(detail-number-tok(1:escape-len)).

               move spaces to conn-audit-note.
               string
                   "submission-view;number=" detail-number
                   delimited by size
                   into conn-audit-note
               end-string.

               exit paragraph.

           find-submission.
               open input master-file.

               if master-status is equal "00"
                   move detail-number to subm-number
                   read master-file
                       invalid key
                           continue
                       not invalid key
                           move master-record to detail-record
                           move 1 to detail-found
                           move "live master" to detail-source
                   end-read
                   close master-file
               end-if.

               if detail-found is equal 0
                   move function current-date(1:4) to archive-year
                   compute archive-oldest = archive-year - 20
                   perform find-in-archive
                       until detail-found is equal 1
                       or archive-year is less than archive-oldest
               end-if.

               if detail-found is equal 0
                   move 404 to status-code
                   move "Not Found" to status-text
                   move "no such submission" to detail-error
               end-if.

               exit paragraph.

           find-in-archive.
               move spaces to archive-path.
               string
                   "/tmp/http-submissions-archive-" archive-year
                   ".idx"
                   into archive-path
               end-string.

               open input archive-file.

               if archive-status is equal "00"
                   move detail-number to arch-number
                   read archive-file
                       invalid key
                           continue
                       not invalid key
                           move archive-record to detail-record
                           move 1 to detail-found
                           move spaces to detail-source
                           string
                               "archive " archive-year
                               into detail-source
                           end-string
                   end-read
                   close archive-file
               end-if.

               subtract 1 from archive-year.

               exit paragraph.

           write-detail-error.
               move detail-number-tok to escape-in.
               perform escape-html.
               move spaces to detail-spool-record.
               string
                   "<h1>submission " escape-out(1:escape-ptr) "</h1>"
                   delimited by size
                   into detail-spool-record
               end-string.
               write detail-spool-record.

               move spaces to detail-spool-record.
               string
                   "<p>" function trim(detail-error) "</p>"
                   "<p><a href=""/submissions"">all submissions</a>"
                   "</p>"
                   delimited by size
                   into detail-spool-record
               end-string.
               write detail-spool-record.

               exit paragraph.

           write-detail-body.
               move spaces to detail-spool-record.
               string
                   "<h1>submission " det-number "</h1>"
                   into detail-spool-record
               end-string.
               write detail-spool-record.

               move "<table border=1>" to detail-spool-record.
               write detail-spool-record.

               move spaces to detail-spool-record.
               string
                   "<tr><th>held in</th><td>"
                   function trim(detail-source) "</td></tr>"
                   into detail-spool-record
               end-string.
               write detail-spool-record.

               move spaces to detail-spool-record.
               string
                   "<tr><th>received</th><td>"
                   function trim(det-stamp) "</td></tr>"
                   into detail-spool-record
               end-string.
               write detail-spool-record.

               move det-user to escape-in.
               perform escape-html.
               move spaces to detail-spool-record.
               string
                   "<tr><th>user</th><td>"
                   escape-out(1:escape-ptr) "</td></tr>"
                   delimited by size
                   into detail-spool-record
               end-string.
               write detail-spool-record.

               perform set-state-text.
               move spaces to detail-spool-record.
               string
                   "<tr><th>state</th><td>" det-state " "
                   function trim(state-text) "</td></tr>"
                   delimited by size
                   into detail-spool-record
               end-string.
               write detail-spool-record.

      * T marks synthetic regression traffic, which is neither a
      * duplicate nor a real submission.
               move spaces to detail-spool-record.
               evaluate det-dup-flag
                   when "D"
                       string
                           "<tr><th>duplicate</th><td>yes</td></tr>"
                           into detail-spool-record
                       end-string
                   when "T"
                       string
                           "<tr><th>duplicate</th><td>test traffic"
                           "</td></tr>"
                           into detail-spool-record
                       end-string
                   when other
                       string
                           "<tr><th>duplicate</th><td>no</td></tr>"
                           into detail-spool-record
                       end-string
               end-evaluate.
               write detail-spool-record.

               move spaces to detail-spool-record.
               if det-export-date is equal 0
                   string
                       "<tr><th>export date</th><td>not exported"
                       "</td></tr>"
                       into detail-spool-record
                   end-string
               else
                   string
                       "<tr><th>export date</th><td>"
                       det-export-date "</td></tr>"
                       into detail-spool-record
                   end-string
               end-if.
               write detail-spool-record.

               move spaces to detail-spool-record.
               if det-ack-date is equal 0
                   string
                       "<tr><th>acknowledged</th><td>no</td></tr>"
                       into detail-spool-record
                   end-string
               else
                   string
                       "<tr><th>acknowledged</th><td>"
                       det-ack-date "</td></tr>"
                       into detail-spool-record
                   end-string
               end-if.
               write detail-spool-record.

               move det-order-ref to escape-in.
               perform escape-html.
               move spaces to detail-spool-record.
               string
                   "<tr><th>order reference</th><td>"
                   escape-out(1:escape-ptr) "</td></tr>"
                   delimited by size
                   into detail-spool-record
               end-string.
               write detail-spool-record.

               move det-req-id to escape-in.
               perform escape-html.
               move spaces to detail-spool-record.
               string
                   "<tr><th>request id</th><td>"
                   escape-out(1:escape-ptr) "</td></tr>"
                   delimited by size
                   into detail-spool-record
               end-string.
               write detail-spool-record.

               move det-lang to escape-in.
               perform escape-html.
               move spaces to detail-spool-record.
               string
                   "<tr><th>language</th><td>"
                   escape-out(1:escape-ptr) "</td></tr>"
                   delimited by size
                   into detail-spool-record
               end-string.
               write detail-spool-record.

               move "</table>" to detail-spool-record.
               write detail-spool-record.

               move "<h2>payload</h2>" to detail-spool-record.
               write detail-spool-record.

               move det-payload to escape-in.
               perform escape-html.
               move spaces to detail-spool-record.
               string
                   "<pre>" escape-out(1:escape-ptr) "</pre>"
                   delimited by size
                   into detail-spool-record
               end-string.
               write detail-spool-record.

               move "<h2>uploaded files</h2>" to detail-spool-record.
               write detail-spool-record.

               move "<table border=1>" to detail-spool-record.
               write detail-spool-record.

               move spaces to detail-spool-record.
               string
                   "<tr><th>stored as</th><th>on disk</th>"
                   "<th>bytes</th></tr>"
                   into detail-spool-record
               end-string.
               write detail-spool-record.

               move 0 to ref-count.
               perform list-upload-refs.

               if ref-count is equal 0
                   move spaces to detail-spool-record
                   string
                       "<tr><td colspan=3>none</td></tr>"
                       into detail-spool-record
                   end-string
                   write detail-spool-record
               end-if.

               move "</table>" to detail-spool-record.
               write detail-spool-record.

               move spaces to detail-spool-record.
               string
                   "<p><a href=""/submissions"">all submissions</a>"
                   "</p>"
                   delimited by size
                   into detail-spool-record
               end-string.
               write detail-spool-record.

               exit paragraph.

           set-state-text.
               evaluate det-state
                   when "N"
                   when space
                       move "(new)" to state-text
                   when "A"
                       move "(approved)" to state-text
                   when "H"
                       move "(held)" to state-text
                   when "R"
                       move "(rejected)" to state-text
                   when "E"
                       move "(exported)" to state-text
                   when "P"
                       move "(posted)" to state-text
                   when "X"
                       move "(order-entry rejected)" to state-text
                   when other
                       move "(unknown)" to state-text
               end-evaluate.

               exit paragraph.

      * build-file-reference writes "file:<name> stored=<path>" into
      * the field value, so every " stored=" in the payload starts a
      * reference whose path runs to the next space.
           list-upload-refs.
               perform varying ref-pos from 1 by 1
               until ref-pos is greater than 1016
                   if det-payload(ref-pos:8) is equal " stored="
                       move spaces to ref-path
                       unstring det-payload(ref-pos + 8:)
                           delimited by space
                           into ref-path
                       end-unstring
                       if ref-path is not equal spaces
                           perform write-upload-ref
                       end-if
                   end-if
               end-perform.

               exit paragraph.

           write-upload-ref.
               add 1 to ref-count.

               call "CBL_CHECK_FILE_EXIST"
               using ref-path, ref-file-info.

               if return-code is equal 0
                   move "yes" to ref-status
                   move ref-file-size to ref-size-disp
               else
                   move "missing" to ref-status
                   move 0 to ref-size-disp
               end-if.

               move ref-path to escape-in.
               perform escape-html.
               move spaces to detail-spool-record.

               if ref-status is equal "yes"
                   string
                       "<tr><td>" escape-out(1:escape-ptr) "</td>"
                       "<td>yes</td><td>"
                       function trim(ref-size-disp) "</td></tr>"
                       delimited by size
                       into detail-spool-record
                   end-string
               else
                   string
                       "<tr><td>" escape-out(1:escape-ptr) "</td>"
                       "<td>missing</td><td></td></tr>"
                       delimited by size
                       into detail-spool-record
                   end-string
               end-if.

               write detail-spool-record.

               exit paragraph.

      * the payload and the other free-text fields are user input,
      * so the markup characters are written as entities.
           escape-html.
               move spaces to escape-out.
               move 1 to escape-ptr.

               move 0 to escape-len.
               if escape-in is not equal spaces
                   compute escape-len = function length(
                       function trim(escape-in trailing))
               end-if.

               perform varying escape-pos from 1 by 1
               until escape-pos is greater than escape-len
                   evaluate escape-in(escape-pos:1)
                       when "<"
                           move "&lt;" to escape-out(escape-ptr:4)
                           add 4 to escape-ptr
                       when ">"
                           move "&gt;" to escape-out(escape-ptr:4)
                           add 4 to escape-ptr
                       when "&"
                           move "&amp;" to escape-out(escape-ptr:5)
                           add 5 to escape-ptr
                       when X"22"
                           move "&quot;" to escape-out(escape-ptr:6)
                           add 6 to escape-ptr
                       when other
                           move escape-in(escape-pos:1)
                               to escape-out(escape-ptr:1)
                           add 1 to escape-ptr
                   end-evaluate
               end-perform.

      * escape-ptr is left on the length written, at least 1 so the
      * reference modification stays valid for an empty field.
               if escape-ptr is greater than 1
                   subtract 1 from escape-ptr
               end-if.

               exit paragraph.

       end program http-submission-detail.

      **********************
      * SUBMISSION REVIEW
      **********************
      * POST /submissions/:number/:action, protected. A reviewer
      * moves one master record through the review states before the
      * export job sends it to order-entry:
      *     approve  N or H -> A   (only A is ever exported)
      *     hold     N, A or X -> H   (a reason is required)
      *     reject   N, H, A or X -> R
      *     release  a duplicate-flagged R -> N with the flag cleared
      * The reason comes from a "reason" form field or query
      * parameter. Every change is appended to the review audit file
      * (HTTP_SUBMISSIONS_AUDIT_FILE, default
      * /tmp/http-submissions-audit.log) with the old and new state,
      * the reviewer, the request id and the reason; refused changes
      * answer 4xx and leave no audit line.

       identification division.
       program-id. http-submission-review.

       environment division.
       input-output section.
       file-control.
           select master-file assign to master-path
               organization is indexed
               access mode is dynamic
               record key is subm-number
               file status is master-status.
           select audit-file assign to audit-path
               organization is line sequential
               file status is audit-status.

       data division.
       file section.
       fd master-file.
       01 master-record.
           05 subm-number   pic 9(7).
           05 subm-stamp    pic x(29).
           05 subm-user     pic x(64).
           05 subm-dup-flag pic x.
           05 subm-payload  pic x(1024).
           05 subm-state    pic x.
           05 subm-export-date pic 9(8).
           05 subm-ack-date    pic 9(8).
           05 subm-order-ref   pic x(64).
           05 subm-req-id      pic x(64).
           05 subm-lang        pic x(8).
           05 subm-vault-key   pic x(32).

       fd audit-file.
       01 audit-record pic x(512).

       working-storage section.
       77 master-path pic x(256)
           value "/tmp/http-submissions.idx".
       77 audit-path  pic x(256)
           value "/tmp/http-submissions-audit.log".
       77 audit-env     pic x(256).
       77 master-status pic xx.
       77 audit-status  pic xx.

       77 review-number-tok pic x(256).
       77 review-number     pic 9(7).
       77 review-action     pic x(16).
       77 review-reason     pic x(256).
       77 review-old-state  pic x.
       77 review-new-state  pic x.
       77 review-new-flag   pic x.
       77 review-result     pic x(64).
       77 review-stamp      pic x(29).
       77 zero-days         pic 9(4) value 0.
       77 p-i               pic 9(3).

       01 parse-urlencoded.
           05 parse-data occurs 256 times.
               10 parse-name     pic x(32).
               10 parse-value    pic x(256).
           05 parse-size pic 9(3).

       01 response-data.
           05 http-version pic x(10).
           05 status-code  pic 9(3).
           05 status-text  pic x(50).
           05 response-headers occurs 8 times.
               10 header-data pic x(256).
           05 response-headers-size pic 9(3).

       01 json-fields.
           05 json-field occurs 64 times.
               10 json-field-name  pic x(32).
               10 json-field-value pic x(256).
           05 json-field-size pic 9(3).

       77 json-data pic x(2048).
       77 json-size pic 9(4).

       linkage section.
       01 request. copy "httpreq.cpy".

       77 connect pic 9(5).

       procedure division using request, connect.

           initialize response-data.
           move space to review-old-state.
           move space to review-new-state.
           move spaces to review-result.

           perform get-review-request.

           if review-result is equal spaces
               perform apply-review
           end-if.

           perform send-review-response.

           exit program.

           get-review-request.
               move spaces to review-number-tok.
               move spaces to review-action.
               move spaces to review-reason.

               perform varying p-i from 1 by 1
               until p-i is greater than request-params-size
                   evaluate function trim(request-param-name(p-i))
                       when "number"
                           move request-param-value(p-i)
                               to review-number-tok
                       when "action"
                           move function lower-case(
                               request-param-value(p-i)(1:16))
                               to review-action
                   end-evaluate
               end-perform.

               if review-number-tok is equal spaces
               or function test-numval(review-number-tok)
               is not equal 0
                   move 400 to status-code
                   move "Bad Request" to status-text
                   move "submission number is not numeric"
                       to review-result
                   exit paragraph
               end-if.

               compute review-number =
                   function numval(review-number-tok).

               evaluate review-action
                   when "approve"
                   when "hold"
                   when "reject"
                   when "release"
                       continue
                   when other
                       move 400 to status-code
                       move "Bad Request" to status-text
                       move "action must be approve, hold, reject or "
                           to review-result
                       string
                           function trim(review-result)
                           " release"
                           into review-result
                       end-string
                       exit paragraph
               end-evaluate.

               call "parse-urlencoded"
               using by reference parse-urlencoded,
               by content request-body.

               perform varying p-i from 1 by 1
               until p-i is greater than parse-size
                   if function trim(parse-name(p-i)) is equal "reason"
                       move parse-value(p-i) to review-reason
                   end-if
               end-perform.

               perform varying p-i from 1 by 1
               until p-i is greater than request-query-size
               or review-reason is not equal spaces
                   if function trim(request-query-name(p-i))
                   is equal "reason"
                       move request-query-value(p-i) to review-reason
                   end-if
               end-perform.

               inspect review-reason
                   replacing all X"0A" by space
                                 X"0D" by space.

               if review-action is equal "hold"
               and review-reason is equal spaces
                   move 422 to status-code
                   move "Unprocessable Entity" to status-text
                   move "a hold needs a reason" to review-result
               end-if.

               exit paragraph.

           apply-review.
               open i-o master-file.

               if master-status is not equal "00"
                   move 503 to status-code
                   move "Service Unavailable" to status-text
                   move "submissions master unavailable"
                       to review-result
                   exit paragraph
               end-if.

               move review-number to subm-number.

               read master-file
                   invalid key
                       move 404 to status-code
                       move "Not Found" to status-text
                       move "no such submission" to review-result
                       close master-file
                       exit paragraph
               end-read.

               move subm-state to review-old-state.

               if review-old-state is equal space
                   move "N" to review-old-state
               end-if.

               perform check-review-transition.

               if review-result is not equal spaces
                   close master-file
                   exit paragraph
               end-if.

               move review-new-state to subm-state.
               move review-new-flag to subm-dup-flag.

               rewrite master-record
                   invalid key
                       move 409 to status-code
                       move "Conflict" to status-text
                       move "submission could not be updated"
                           to review-result
               end-rewrite.

               close master-file.

               if review-result is not equal spaces
                   exit paragraph
               end-if.

               perform write-review-audit.

               move 200 to status-code.
               move "OK" to status-text.
               move "ok" to review-result.

               exit paragraph.

      * sets review-new-state / review-new-flag for an allowed move,
      * otherwise a 409 with the reason in review-result.
           check-review-transition.
               move subm-dup-flag to review-new-flag.
               move space to review-new-state.

               evaluate review-action also review-old-state
                   when "approve" also "N"
                   when "approve" also "H"
                       move "A" to review-new-state
                   when "hold" also "N"
                   when "hold" also "A"
                   when "hold" also "X"
                       move "H" to review-new-state
                   when "reject" also "N"
                   when "reject" also "H"
                   when "reject" also "A"
                   when "reject" also "X"
                       move "R" to review-new-state
                   when "release" also "R"
                       if subm-dup-flag is equal "D"
                           move "N" to review-new-state
                           move space to review-new-flag
                       end-if
               end-evaluate.

               if review-new-state is equal space
                   move 409 to status-code
                   move "Conflict" to status-text
                   move spaces to review-result
                   string
                       "cannot " function trim(review-action)
                       " a submission in state " review-old-state
                       into review-result
                   end-string
               end-if.

               exit paragraph.

           write-review-audit.
               call "date-utc"
               using by reference review-stamp,
               by content zero-days.

               move spaces to audit-env.
               accept audit-env
                   from environment "HTTP_SUBMISSIONS_AUDIT_FILE"
                   on exception
                       move spaces to audit-env
               end-accept.

               if audit-env is not equal spaces
                   move audit-env to audit-path
               end-if.

               move spaces to audit-record.

               string
                   function trim(review-stamp)
                   " subm=" review-number
                   " action=" function trim(review-action)
                   " old=" review-old-state
                   " new=" review-new-state
                   " reviewer=" function trim(request-auth-user)
                   " req=" function trim(request-id)
                   " reason=" function trim(review-reason)
                   into audit-record
               end-string.

               open extend audit-file.

               if audit-status is not equal "00"
                   open output audit-file
               end-if.

               write audit-record.
               close audit-file.

               exit paragraph.

           send-review-response.
               initialize json-fields.

               move "number" to json-field-name(1).
               move review-number to json-field-value(1).

               move "action" to json-field-name(2).
               move review-action to json-field-value(2).

               move "old_state" to json-field-name(3).
               move review-old-state to json-field-value(3).

               move "new_state" to json-field-name(4).
               if status-code is equal 200
                   move review-new-state to json-field-value(4)
               else
                   move review-old-state to json-field-value(4)
               end-if.

               move "result" to json-field-name(5).
               move review-result to json-field-value(5).

               set json-field-size to 5.

               call "build-json"
               using by reference json-fields,
               by reference json-data,
               by reference json-size.

               call "sendjson_http"
               using by content response-data,
               by content connect,
               by content json-data,
               by content json-size,
               by content request-set-cookie.

               exit paragraph.

       end program http-submission-review.

      **********************
      * REQUEST TRACE
      **********************
      * GET /trace?req=<id> or /trace?user=<u>&from=YYYYMMDD&to=
      * YYYYMMDD, protected. First-line support's view of one
      * request, or of a user's activity over a range of days: the
      * request-trace batch program (on the PATH or in
      * HTTP_TOOLS_BIN_DIR) writes its report to a work file that
      * is streamed back as plain text and then removed. The values
      * go onto a shell command line, so anything but the characters
      * request ids and user names are made of answers 400. When
      * request-trace cannot be started, ends with return code 8 or
      * more, or leaves no report, the answer is 500 and the failure
      * goes to the error log (op=request-trace).

       identification division.
       program-id. http-request-trace.

       data division.
       working-storage section.
       77 trace-req-id   pic x(64).
       77 trace-user     pic x(64).
       77 trace-from     pic x(16).
       77 trace-to       pic x(16).
       77 trace-word     pic x(64).
       77 trace-word-ok  pic 9.
       77 trace-pos      pic 9(3).
       77 trace-len      pic 9(3).
       77 trace-bin-dir  pic x(256).
       77 trace-stamp    pic x(21).
       77 trace-path     pic x(256).
       77 trace-rc       pic s9(9).
       77 trace-rc-disp  pic -(8)9.
       77 trace-failed   pic 9.
       77 shell-cmd      pic x(768).
       77 delete-rc      pic s9(9) comp-5.
       77 error-event    pic x(512).
       77 body-ctype     pic x(64) value "text/plain".
       77 delete-flag    pic 9 value 1.
       77 p-i            pic 9(3).

       01 trace-file-info.
           05 trace-file-size pic x(8) comp-x.
           05 filler          pic x(8).

       01 response-data.
           05 http-version pic x(10).
           05 status-code  pic 9(3).
           05 status-text  pic x(50).
           05 response-headers occurs 8 times.
               10 header-data pic x(256).
           05 response-headers-size pic 9(3).

       01 json-fields.
           05 json-field occurs 64 times.
               10 json-field-name  pic x(32).
               10 json-field-value pic x(256).
           05 json-field-size pic 9(3).

       77 json-data pic x(2048).
       77 json-size pic 9(4).

       linkage section.
       01 request. copy "httpreq.cpy".

       77 connect pic 9(5).

       procedure division using request, connect.

           initialize response-data.
           move spaces to trace-req-id trace-user trace-from trace-to.

           perform varying p-i from 1 by 1
           until p-i is greater than request-query-size
               evaluate function trim(request-query-name(p-i))
                   when "req"
                       move request-query-value(p-i) to trace-req-id
                   when "user"
                       move request-query-value(p-i) to trace-user
                   when "from"
                       move request-query-value(p-i) to trace-from
                   when "to"
                       move request-query-value(p-i) to trace-to
               end-evaluate
           end-perform.

           perform check-trace-request.

           if trace-word-ok is equal 0
               move 400 to status-code
               move "Bad Request" to status-text
               initialize json-fields
               move "error" to json-field-name(1)
               string
                   "give req=<id> or user=<user> with optional "
                   "from and to as YYYYMMDD"
                   into json-field-value(1)
               end-string
               set json-field-size to 1
               perform send-trace-json
               exit program
           end-if.

           perform run-request-trace.

           if trace-failed is equal 1
               move 500 to status-code
               move "Internal Server Error" to status-text
               initialize json-fields
               move "error" to json-field-name(1)
               if trace-rc is equal 127
                   move "request-trace could not be started"
                       to json-field-value(1)
               else
                   move trace-rc to trace-rc-disp
                   string
                       "request-trace failed, return code "
                       function trim(trace-rc-disp)
                       into json-field-value(1)
                   end-string
               end-if
               set json-field-size to 1
               perform send-trace-json
               exit program
           end-if.

           move 200 to status-code.
           move "OK" to status-text.

           call "sendbody_http"
           using by content response-data,
           by content connect,
           by content trace-path,
           by content body-ctype,
           by content request-set-cookie,
           by content delete-flag.

           exit program.

           check-trace-request.
               set trace-word-ok to 1.

               if trace-req-id is equal spaces
               and trace-user is equal spaces
                   set trace-word-ok to 0
               end-if.

               if trace-from(9:8) is not equal spaces
               or trace-to(9:8) is not equal spaces
                   set trace-word-ok to 0
               end-if.

               if trace-from(1:8) is not equal spaces
               and trace-from(1:8) is not numeric
                   set trace-word-ok to 0
               end-if.

               if trace-to(1:8) is not equal spaces
               and trace-to(1:8) is not numeric
                   set trace-word-ok to 0
               end-if.

               move trace-req-id to trace-word.
               perform check-trace-word.
               move trace-user to trace-word.
               perform check-trace-word.

               exit paragraph.

      * the words go onto a shell command line, so a space inside
      * one (a "+" in a query string) is refused like any other
      * character outside the id alphabet.
           check-trace-word.
               if trace-word is equal spaces
                   exit paragraph
               end-if.

               set trace-len to function length(
                   function trim(trace-word trailing)).

               perform varying trace-pos from 1 by 1
               until trace-pos is greater than trace-len
                   evaluate true
                       when trace-word(trace-pos:1)
                           is alphabetic-upper
                       when trace-word(trace-pos:1)
                           is alphabetic-lower
                       when trace-word(trace-pos:1) is numeric
                       when trace-word(trace-pos:1) is equal "-"
                       when trace-word(trace-pos:1) is equal "_"
                       when trace-word(trace-pos:1) is equal "."
                       when trace-word(trace-pos:1) is equal "@"
                           continue
                       when other
                           set trace-word-ok to 0
                           exit perform
                   end-evaluate
               end-perform.

               exit paragraph.

           run-request-trace.
               move spaces to trace-bin-dir.
               accept trace-bin-dir
                   from environment "HTTP_TOOLS_BIN_DIR"
                   on exception
                       move spaces to trace-bin-dir
               end-accept.

               move function current-date to trace-stamp.
               move spaces to trace-path.
               string
                   "/tmp/http-trace-" connect "-"
                   trace-stamp(9:6) trace-stamp(15:2) ".tmp"
                   into trace-path
               end-string.

               move spaces to shell-cmd.
               string
                   "TRACE_REQ_ID='" function trim(trace-req-id) "'"
                   " TRACE_USER='" function trim(trace-user) "'"
                   " TRACE_FROM='" function trim(trace-from) "'"
                   " TRACE_TO='" function trim(trace-to) "'"
                   " TRACE_REPORT_FILE=" function trim(trace-path)
                   into shell-cmd
               end-string.

               if trace-bin-dir is not equal spaces
                   string
                       function trim(shell-cmd) " "
                       function trim(trace-bin-dir) "/"
                       into shell-cmd
                   end-string
                   string
                       function trim(shell-cmd)
                       "request-trace > /dev/null 2>&1"
                       into shell-cmd
                   end-string
               else
                   string
                       function trim(shell-cmd)
                       " request-trace > /dev/null 2>&1"
                       into shell-cmd
                   end-string
               end-if.

               call "SYSTEM" using shell-cmd.
               compute trace-rc = return-code / 256.

               set trace-failed to 0.

               if trace-rc is greater than or equal 8
                   set trace-failed to 1
               else
                   call "CBL_CHECK_FILE_EXIST"
                   using trace-path, trace-file-info
                   if return-code is not equal 0
                       set trace-failed to 1
                   end-if
               end-if.

               if trace-failed is equal 0
                   exit paragraph
               end-if.

               call "CBL_DELETE_FILE" using trace-path
               returning delete-rc.

               move trace-rc to trace-rc-disp.
               move spaces to error-event.
               string
                   "op=request-trace rc=" function trim(trace-rc-disp)
                   " req=" function trim(trace-req-id)
                   " user=" function trim(trace-user)
                   " path=" function trim(trace-path)
                   into error-event
               end-string.
               call "error-log" using error-event.

               exit paragraph.

           send-trace-json.
               call "build-json"
               using by reference json-fields,
               by reference json-data,
               by reference json-size.

               call "sendjson_http"
               using by content response-data,
               by content connect,
               by content json-data,
               by content json-size,
               by content request-set-cookie.

               exit paragraph.

       end program http-request-trace.

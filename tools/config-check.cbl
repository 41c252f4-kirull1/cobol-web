      **********************
      * CONFIGURATION CHECK
      **********************
      * Validates every control file the listener reads, so a bad
      * edit is caught before the listener is told to re-read its
      * settings (the console RELOAD command) or is restarted (the
      * watchdog). Files are located the way load-settings does:
      * built-in default, then the environment, then the config
      * file's own keys on top. Checked are
      *   - the config file (HTTP_CONFIG_FILE, default
      *     /tmp/http-listener.conf): lines without "=", unknown
      *     keys, keys given twice, empty values, non-numeric or
      *     oversized numbers, csrf_protect other than 0 or 1, and
      *     a trusted_proxy that is not an address;
      *   - the credentials file: lines missing the password,
      *     fields too long to match, duplicate users, duplicate
      *     API keys, unknown roles, password hashes and key
      *     digests not in the form user-admin writes, password
      *     dates that are not YYYYMMDD, a status other than
      *     active or disabled, and passwords or API keys still
      *     in clear (user-admin MIGRATE hashes them);
      *   - the user limits file: missing or non-numeric
      *     allowances, allowances over the quota field, duplicate
      *     users and users the credentials file does not know;
      *   - the deny, allow and maintenance bypass lists: address
      *     syntax and duplicates (an allow list that exists but
      *     holds no address refuses every client);
      *   - the routes file (HTTP_ROUTES_FILE, default
      *     /tmp/http-routes.dat) line by line as load-routes checks
      *     it: path, method, protected flag, redirect kind, exactly
      *     one of handler, redirect and proxy, a cache ttl only on
      *     proxy lines, at most 3 hosts and no table over 256
      *     routes (handler entry names can only be checked by the
      *     listener itself);
      *   - the form rules (HTTP_FORM_RULES_FILE, default
      *     /tmp/http-form-rules.dat): required Y or N, numeric
      *     min and max with min not over max, and a known type;
      *   - the mask policy (HTTP_MASK_POLICY_FILE, default
      *     /tmp/http-mask-policy.dat): methods other than last4,
      *     hash or drop, and fields named twice;
      *   - every .tpl in HTTP_TEMPLATE_DIR (default ./templates),
      *     its language subdirectories (templates/fr/...) and the
      *     maintenance template: {{#fields}}/{{/fields}}
      *     and {{?name}}/{{/name}} sections opened, closed and
      *     nested the way render-template accepts them, and
      *     placeholders with unbalanced braces.
      * Each finding is one report line naming the file and line:
      *   ERROR <file> line <n>: <message>
      *   WARN  <file> line <n>: <message>
      * The report goes to CONFIG_CHECK_REPORT_FILE (default
      * /tmp/http-config-check-report.txt).
      *
      * Ends with return code 8 when there are errors, 4 when there
      * are only warnings.

       identification division.
       program-id. config-check.

       environment division.
       input-output section.
       file-control.
           select config-file assign to config-path
               organization is line sequential
               file status is config-status.
           select control-file assign to control-path
               organization is line sequential
               file status is control-status.
           select scan-list-file assign to scan-list-path
               organization is line sequential
               file status is scan-list-status.
           select report-file assign to report-path
               organization is line sequential
               file status is report-status.

       data division.
       file section.
       fd config-file.
       01 config-record pic x(512).

       fd control-file.
       01 control-record pic x(512).

       fd scan-list-file.
       01 scan-list-record pic x(256).

       fd report-file.
       01 report-record pic x(512).

       working-storage section.
       77 config-path  pic x(256).
       77 control-path pic x(256).
       77 scan-list-path pic x(256)
           value "/tmp/http-config-check.list".
       77 report-path  pic x(256).
       77 config-status    pic xx.
       77 control-status   pic xx.
       77 scan-list-status pic xx.
       77 report-status    pic xx.

       77 setting-env       pic x(256).
       77 credentials-path  pic x(256).
       77 user-limits-path  pic x(256).
       77 ip-deny-path      pic x(256).
       77 ip-allow-path     pic x(256).
       77 bypass-path       pic x(256).
       77 template-dir      pic x(256).
       77 maint-template-path pic x(256).
       77 routes-path       pic x(256).
       77 form-rules-path   pic x(256).
       77 mask-policy-path  pic x(256).

       77 config-key    pic x(64).
       77 config-value  pic x(448).
       77 key-known     pic 9.
       77 digits-max    pic 9(2).
       77 value-len     pic 9(3).

      * keys already seen in the config file, with the line each
      * first appeared on.
       01 key-tbl.
           05 key-entry occurs 64 times.
               10 key-name pic x(64).
               10 key-line pic 9(5).
           05 key-size pic 9(3).

      * the users and API keys of the credentials file, kept for
      * the duplicate checks and for the user limits cross-check.
       01 cred-tbl.
           05 cred-entry occurs 2000 times.
               10 cred-tbl-user   pic x(64).
               10 cred-tbl-apikey pic x(128).
               10 cred-tbl-line   pic 9(5).
           05 cred-size pic 9(4).

      * entries of the list file being checked (limits users or
      * addresses), for its duplicate check.
       01 seen-tbl.
           05 seen-entry occurs 2000 times.
               10 seen-value pic x(64).
               10 seen-line  pic 9(5).
           05 seen-size pic 9(4).

       77 tbl-i   pic 9(4).
       77 tbl-at  pic 9(4).

       77 line-number pic 9(5).
       77 line-trim   pic x(512).
       77 field-1     pic x(512).
       77 field-2     pic x(512).
       77 field-3     pic x(512).
       77 field-4     pic x(512).
       77 field-5     pic x(512).
       77 field-6     pic x(512).
       77 field-7     pic x(512).
       77 field-8     pic x(512).
       77 field-9     pic x(512).
       77 field-count pic 9(2).

       77 hash-tag        pic x(512).
       77 hash-rounds-tok pic x(512).
       77 hash-salt-tok   pic x(512).
       77 hash-digest-tok pic x(512).
       77 hash-parts      pic 9(2).
       77 hash-ok         pic 9.
       77 rounds-len      pic 9(3).
       77 hex-work        pic x(512).
       77 hex-want        pic 9(3).
       77 hex-ok          pic 9.
       77 hex-i           pic 9(3).
       77 hex-hits        pic 9(3).
       77 hex-digits      pic x(16) value "0123456789abcdef".
       77 set-date-num    pic 9(8).
       77 today-num       pic 9(8).

       77 address-text pic x(512).
       77 address-ok   pic 9.
       77 address-len  pic 9(3).
       77 address-pos  pic 9(3).
       77 address-char pic x.
       01 octet-tbl.
           05 octet-text pic x(512) occurs 5 times.
       77 octet-i      pic 9.
       77 part-count   pic 9(3).
       77 group-len    pic 9(3).
       77 double-colon pic 9(3).
       77 colon-count  pic 9(3).
       77 list-entries pic 9(5).

       77 template-path  pic x(256).
       77 in-block       pic 9.
       77 block-line     pic 9(5).
       77 block-length   pic 9(5).
       77 in-cond        pic 9.
       77 cond-line      pic 9(5).
       77 cond-name      pic x(64).
       77 tag-name       pic x(64).
       77 tag-rest       pic x(512).
       77 open-count     pic 9(3).
       77 close-count    pic 9(3).
       77 tag-count      pic 9(3).
       77 templates-seen pic 9(5).

      * the hosts the routes file names and the routes each table
      * would hold, counted the way load-routes counts them; every
      * table (the default one and up to 3 hosts) holds 256 routes.
       01 route-host-tbl.
           05 route-host occurs 3 times.
               10 route-host-name   pic x(100).
               10 route-host-routes pic 9(5).
           05 route-host-count pic 9.
       77 route-default-routes pic 9(5).
       77 route-table-max      pic 9(5) value 256.
       77 route-slot           pic 9.
       77 route-actions        pic 9.
       77 route-good           pic 9(5).

      * form rules and mask policy lines past 64 are never read.
       77 rule-table-max  pic 9(3) value 64.
       77 rule-count      pic 9(5).
       77 rule-min-num    pic 9(9).
       77 rule-max-num    pic 9(9).

       77 finding-level pic x(5).
       77 finding-file  pic x(256).
       77 finding-line  pic 9(5).
       77 finding-text  pic x(160).
       77 line-disp     pic z(4)9.

       77 files-total    pic 9(5) value 0.
       77 error-total    pic 9(7) value 0.
       77 warning-total  pic 9(7) value 0.
       77 file-errors    pic 9(7).
       77 file-warnings  pic 9(7).

       77 shell-cmd  pic x(768).
       77 delete-rc  pic s9(9) comp-5.

       77 count-disp   pic zz,zzz,zz9.
       77 generated-at pic x(29).
       77 zero-days    pic 9(4) value 0.

       procedure division.

           main-line.
               initialize key-tbl cred-tbl seen-tbl.
               perform load-settings.

               open output report-file.

               if report-status is not equal "00"
                   display "config-check: cannot open report "
                       function trim(report-path)
                       ", status " report-status
                   move 8 to return-code
                   stop run
               end-if.

               perform write-report-heading.

               perform check-config-file.
               perform check-credentials-file.
               perform check-user-limits-file.

               move ip-deny-path to control-path.
               perform check-address-list.

               move ip-allow-path to control-path.
               perform check-address-list.

               move bypass-path to control-path.
               perform check-address-list.

               perform check-routes-file.
               perform check-form-rules-file.
               perform check-mask-policy-file.

               perform check-template-dir.

               perform write-totals.
               close report-file.

               display "config-check: files " files-total
                   " errors " error-total
                   " warnings " warning-total.

               move 0 to return-code.

               if warning-total is greater than 0
                   move 4 to return-code
               end-if.

               if error-total is greater than 0
                   move 8 to return-code
               end-if.

               stop run.

      * the same precedence as the listener's load-settings: the
      * built-in default, then the environment; check-config-file
      * then applies the config file's own keys.
           load-settings.
               move "/tmp/http-config-check-report.txt"
                   to report-path.
               move spaces to setting-env.
               accept setting-env
                   from environment "CONFIG_CHECK_REPORT_FILE"
                   on exception
                       move spaces to setting-env
               end-accept.

               if setting-env is not equal spaces
                   move setting-env to report-path
               end-if.

               move "/tmp/http-listener.conf" to config-path.
               move spaces to setting-env.
               accept setting-env
                   from environment "HTTP_CONFIG_FILE"
                   on exception
                       move spaces to setting-env
               end-accept.

               if setting-env is not equal spaces
                   move setting-env to config-path
               end-if.

               move "/tmp/http-credentials.dat" to credentials-path.
               move spaces to setting-env.
               accept setting-env
                   from environment "HTTP_CREDENTIALS_FILE"
                   on exception
                       move spaces to setting-env
               end-accept.

               if setting-env is not equal spaces
                   move setting-env to credentials-path
               end-if.

               move "/tmp/http-user-limits.dat" to user-limits-path.
               move spaces to setting-env.
               accept setting-env
                   from environment "HTTP_USER_LIMITS_FILE"
                   on exception
                       move spaces to setting-env
               end-accept.

               if setting-env is not equal spaces
                   move setting-env to user-limits-path
               end-if.

               move "/tmp/http-ip-deny.lst" to ip-deny-path.
               move "/tmp/http-ip-allow.lst" to ip-allow-path.

               move "/tmp/http-maintenance-bypass.lst" to bypass-path.
               move spaces to setting-env.
               accept setting-env
                   from environment "HTTP_MAINTENANCE_BYPASS_FILE"
                   on exception
                       move spaces to setting-env
               end-accept.

               if setting-env is not equal spaces
                   move setting-env to bypass-path
               end-if.

               move "/tmp/http-routes.dat" to routes-path.
               move spaces to setting-env.
               accept setting-env
                   from environment "HTTP_ROUTES_FILE"
                   on exception
                       move spaces to setting-env
               end-accept.

               if setting-env is not equal spaces
                   move setting-env to routes-path
               end-if.

               move "/tmp/http-form-rules.dat" to form-rules-path.
               move spaces to setting-env.
               accept setting-env
                   from environment "HTTP_FORM_RULES_FILE"
                   on exception
                       move spaces to setting-env
               end-accept.

               if setting-env is not equal spaces
                   move setting-env to form-rules-path
               end-if.

               move "/tmp/http-mask-policy.dat" to mask-policy-path.
               move spaces to setting-env.
               accept setting-env
                   from environment "HTTP_MASK_POLICY_FILE"
                   on exception
                       move spaces to setting-env
               end-accept.

               if setting-env is not equal spaces
                   move setting-env to mask-policy-path
               end-if.

               move spaces to template-dir.
               accept template-dir
                   from environment "HTTP_TEMPLATE_DIR"
                   on exception
                       move spaces to template-dir
               end-accept.

               if template-dir is equal spaces
                   move "./templates" to template-dir
               end-if.

               move spaces to maint-template-path.
               string
                   function trim(template-dir) "/maintenance.tpl"
                   into maint-template-path
               end-string.

               move spaces to setting-env.
               accept setting-env
                   from environment "HTTP_MAINTENANCE_TEMPLATE"
                   on exception
                       move spaces to setting-env
               end-accept.

               if setting-env is not equal spaces
                   move setting-env to maint-template-path
               end-if.

               exit paragraph.

           write-report-heading.
               call "date-utc"
               using by reference generated-at,
               by content zero-days.

               move "LISTENER CONFIGURATION CHECK" to report-record.
               write report-record.

               move spaces to report-record.
               string
                   "GENERATED " function trim(generated-at)
                   into report-record
               end-string.
               write report-record.

               move spaces to report-record.
               write report-record.

               exit paragraph.

      * one report line per finding; line 0 is a finding about the
      * file as a whole.
           write-finding.
               move spaces to report-record.
               move finding-line to line-disp.

               if finding-line is equal 0
                   string
                       finding-level " " function trim(finding-file)
                       ": " function trim(finding-text)
                       into report-record
                   end-string
               else
                   string
                       finding-level " " function trim(finding-file)
                       " line " function trim(line-disp)
                       ": " function trim(finding-text)
                       into report-record
                   end-string
               end-if.

               write report-record.

               if finding-level is equal "ERROR"
                   add 1 to error-total
                   add 1 to file-errors
               else
                   add 1 to warning-total
                   add 1 to file-warnings
               end-if.

               exit paragraph.

           error-finding.
               move "ERROR" to finding-level.
               move control-path to finding-file.
               move line-number to finding-line.
               perform write-finding.
               exit paragraph.

           warn-finding.
               move "WARN" to finding-level.
               move control-path to finding-file.
               move line-number to finding-line.
               perform write-finding.
               exit paragraph.

      * a file that was read gets a closing "OK" line when it had no
      * findings, so the report shows everything that was checked.
           write-file-ok.
               add 1 to files-total.

               if file-errors is equal 0
               and file-warnings is equal 0
                   move spaces to report-record
                   string
                       "OK    " function trim(control-path)
                       into report-record
                   end-string
                   write report-record
               end-if.

               exit paragraph.

           write-file-absent.
               move spaces to report-record.
               string
                   "NOTE  " function trim(control-path)
                   ": not present, not checked"
                   into report-record
               end-string.
               write report-record.
               exit paragraph.

      * the config file: key=value lines, "#" in column 1 comments
           check-config-file.
               move config-path to control-path.
               move 0 to file-errors file-warnings line-number.

               open input config-file.

               if config-status is not equal "00"
                   move spaces to report-record
                   string
                       "NOTE  " function trim(config-path)
                       ": not present, built-in defaults apply"
                       into report-record
                   end-string
                   write report-record
                   exit paragraph
               end-if.

               perform check-config-record
                   until config-status is not equal "00".

               close config-file.
               perform write-file-ok.

               exit paragraph.

           check-config-record.
               read config-file
                   at end
                       move "10" to config-status
                       exit paragraph
               end-read.

               add 1 to line-number.

               if config-record is equal spaces
               or config-record(1:1) is equal "#"
                   exit paragraph
               end-if.

               move 0 to tag-count.
               inspect config-record tallying tag-count for all "=".

               if tag-count is equal 0
                   move "no key=value on this line; it is ignored"
                       to finding-text
                   perform error-finding
                   exit paragraph
               end-if.

               move spaces to config-key config-value.
               unstring config-record delimited by "="
                   into config-key, config-value
               end-unstring.

               move function trim(config-key) to config-key.

               if config-key is equal spaces
                   move "line has a value but no key" to finding-text
                   perform error-finding
                   exit paragraph
               end-if.

               perform check-config-duplicate.

               set key-known to 1.
               move 0 to digits-max.

               evaluate config-key
                   when "keepalive_timeout_secs"
                   when "keepalive_max"
                   when "gzip_min_size"
                       move 5 to digits-max
                   when "max_body_size"
                       move 9 to digits-max
                   when "throttle_limit"
                       move 4 to digits-max
                   when "maintenance_retry_secs"
                   when "proxy_cache_stale_secs"
                       move 6 to digits-max
                   when "user_default_quota"
                       move 7 to digits-max
                   when "csrf_protect"
                   when "cors_origins"
                   when "cors_methods"
                   when "cors_headers"
                   when "trusted_proxy"
                   when "maintenance_flag_file"
                       continue
                   when "credentials_file"
                       move config-value to credentials-path
                   when "user_limits_file"
                       move config-value to user-limits-path
                   when "ip_deny_file"
                       move config-value to ip-deny-path
                   when "ip_allow_file"
                       move config-value to ip-allow-path
                   when "maintenance_bypass_file"
                       move config-value to bypass-path
                   when "maintenance_template"
                       move config-value to maint-template-path
                   when other
                       set key-known to 0
               end-evaluate.

               if key-known is equal 0
                   move spaces to finding-text
                   string
                       "unknown key " function trim(config-key)
                       into finding-text
                   end-string
                   perform error-finding
                   exit paragraph
               end-if.

               if config-value is equal spaces
                   move spaces to finding-text
                   string
                       function trim(config-key)
                       " has no value; the default stays in force"
                       into finding-text
                   end-string
                   perform warn-finding
                   exit paragraph
               end-if.

               move function trim(config-value) to config-value.

               if digits-max is greater than 0
                   perform check-config-number
               end-if.

               if config-key is equal "csrf_protect"
               and config-value is not equal "0"
               and config-value is not equal "1"
                   move "csrf_protect must be 0 or 1" to finding-text
                   perform error-finding
               end-if.

               if config-key is equal "trusted_proxy"
                   move config-value to address-text
                   perform check-address
                   if address-ok is equal 0
                       move spaces to finding-text
                       string
                           "trusted_proxy "
                           function trim(config-value)
                           " is not an IPv4 or IPv6 address"
                           into finding-text
                       end-string
                       perform error-finding
                   end-if
               end-if.

               exit paragraph.

           check-config-duplicate.
               move 0 to tbl-at.

               perform varying tbl-i from 1 by 1
               until tbl-i is greater than key-size
                   if key-name(tbl-i) is equal config-key
                       move tbl-i to tbl-at
                       exit perform
                   end-if
               end-perform.

               if tbl-at is greater than 0
                   move key-line(tbl-at) to line-disp
                   move spaces to finding-text
                   string
                       function trim(config-key)
                       " already set on line " function trim(line-disp)
                       "; this later value wins"
                       into finding-text
                   end-string
                   perform warn-finding
                   exit paragraph
               end-if.

               if key-size is less than 64
                   add 1 to key-size
                   move config-key to key-name(key-size)
                   move line-number to key-line(key-size)
               end-if.

               exit paragraph.

           check-config-number.
               move 0 to value-len.
               inspect config-value tallying value-len
                   for characters before initial space.

               if config-value(1:value-len) is not numeric
                   move spaces to finding-text
                   string
                       function trim(config-key) " value "
                       function trim(config-value)
                       " is not a whole number"
                       into finding-text
                   end-string
                   perform error-finding
                   exit paragraph
               end-if.

               if value-len is greater than digits-max
                   move digits-max to line-disp
                   move spaces to finding-text
                   string
                       function trim(config-key) " value "
                       function trim(config-value)
                       " is longer than " function trim(line-disp)
                       " digits and would be truncated"
                       into finding-text
                   end-string
                   perform error-finding
               end-if.

               exit paragraph.

      * credentials file: user password apikey role set-date status
      * as user-admin writes it, or user password [apikey [role]]
      * on lines still written by hand.
           check-credentials-file.
               move credentials-path to control-path.
               move 0 to file-errors file-warnings line-number.

               open input control-file.

               if control-status is not equal "00"
                   move 0 to line-number
                   move spaces to finding-text
                   string
                       "credentials file cannot be opened; every "
                       "login and API key would be refused"
                       into finding-text
                   end-string
                   perform error-finding
                   exit paragraph
               end-if.

               perform check-credentials-record
                   until control-status is not equal "00".

               close control-file.
               perform write-file-ok.

               exit paragraph.

           check-credentials-record.
               read control-file
                   at end
                       move "10" to control-status
                       exit paragraph
               end-read.

               add 1 to line-number.

               if control-record is equal spaces
                   exit paragraph
               end-if.

               perform split-control-record.

               if field-2 is equal spaces
                   move "no password on this line" to finding-text
                   perform error-finding
                   exit paragraph
               end-if.

               if field-1(65:) is not equal spaces
                   move spaces to finding-text
                   string
                       "user name longer than 64 characters never "
                       "matches"
                       into finding-text
                   end-string
                   perform error-finding
               end-if.

               perform check-credentials-password.
               perform check-credentials-apikey.

               if field-4 is not equal spaces
               and field-4 is not equal "-"
               and field-4 is not equal "user"
               and field-4 is not equal "supervisor"
                   move spaces to finding-text
                   string
                       "unknown role " function trim(field-4)
                       "; the user is read-only on the console"
                       into finding-text
                   end-string
                   perform warn-finding
               end-if.

               perform check-credentials-date.

               if field-6 is not equal spaces
               and field-6 is not equal "active"
               and field-6 is not equal "disabled"
                   move spaces to finding-text
                   string
                       "status " function trim(field-6)
                       " is neither active nor disabled; the "
                       "account is active"
                       into finding-text
                   end-string
                   perform error-finding
               end-if.

               if field-count is greater than 6
                   move "more than six fields; the rest are ignored"
                       to finding-text
                   perform warn-finding
               end-if.

               perform varying tbl-i from 1 by 1
               until tbl-i is greater than cred-size
                   if cred-tbl-user(tbl-i) is equal field-1(1:64)
                       move cred-tbl-line(tbl-i) to line-disp
                       move spaces to finding-text
                       string
                           "duplicate user " function trim(field-1)
                           " (first on line " function trim(line-disp)
                           ")"
                           into finding-text
                       end-string
                       perform error-finding
                   end-if
                   if field-3 is not equal spaces
                   and field-3 is not equal "-"
                   and cred-tbl-apikey(tbl-i) is equal field-3(1:128)
                       move cred-tbl-line(tbl-i) to line-disp
                       move spaces to finding-text
                       string
                           "duplicate API key (also on line "
                           function trim(line-disp) ")"
                           into finding-text
                       end-string
                       perform error-finding
                   end-if
               end-perform.

               if cred-size is less than 2000
                   add 1 to cred-size
                   move field-1 to cred-tbl-user(cred-size)
                   move field-3 to cred-tbl-apikey(cred-size)
                   move line-number to cred-tbl-line(cred-size)
               end-if.

               exit paragraph.

      * sha256$<rounds>$<16 hex salt>$<64 hex digest>, or a
      * password still in clear on a line written by hand.
           check-credentials-password.
               if field-2(1:7) is not equal "sha256$"
                   if field-2(65:) is not equal spaces
                       move spaces to finding-text
                       string
                           "password longer than 64 characters "
                           "never matches"
                           into finding-text
                       end-string
                       perform error-finding
                   end-if
                   move spaces to finding-text
                   string
                       "password stored in clear; run user-admin "
                       "MIGRATE to hash it"
                       into finding-text
                   end-string
                   perform warn-finding
                   exit paragraph
               end-if.

               move spaces to hash-tag hash-rounds-tok hash-salt-tok
                   hash-digest-tok.
               move 0 to hash-parts.

               unstring field-2
                   delimited by "$"
                   into hash-tag, hash-rounds-tok, hash-salt-tok,
                       hash-digest-tok
                   tallying in hash-parts
               end-unstring.

               set hash-ok to 0.

               move 0 to rounds-len.
               inspect hash-rounds-tok tallying rounds-len
                   for characters before initial space.

               if hash-parts is equal 4
               and rounds-len is greater than 0
               and rounds-len is less than 6
                   if hash-rounds-tok(1:rounds-len) is numeric
                       if function numval(hash-rounds-tok(1:rounds-len))
                       is greater than 0
                           set hash-ok to 1
                       end-if
                   end-if
               end-if.

               if hash-ok is equal 1
                   move hash-salt-tok to hex-work
                   move 16 to hex-want
                   perform check-hex-work
                   move hex-ok to hash-ok
               end-if.

               if hash-ok is equal 1
                   move hash-digest-tok to hex-work
                   move 64 to hex-want
                   perform check-hex-work
                   move hex-ok to hash-ok
               end-if.

               if hash-ok is equal 0
                   move spaces to finding-text
                   string
                       "password hash is not sha256$rounds$salt$"
                       "digest; the user cannot log in"
                       into finding-text
                   end-string
                   perform error-finding
               end-if.

               exit paragraph.

      * "-" (no key), sha256$<64 hex digest>, or a key still in
      * clear on a line written by hand.
           check-credentials-apikey.
               if field-3 is equal spaces
               or field-3 is equal "-"
                   exit paragraph
               end-if.

               if field-3(1:7) is equal "sha256$"
                   move field-3(8:) to hex-work
                   move 64 to hex-want
                   perform check-hex-work
                   if hex-ok is equal 0
                       move spaces to finding-text
                       string
                           "API key digest is not sha256$ and 64 hex "
                           "digits; the key never matches"
                           into finding-text
                       end-string
                       perform error-finding
                   end-if
                   exit paragraph
               end-if.

               if field-3(129:) is not equal spaces
                   move spaces to finding-text
                   string
                       "API key longer than 128 characters never "
                       "matches"
                       into finding-text
                   end-string
                   perform error-finding
               end-if.

               move spaces to finding-text.
               string
                   "API key stored in clear; run user-admin "
                   "MIGRATE to hash it"
                   into finding-text
               end-string.
               perform warn-finding.

               exit paragraph.

      * the date the password was set, which its expiry age counts
      * from; "-" or no date never expires.
           check-credentials-date.
               if field-5 is equal spaces
               or field-5 is equal "-"
                   if field-2(1:7) is equal "sha256$"
                       move spaces to finding-text
                       string
                           "no password date; the password never "
                           "expires"
                           into finding-text
                       end-string
                       perform warn-finding
                   end-if
                   exit paragraph
               end-if.

               if field-5(1:8) is not numeric
               or field-5(9:) is not equal spaces
                   move spaces to finding-text
                   string
                       "password date " function trim(field-5)
                       " is not YYYYMMDD; the password never expires"
                       into finding-text
                   end-string
                   perform error-finding
                   exit paragraph
               end-if.

               move field-5(1:8) to set-date-num.
               move function current-date(1:8) to today-num.

               if function test-date-yyyymmdd(set-date-num)
               is not equal 0
               or set-date-num is greater than today-num
                   move spaces to finding-text
                   string
                       "password date " function trim(field-5)
                       " is not a real date up to today"
                       into finding-text
                   end-string
                   perform error-finding
               end-if.

               exit paragraph.

           check-hex-work.
               set hex-ok to 1.

               if hex-work(hex-want + 1:) is not equal spaces
                   set hex-ok to 0
                   exit paragraph
               end-if.

               perform varying hex-i from 1 by 1
               until hex-i is greater than hex-want
                   move 0 to hex-hits
                   inspect hex-digits tallying hex-hits
                       for all hex-work(hex-i:1)
                   if hex-hits is equal 0
                       set hex-ok to 0
                   end-if
               end-perform.

               exit paragraph.

           split-control-record.
               move spaces to field-1 field-2 field-3 field-4 field-5
                   field-6 field-7.
               move 0 to field-count.

               unstring control-record
                   delimited by all space
                   into field-1, field-2, field-3, field-4, field-5,
                       field-6, field-7
                   tallying in field-count
               end-unstring.

               if control-record(1:1) is equal space
                   move field-2 to field-1
                   move field-3 to field-2
                   move field-4 to field-3
                   move field-5 to field-4
                   move field-6 to field-5
                   move field-7 to field-6
                   move spaces to field-7
                   subtract 1 from field-count
               end-if.

               exit paragraph.

      * user limits file: user allowance
           check-user-limits-file.
               move user-limits-path to control-path.
               move 0 to file-errors file-warnings line-number.
               initialize seen-tbl.

               open input control-file.

               if control-status is not equal "00"
                   perform write-file-absent
                   exit paragraph
               end-if.

               perform check-user-limits-record
                   until control-status is not equal "00".

               close control-file.
               perform write-file-ok.

               exit paragraph.

           check-user-limits-record.
               read control-file
                   at end
                       move "10" to control-status
                       exit paragraph
               end-read.

               add 1 to line-number.

               if control-record is equal spaces
                   exit paragraph
               end-if.

               perform split-control-record.

               if field-2 is equal spaces
                   move "no allowance on this line" to finding-text
                   perform error-finding
                   exit paragraph
               end-if.

               move 0 to value-len.
               inspect field-2 tallying value-len
                   for characters before initial space.

               if field-2(1:value-len) is not numeric
                   move spaces to finding-text
                   string
                       "allowance " function trim(field-2)
                       " is not a whole number"
                       into finding-text
                   end-string
                   perform error-finding
               else
                   if value-len is greater than 7
                       move spaces to finding-text
                       string
                           "allowance " function trim(field-2)
                           " is longer than 7 digits and would be "
                           "truncated"
                           into finding-text
                       end-string
                       perform error-finding
                   end-if
               end-if.

               if field-3 is not equal spaces
                   move "more than two fields; the rest are ignored"
                       to finding-text
                   perform warn-finding
               end-if.

               move field-1 to address-text.
               perform check-seen-duplicate.

               move 0 to tbl-at.
               perform varying tbl-i from 1 by 1
               until tbl-i is greater than cred-size
                   if cred-tbl-user(tbl-i) is equal field-1(1:64)
                       move tbl-i to tbl-at
                       exit perform
                   end-if
               end-perform.

               if tbl-at is equal 0
               and cred-size is greater than 0
                   move spaces to finding-text
                   string
                       "user " function trim(field-1)
                       " is not in the credentials file"
                       into finding-text
                   end-string
                   perform warn-finding
               end-if.

               exit paragraph.

      * the listener stops at the first line that matches, so a
      * later duplicate is never used.
           check-seen-duplicate.
               move 0 to tbl-at.

               perform varying tbl-i from 1 by 1
               until tbl-i is greater than seen-size
                   if seen-value(tbl-i) is equal address-text(1:64)
                       move tbl-i to tbl-at
                       exit perform
                   end-if
               end-perform.

               if tbl-at is greater than 0
                   move seen-line(tbl-at) to line-disp
                   move spaces to finding-text
                   string
                       function trim(address-text)
                       " already listed on line "
                       function trim(line-disp)
                       "; this line is never used"
                       into finding-text
                   end-string
                   perform warn-finding
                   exit paragraph
               end-if.

               if seen-size is less than 2000
                   add 1 to seen-size
                   move address-text to seen-value(seen-size)
                   move line-number to seen-line(seen-size)
               end-if.

               exit paragraph.

      * address lists: one exact address per line
           check-address-list.
               move 0 to file-errors file-warnings line-number.
               move 0 to list-entries.
               initialize seen-tbl.

               open input control-file.

               if control-status is not equal "00"
                   perform write-file-absent
                   exit paragraph
               end-if.

               perform check-address-record
                   until control-status is not equal "00".

               close control-file.

               if control-path is equal ip-allow-path
               and list-entries is equal 0
                   move 0 to line-number
                   move spaces to finding-text
                   string
                       "allow list holds no address; every client "
                       "would be refused"
                       into finding-text
                   end-string
                   perform error-finding
               end-if.

               perform write-file-ok.

               exit paragraph.

           check-address-record.
               read control-file
                   at end
                       move "10" to control-status
                       exit paragraph
               end-read.

               add 1 to line-number.

               if control-record is equal spaces
                   exit paragraph
               end-if.

               add 1 to list-entries.
               move function trim(control-record) to address-text.
               perform check-address.

               if address-ok is equal 0
                   move spaces to finding-text
                   string
                       function trim(address-text)
                       " is not an IPv4 or IPv6 address; the line "
                       "is compared as-is and never matches"
                       into finding-text
                   end-string
                   perform error-finding
                   exit paragraph
               end-if.

               perform check-seen-duplicate.

               exit paragraph.

      * dotted IPv4 (four decimal parts of at most 255) or IPv6 (hex
      * groups of up to four digits between colons, with at most one
      * "::"); the listener compares addresses as text, so no other
      * spelling can ever match a peer.
           check-address.
               set address-ok to 0.

               move 0 to address-len.
               inspect address-text tallying address-len
                   for characters before initial space.

               if address-len is equal 0
               or address-text(address-len + 1:) is not equal spaces
                   exit paragraph
               end-if.

               move 0 to colon-count.
               inspect address-text(1:address-len)
                   tallying colon-count for all ":".

               if colon-count is greater than 0
                   perform check-ipv6-address
                   exit paragraph
               end-if.

               if address-len is greater than 15
                   exit paragraph
               end-if.

               move spaces to octet-text(1) octet-text(2)
                   octet-text(3) octet-text(4) octet-text(5).
               move 0 to part-count.

               unstring address-text(1:address-len)
                   delimited by "."
                   into octet-text(1), octet-text(2), octet-text(3),
                       octet-text(4), octet-text(5)
                   tallying in part-count
               end-unstring.

               if part-count is not equal 4
                   exit paragraph
               end-if.

               perform varying octet-i from 1 by 1
               until octet-i is greater than 4
                   move 0 to group-len
                   inspect octet-text(octet-i) tallying group-len
                       for characters before initial space
                   if group-len is equal 0
                   or group-len is greater than 3
                       exit paragraph
                   end-if
                   if octet-text(octet-i)(1:group-len) is not numeric
                       exit paragraph
                   end-if
                   if function numval(octet-text(octet-i)(1:group-len))
                       is greater than 255
                       exit paragraph
                   end-if
               end-perform.

               set address-ok to 1.

               exit paragraph.

           check-ipv6-address.
               if address-len is greater than 39
               or colon-count is less than 2
               or colon-count is greater than 7
                   exit paragraph
               end-if.

               move 0 to double-colon.
               inspect address-text(1:address-len)
                   tallying double-colon for all "::".

               if double-colon is greater than 1
                   exit paragraph
               end-if.

               if double-colon is equal 0
               and colon-count is not equal 7
                   exit paragraph
               end-if.

               move 0 to group-len.

               perform varying address-pos from 1 by 1
               until address-pos is greater than address-len
                   move address-text(address-pos:1) to address-char
                   evaluate true
                       when address-char is equal ":"
                           move 0 to group-len
                       when address-char is numeric
                       when address-char is greater than or equal "a"
                       and address-char is less than or equal "f"
                       when address-char is greater than or equal "A"
                       and address-char is less than or equal "F"
                           add 1 to group-len
                           if group-len is greater than 4
                               exit paragraph
                           end-if
                       when other
                           exit paragraph
                   end-evaluate
               end-perform.

               set address-ok to 1.

               exit paragraph.

      * the control files the listener reads as pipe-delimited
      * lines: routes, form rules and mask policy.
           split-pipe-record.
               move spaces to field-1 field-2 field-3 field-4 field-5
                   field-6 field-7 field-8 field-9.
               move 0 to field-count.

               unstring control-record
                   delimited by "|"
                   into field-1, field-2, field-3, field-4, field-5,
                       field-6, field-7, field-8, field-9
                   tallying in field-count
               end-unstring.

               exit paragraph.

      * routes file: host|path|method|handler|protected|
      * redirect-target|redirect-kind|proxy-target|cache-ttl, each
      * line held to the rules of check-route-record in load-routes,
      * which skips a bad line and reports it to the error log.
           check-routes-file.
               move routes-path to control-path.
               move 0 to file-errors file-warnings line-number.
               move 0 to route-good route-default-routes.
               initialize route-host-tbl.

               open input control-file.

               if control-status is not equal "00"
                   move spaces to report-record
                   string
                       "NOTE  " function trim(routes-path)
                       ": not present, built-in routes apply"
                       into report-record
                   end-string
                   write report-record
                   exit paragraph
               end-if.

               perform check-routes-record
                   until control-status is not equal "00".

               close control-file.

               if route-good is equal 0
                   move 0 to line-number
                   move spaces to finding-text
                   string
                       "no usable route; load-routes keeps the "
                       "built-in or last loaded routes"
                       into finding-text
                   end-string
                   perform error-finding
               end-if.

               perform write-file-ok.

               exit paragraph.

           check-routes-record.
               read control-file
                   at end
                       move "10" to control-status
                       exit paragraph
               end-read.

               add 1 to line-number.

               if control-record is equal spaces
               or function trim(control-record)(1:1) is equal "#"
                   exit paragraph
               end-if.

               perform split-pipe-record.

               move function trim(field-1) to field-1.
               move function trim(field-2) to field-2.
               move function upper-case(function trim(field-3))
                   to field-3.
               move function trim(field-4) to field-4.
               move function upper-case(function trim(field-5))
                   to field-5.
               move function trim(field-6) to field-6.
               move function lower-case(function trim(field-7))
                   to field-7.
               move function trim(field-8) to field-8.
               move function trim(field-9) to field-9.

               if field-1 is equal "*"
                   move spaces to field-1
               end-if.

               if field-2 is equal spaces
                   move "path missing; the line is skipped"
                       to finding-text
                   perform error-finding
                   exit paragraph
               end-if.

               if field-2(1:1) is not equal "/"
               and field-2(1:2) is not equal "##"
                   move spaces to finding-text
                   string
                       "path " function trim(field-2)
                       " does not start with / or ##; the line is "
                       "skipped"
                       into finding-text
                   end-string
                   perform error-finding
                   exit paragraph
               end-if.

               evaluate field-3
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
                       move spaces to finding-text
                       string
                           "unknown method " function trim(field-3)
                           "; the line is skipped"
                           into finding-text
                       end-string
                       perform error-finding
                       exit paragraph
               end-evaluate.

               evaluate field-5
                   when spaces
                   when "N"
                   when "NO"
                   when "Y"
                   when "YES"
                       continue
                   when other
                       move spaces to finding-text
                       string
                           "protected flag " function trim(field-5)
                           " is not Y or N; the line is skipped"
                           into finding-text
                       end-string
                       perform error-finding
                       exit paragraph
               end-evaluate.

               evaluate field-7
                   when spaces
                   when "permanent"
                   when "301"
                   when "temporary"
                   when "302"
                       continue
                   when other
                       move spaces to finding-text
                       string
                           "redirect kind " function trim(field-7)
                           " is not permanent or temporary; the line "
                           "is skipped"
                           into finding-text
                       end-string
                       perform error-finding
                       exit paragraph
               end-evaluate.

               perform find-routes-host.

               if route-slot is equal 9
                   move spaces to finding-text
                   string
                       "host " function trim(field-1)
                       " is past the 3 virtual hosts; the line is "
                       "skipped"
                       into finding-text
                   end-string
                   perform error-finding
                   exit paragraph
               end-if.

               if field-2 is equal "##public"
                   if field-4 is equal spaces
                       move spaces to finding-text
                       string
                           "##public names no directory; the line is "
                           "skipped"
                           into finding-text
                       end-string
                       perform error-finding
                       exit paragraph
                   end-if
                   add 1 to route-good
                   exit paragraph
               end-if.

               move 0 to route-actions.

               if field-4 is not equal spaces
                   add 1 to route-actions
               end-if.

               if field-6 is not equal spaces
                   add 1 to route-actions
               end-if.

               if field-8 is not equal spaces
                   add 1 to route-actions
               end-if.

               if route-actions is not equal 1
                   move spaces to finding-text
                   string
                       "need exactly one of handler, redirect target "
                       "and proxy target; the line is skipped"
                       into finding-text
                   end-string
                   perform error-finding
                   exit paragraph
               end-if.

               if field-9 is not equal spaces
                   if field-8 is equal spaces
                       move spaces to finding-text
                       string
                           "cache ttl on a route that is not a proxy; "
                           "the line is skipped"
                           into finding-text
                       end-string
                       perform error-finding
                       exit paragraph
                   end-if
                   move 0 to value-len
                   inspect field-9 tallying value-len
                       for characters before initial space
                   if field-9(1:value-len) is not numeric
                   or value-len is greater than 6
                       move spaces to finding-text
                       string
                           "cache ttl " function trim(field-9)
                           " is not whole seconds up to 999999; the "
                           "line is skipped"
                           into finding-text
                       end-string
                       perform error-finding
                       exit paragraph
                   end-if
               end-if.

               if field-4 is equal spaces
               and field-5(1:1) is equal "Y"
                   move spaces to finding-text
                   string
                       "only handler routes can be protected; the "
                       "line is skipped"
                       into finding-text
                   end-string
                   perform error-finding
                   exit paragraph
               end-if.

               if route-slot is equal 0
                   if route-default-routes is greater than or equal
                   route-table-max
                       perform route-table-full
                       exit paragraph
                   end-if
                   add 1 to route-default-routes
               else
                   if route-host-routes(route-slot) is greater than
                   or equal route-table-max
                       perform route-table-full
                       exit paragraph
                   end-if
                   add 1 to route-host-routes(route-slot)
               end-if.

               add 1 to route-good.

               exit paragraph.

           route-table-full.
               move route-table-max to line-disp.
               move spaces to finding-text.
               string
                   "route table already holds "
                   function trim(line-disp)
                   " routes; the line is skipped"
                   into finding-text
               end-string.
               perform error-finding.

               exit paragraph.

      * route-slot 0 is the default table, 1-3 a host table, 9 a
      * host past the third, as find-route-host in load-routes.
           find-routes-host.
               move 0 to route-slot.

               if field-1 is equal spaces
                   exit paragraph
               end-if.

               perform varying tbl-i from 1 by 1
               until tbl-i is greater than route-host-count
                   if function upper-case(route-host-name(tbl-i))
                   is equal function upper-case(field-1(1:100))
                       move tbl-i to route-slot
                       exit perform
                   end-if
               end-perform.

               if route-slot is not equal 0
                   exit paragraph
               end-if.

               if route-host-count is greater than or equal 3
                   move 9 to route-slot
                   exit paragraph
               end-if.

               add 1 to route-host-count.
               move field-1 to route-host-name(route-host-count).
               move route-host-count to route-slot.

               exit paragraph.

      * form rules: field|required|min|max|type|allowed, as
      * load-form-rules in the listener reads them.
           check-form-rules-file.
               move form-rules-path to control-path.
               move 0 to file-errors file-warnings line-number.
               move 0 to rule-count.

               open input control-file.

               if control-status is not equal "00"
                   perform write-file-absent
                   exit paragraph
               end-if.

               perform check-form-rules-record
                   until control-status is not equal "00".

               close control-file.
               perform write-file-ok.

               exit paragraph.

           check-form-rules-record.
               read control-file
                   at end
                       move "10" to control-status
                       exit paragraph
               end-read.

               add 1 to line-number.

               if control-record is equal spaces
               or function trim(control-record)(1:1) is equal "#"
                   exit paragraph
               end-if.

               perform split-pipe-record.

               move function trim(field-1) to field-1.
               move function upper-case(function trim(field-2))
                   to field-2.
               move function trim(field-3) to field-3.
               move function trim(field-4) to field-4.
               move function lower-case(function trim(field-5))
                   to field-5.

               if field-1 is equal spaces
                   move "no field name; the line is ignored"
                       to finding-text
                   perform error-finding
                   exit paragraph
               end-if.

               add 1 to rule-count.

               if rule-count is greater than rule-table-max
                   perform rule-table-full
                   exit paragraph
               end-if.

               evaluate field-2
                   when spaces
                   when "N"
                   when "NO"
                   when "Y"
                   when "YES"
                       continue
                   when other
                       move spaces to finding-text
                       string
                           "required " function trim(field-2)
                           " is not Y or N"
                           into finding-text
                       end-string
                       perform error-finding
               end-evaluate.

               move 0 to rule-min-num rule-max-num.

               if field-3 is not equal spaces
                   move field-3 to address-text
                   perform check-rule-length
                   if address-ok is equal 1
                       compute rule-min-num =
                           function numval(field-3(1:value-len))
                   end-if
               end-if.

               if field-4 is not equal spaces
                   move field-4 to address-text
                   perform check-rule-length
                   if address-ok is equal 1
                       compute rule-max-num =
                           function numval(field-4(1:value-len))
                   end-if
               end-if.

               if rule-max-num is greater than 0
               and rule-min-num is greater than rule-max-num
                   move spaces to finding-text
                   string
                       "min " function trim(field-3)
                       " is over max " function trim(field-4)
                       "; no value can pass"
                       into finding-text
                   end-string
                   perform error-finding
               end-if.

               evaluate field-5
                   when spaces
                   when "numeric"
                   when "alpha"
                   when "email"
                   when "date"
                       continue
                   when other
                       move spaces to finding-text
                       string
                           "unknown type " function trim(field-5)
                           "; the value's type is not checked"
                           into finding-text
                       end-string
                       perform error-finding
               end-evaluate.

               exit paragraph.

      * a min or max length in address-text: a whole number of up
      * to 4 digits, the size of the listener's rule fields.
           check-rule-length.
               set address-ok to 1.

               move 0 to value-len.
               inspect address-text tallying value-len
                   for characters before initial space.

               if address-text(1:value-len) is not numeric
               or value-len is greater than 4
                   set address-ok to 0
                   move spaces to finding-text
                   string
                       "length " function trim(address-text)
                       " is not a whole number of up to 4 digits"
                       into finding-text
                   end-string
                   perform error-finding
               end-if.

               exit paragraph.

           rule-table-full.
               move rule-table-max to line-disp.
               move spaces to finding-text.
               string
                   "more than " function trim(line-disp)
                   " rules; this line is never read"
                   into finding-text
               end-string.
               perform error-finding.

               exit paragraph.

      * mask policy: field|method, as mask-value reads it; the
      * first line naming a field is the one used.
           check-mask-policy-file.
               move mask-policy-path to control-path.
               move 0 to file-errors file-warnings line-number.
               move 0 to rule-count.
               initialize seen-tbl.

               open input control-file.

               if control-status is not equal "00"
                   perform write-file-absent
                   exit paragraph
               end-if.

               perform check-mask-policy-record
                   until control-status is not equal "00".

               close control-file.
               perform write-file-ok.

               exit paragraph.

           check-mask-policy-record.
               read control-file
                   at end
                       move "10" to control-status
                       exit paragraph
               end-read.

               add 1 to line-number.

               if control-record is equal spaces
               or function trim(control-record)(1:1) is equal "#"
                   exit paragraph
               end-if.

               perform split-pipe-record.

               move function trim(field-1) to field-1.
               move function upper-case(function trim(field-2))
                   to field-2.

               if field-1 is equal spaces
                   move "no field name; the line is ignored"
                       to finding-text
                   perform error-finding
                   exit paragraph
               end-if.

               add 1 to rule-count.

               if rule-count is greater than rule-table-max
                   perform rule-table-full
                   exit paragraph
               end-if.

               evaluate field-2
                   when "LAST4"
                   when "HASH"
                   when "DROP"
                       continue
                   when other
                       move spaces to finding-text
                       string
                           "method " function trim(field-2)
                           " is not last4, hash or drop; the field is "
                           "masked as last4"
                           into finding-text
                       end-string
                       perform error-finding
               end-evaluate.

               move field-1 to address-text.
               perform check-seen-duplicate.

               exit paragraph.

      * templates: every .tpl in the template directory and in the
      * per-language directories one level below it
           check-template-dir.
               move spaces to shell-cmd.
               string
                   "find " function trim(template-dir)
                   " -maxdepth 2 -type f -name '*.tpl' 2>/dev/null"
                   " | sort > " function trim(scan-list-path)
                   into shell-cmd
               end-string.

               call "SYSTEM" using shell-cmd.

               move 0 to templates-seen.

               open input scan-list-file.

               if scan-list-status is equal "00"
                   perform check-listed-template
                       until scan-list-status is not equal "00"
                   close scan-list-file
               end-if.

               call "CBL_DELETE_FILE" using scan-list-path
               returning delete-rc.

               if templates-seen is equal 0
                   move template-dir to control-path
                   perform write-file-absent
               end-if.

      * the maintenance page only needs checking on its own when it
      * lives outside the template directory.
               move spaces to template-path.
               string
                   function trim(template-dir) "/maintenance.tpl"
                   into template-path
               end-string.

               if maint-template-path is not equal template-path
                   move maint-template-path to template-path
                   perform check-template-file
                   if control-status is not equal "00"
                   and control-status is not equal "10"
                       move maint-template-path to control-path
                       move 0 to line-number
                       move spaces to finding-text
                       string
                           "maintenance template cannot be opened; "
                           "the built-in page is served instead"
                           into finding-text
                       end-string
                       perform warn-finding
                   end-if
               end-if.

               exit paragraph.

           check-listed-template.
               read scan-list-file
                   at end
                       move "10" to scan-list-status
                       exit paragraph
               end-read.

               if scan-list-record is equal spaces
                   exit paragraph
               end-if.

               add 1 to templates-seen.
               move scan-list-record to template-path.
               perform check-template-file.

               exit paragraph.

           check-template-file.
               move template-path to control-path.
               move 0 to file-errors file-warnings line-number.
               move 0 to in-block in-cond block-line cond-line.
               move 0 to block-length.
               move spaces to cond-name.

               open input control-file.

               if control-status is not equal "00"
                   exit paragraph
               end-if.

               perform check-template-record
                   until control-status is not equal "00".

               close control-file.

               move 0 to line-number.

               if in-block is equal 1
                   move block-line to line-disp
                   move spaces to finding-text
                   string
                       "{{#fields}} opened on line "
                       function trim(line-disp) " is never closed"
                       into finding-text
                   end-string
                   perform error-finding
               end-if.

               if in-cond is equal 1
                   move cond-line to line-disp
                   move spaces to finding-text
                   string
                       "{{?" function trim(cond-name)
                       "}} opened on line " function trim(line-disp)
                       " is never closed"
                       into finding-text
                   end-string
                   perform error-finding
               end-if.

               perform write-file-ok.
               move "10" to control-status.

               exit paragraph.

      * render-template only recognises a section tag that is alone
      * on its (trimmed) line; a repeating block is buffered in at
      * most 32 lines.
           check-template-record.
               read control-file
                   at end
                       move "10" to control-status
                       exit paragraph
               end-read.

               add 1 to line-number.
               move function trim(control-record) to line-trim.

               if in-block is equal 1
                   add 1 to block-length
               end-if.

               evaluate true
                   when line-trim is equal "{{#fields}}"
                       perform open-repeating-block
                   when line-trim is equal "{{/fields}}"
                       perform close-repeating-block
                   when line-trim(1:3) is equal "{{?"
                       perform open-conditional-block
                   when line-trim(1:3) is equal "{{/"
                       perform close-conditional-block
                   when other
                       perform check-template-braces
               end-evaluate.

               exit paragraph.

           open-repeating-block.
               if in-block is equal 1
                   move block-line to line-disp
                   move spaces to finding-text
                   string
                       "{{#fields}} inside the block opened on line "
                       function trim(line-disp)
                       "; repeating blocks do not nest"
                       into finding-text
                   end-string
                   perform error-finding
                   exit paragraph
               end-if.

               move 1 to in-block.
               move line-number to block-line.
               move 0 to block-length.

               exit paragraph.

           close-repeating-block.
               if in-block is equal 0
                   move "{{/fields}} without an open {{#fields}}"
                       to finding-text
                   perform error-finding
                   exit paragraph
               end-if.

               move 0 to in-block.

               if block-length is greater than 33
                   move spaces to finding-text
                   string
                       "repeating block is longer than 32 lines; "
                       "the lines past 32 are dropped"
                       into finding-text
                   end-string
                   perform error-finding
               end-if.

               exit paragraph.

           open-conditional-block.
               move 0 to tag-count.
               inspect line-trim tallying tag-count for all "}}".

               move spaces to tag-name tag-rest.
               unstring line-trim(4:) delimited by "}}"
                   into tag-name, tag-rest
               end-unstring.

               if tag-count is not equal 1
               or tag-name is equal spaces
               or tag-rest is not equal spaces
                   move spaces to finding-text
                   string
                       "conditional tag must be {{?name}} alone on "
                       "its line"
                       into finding-text
                   end-string
                   perform error-finding
                   exit paragraph
               end-if.

               if in-block is equal 1
                   move "conditional opened inside a repeating block"
                       to finding-text
                   perform error-finding
                   exit paragraph
               end-if.

               if in-cond is equal 1
                   move cond-line to line-disp
                   move spaces to finding-text
                   string
                       "{{?" function trim(tag-name)
                       "}} inside {{?" function trim(cond-name)
                       "}} from line " function trim(line-disp)
                       "; conditionals do not nest"
                       into finding-text
                   end-string
                   perform error-finding
                   exit paragraph
               end-if.

               move 1 to in-cond.
               move line-number to cond-line.
               move tag-name to cond-name.

               exit paragraph.

           close-conditional-block.
               move spaces to tag-name.
               unstring line-trim(4:) delimited by "}}"
                   into tag-name
               end-unstring.

               if in-cond is equal 0
               or tag-name is not equal cond-name
                   move spaces to finding-text
                   string
                       "{{/" function trim(tag-name)
                       "}} does not close an open {{?"
                       function trim(tag-name) "}}"
                       into finding-text
                   end-string
                   perform error-finding
                   exit paragraph
               end-if.

               if in-block is equal 1
                   move block-line to line-disp
                   move spaces to finding-text
                   string
                       "{{/" function trim(tag-name)
                       "}} inside the {{#fields}} block from line "
                       function trim(line-disp)
                       into finding-text
                   end-string
                   perform error-finding
                   exit paragraph
               end-if.

               move 0 to in-cond.
               move spaces to cond-name.

               exit paragraph.

           check-template-braces.
               move 0 to open-count close-count.
               inspect line-trim tallying open-count for all "{{".
               inspect line-trim tallying close-count for all "}}".

               if open-count is not equal close-count
                   move "unbalanced {{ and }} on this line"
                       to finding-text
                   perform error-finding
                   exit paragraph
               end-if.

               move 0 to tag-count.
               inspect line-trim tallying tag-count
                   for all "{{#" all "{{?" all "{{/".

               if tag-count is greater than 0
                   move spaces to finding-text
                   string
                       "section tag shares its line with other text "
                       "and is output as a placeholder"
                       into finding-text
                   end-string
                   perform warn-finding
               end-if.

               exit paragraph.

           write-totals.
               move spaces to report-record.
               write report-record.

               move files-total to count-disp.
               move spaces to report-record.
               string
                   "FILES CHECKED ......... " count-disp
                   into report-record
               end-string.
               write report-record.

               move error-total to count-disp.
               move spaces to report-record.
               string
                   "ERRORS ................ " count-disp
                   into report-record
               end-string.
               write report-record.

               move warning-total to count-disp.
               move spaces to report-record.
               string
                   "WARNINGS .............. " count-disp
                   into report-record
               end-string.
               write report-record.

               exit paragraph.

       end program config-check.

      * Command console for the HTTP listener, grown from the old
      * echo demo. Connect with any line client (nc, telnet), log in
      * with LOGIN <user> <password> against the same credentials
      * file check-basic-auth uses, through verify-login (the
      * supervisor role on a credentials line grants the destructive
      * commands; everyone else is read-only; users are maintained
      * with the user-admin program), and issue commands:
      *   LOGIN <u> <p>     authenticate this console session
      *   HELP              list commands
      *   STATUS            listener state and today's request totals
      *   SHUTDOWN          create the shutdown flag the listener's
      *                     accept loop watches, stopping it cleanly
      *   RELOAD            create the reload flag; the listener
      *                     re-reads its settings and keeps serving.
      *                     The control files are first run through
      *                     the config-check batch program (found
      *                     like request-trace below); its findings
      *                     are shown and the flag is not raised
      *                     when it reports errors
      *   BLOCK <addr>      add addr to the listener's deny list
      *   UNBLOCK <addr>    remove addr from the deny list
      *   LISTBLOCKS        show the deny list
      *   MAINTENANCE ON [secs]  put the listener in maintenance:
      *                     every route but /health answers 503
      *                     with Retry-After secs, except for the
      *                     addresses on the maintenance bypass list
      *   MAINTENANCE OFF   return the listener to normal service
      *   UNLOCK <user>     release an account locked after
      *                     repeated failed logins (recorded in the
      *                     credentials audit file)
      *   TRACE <req-id>    time-ordered trace of one request
      *   TRACE USER <u> [from [to]]  everything user u did over
      *                     the days from..to (YYYYMMDD, default
      *                     today), both run through the
      *                     request-trace batch program (found on
      *                     the PATH or in HTTP_TOOLS_BIN_DIR)
      *   !exit             close this console connection
      * SHUTDOWN, RELOAD, BLOCK, UNBLOCK, MAINTENANCE and UNLOCK
      * require supervisor. Entering and leaving maintenance also go
      * to the error log with the operator's name. The maintenance
      * flag is found the way the listener finds it:
      * /tmp/http-maintenance.flag, then HTTP_MAINTENANCE_FLAG, then
      * the maintenance_flag_file key of the config file
      * (HTTP_CONFIG_FILE, default /tmp/http-listener.conf), looked
      * up again for every command so a reloaded listener and the
      * console stay on the same file.
      * Every login, failed login and command is recorded in the
      * activity log with the operator's name and peer address;
      * three failed logins close the connection. Wrong passwords
      * also count towards the account's lockout, shared with the
      * listener; a locked, disabled or expired account is refused
      * with the reason.

       identification division.
       program-id. tcp-server.
           select reload-file assign to reload-flag-path
               organization is line sequential
               file status is reload-file-status.
           select maint-flag-file assign to maint-flag-path
               organization is line sequential
               file status is maint-flag-status.
           select config-file assign to config-path
               organization is line sequential
               file status is config-status.
           select deny-list-file assign to deny-list-path
               organization is line sequential
               file status is deny-list-status.
           select deny-work-file assign to deny-work-path
               organization is line sequential
               file status is deny-work-status.
           select trace-report-file assign to trace-report-path
               organization is line sequential
               file status is trace-report-status.
           select check-report-file assign to check-report-path
               organization is line sequential
               file status is check-report-status.

       data division.
       file section.
       fd reload-file.
       01 reload-record pic x(32).

       fd maint-flag-file.
       01 maint-flag-record pic x(256).

       fd config-file.
       01 config-record pic x(512).

       fd deny-list-file.
       01 deny-list-record pic x(64).

       fd deny-work-file.
       01 deny-work-record pic x(64).

       fd trace-report-file.
       01 trace-report-record pic x(256).

       fd check-report-file.
       01 check-report-record pic x(256).

       working-storage section.
       77  activity-log-path pic x(256)
           value "/tmp/http-shutdown.flag".
       77  reload-flag-path pic x(256)
           value "/tmp/http-reload.flag".
       77  maint-flag-path pic x(256).
       77  deny-list-path pic x(256)
           value "/tmp/http-ip-deny.lst".
       77  deny-work-path pic x(256)
       77  session-file-status  pic xx.
       77  shutdown-file-status pic xx.
       77  reload-file-status   pic xx.
       77  maint-flag-status    pic xx.
       77  maint-retry          pic 9(6).
       77  maint-retry-disp     pic z(5)9.
       77  maint-error-event    pic x(512).
       77  maint-env            pic x(256).
       77  config-path          pic x(256).
       77  config-status        pic xx.
       77  config-key           pic x(64).
       77  config-value         pic x(256).
       77  deny-list-status     pic xx.
       77  deny-work-status     pic xx.
       77  shell-cmd            pic x(512).
       77  credentials-path pic x(256)
           value "/tmp/http-credentials.dat".
       77  credentials-env  pic x(256).
       77  operator-name  pic x(64).
       77  operator-level pic 9.
       77  failed-logins  pic 9(2).
       77  login-user     pic x(64).
       77  login-pass     pic x(64).
       77  login-ok       pic 9.
       77  login-result   pic 9.
       77  login-role     pic x(16).
       77  login-reason   pic x(32).
       77  login-channel  pic x(16) value "console".
       77  unlock-user    pic x(64).
       77  lock-action    pic x(8).
       77  lock-state     pic 9.
       77  lock-failures  pic 9(3).
       77  activity-date     pic x(29).
       77  activity-zero-days pic 9(4) value 0.
       77  log-msg           pic x(530).
       77  block-addr    pic x(50).
       77  block-found   pic 9.
       77  blocks-shown  pic 9(3).
       77  trace-report-path   pic x(256).
       77  trace-report-status pic xx.
       77  trace-bin-dir  pic x(256).
       77  trace-arg1     pic x(64).
       77  trace-arg2     pic x(64).
       77  trace-arg3     pic x(16).
       77  trace-arg4     pic x(16).
       77  trace-req-id   pic x(64).
       77  trace-user     pic x(64).
       77  trace-from     pic x(8).
       77  trace-to       pic x(8).
       77  trace-word     pic x(64).
       77  trace-word-ok  pic 9.
       77  trace-pos      pic 9(3).
       77  trace-len      pic 9(3).
       77  trace-conn     pic 9(3).
       77  trace-shown    pic 9(3).
       77  check-report-path   pic x(256).
       77  check-report-status pic xx.
       77  check-rc       pic s9(9).
       77  check-shown    pic 9(3).

       procedure division.

                   when "RELOAD"
                   when "BLOCK"
                   when "UNBLOCK"
                   when "MAINTENANCE"
                   when "UNLOCK"
                       if operator-level is less than 2
                           perform refuse-privileged
                           exit paragraph
                       perform command-unblock
                   when "LISTBLOCKS"
                       perform command-listblocks
                   when "MAINTENANCE"
                       perform command-maintenance
                   when "TRACE"
                       perform command-trace
                   when "UNLOCK"
                       perform command-unlock
                   when other
                       move "UNKNOWN COMMAND. TRY HELP."
                           to reply-line
               if login-ok is equal 0
                   add 1 to failed-logins

                   move spaces to login-reason
                   evaluate login-result
                       when 2
                           move " (PASSWORD EXPIRED)" to login-reason
                           move "PASSWORD EXPIRED, ASK AN ADMINISTRATOR"
                               to reply-line
                       when 3
                           move " (ACCOUNT LOCKED)" to login-reason
                           move "ACCOUNT LOCKED, ASK AN ADMINISTRATOR"
                               to reply-line
                       when 4
                           move " (ACCOUNT DISABLED)" to login-reason
                           move "ACCOUNT DISABLED" to reply-line
                       when other
                           move "LOGIN FAILED" to reply-line
                   end-evaluate

                   move spaces to log-msg
                   string
                       "FAILED LOGIN user="
                       function trim(login-user)
                       " FROM " function trim(peer-addr)
                       login-reason delimited by "  "
                       into log-msg
                   end-string

                   perform write-activity-log
                   perform send-reply-line

                   if failed-logins is greater than or equal 3
               set login-ok to 0.
               set operator-level to 0.

               call "verify-login"
               using by content credentials-path,
               by content login-user,
               by content login-pass,
               by content login-channel,
               by content peer-addr,
               by reference login-result,
               by reference login-role.

               if login-result is not equal 0
                   exit paragraph
               end-if.

               set login-ok to 1.

               if function upper-case(function trim(login-role))
               is equal "SUPERVISOR"
                   set operator-level to 2
               else
                   set operator-level to 1
               end-if.

               exit paragraph.

      * the user name comes from the raw line; names are
      * case-sensitive and dispatch upper-cases its copies.
           command-unlock.
               move spaces to raw-word.
               move spaces to unlock-user.

               unstring buffer(1:request-length)
                   delimited by all space
                   into raw-word, unlock-user
               end-unstring.

               if unlock-user is equal spaces
                   move "USAGE: UNLOCK <USER>" to reply-line
                   perform send-reply-line
                   exit paragraph
               end-if.

               move "UNLOCK" to lock-action.

               call "login-lockout"
               using by content lock-action,
               by content unlock-user,
               by content operator-name,
               by content peer-addr,
               by content login-channel,
               by reference lock-state,
               by reference lock-failures.

               move spaces to log-msg.
               string
                   "ACCOUNT UNLOCKED: " function trim(unlock-user)
                   " BY " function trim(operator-name)
                   " (" function trim(peer-addr) ")"
                   into log-msg
               end-string.
               perform write-activity-log.

               move spaces to reply-line.

               if lock-state is equal 1
                   string
                       "UNLOCKED " function trim(unlock-user)
                       into reply-line
                   end-string
               else
                   string
                       function trim(unlock-user)
                       " WAS NOT LOCKED; FAILURES CLEARED"
                       into reply-line
                   end-string
               end-if.

               perform send-reply-line.

               exit paragraph.

           send-reply-line.
               move "  LISTBLOCKS        SHOW THE DENY LIST"
                   to reply-line.
               perform send-reply-line.
               move "  MAINTENANCE ON [S] 503 ALL ROUTES, RETRY IN S"
                   to reply-line.
               perform send-reply-line.
               move "  MAINTENANCE OFF   END MAINTENANCE MODE"
                   to reply-line.
               perform send-reply-line.
               move "  UNLOCK <USER>     RELEASE A LOCKED ACCOUNT"
                   to reply-line.
               perform send-reply-line.
               move "  TRACE <REQ-ID>    TRACE ONE REQUEST"
                   to reply-line.
               perform send-reply-line.
               move "  TRACE USER <U> [FROM [TO]]  USER ACTIVITY"
                   to reply-line.
               perform send-reply-line.
               move "  !exit             CLOSE THIS CONSOLE"
                   to reply-line.
               perform send-reply-line.

               perform send-reply-line.

               perform load-maint-flag-path.

               open input maint-flag-file.

               if maint-flag-status is equal "00"
                   move spaces to maint-flag-record
                   read maint-flag-file
                       at end
                           move spaces to maint-flag-record
                   end-read
                   close maint-flag-file
                   if maint-flag-record(1:9) is equal "state=off"
                       move "MAINTENANCE: OFF" to reply-line
                   else
                       move spaces to reply-line
                       string
                           "MAINTENANCE: ON ("
                           function trim(maint-flag-record)
                           ")"
                           into reply-line
                       end-string
                   end-if
               else
                   move "MAINTENANCE: OFF" to reply-line
               end-if.

               perform send-reply-line.

               perform count-today-traffic.

               move total-today to count-disp.

               exit paragraph.

      * the reload flag is only raised over a configuration that
      * config-check passes; warnings are shown but do not stop it.
      * If the checker cannot be run at all the reload goes ahead as
      * it always has, with a note to the operator.
           command-reload.
               perform run-config-check.

               if check-rc is greater than or equal 8
                   move "RELOAD REFUSED: CONFIGURATION HAS ERRORS"
                       to reply-line
                   perform send-reply-line
                   perform send-config-findings

                   move spaces to log-msg
                   string
                       "RELOAD REFUSED FOR CONFIGURATION ERRORS, "
                       function trim(operator-name)
                       " (" function trim(peer-addr) ")"
                       into log-msg
                   end-string
                   perform write-activity-log

                   call "CBL_DELETE_FILE" using check-report-path
                   returning delete-rc
                   exit paragraph
               end-if.

               if check-rc is less than 0
                   move "CONFIGURATION CHECK COULD NOT BE RUN"
                       to reply-line
                   perform send-reply-line
               else
                   perform send-config-findings
                   call "CBL_DELETE_FILE" using check-report-path
                   returning delete-rc
               end-if.

               open output reload-file.

               if reload-file-status is not equal "00"

               exit paragraph.

      * check-rc is config-check's return code, or -1 when it left
      * no report behind.
           run-config-check.
               move spaces to trace-bin-dir.
               accept trace-bin-dir
                   from environment "HTTP_TOOLS_BIN_DIR"
                   on exception
                       move spaces to trace-bin-dir
               end-accept.

               move connect to trace-conn.
               move spaces to check-report-path.
               string
                   "/tmp/tcp-server-check-" trace-conn ".tmp"
                   into check-report-path
               end-string.

               call "CBL_DELETE_FILE" using check-report-path
               returning delete-rc.

               move spaces to shell-cmd.
               string
                   "CONFIG_CHECK_REPORT_FILE="
                   function trim(check-report-path)
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
                       "config-check > /dev/null 2>&1"
                       into shell-cmd
                   end-string
               else
                   string
                       function trim(shell-cmd)
                       " config-check > /dev/null 2>&1"
                       into shell-cmd
                   end-string
               end-if.

               call "SYSTEM" using shell-cmd.
               compute check-rc = return-code / 256.

               open input check-report-file.

               if check-report-status is not equal "00"
                   move -1 to check-rc
                   exit paragraph
               end-if.

               close check-report-file.

               exit paragraph.

      * only the ERROR and WARN lines of the report, at most 50.
           send-config-findings.
               set check-shown to 0.

               open input check-report-file.

               if check-report-status is not equal "00"
                   exit paragraph
               end-if.

               perform send-one-finding-line
                   until check-report-status is not equal "00"
                   or check-shown is greater than or equal 50.

               close check-report-file.

               exit paragraph.

           send-one-finding-line.
               read check-report-file
                   at end
                       move "10" to check-report-status
                       exit paragraph
               end-read.

               if check-report-record(1:6) is not equal "ERROR "
               and check-report-record(1:5) is not equal "WARN "
                   exit paragraph
               end-if.

               add 1 to check-shown.
               move check-report-record to reply-line.
               perform send-reply-line.

               exit paragraph.

      * maintenance is a flag file the listener reads on every
      * accept; OFF rewrites it as state=off rather than deleting it
      * so the listener can still name the operator who lifted it.
      * source=console tells the listener this program has already
      * written the error-log entry.
           command-maintenance.
               perform load-maint-flag-path.

               evaluate cmd-arg1
                   when "ON"
                       perform maintenance-on
                   when "OFF"
                       perform maintenance-off
                   when other
                       move "USAGE: MAINTENANCE ON [SECS] | OFF"
                           to reply-line
                       perform send-reply-line
               end-evaluate.

               exit paragraph.

      * the same precedence as the listener's load-settings: the
      * built-in default, then the environment, then the config
      * file's maintenance_flag_file key.
           load-maint-flag-path.
               move "/tmp/http-maintenance.flag" to maint-flag-path.

               move spaces to maint-env.
               accept maint-env
                   from environment "HTTP_MAINTENANCE_FLAG"
                   on exception
                       move spaces to maint-env
               end-accept.

               if maint-env is not equal spaces
                   move maint-env to maint-flag-path
               end-if.

               move "/tmp/http-listener.conf" to config-path.

               move spaces to maint-env.
               accept maint-env
                   from environment "HTTP_CONFIG_FILE"
                   on exception
                       move spaces to maint-env
               end-accept.

               if maint-env is not equal spaces
                   move maint-env to config-path
               end-if.

               open input config-file.

               if config-status is equal "00"
                   perform read-config-record
                       until config-status is not equal "00"
                   close config-file
               end-if.

               exit paragraph.

           read-config-record.
               read config-file
                   at end
                       move "10" to config-status
                       exit paragraph
               end-read.

               if config-record is equal spaces
               or config-record(1:1) is equal "#"
                   exit paragraph
               end-if.

               move spaces to config-key config-value.
               unstring config-record delimited by "="
                   into config-key, config-value
               end-unstring.

               if function trim(config-key) is equal
                   "maintenance_flag_file"
               and config-value is not equal spaces
                   move function trim(config-value)
                       to maint-flag-path
               end-if.

               exit paragraph.

           maintenance-on.
               move 300 to maint-retry.

               if cmd-arg2 is not equal spaces
                   if function test-numval(cmd-arg2) is not equal 0
                   or function numval(cmd-arg2) is less than 1
                       move "USAGE: MAINTENANCE ON [SECS]"
                           to reply-line
                       perform send-reply-line
                       exit paragraph
                   end-if
                   compute maint-retry = function numval(cmd-arg2)
               end-if.

               move maint-retry to maint-retry-disp.

               open output maint-flag-file.

               if maint-flag-status is not equal "00"
                   move "COULD NOT CREATE MAINTENANCE FLAG"
                       to reply-line
                   perform send-reply-line
                   exit paragraph
               end-if.

               move spaces to maint-flag-record.
               string
                   "state=on operator=" function trim(operator-name)
                   " retry=" function trim(maint-retry-disp)
                   " source=console"
                   into maint-flag-record
               end-string.
               write maint-flag-record.
               close maint-flag-file.

               move spaces to log-msg.
               string
                   "MAINTENANCE ON BY "
                   function trim(operator-name)
                   " (" function trim(peer-addr) ") RETRY "
                   function trim(maint-retry-disp)
                   into log-msg
               end-string.
               perform write-activity-log.

               move spaces to maint-error-event.
               string
                   "op=maintenance status=on"
                   " path=" function trim(maint-flag-path)
                   " user=" function trim(operator-name)
                   " retry=" function trim(maint-retry-disp)
                   into maint-error-event
               end-string.
               call "error-log" using by content maint-error-event.

               move spaces to reply-line.
               string
                   "MAINTENANCE ON. ROUTES ANSWER 503 FROM THE "
                   "LISTENER'S NEXT REQUEST."
                   into reply-line
               end-string.
               perform send-reply-line.

               exit paragraph.

           maintenance-off.
               open input maint-flag-file.

               if maint-flag-status is equal "00"
                   move spaces to maint-flag-record
                   read maint-flag-file
                       at end
                           move spaces to maint-flag-record
                   end-read
                   close maint-flag-file
               end-if.

               if maint-flag-status is not equal "00"
               or maint-flag-record(1:9) is equal "state=off"
                   move "MAINTENANCE IS NOT SET" to reply-line
                   perform send-reply-line
                   exit paragraph
               end-if.

               open output maint-flag-file.

               if maint-flag-status is not equal "00"
                   move "COULD NOT UPDATE MAINTENANCE FLAG"
                       to reply-line
                   perform send-reply-line
                   exit paragraph
               end-if.

               move spaces to maint-flag-record.
               string
                   "state=off operator=" function trim(operator-name)
                   " source=console"
                   into maint-flag-record
               end-string.
               write maint-flag-record.
               close maint-flag-file.

               move spaces to log-msg.
               string
                   "MAINTENANCE OFF BY "
                   function trim(operator-name)
                   " (" function trim(peer-addr) ")"
                   into log-msg
               end-string.
               perform write-activity-log.

               move spaces to maint-error-event.
               string
                   "op=maintenance status=off"
                   " path=" function trim(maint-flag-path)
                   " user=" function trim(operator-name)
                   into maint-error-event
               end-string.
               call "error-log" using by content maint-error-event.

               move "MAINTENANCE OFF. NORMAL SERVICE RESUMED."
                   to reply-line.
               perform send-reply-line.

               exit paragraph.

      * the address is re-taken from the raw command line because
      * dispatch upper-cases its copy and ipv6 addresses are
      * case-sensitive in the deny file.

               exit paragraph.

      * the trace arguments go onto a shell command line, so only
      * the characters request ids and user names are made of are
      * let through; the case of ids and names is kept from the raw
      * line.
           command-trace.
               move spaces to raw-word trace-arg1 trace-arg2
                   trace-arg3 trace-arg4 trace-req-id trace-user
                   trace-from trace-to.

               unstring buffer(1:request-length)
                   delimited by all space
                   into raw-word, trace-arg1, trace-arg2,
                       trace-arg3, trace-arg4
               end-unstring.

               if function upper-case(trace-arg1) is equal "USER"
                   move trace-arg2 to trace-user
                   move trace-arg3 to trace-from
                   move trace-arg4 to trace-to
               else
                   move trace-arg1 to trace-req-id
               end-if.

               set trace-word-ok to 1.

               if trace-req-id is equal spaces
               and trace-user is equal spaces
                   set trace-word-ok to 0
               end-if.

               if trace-arg3(9:8) is not equal spaces
               or trace-arg4(9:8) is not equal spaces
                   set trace-word-ok to 0
               end-if.

               if trace-from is not equal spaces
               and trace-from is not numeric
                   set trace-word-ok to 0
               end-if.

               if trace-to is not equal spaces
               and trace-to is not numeric
                   set trace-word-ok to 0
               end-if.

               move trace-req-id to trace-word.
               perform check-trace-word.
               move trace-user to trace-word.
               perform check-trace-word.

               if trace-word-ok is equal 0
                   move spaces to reply-line
                   string
                       "USAGE: TRACE <REQ-ID> | TRACE USER <USER> "
                       "[YYYYMMDD [YYYYMMDD]]"
                       into reply-line
                   end-string
                   perform send-reply-line
                   exit paragraph
               end-if.

               move spaces to trace-bin-dir.
               accept trace-bin-dir
                   from environment "HTTP_TOOLS_BIN_DIR"
                   on exception
                       move spaces to trace-bin-dir
               end-accept.

               move connect to trace-conn.
               move spaces to trace-report-path.
               string
                   "/tmp/tcp-server-trace-" trace-conn ".tmp"
                   into trace-report-path
               end-string.

               move spaces to shell-cmd.
               string
                   "TRACE_REQ_ID='" function trim(trace-req-id) "'"
                   " TRACE_USER='" function trim(trace-user) "'"
                   " TRACE_FROM='" function trim(trace-from) "'"
                   " TRACE_TO='" function trim(trace-to) "'"
                   " TRACE_REPORT_FILE="
                   function trim(trace-report-path)
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

               set trace-shown to 0.

               open input trace-report-file.

               if trace-report-status is not equal "00"
                   move "TRACE COULD NOT BE RUN" to reply-line
                   perform send-reply-line
                   exit paragraph
               end-if.

               perform send-one-trace-line
                   until trace-report-status is not equal "00"
                   or trace-shown is greater than or equal 200.

               close trace-report-file.

               call "CBL_DELETE_FILE" using trace-report-path
               returning delete-rc.

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

           send-one-trace-line.
               read trace-report-file
                   at end
                       move "10" to trace-report-status
                       exit paragraph
               end-read.

               add 1 to trace-shown.
               move trace-report-record to reply-line.
               perform send-reply-line.

               exit paragraph.

           command-listblocks.
               set blocks-shown to 0.


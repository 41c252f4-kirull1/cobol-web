      * WATCHDOG_HEALTH_FAILS consecutive failing probes (default 3)
      * are treated the same as a dead pid, and the checkpoint entry
      * names the first check the listener reported as failing.
      * Besides the launch and restart entries, the checkpoint log
      * records the service's outages for the availability report:
      *   <stamp> event=down ... reason=pid-dead|health:<check>
      * when the pid is first found dead or the first probe fails,
      * and "<stamp> event=up ... reason=recovered" at the first
      * probe that answers 200 after that.
      * Before the first launch and before every restart the
      * control files are run through the config-check batch
      * program (on the PATH or in HTTP_TOOLS_BIN_DIR), its report
      * kept in /tmp/http-watchdog-config-check.txt. When it reports
      * errors the launch is held: a listener that is still running
      * is left alone, a dead one stays down, the checkpoint entry
      * is an event=held line whose reason starts config-errors,
      * and the check is tried again after the backoff until the
      * files are corrected.
      * With WATCHDOG_REGRESSION=Y the regression-suite batch
      * program (found the same way) is run once after each launch
      * or restart, at the first probe that answers 200, with its
      * report in /tmp/http-watchdog-regression.txt; the result is
      * an event=regression entry with reason=passed, or
      * reason=failed:<return code>. A failed suite is reported
      * only; the listener is not restarted for it.

       identification division.
       program-id. http-watchdog.
       77 client-resp-len   pic 9(4).
       77 client-resp-ctype pic x(128).

       77 tools-bin-dir     pic x(256).
       77 check-report-path pic x(256)
           value "/tmp/http-watchdog-config-check.txt".
       77 check-rc          pic s9(9).
       77 held-reason       pic x(80).
       77 checkpoint-event  pic x(10).
       77 checkpoint-lead   pic x(48).
       77 outage-open       pic 9 value 0.

       77 regression-env    pic x(1).
       77 regression-on     pic 9 value 0.
       77 regression-due    pic 9 value 0.
       77 regression-rc     pic s9(9).
       77 regression-rc-disp pic z(8)9.
       77 regression-report-path pic x(256)
           value "/tmp/http-watchdog-regression.txt".

       77 checkpoint-date pic x(29).
       77 zero-days       pic 9(4) value 0.

               end-accept.

               perform load-health-settings.

               perform run-config-check.
               perform hold-startup until check-rc is not equal 8.

               move "started" to restart-reason.
               move 1 to backoff-secs.
               perform launch-listener.
               perform watch-loop.

                   move 3 to health-fail-max
               end-if.

               move spaces to regression-env.
               accept regression-env
                   from environment "WATCHDOG_REGRESSION"
                   on exception
                       move spaces to regression-env
               end-accept.

               if regression-env is equal "Y"
               or regression-env is equal "y"
                   move 1 to regression-on
               end-if.

               exit paragraph.

           launch-listener.

               perform log-checkpoint.

               move regression-on to regression-due.

               exit paragraph.

           watch-loop.

                   if alive-rc is not equal 0
                       move "pid-dead" to restart-reason
                       if outage-open is equal 0
                           perform log-outage-start
                       end-if
                       perform restart-listener
                   else
                       perform probe-health

                       if health-fail-count is greater than or equal
                       health-fail-max
                           perform restart-listener
                       end-if


               if client-status is equal 200
                   set health-fail-count to 0
                   if outage-open is equal 1
                       perform log-outage-end
                   end-if
                   if regression-due is equal 1
                       perform run-regression-suite
                   end-if
                   exit paragraph
               end-if.

                   into restart-reason
               end-string.

               if outage-open is equal 0
                   perform log-outage-start
               end-if.

               exit paragraph.

           log-outage-start.
               set outage-open to 1.
               move "down" to checkpoint-event.
               perform log-checkpoint.
               move spaces to checkpoint-event.

               exit paragraph.

           log-outage-end.
               set outage-open to 0.
               move "recovered" to restart-reason.
               move "up" to checkpoint-event.
               perform log-checkpoint.
               move spaces to checkpoint-event.

               exit paragraph.

      * the /health body is build-json output; the first "fail"

               exit paragraph.

      * alive-rc is still the last pid check: 0 means the restart
      * is for failed health probes and the old process goes first.
      * Only config-check's own error code holds the restart; a
      * checker that cannot be run does not keep the listener down.
           restart-listener.
               perform run-config-check.

               if check-rc is equal 8
                   perform hold-restart
                   exit paragraph
               end-if.

               if alive-rc is equal 0
                   perform kill-listener
               end-if.

               add 1 to restart-count.
               call "C$SLEEP" using backoff-secs.
               perform launch-listener.

               exit paragraph.

           run-config-check.
               move spaces to tools-bin-dir.
               accept tools-bin-dir
                   from environment "HTTP_TOOLS_BIN_DIR"
                   on exception
                       move spaces to tools-bin-dir
               end-accept.

               move spaces to shell-cmd.
               string
                   "CONFIG_CHECK_REPORT_FILE="
                   function trim(check-report-path)
                   into shell-cmd
               end-string.

               if tools-bin-dir is not equal spaces
                   string
                       function trim(shell-cmd) " "
                       function trim(tools-bin-dir) "/"
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

               exit paragraph.

      * the suite runs once per launch; its return code is 0 when
      * every case passed, 4 for failed cases and 8 when its script
      * could not be used.
           run-regression-suite.
               move 0 to regression-due.

               move spaces to shell-cmd.
               string
                   "REGRESSION_REPORT_FILE="
                   function trim(regression-report-path)
                   into shell-cmd
               end-string.

               if tools-bin-dir is not equal spaces
                   string
                       function trim(shell-cmd) " "
                       function trim(tools-bin-dir) "/"
                       into shell-cmd
                   end-string
                   string
                       function trim(shell-cmd)
                       "regression-suite > /dev/null 2>&1"
                       into shell-cmd
                   end-string
               else
                   string
                       function trim(shell-cmd)
                       " regression-suite > /dev/null 2>&1"
                       into shell-cmd
                   end-string
               end-if.

               call "SYSTEM" using shell-cmd.
               compute regression-rc = return-code / 256.

               if regression-rc is equal 0
                   move "passed" to restart-reason
               else
                   move regression-rc to regression-rc-disp
                   move spaces to restart-reason
                   string
                       "failed:" function trim(regression-rc-disp)
                       into restart-reason
                   end-string
               end-if.

               move "regression" to checkpoint-event.
               perform log-checkpoint.
               move spaces to checkpoint-event.

               exit paragraph.

           hold-startup.
               move "started" to restart-reason.
               perform hold-restart.
               perform run-config-check.

               exit paragraph.

           hold-restart.
               move spaces to held-reason.
               string
                   "config-errors:" function trim(restart-reason)
                   into held-reason
               end-string.

               move held-reason to restart-reason.
               move "held" to checkpoint-event.
               perform log-checkpoint.
               move spaces to checkpoint-event.

               call "C$SLEEP" using backoff-secs.

               compute backoff-secs = backoff-secs * 2.

               if backoff-secs is greater than backoff-max
                   move backoff-max to backoff-secs
               end-if.

               set health-fail-count to 0.

               exit paragraph.

           log-checkpoint.
               call "date-utc"
               using by reference checkpoint-date,

               move spaces to checkpoint-record.

               move checkpoint-date to checkpoint-lead.

               if checkpoint-event is not equal spaces
                   move spaces to checkpoint-lead
                   string
                       function trim(checkpoint-date)
                       " event=" function trim(checkpoint-event)
                       into checkpoint-lead
                   end-string
               end-if.

               string
                   function trim(checkpoint-lead)
                   " restart_count=" restart-count
                   " backoff_secs=" backoff-secs
                   " reason=" function trim(restart-reason)

      **********************
      * MONTHLY AVAILABILITY
      **********************
      * The uptime figure the service agreement promises, for one
      * month. Outage windows are rebuilt from the watchdog's
      * checkpoint log (/tmp/http-watchdog.log): a window opens at
      * the event=down entry (the pid first found dead or the first
      * failing /health probe) and closes at the event=up entry of
      * the first probe that answers again, so it runs through the
      * restart to the listener actually serving. Restart entries
      * inside a window are counted against it; a restart logged
      * with no window open (entries from before the watchdog
      * recorded outages) counts as an outage of no measured length
      * and is left out of the mean time to recover.
      * A window still open at the end of the log runs to the end
      * of the month (or to now, for the current month).
      *
      * Planned maintenance comes from a schedule file,
      * AVAIL_SCHEDULE_FILE (default
      * /tmp/http-maintenance-schedule.dat), one window a line:
      *   start|end|description
      * with start and end as YYYYMMDDHHMM in UTC. Planned time is
      * taken out of the month before availability is worked out,
      * and outage time that falls inside a planned window is not
      * counted against the service; an outage wholly inside one is
      * listed but not counted.
      *
      * The report, /tmp/http-availability-YYYYMM.txt, lists the
      * planned windows and every outage with its reason, restarts
      * and the requests the access log (dated archives of the
      * month and the live log) shows failing with a 5xx inside it,
      * then the outages grouped by the failing health check the
      * watchdog named, and the month's availability, outage count,
      * mean time to recover and longest outage.
      *
      * The month defaults to the one yesterday fell in;
      * AVAIL_MONTH=YYYYMM reports another. AVAIL_TARGET (default
      * 99.9) is the agreed percentage. Ends with return code 4 when
      * availability is below target or a schedule line is bad, and
      * 8 when the checkpoint log cannot be read.

       identification division.
       program-id. availability-report.

       environment division.
       input-output section.
       file-control.
           select checkpoint-file assign to checkpoint-path
               organization is line sequential
               file status is checkpoint-status.
           select schedule-file assign to schedule-path
               organization is line sequential
               file status is schedule-status.
           select log-file assign to log-path
               organization is line sequential
               file status is log-status.
           select scan-list-file assign to scan-list-path
               organization is line sequential
               file status is scan-list-status.
           select report-file assign to report-path
               organization is line sequential
               file status is report-status.

       data division.
       file section.
       fd checkpoint-file.
       01 checkpoint-record pic x(256).

       fd schedule-file.
       01 schedule-record pic x(256).

       fd log-file.
       01 log-record pic x(2304).

       fd scan-list-file.
       01 scan-list-record pic x(256).

       fd report-file.
       01 report-record pic x(256).

       working-storage section.
       77 checkpoint-path pic x(256)
           value "/tmp/http-watchdog.log".
       77 schedule-path pic x(256)
           value "/tmp/http-maintenance-schedule.dat".
       77 log-path       pic x(256).
       77 scan-list-path pic x(256)
           value "/tmp/http-availability.list".
       77 report-path    pic x(256).
       77 checkpoint-status pic xx.
       77 schedule-status   pic xx.
       77 log-status        pic xx.
       77 scan-list-status  pic xx.
       77 report-status     pic xx.

       77 setting-env     pic x(256).
       77 month-env       pic x(6).
       77 target-env      pic x(8).
       77 target-pct      pic 9(3)v9(3) value 99.9.
       77 report-month    pic 9(6).
       77 month-start-key pic 9(8).
       77 next-month-key  pic 9(8).
       77 next-yyyy       pic 9(4).
       77 next-mm         pic 9(2).
       77 today-key       pic 9(8).
       77 yesterday-key   pic 9(8).
       77 month-start-secs pic 9(12).
       77 month-end-secs   pic 9(12).
       77 month-secs       pic 9(12).
       77 now-stamp        pic x(29).
       77 now-secs         pic 9(12).

      * outage windows in the order the checkpoint log has them;
      * win-open is 1 for a window the log never closed and 9 for
      * one that falls outside the month; win-planned-secs is the
      * part of it inside planned maintenance.
       01 window-tbl.
           05 win-entry occurs 1000 times.
               10 win-start        pic 9(12).
               10 win-end          pic 9(12).
               10 win-reason       pic x(40).
               10 win-restarts     pic 9(5).
               10 win-open         pic 9.
               10 win-planned-secs pic 9(12).
               10 win-failed       pic 9(7).
           05 win-size pic 9(4).

       77 win-i    pic 9(4).
       77 win-overflow pic 9(5) value 0.

      * the window being rebuilt from the checkpoint log.
       77 cur-open     pic 9 value 0.
       77 cur-start    pic 9(12).
       77 cur-reason   pic x(40).
       77 cur-restarts pic 9(5).

       01 planned-tbl.
           05 plan-entry occurs 200 times.
               10 plan-start pic 9(12).
               10 plan-end   pic 9(12).
               10 plan-text  pic x(80).
           05 plan-size pic 9(3).

       77 plan-i pic 9(3).

       01 reason-tbl.
           05 reason-entry occurs 100 times.
               10 reason-name  pic x(40).
               10 reason-count pic 9(5).
               10 reason-secs  pic 9(12).
           05 reason-size pic 9(3).

       77 reason-i  pic 9(3).
       77 reason-at pic 9(3).

       77 line-stamp  pic x(29).
       77 line-secs   pic 9(12).
       77 stamp-ok    pic 9.
       77 line-event  pic x(16).
       77 line-reason pic x(40).
       77 token-at    pic 9(4).
       77 zero-days   pic 9(4) value 0.

       77 sched-start-tok pic x(32).
       77 sched-end-tok   pic x(32).
       77 sched-text      pic x(80).
       77 sched-secs      pic 9(12).
       77 sched-key       pic 9(12).
       77 sched-ok        pic 9.
       77 sched-line      pic 9(5) value 0.

       77 tok-method  pic x(16).
       77 tok-path    pic x(512).
       77 tok-status  pic x(32).
       77 tok-idx     pic x(32).
       77 tok-elapsed pic x(32).
       77 tok-http    pic x(32).
       77 list-date-at  pic 9(3).
       77 list-date-tok pic x(6).

       77 clip-start   pic 9(12).
       77 clip-end     pic 9(12).
       77 overlap-from pic 9(12).
       77 overlap-to   pic 9(12).
       77 outage-secs  pic 9(12).
       77 unplanned-secs pic 9(12).

       77 planned-total    pic 9(12) value 0.
       77 service-secs     pic 9(12).
       77 downtime-total   pic 9(12) value 0.
       77 outage-count     pic 9(5) value 0.
       77 planned-only-count pic 9(5) value 0.
       77 measured-count   pic 9(5) value 0.
       77 restart-total    pic 9(7) value 0.
       77 failed-total     pic 9(7) value 0.
       77 longest-secs     pic 9(12) value 0.
       77 mttr-secs        pic 9(12) value 0.
       77 sched-bad-total  pic 9(5) value 0.
       77 avail-pct        pic 9(3)v9(3).

       77 secs-in    pic 9(12).
       77 day-int    pic 9(8).
       77 day-key    pic 9(8).
       77 day-secs   pic 9(5).
       01 when-disp.
           05 when-yyyy pic 9(4).
           05 filler    pic x value "-".
           05 when-mm   pic 9(2).
           05 filler    pic x value "-".
           05 when-dd   pic 9(2).
           05 filler    pic x value " ".
           05 when-hh   pic 9(2).
           05 filler    pic x value ":".
           05 when-mi   pic 9(2).
           05 filler    pic x value ":".
           05 when-ss   pic 9(2).
       01 when-disp-2   pic x(19).
       01 duration-disp.
           05 dur-hh    pic zz9.
           05 filler    pic x value ":".
           05 dur-mi    pic 9(2).
           05 filler    pic x value ":".
           05 dur-ss    pic 9(2).
       77 duration-work  pic 9(12).
       77 duration-hours pic 9(9).
       77 part-rest      pic 9(5).

       77 shell-cmd  pic x(768).
       77 delete-rc  pic s9(9) comp-5.

       77 count-disp   pic zz,zzz,zz9.
       77 count-disp-2 pic zz,zzz,zz9.
       77 restarts-disp pic zzzz9.
       77 failed-disp  pic zzzzzz9.
       77 pct-disp     pic zz9.999.
       77 flag-text    pic x(12).
       77 generated-at pic x(29).

       procedure division.

           main-line.
               initialize window-tbl planned-tbl reason-tbl.
               perform load-settings.

               open input checkpoint-file.

               if checkpoint-status is not equal "00"
                   display "availability-report: cannot open "
                       function trim(checkpoint-path)
                       ", status " checkpoint-status
                   move 8 to return-code
                   stop run
               end-if.

               perform read-checkpoint-line
                   until checkpoint-status is not equal "00".

               close checkpoint-file.

               if cur-open is equal 1
                   move now-secs to line-secs
                   perform close-window
                   move 1 to win-open(win-size)
               end-if.

               perform load-schedule.
               perform measure-windows.
               perform scan-access-logs.

               perform open-report.
               perform write-planned-section.
               perform write-outage-section.
               perform write-reason-section.
               perform write-totals.
               close report-file.

               display "availability-report: month " report-month
                   " outages " outage-count
                   " downtime " downtime-total
                   " availability " pct-disp.

               move 0 to return-code.

               if avail-pct is less than target-pct
               or sched-bad-total is greater than 0
                   move 4 to return-code
               end-if.

               stop run.

           load-settings.
               call "date-utc"
               using by reference now-stamp,
               by content zero-days.

               call "stamp-seconds"
               using by content now-stamp,
               by reference now-secs,
               by reference stamp-ok.

               compute today-key =
                   function numval(function current-date(1:8)).
               compute yesterday-key = function date-of-integer(
                   function integer-of-date(today-key) - 1).

               move spaces to month-env.
               accept month-env
                   from environment "AVAIL_MONTH"
                   on exception
                       move spaces to month-env
               end-accept.

               if month-env is not equal spaces
               and month-env is numeric
                   move month-env to report-month
               else
                   compute report-month = yesterday-key / 100
               end-if.

               compute month-start-key = report-month * 100 + 1.

               if function test-date-yyyymmdd(month-start-key)
               is not equal 0
                   compute report-month = yesterday-key / 100
                   compute month-start-key = report-month * 100 + 1
               end-if.

               compute next-yyyy = report-month / 100.
               compute next-mm = function mod(report-month, 100) + 1.
               if next-mm is greater than 12
                   move 1 to next-mm
                   add 1 to next-yyyy
               end-if.

               compute next-month-key =
                   next-yyyy * 10000 + next-mm * 100 + 1.

               compute month-start-secs =
                   function integer-of-date(month-start-key) * 86400.
               compute month-end-secs =
                   function integer-of-date(next-month-key) * 86400.

               if now-secs is less than month-end-secs
               and now-secs is greater than month-start-secs
                   move now-secs to month-end-secs
               end-if.

               compute month-secs = month-end-secs - month-start-secs.

               move spaces to setting-env.
               accept setting-env
                   from environment "AVAIL_SCHEDULE_FILE"
                   on exception
                       move spaces to setting-env
               end-accept.

               if setting-env is not equal spaces
                   move setting-env to schedule-path
               end-if.

               move spaces to target-env.
               accept target-env
                   from environment "AVAIL_TARGET"
                   on exception
                       move spaces to target-env
               end-accept.

               if target-env is not equal spaces
               and function test-numval(target-env) is equal 0
                   compute target-pct = function numval(target-env)
               end-if.

               move spaces to report-path.
               string
                   "/tmp/http-availability-" report-month ".txt"
                   into report-path
               end-string.

               exit paragraph.

      * "<stamp> [event=down|up|held|regression] restart_count=N
      * backoff_secs=N reason=R"; without event= the line is a
      * launch (reason=started) or a restart.
           read-checkpoint-line.
               read checkpoint-file
                   at end
                       move "10" to checkpoint-status
                       exit paragraph
               end-read.

               move checkpoint-record(1:29) to line-stamp.

               call "stamp-seconds"
               using by content line-stamp,
               by reference line-secs,
               by reference stamp-ok.

               if stamp-ok is equal 0
                   exit paragraph
               end-if.

               move spaces to line-event.
               if checkpoint-record(31:6) is equal "event="
                   unstring checkpoint-record(37:)
                       delimited by space
                       into line-event
                   end-unstring
               end-if.

               move spaces to line-reason.
               move 0 to token-at.
               inspect checkpoint-record tallying token-at
                   for characters before initial "reason=".

               if token-at is less than 240
                   unstring checkpoint-record(token-at + 8:)
                       delimited by space
                       into line-reason
                   end-unstring
               end-if.

               evaluate line-event
                   when "down"
                       if cur-open is equal 0
                           perform open-window
                       end-if
                   when "up"
                       if cur-open is equal 1
                           perform close-window
                       end-if
                   when "held"
                       continue
                   when "regression"
                       continue
                   when other
                       if line-reason is not equal "started"
                           perform count-restart
                       end-if
               end-evaluate.

               exit paragraph.

           open-window.
               move 1 to cur-open.
               move line-secs to cur-start.
               move line-reason to cur-reason.
               move 0 to cur-restarts.

               exit paragraph.

           count-restart.
               if cur-open is equal 1
                   add 1 to cur-restarts
                   exit paragraph
               end-if.

               perform open-window.
               move 1 to cur-restarts.
               perform close-window.

               exit paragraph.

           close-window.
               move 0 to cur-open.

               if win-size is not less than 1000
                   add 1 to win-overflow
                   exit paragraph
               end-if.

               add 1 to win-size.
               move cur-start to win-start(win-size).
               move line-secs to win-end(win-size).
               move cur-reason to win-reason(win-size).
               move cur-restarts to win-restarts(win-size).
               move 0 to win-open(win-size).
               move 0 to win-planned-secs(win-size).
               move 0 to win-failed(win-size).

               exit paragraph.

      * start|end|description, YYYYMMDDHHMM in UTC; windows are
      * clipped to the month and those outside it dropped.
           load-schedule.
               open input schedule-file.

               if schedule-status is not equal "00"
                   exit paragraph
               end-if.

               perform read-schedule-line
                   until schedule-status is not equal "00".

               close schedule-file.

               exit paragraph.

           read-schedule-line.
               read schedule-file
                   at end
                       move "10" to schedule-status
                       exit paragraph
               end-read.

               add 1 to sched-line.

               if schedule-record is equal spaces
               or schedule-record(1:1) is equal "#"
                   exit paragraph
               end-if.

               move spaces to sched-start-tok sched-end-tok sched-text.
               unstring schedule-record delimited by "|"
                   into sched-start-tok, sched-end-tok, sched-text
               end-unstring.

               move function trim(sched-start-tok) to sched-start-tok.
               perform schedule-token-secs.
               if sched-ok is equal 0
                   perform count-bad-schedule
                   exit paragraph
               end-if.
               move sched-secs to clip-start.

               move function trim(sched-end-tok) to sched-start-tok.
               perform schedule-token-secs.
               if sched-ok is equal 0
               or sched-secs is not greater than clip-start
                   perform count-bad-schedule
                   exit paragraph
               end-if.
               move sched-secs to clip-end.

               if clip-end is not greater than month-start-secs
               or clip-start is not less than month-end-secs
                   exit paragraph
               end-if.

               if clip-start is less than month-start-secs
                   move month-start-secs to clip-start
               end-if.

               if clip-end is greater than month-end-secs
                   move month-end-secs to clip-end
               end-if.

               if plan-size is not less than 200
                   perform count-bad-schedule
                   exit paragraph
               end-if.

               add 1 to plan-size.
               move clip-start to plan-start(plan-size).
               move clip-end to plan-end(plan-size).
               move function trim(sched-text) to plan-text(plan-size).

               compute planned-total =
                   planned-total + clip-end - clip-start.

               exit paragraph.

           count-bad-schedule.
               add 1 to sched-bad-total.
               display "availability-report: schedule line "
                   sched-line " not used".
               exit paragraph.

           schedule-token-secs.
               move 0 to sched-ok.

               if sched-start-tok(1:12) is not numeric
               or sched-start-tok(13:) is not equal spaces
                   exit paragraph
               end-if.

               move sched-start-tok(1:12) to sched-key.
               compute day-key = sched-key / 10000.

               if function test-date-yyyymmdd(day-key) is not equal 0
               or sched-start-tok(9:2) is greater than "23"
               or sched-start-tok(11:2) is greater than "59"
                   exit paragraph
               end-if.

               compute sched-secs =
                   function integer-of-date(day-key) * 86400
                   + function numval(sched-start-tok(9:2)) * 3600
                   + function numval(sched-start-tok(11:2)) * 60.

               move 1 to sched-ok.

               exit paragraph.

      * clip each window to the month, take out the part inside
      * planned maintenance and total what is left.
           measure-windows.
               perform measure-one-window
                   varying win-i from 1 by 1
                   until win-i is greater than win-size.

               if measured-count is greater than 0
                   compute mttr-secs rounded =
                       downtime-total / measured-count
               end-if.

               compute service-secs = month-secs - planned-total.

               if service-secs is greater than 0
                   compute avail-pct rounded =
                       (service-secs - downtime-total) * 100
                       / service-secs
               else
                   move 100 to avail-pct
               end-if.

               move avail-pct to pct-disp.

               exit paragraph.

           measure-one-window.
               if win-end(win-i) is less than month-start-secs
               or win-start(win-i) is not less than month-end-secs
                   move 0 to win-restarts(win-i)
                   move 9 to win-open(win-i)
                   exit paragraph
               end-if.

               if win-end(win-i) is equal month-start-secs
               and win-start(win-i) is less than month-start-secs
                   move 9 to win-open(win-i)
                   exit paragraph
               end-if.

               if win-start(win-i) is less than month-start-secs
                   move month-start-secs to win-start(win-i)
               end-if.

               if win-end(win-i) is greater than month-end-secs
                   move month-end-secs to win-end(win-i)
               end-if.

               compute outage-secs = win-end(win-i) - win-start(win-i).

               move 0 to win-planned-secs(win-i).
               perform add-planned-overlap
                   varying plan-i from 1 by 1
                   until plan-i is greater than plan-size.

               if win-planned-secs(win-i) is greater than outage-secs
                   move outage-secs to win-planned-secs(win-i)
               end-if.

               compute unplanned-secs =
                   outage-secs - win-planned-secs(win-i).

               if outage-secs is greater than 0
               and unplanned-secs is equal 0
                   add 1 to planned-only-count
                   exit paragraph
               end-if.

               add 1 to outage-count.
               if outage-secs is greater than 0
                   add 1 to measured-count
               end-if.
               add unplanned-secs to downtime-total.
               add win-restarts(win-i) to restart-total.

               if unplanned-secs is greater than longest-secs
                   move unplanned-secs to longest-secs
               end-if.

               perform add-reason.

               exit paragraph.

           add-planned-overlap.
               move win-start(win-i) to overlap-from.
               if plan-start(plan-i) is greater than overlap-from
                   move plan-start(plan-i) to overlap-from
               end-if.

               move win-end(win-i) to overlap-to.
               if plan-end(plan-i) is less than overlap-to
                   move plan-end(plan-i) to overlap-to
               end-if.

               if overlap-to is greater than overlap-from
                   compute win-planned-secs(win-i) =
                       win-planned-secs(win-i)
                       + overlap-to - overlap-from
               end-if.

               exit paragraph.

           add-reason.
               move 0 to reason-at.

               perform varying reason-i from 1 by 1
               until reason-i is greater than reason-size
                   if reason-name(reason-i) is equal win-reason(win-i)
                       move reason-i to reason-at
                       exit perform
                   end-if
               end-perform.

               if reason-at is equal 0
                   if reason-size is not less than 100
                       exit paragraph
                   end-if
                   add 1 to reason-size
                   move reason-size to reason-at
                   move win-reason(win-i) to reason-name(reason-at)
                   move 0 to reason-count(reason-at)
                   move 0 to reason-secs(reason-at)
               end-if.

               add 1 to reason-count(reason-at).
               add unplanned-secs to reason-secs(reason-at).

               exit paragraph.

      * requests that failed while the service was out: 5xx access
      * lines stamped inside a counted window. The month's dated
      * archives are picked by file name, then the live log.
           scan-access-logs.
               if outage-count is equal 0
                   exit paragraph
               end-if.

               move spaces to shell-cmd.
               string
                   "find /tmp -maxdepth 1 -type f -name "
                   "'http-access-2*.log' | sort > "
                   function trim(scan-list-path)
                   " 2>/dev/null"
                   into shell-cmd
               end-string.

               call "SYSTEM" using shell-cmd.

               open input scan-list-file.

               if scan-list-status is equal "00"
                   perform scan-one-archive-name
                       until scan-list-status is not equal "00"
                   close scan-list-file
               end-if.

               call "CBL_DELETE_FILE" using scan-list-path
               returning delete-rc.

               move "/tmp/http-access.log" to log-path.
               perform scan-access-log.

               exit paragraph.

           scan-one-archive-name.
               read scan-list-file
                   at end
                       move "10" to scan-list-status
                       exit paragraph
               end-read.

               if scan-list-record is equal spaces
                   exit paragraph
               end-if.

               move 0 to list-date-at.
               inspect scan-list-record
                   tallying list-date-at for characters
                   before initial ".log".

               if list-date-at is less than 9
                   exit paragraph
               end-if.

               move scan-list-record(list-date-at - 7:6)
                   to list-date-tok.

               if list-date-tok is not equal report-month
                   exit paragraph
               end-if.

               move scan-list-record to log-path.
               perform scan-access-log.

               exit paragraph.

           scan-access-log.
               open input log-file.

               if log-status is not equal "00"
                   exit paragraph
               end-if.

               perform scan-access-line
                   until log-status is not equal "00".

               close log-file.

               exit paragraph.

      * "<stamp> METHOD path status=N idx=N elapsed_ms=N http=NNN
      * bytes=N req=<id> [user=<user>]"
           scan-access-line.
               read log-file
                   at end
                       move "10" to log-status
                       exit paragraph
               end-read.

               move spaces to tok-method tok-path tok-status tok-idx
                   tok-elapsed tok-http.

               unstring log-record(31:)
                   delimited by all space
                   into tok-method, tok-path, tok-status, tok-idx,
                       tok-elapsed, tok-http
               end-unstring.

               if tok-http(1:6) is not equal "http=5"
                   exit paragraph
               end-if.

               move log-record(1:29) to line-stamp.

               call "stamp-seconds"
               using by content line-stamp,
               by reference line-secs,
               by reference stamp-ok.

               if stamp-ok is equal 0
                   exit paragraph
               end-if.

               perform varying win-i from 1 by 1
               until win-i is greater than win-size
                   if win-open(win-i) is not equal 9
                   and line-secs is not less than win-start(win-i)
                   and line-secs is not greater than win-end(win-i)
                       add 1 to win-failed(win-i)
                       add 1 to failed-total
                       exit perform
                   end-if
               end-perform.

               exit paragraph.

           open-report.
               open output report-file.

               call "date-utc"
               using by reference generated-at,
               by content zero-days.

               move spaces to report-record.
               string
                   "MONTHLY AVAILABILITY FOR " report-month
                   into report-record
               end-string.
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

           write-planned-section.
               move "PLANNED MAINTENANCE" to report-record.
               write report-record.

               if plan-size is equal 0
                   move "  NONE SCHEDULED" to report-record
                   write report-record
               end-if.

               perform write-planned-line
                   varying plan-i from 1 by 1
                   until plan-i is greater than plan-size.

               move spaces to report-record.
               write report-record.

               exit paragraph.

           write-planned-line.
               move plan-start(plan-i) to secs-in.
               perform format-when.
               move when-disp to when-disp-2.

               move plan-end(plan-i) to secs-in.
               perform format-when.

               compute duration-work =
                   plan-end(plan-i) - plan-start(plan-i).
               perform format-duration.

               move spaces to report-record.
               string
                   "  " when-disp-2 " - " when-disp " "
                   duration-disp " "
                   function trim(plan-text(plan-i))
                   delimited by size
                   into report-record
               end-string.
               write report-record.

               exit paragraph.

           write-outage-section.
               move "OUTAGES" to report-record.
               write report-record.

               move spaces to report-record.
               string
                   "  START               END                 "
                   " DURATION RESTARTS  FAILED REASON"
                   delimited by size
                   into report-record
               end-string.
               write report-record.

               perform write-outage-line
                   varying win-i from 1 by 1
                   until win-i is greater than win-size.

               if outage-count is equal 0
               and planned-only-count is equal 0
                   move "  NONE" to report-record
                   write report-record
               end-if.

               move spaces to report-record.
               write report-record.

               exit paragraph.

           write-outage-line.
               if win-open(win-i) is equal 9
                   exit paragraph
               end-if.

               move win-start(win-i) to secs-in.
               perform format-when.
               move when-disp to when-disp-2.

               move win-end(win-i) to secs-in.
               perform format-when.

               compute duration-work =
                   win-end(win-i) - win-start(win-i)
                   - win-planned-secs(win-i).
               perform format-duration.

               move win-restarts(win-i) to restarts-disp.
               move win-failed(win-i) to failed-disp.

               move spaces to flag-text.
               evaluate true
                   when win-end(win-i) - win-start(win-i)
                       is greater than 0
                   and duration-work is equal 0
                       move "PLANNED" to flag-text
                   when win-planned-secs(win-i) is greater than 0
                       move "PART PLANNED" to flag-text
                   when win-open(win-i) is equal 1
                       move "NOT RECOVERED" to flag-text
               end-evaluate.

               move spaces to report-record.
               string
                   "  " when-disp-2 " " when-disp " "
                   duration-disp "    " restarts-disp " "
                   failed-disp " "
                   function trim(win-reason(win-i)) " "
                   function trim(flag-text)
                   delimited by size
                   into report-record
               end-string.
               write report-record.

               exit paragraph.

           write-reason-section.
               move "OUTAGES BY FAILING CHECK" to report-record.
               write report-record.

               if reason-size is equal 0
                   move "  NONE" to report-record
                   write report-record
               end-if.

               perform write-reason-line
                   varying reason-i from 1 by 1
                   until reason-i is greater than reason-size.

               move spaces to report-record.
               write report-record.

               exit paragraph.

           write-reason-line.
               move reason-count(reason-i) to restarts-disp.
               move reason-secs(reason-i) to duration-work.
               perform format-duration.

               move spaces to report-record.
               string
                   "  " reason-name(reason-i) " "
                   restarts-disp " " duration-disp
                   delimited by size
                   into report-record
               end-string.
               write report-record.

               exit paragraph.

           write-totals.
               move month-secs to duration-work.
               perform format-duration.
               move spaces to report-record.
               string
                   "HOURS IN MONTH ........ " duration-disp
                   delimited by size
                   into report-record
               end-string.
               write report-record.

               move planned-total to duration-work.
               perform format-duration.
               move spaces to report-record.
               string
                   "PLANNED MAINTENANCE ... " duration-disp
                   delimited by size
                   into report-record
               end-string.
               write report-record.

               move service-secs to duration-work.
               perform format-duration.
               move spaces to report-record.
               string
                   "SERVICE HOURS ......... " duration-disp
                   delimited by size
                   into report-record
               end-string.
               write report-record.

               move downtime-total to duration-work.
               perform format-duration.
               move spaces to report-record.
               string
                   "UNPLANNED DOWNTIME .... " duration-disp
                   delimited by size
                   into report-record
               end-string.
               write report-record.

               move spaces to report-record.
               move target-pct to pct-disp.
               string
                   "TARGET ................ " pct-disp "%"
                   delimited by size
                   into report-record
               end-string.
               write report-record.

               move avail-pct to pct-disp.
               move spaces to report-record.
               if avail-pct is less than target-pct
                   string
                       "AVAILABILITY .......... " pct-disp "%"
                       "  BELOW TARGET"
                       delimited by size
                       into report-record
                   end-string
               else
                   string
                       "AVAILABILITY .......... " pct-disp "%"
                       delimited by size
                       into report-record
                   end-string
               end-if.
               write report-record.

               move outage-count to count-disp.
               move spaces to report-record.
               string
                   "OUTAGES ............... " count-disp
                   into report-record
               end-string.
               write report-record.

               move planned-only-count to count-disp.
               move spaces to report-record.
               string
                   "  IN PLANNED WINDOWS .. " count-disp
                   into report-record
               end-string.
               write report-record.

               move restart-total to count-disp.
               move spaces to report-record.
               string
                   "RESTARTS .............. " count-disp
                   into report-record
               end-string.
               write report-record.

               move mttr-secs to duration-work.
               perform format-duration.
               move spaces to report-record.
               string
                   "MEAN TIME TO RECOVER .. " duration-disp
                   delimited by size
                   into report-record
               end-string.
               write report-record.

               move longest-secs to duration-work.
               perform format-duration.
               move spaces to report-record.
               string
                   "LONGEST OUTAGE ........ " duration-disp
                   delimited by size
                   into report-record
               end-string.
               write report-record.

               move failed-total to count-disp.
               move spaces to report-record.
               string
                   "FAILED REQUESTS ....... " count-disp
                   into report-record
               end-string.
               write report-record.

               if sched-bad-total is greater than 0
                   move sched-bad-total to count-disp
                   move spaces to report-record
                   string
                       "SCHEDULE LINES NOT USED " count-disp
                       into report-record
                   end-string
                   write report-record
               end-if.

               if win-overflow is greater than 0
                   move win-overflow to count-disp
                   move spaces to report-record
                   string
                       "OUTAGES NOT MEASURED .. " count-disp
                       into report-record
                   end-string
                   write report-record
               end-if.

               exit paragraph.

      * secs-in is stamp-seconds' count (integer-of-date days of
      * 86400 seconds); the result is YYYY-MM-DD HH:MM:SS.
           format-when.
               compute day-int = secs-in / 86400.
               compute day-secs = secs-in - day-int * 86400.
               compute day-key = function date-of-integer(day-int).

               divide day-key by 10000 giving when-yyyy
                   remainder part-rest.
               divide part-rest by 100 giving when-mm
                   remainder when-dd.
               divide day-secs by 3600 giving when-hh
                   remainder part-rest.
               divide part-rest by 60 giving when-mi
                   remainder when-ss.

               exit paragraph.

           format-duration.
               divide duration-work by 3600 giving duration-hours
                   remainder part-rest.
               move duration-hours to dur-hh.
               divide part-rest by 60 giving dur-mi
                   remainder dur-ss.

               exit paragraph.

       end program availability-report.

      **********************
      * NIGHTLY BATCH CHAIN DRIVER
      **********************
      * Runs the night's batch programs in order from a job-stream
      * definition (BATCH_CHAIN_FILE, default /tmp/http-batch-chain.dat;
      * tools/batch-chain.dat is the installed stream). One line per
      * step, pipe-delimited:
      *     step|program|run condition|critical Y/N|settings
      * The run condition is "daily", a day name (monday .. sunday,
      * or its first three letters), "week-end" (Sunday), "month-end"
      * or "month-start"; several may be given separated by commas
      * and any one of them selects the step. Settings are optional
      * NAME=value pairs put in front of the command, so one program
      * can run as two steps with different environment. Blank lines
      * and lines starting with "#" are ignored.
      *
      * Each program is started from BATCH_CHAIN_BIN_DIR (default:
      * found on the PATH) with its output appended to
      * /tmp/http-batch-chain-YYYYMMDD.out. Step start, end and return
      * code go to the run log /tmp/http-batch-chain.log. A return
      * code of 8 or more is a failure; a failing critical step stops
      * the chain, a failing non-critical step is logged and the chain
      * goes on.
      *
      * A rerun for the same run day (BATCH_CHAIN_DATE=YYYYMMDD; when
      * it is not set, the day of a chain that stopped and has not
      * since completed, else today) reads the run log and skips
      * every step that already ended below 8 that day, so it resumes
      * at the step that failed and never repeats log-rotate or
      * submissions-export, even when the rerun starts after
      * midnight. A chain that is not stopped logs event=complete.
      * The driver ends with return code 0 when every step ran clean,
      * 4 when a step warned or a non-critical step failed, and 8
      * when a critical step stopped the chain.

       identification division.
       program-id. batch-chain.

       environment division.
       input-output section.
       file-control.
           select stream-file assign to stream-path
               organization is line sequential
               file status is stream-status.
           select run-log-file assign to run-log-path
               organization is line sequential
               file status is run-log-status.

       data division.
       file section.
       fd stream-file.
       01 stream-record pic x(512).

       fd run-log-file.
       01 run-log-record pic x(512).

       working-storage section.
       77 stream-path  pic x(256) value "/tmp/http-batch-chain.dat".
       77 run-log-path pic x(256) value "/tmp/http-batch-chain.log".
       77 out-path     pic x(256).
       77 stream-status  pic xx.
       77 run-log-status pic xx.

       77 stream-env   pic x(256).
       77 bin-dir      pic x(256) value spaces.
       77 run-date-env pic x(8).
       77 run-date-key pic 9(8).
       77 run-date-int pic 9(9).
       77 run-weekday  pic 9.
       77 next-day-key pic 9(8).
       77 is-month-end   pic 9 value 0.
       77 is-month-start pic 9 value 0.

       01 steps.
           05 step-entry occurs 32 times.
               10 step-name      pic x(32).
               10 step-program   pic x(64).
               10 step-condition pic x(64).
               10 step-critical  pic x.
               10 step-settings  pic x(256).
               10 step-done      pic 9.
           05 steps-size pic 9(3).

       77 stream-line-no pic 9(5) value 0.
       77 tok-name      pic x(64).
       77 tok-program   pic x(64).
       77 tok-condition pic x(64).
       77 tok-critical  pic x(8).
       77 tok-settings  pic x(256).

       77 cond-list     pic x(64).
       77 cond-tok      pic x(16).
       77 cond-ptr      pic 9(3).
       77 step-selected pic 9.

       77 log-stamp-rest pic x(480).
       77 log-run-tok    pic x(16).
       77 log-step-tok   pic x(48).
       77 log-prog-tok   pic x(80).
       77 log-event-tok  pic x(16).
       77 log-rc-tok     pic x(16).
       77 log-rc         pic 9(3).
       77 stopped-run-key pic 9(8) value 0.
       77 log-step-name  pic x(32).
       77 log-step-prog  pic x(64).

       77 s-i          pic 9(3).
       77 shell-cmd    pic x(1024).
       77 system-rc    pic s9(9).
       77 step-rc      pic 9(3).
       77 step-rc-disp pic 999.
       77 chain-rc     pic 9 value 0.
       77 chain-stopped pic 9 value 0.
       77 event-text   pic x(64).

       77 ran-count     pic 9(3) value 0.
       77 skipped-count pic 9(3) value 0.
       77 done-count    pic 9(3) value 0.
       77 failed-count  pic 9(3) value 0.

       77 log-stamp    pic x(29).
       77 zero-days    pic 9(4) value 0.

       procedure division.

           main-line.
               initialize steps.
               perform load-settings.
               perform load-stream.

               if steps-size is equal 0
                   display "batch-chain: no steps in "
                       function trim(stream-path)
                   move 8 to return-code
                   stop run
               end-if.

               perform load-finished-steps.

               perform run-one-step
                   varying s-i from 1 by 1
                   until s-i is greater than steps-size
                   or chain-stopped is equal 1.

               if chain-stopped is equal 0
                   perform write-chain-complete
               end-if.

               display "batch-chain: run " run-date-key
                   " ran " ran-count
                   " failed " failed-count
                   " already-done " done-count
                   " not-scheduled " skipped-count
                   " rc " chain-rc.

               move chain-rc to return-code.

               stop run.

      * the run day is BATCH_CHAIN_DATE when it is set. Otherwise it
      * is the day of the last run in the run log that ended with
      * event=stop and has no event=complete after it, so a chain
      * that failed before midnight and is rerun after it keeps its
      * run day and its finished steps; only when there is no such
      * run is it today's date.
           load-settings.
               move spaces to stream-env.
               accept stream-env
                   from environment "BATCH_CHAIN_FILE"
                   on exception
                       move spaces to stream-env
               end-accept.

               if stream-env is not equal spaces
                   move stream-env to stream-path
               end-if.

               accept bin-dir
                   from environment "BATCH_CHAIN_BIN_DIR"
                   on exception
                       move spaces to bin-dir
               end-accept.

               move spaces to run-date-env.
               accept run-date-env
                   from environment "BATCH_CHAIN_DATE"
                   on exception
                       move spaces to run-date-env
               end-accept.

               if run-date-env is equal spaces
                   perform find-stopped-run
                   if stopped-run-key is greater than 0
                       move stopped-run-key to run-date-env
                       display "batch-chain: resuming stopped run "
                           stopped-run-key
                   end-if
               end-if.

               if run-date-env is equal spaces
               or run-date-env is not numeric
                   move function current-date(1:8) to run-date-env
               end-if.

               move run-date-env to run-date-key.

               if function test-date-yyyymmdd(run-date-key)
               is not equal 0
                   compute run-date-key =
                       function numval(function current-date(1:8))
               end-if.

      * integer day 1 (1601-01-01) was a Monday: 0 = Monday .. 6 =
      * Sunday.
               compute run-date-int =
                   function integer-of-date(run-date-key).
               compute run-weekday =
                   function mod(run-date-int - 1, 7).

               compute next-day-key =
                   function date-of-integer(run-date-int + 1).

               if next-day-key(7:2) is equal "01"
                   set is-month-end to 1
               end-if.

               if run-date-key(7:2) is equal "01"
                   set is-month-start to 1
               end-if.

               move spaces to out-path.
               string
                   "/tmp/http-batch-chain-" run-date-key ".out"
                   into out-path
               end-string.

               exit paragraph.

      * a stop is cleared by an event=complete for the same run day
      * written after it.
           find-stopped-run.
               move 0 to stopped-run-key.

               open input run-log-file.

               if run-log-status is not equal "00"
                   exit paragraph
               end-if.

               perform check-stop-line
                   until run-log-status is not equal "00".

               close run-log-file.

               exit paragraph.

           check-stop-line.
               read run-log-file
                   at end
                       move "10" to run-log-status
                       exit paragraph
               end-read.

               perform split-log-line.

               if log-run-tok(1:4) is not equal "run="
               or log-run-tok(5:8) is not numeric
                   exit paragraph
               end-if.

               evaluate log-event-tok
                   when "event=stop"
                       move log-run-tok(5:8) to stopped-run-key
                   when "event=complete"
                       if log-run-tok(5:8) is equal stopped-run-key
                           move 0 to stopped-run-key
                       end-if
               end-evaluate.

               exit paragraph.

           load-stream.
               open input stream-file.

               if stream-status is not equal "00"
                   exit paragraph
               end-if.

               perform load-one-step
                   until stream-status is not equal "00".

               close stream-file.

               exit paragraph.

           load-one-step.
               read stream-file
                   at end
                       move "10" to stream-status
                       exit paragraph
               end-read.

               add 1 to stream-line-no.

               if stream-record is equal spaces
               or stream-record(1:1) is equal "#"
                   exit paragraph
               end-if.

               move spaces to tok-name.
               move spaces to tok-program.
               move spaces to tok-condition.
               move spaces to tok-critical.
               move spaces to tok-settings.

               unstring stream-record
                   delimited by "|"
                   into tok-name, tok-program, tok-condition,
                       tok-critical, tok-settings
               end-unstring.

               if tok-name is equal spaces
               or tok-program is equal spaces
                   display "batch-chain: line " stream-line-no
                       " needs a step name and a program, ignored"
                   exit paragraph
               end-if.

               if steps-size is not less than 32
                   display "batch-chain: more than 32 steps, line "
                       stream-line-no " ignored"
                   exit paragraph
               end-if.

               add 1 to steps-size.
               move function trim(tok-name) to step-name(steps-size).
               move function trim(tok-program)
                   to step-program(steps-size).
               move function lower-case(function trim(tok-condition))
                   to step-condition(steps-size).

               if step-condition(steps-size) is equal spaces
                   move "daily" to step-condition(steps-size)
               end-if.

               move function upper-case(tok-critical(1:1))
                   to step-critical(steps-size).
               move function trim(tok-settings)
                   to step-settings(steps-size).
               move 0 to step-done(steps-size).

               exit paragraph.

      * a step that already ended below 8 on this run day is done and
      * is not run again.
           load-finished-steps.
               open input run-log-file.

               if run-log-status is not equal "00"
                   exit paragraph
               end-if.

               perform check-one-log-line
                   until run-log-status is not equal "00".

               close run-log-file.

               exit paragraph.

           check-one-log-line.
               read run-log-file
                   at end
                       move "10" to run-log-status
                       exit paragraph
               end-read.

               perform split-log-line.

               if log-run-tok(5:8) is not equal run-date-key
               or log-event-tok is not equal "event=end"
               or log-rc-tok(4:3) is not numeric
                   exit paragraph
               end-if.

               move log-rc-tok(4:3) to log-rc.

               if log-rc is not less than 8
                   exit paragraph
               end-if.

               perform varying s-i from 1 by 1
               until s-i is greater than steps-size
                   if function trim(step-name(s-i))
                   is equal function trim(log-step-tok(6:))
                       move 1 to step-done(s-i)
                   end-if
               end-perform.

               exit paragraph.

      * <stamp> run=YYYYMMDD step=name program=name event=... rc=nnn
           split-log-line.
               move run-log-record(31:) to log-stamp-rest.
               move spaces to log-run-tok.
               move spaces to log-step-tok.
               move spaces to log-prog-tok.
               move spaces to log-event-tok.
               move spaces to log-rc-tok.

               unstring log-stamp-rest
                   delimited by all space
                   into log-run-tok, log-step-tok, log-prog-tok,
                       log-event-tok, log-rc-tok
               end-unstring.

               exit paragraph.

           run-one-step.
               if step-done(s-i) is equal 1
                   add 1 to done-count
                   move "event=skip reason=already-done" to event-text
                   perform write-run-log
                   exit paragraph
               end-if.

               perform check-step-condition.

               if step-selected is equal 0
                   add 1 to skipped-count
                   exit paragraph
               end-if.

               move "event=start" to event-text.
               perform write-run-log.

               move spaces to shell-cmd.

               if bin-dir is not equal spaces
                   string
                       function trim(step-settings(s-i)) " "
                       function trim(bin-dir) "/"
                       function trim(step-program(s-i))
                       " >> " function trim(out-path) " 2>&1"
                       into shell-cmd
                   end-string
               else
                   string
                       function trim(step-settings(s-i)) " "
                       function trim(step-program(s-i))
                       " >> " function trim(out-path) " 2>&1"
                       into shell-cmd
                   end-string
               end-if.

               call "SYSTEM" using shell-cmd.

      * the shell hands back a wait status: exit code times 256, or
      * a signal number in the low byte when the program died.
               move return-code to system-rc.

               if function mod(system-rc, 256) is not equal 0
                   move 16 to step-rc
               else
                   compute step-rc = function mod(system-rc / 256, 256)
               end-if.

               add 1 to ran-count.
               move step-rc to step-rc-disp.

               move spaces to event-text.
               string
                   "event=end rc=" step-rc-disp
                   into event-text
               end-string.
               perform write-run-log.

               display "batch-chain: step "
                   function trim(step-name(s-i))
                   " rc " step-rc-disp.

               if step-rc is less than 8
                   if step-rc is greater than 0
                   and chain-rc is less than 4
                       move 4 to chain-rc
                   end-if
                   exit paragraph
               end-if.

               add 1 to failed-count.

               if step-critical(s-i) is equal "Y"
                   move 8 to chain-rc
                   set chain-stopped to 1
                   move "event=stop reason=critical-step-failed"
                       to event-text
                   perform write-run-log
               else
                   if chain-rc is less than 4
                       move 4 to chain-rc
                   end-if
               end-if.

               exit paragraph.

           check-step-condition.
               set step-selected to 0.
               move step-condition(s-i) to cond-list.
               move 1 to cond-ptr.

               perform check-one-condition
                   until step-selected is equal 1
                   or cond-ptr is greater than 64.

               exit paragraph.

           check-one-condition.
               move spaces to cond-tok.

               unstring cond-list
                   delimited by ","
                   into cond-tok
                   with pointer cond-ptr
               end-unstring.

               move function trim(cond-tok) to cond-tok.

               evaluate true
                   when cond-tok is equal "daily"
                       set step-selected to 1
                   when cond-tok is equal "week-end"
                   and run-weekday is equal 6
                       set step-selected to 1
                   when cond-tok is equal "month-end"
                   and is-month-end is equal 1
                       set step-selected to 1
                   when cond-tok is equal "month-start"
                   and is-month-start is equal 1
                       set step-selected to 1
                   when cond-tok(1:3) is equal "mon"
                   and cond-tok is not equal "month-end"
                   and cond-tok is not equal "month-start"
                   and run-weekday is equal 0
                       set step-selected to 1
                   when cond-tok(1:3) is equal "tue"
                   and run-weekday is equal 1
                       set step-selected to 1
                   when cond-tok(1:3) is equal "wed"
                   and run-weekday is equal 2
                       set step-selected to 1
                   when cond-tok(1:3) is equal "thu"
                   and run-weekday is equal 3
                       set step-selected to 1
                   when cond-tok(1:3) is equal "fri"
                   and run-weekday is equal 4
                       set step-selected to 1
                   when cond-tok(1:3) is equal "sat"
                   and run-weekday is equal 5
                       set step-selected to 1
                   when cond-tok(1:3) is equal "sun"
                   and run-weekday is equal 6
                       set step-selected to 1
               end-evaluate.

               exit paragraph.

           write-run-log.
               move step-name(s-i) to log-step-name.
               move step-program(s-i) to log-step-prog.
               perform append-run-log.

               exit paragraph.

           write-chain-complete.
               move "chain" to log-step-name.
               move "batch-chain" to log-step-prog.
               move "event=complete" to event-text.
               perform append-run-log.

               exit paragraph.

           append-run-log.
               call "date-utc"
               using by reference log-stamp,
               by content zero-days.

               move spaces to run-log-record.

               string
                   function trim(log-stamp)
                   " run=" run-date-key
                   " step=" function trim(log-step-name)
                   " program=" function trim(log-step-prog)
                   " " function trim(event-text)
                   into run-log-record
               end-string.

               open extend run-log-file.

               if run-log-status is not equal "00"
                   open output run-log-file
               end-if.

               write run-log-record.
               close run-log-file.

               exit paragraph.

       end program batch-chain.

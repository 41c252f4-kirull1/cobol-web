      **********************
      * SUBMISSIONS ARCHIVE AND PURGE
      **********************
      * Month-end job that moves closed submissions off the live
      * indexed master. A record is closed when its state is one of
      * SUBMISSIONS_ARCHIVE_STATES (default "PR": posted by
      * order-entry, or rejected) and it was received more than
      * SUBMISSIONS_RETENTION_DAYS (default 90) days before the run
      * day. Each one is written to the archive master for the year
      * it was received (/tmp/http-submissions-archive-YYYY.idx, same
      * record layout and key) and then deleted from the live master.
      * The archive register lists every record moved with counts by
      * state.
      *
      * The master stays live while this runs, so the job writes a
      * checkpoint (/tmp/http-submissions-archive.ckp) with the last
      * archived submission number every SUBMISSIONS_ARCHIVE_CHECKPOINT
      * (default 100) records. If a run dies the checkpoint is left
      * "running" and the next run restarts after that number with the
      * original run day, appending to the same register. A record
      * that was already written to the archive but not yet deleted
      * from the master is rewritten in the archive, never duplicated.
      *
      * With SUBMISSIONS_ARCHIVE_LOOKUP=<number> the job does no
      * archiving and instead reports which yearly archive (or the
      * live master) holds that submission.
      *
      * Ends with return code 4 when a closed record could not be
      * moved and 8 when the master cannot be opened.

       identification division.
       program-id. submissions-archive.

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
           select checkpoint-file assign to checkpoint-path
               organization is line sequential
               file status is checkpoint-status.
           select register-file assign to register-path
               organization is line sequential
               file status is register-status.

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

       fd checkpoint-file.
       01 checkpoint-record pic x(80).

       fd register-file.
       01 register-record pic x(256).

       working-storage section.
       77 master-path  pic x(256)
           value "/tmp/http-submissions.idx".
       77 archive-path pic x(256).
       77 checkpoint-path pic x(256)
           value "/tmp/http-submissions-archive.ckp".
       77 register-path pic x(256)
           value "/tmp/http-submissions-archive-register.txt".
       77 master-status     pic xx.
       77 archive-status    pic xx.
       77 checkpoint-status pic xx.
       77 register-status   pic xx.

      * checkpoint line: run day, last archived number, run state
      * and records archived so far.
       01 checkpoint-data.
           05 ckp-run-date pic 9(8).
           05 filler       pic x value space.
           05 ckp-last     pic 9(7).
           05 filler       pic x value space.
           05 ckp-state    pic x(8).
           05 filler       pic x value space.
           05 ckp-count    pic 9(7).

       77 run-date-key   pic 9(8).
       77 cutoff-key     pic 9(8).
       77 retention-days pic 9(5) value 90.
       77 retention-env  pic x(5).
       77 closed-states  pic x(8) value "PR".
       77 closed-env     pic x(8).
       77 checkpoint-every pic 9(5) value 100.
       77 checkpoint-env pic x(5).
       77 lookup-env     pic x(16).
       77 lookup-number  pic 9(7).

       77 is-restart     pic 9 value 0.
       77 last-number    pic 9(7) value 0.
       77 since-checkpoint pic 9(5) value 0.
       77 scan-done      pic 9 value 0.

       77 archive-open   pic 9 value 0.
       77 archive-year   pic 9(4) value 0.
       77 record-year    pic 9(4).
       77 stamp-date-key pic 9(8).

       77 log-dayname   pic x(8).
       77 log-dd        pic x(2).
       77 log-mon       pic x(8).
       77 log-yyyy      pic x(4).
       77 log-mon-num   pic 9(2).

       01 state-counts.
           05 state-count occurs 8 times pic 9(7).
       77 s-i            pic 9.
       77 archived-total pic 9(7) value 0.
       77 rewritten-total pic 9(7) value 0.
       77 failed-total   pic 9(7) value 0.
       77 read-total     pic 9(7) value 0.

       77 year-i        pic 9(4).
       77 found-count   pic 9(3) value 0.

       77 count-disp   pic zz,zzz,zz9.
       77 generated-at pic x(29).
       77 zero-days    pic 9(4) value 0.

       procedure division.

           main-line.
               initialize state-counts.
               perform load-settings.

               if lookup-env is not equal spaces
                   perform inquire-archives
                   stop run
               end-if.

               perform read-checkpoint.

               compute cutoff-key = function date-of-integer(
                   function integer-of-date(run-date-key)
                   - retention-days).

               open i-o master-file.

               if master-status is not equal "00"
                   display "submissions-archive: cannot open master, "
                       "status " master-status
                   move 8 to return-code
                   stop run
               end-if.

               perform open-register.

               perform archive-one-record until scan-done is equal 1.

               if archive-open is equal 1
                   close archive-file
               end-if.

               close master-file.

               move "complete" to ckp-state.
               perform write-checkpoint.

               perform write-register-totals.
               close register-file.

               display "submissions-archive: date " run-date-key
                   " cutoff " cutoff-key
                   " archived " archived-total
                   " failed " failed-total
                   " restart " is-restart.

               move 0 to return-code.

               if failed-total is greater than 0
                   move 4 to return-code
               end-if.

               stop run.

           load-settings.
               compute run-date-key =
                   function numval(function current-date(1:8)).

               move spaces to retention-env.
               accept retention-env
                   from environment "SUBMISSIONS_RETENTION_DAYS"
                   on exception
                       move spaces to retention-env
               end-accept.

               if retention-env is not equal spaces
               and function test-numval(retention-env) is equal 0
                   compute retention-days =
                       function numval(retention-env)
               end-if.

               move spaces to closed-env.
               accept closed-env
                   from environment "SUBMISSIONS_ARCHIVE_STATES"
                   on exception
                       move spaces to closed-env
               end-accept.

               if closed-env is not equal spaces
                   move function upper-case(closed-env)
                       to closed-states
               end-if.

               move spaces to checkpoint-env.
               accept checkpoint-env
                   from environment "SUBMISSIONS_ARCHIVE_CHECKPOINT"
                   on exception
                       move spaces to checkpoint-env
               end-accept.

               if checkpoint-env is not equal spaces
               and function test-numval(checkpoint-env) is equal 0
                   compute checkpoint-every =
                       function numval(checkpoint-env)
               end-if.

               if checkpoint-every is equal 0
                   move 1 to checkpoint-every
               end-if.

               move spaces to lookup-env.
               accept lookup-env
                   from environment "SUBMISSIONS_ARCHIVE_LOOKUP"
                   on exception
                       move spaces to lookup-env
               end-accept.

               exit paragraph.

      * a checkpoint left "running" means the last run died; carry on
      * after its last number with its run day so the cutoff and
      * register are the same.
           read-checkpoint.
               open input checkpoint-file.

               if checkpoint-status is not equal "00"
                   exit paragraph
               end-if.

               read checkpoint-file
                   at end
                       move spaces to checkpoint-record
               end-read.

               close checkpoint-file.

               move checkpoint-record to checkpoint-data.

               if ckp-state is equal "running"
               and ckp-run-date is numeric
               and ckp-last is numeric
                   set is-restart to 1
                   move ckp-run-date to run-date-key
                   move ckp-last to last-number
               end-if.

               exit paragraph.

           write-checkpoint.
               move run-date-key to ckp-run-date.
               move last-number to ckp-last.
               move archived-total to ckp-count.

               open output checkpoint-file.
               move checkpoint-data to checkpoint-record.
               write checkpoint-record.
               close checkpoint-file.

               move 0 to since-checkpoint.

               exit paragraph.

           open-register.
               if is-restart is equal 1
                   perform recount-register
                   open extend register-file
                   if register-status is equal "00"
                       move spaces to register-record
                       string
                           "RESTARTED AFTER SUBMISSION " last-number
                           into register-record
                       end-string
                       write register-record
                       exit paragraph
                   end-if
               end-if.

               open output register-file.

               call "date-utc"
               using by reference generated-at,
               by content zero-days.

               move spaces to register-record.
               string
                   "SUBMISSIONS ARCHIVE REGISTER FOR " run-date-key
                   into register-record
               end-string.
               write register-record.

               move spaces to register-record.
               string
                   "GENERATED " function trim(generated-at)
                   into register-record
               end-string.
               write register-record.

               move spaces to register-record.
               string
                   "CLOSED STATES " function trim(closed-states)
                   " RECEIVED BEFORE " cutoff-key
                   into register-record
               end-string.
               write register-record.

               move spaces to register-record.
               write register-record.

               move "running" to ckp-state.
               perform write-checkpoint.

               exit paragraph.

      * on a restart the counts are rebuilt from the detail lines the
      * dead run already wrote, so records archived after its last
      * checkpoint are still counted.
           recount-register.
               open input register-file.

               if register-status is not equal "00"
                   exit paragraph
               end-if.

               perform recount-one-line
                   until register-status is not equal "00".

               close register-file.

               exit paragraph.

           recount-one-line.
               read register-file
                   at end
                       move "10" to register-status
                       exit paragraph
               end-read.

               if register-record(1:7) is not numeric
               or register-record(8:1) is not equal space
                   exit paragraph
               end-if.

               add 1 to archived-total.

               perform varying s-i from 1 by 1
               until s-i is greater than 8
                   if closed-states(s-i:1) is equal register-record(9:1)
                       add 1 to state-count(s-i)
                       exit perform
                   end-if
               end-perform.

               exit paragraph.

           archive-one-record.
               move last-number to subm-number.

               start master-file key is greater than subm-number
                   invalid key
                       set scan-done to 1
                       exit paragraph
               end-start.

               read master-file next
                   at end
                       set scan-done to 1
                       exit paragraph
               end-read.

               add 1 to read-total.
               move subm-number to last-number.

               perform find-closed-state.

               if s-i is greater than 8
                   exit paragraph
               end-if.

               perform set-stamp-date-key.

               if stamp-date-key is equal 0
               or stamp-date-key is not less than cutoff-key
                   exit paragraph
               end-if.

               perform select-archive-year.

               if archive-open is equal 0
                   add 1 to failed-total
                   exit paragraph
               end-if.

               move master-record to archive-record.

               write archive-record
                   invalid key
                       rewrite archive-record
                           invalid key
                               continue
                       end-rewrite
                       add 1 to rewritten-total
               end-write.

               if archive-status is not equal "00"
               and archive-status is not equal "02"
                   add 1 to failed-total
                   exit paragraph
               end-if.

               delete master-file record
                   invalid key
                       add 1 to failed-total
                       exit paragraph
               end-delete.

               add 1 to archived-total.
               add 1 to state-count(s-i).

               perform write-register-line.

               add 1 to since-checkpoint.

               if since-checkpoint is not less than checkpoint-every
                   perform write-checkpoint
               end-if.

               exit paragraph.

           find-closed-state.
               perform varying s-i from 1 by 1
               until s-i is greater than 8
                   if closed-states(s-i:1) is not equal space
                   and closed-states(s-i:1) is equal subm-state
                       exit perform
                   end-if
               end-perform.

               exit paragraph.

           set-stamp-date-key.
               move spaces to log-dayname.
               move spaces to log-dd.
               move spaces to log-mon.
               move spaces to log-yyyy.

               unstring subm-stamp
                   delimited by all space
                   into log-dayname, log-dd, log-mon, log-yyyy
               end-unstring.

               perform month-number.

               set stamp-date-key to 0.

               if log-mon-num is equal 0
               or log-yyyy is not numeric
                   exit paragraph
               end-if.

               compute stamp-date-key =
                   function numval(log-yyyy) * 10000
                   + log-mon-num * 100
                   + function numval(log-dd).

               exit paragraph.

           month-number.
               evaluate log-mon(1:3)
                   when "Jan"
                       set log-mon-num to 1
                   when "Feb"
                       set log-mon-num to 2
                   when "Mar"
                       set log-mon-num to 3
                   when "Apr"
                       set log-mon-num to 4
                   when "May"
                       set log-mon-num to 5
                   when "Jun"
                       set log-mon-num to 6
                   when "Jul"
                       set log-mon-num to 7
                   when "Aug"
                       set log-mon-num to 8
                   when "Sep"
                       set log-mon-num to 9
                   when "Oct"
                       set log-mon-num to 10
                   when "Nov"
                       set log-mon-num to 11
                   when "Dec"
                       set log-mon-num to 12
                   when other
                       set log-mon-num to 0
               end-evaluate.

               exit paragraph.

      * one yearly archive is open at a time; the master is read in
      * number order, which is also arrival order, so the year only
      * changes a few times per run.
           select-archive-year.
               compute record-year = stamp-date-key / 10000.

               if archive-open is equal 1
               and record-year is equal archive-year
                   exit paragraph
               end-if.

               if archive-open is equal 1
                   close archive-file
                   set archive-open to 0
               end-if.

               move record-year to archive-year.
               perform set-archive-path.

               open i-o archive-file.

               if archive-status is equal "35"
                   open output archive-file
               end-if.

               if archive-status is equal "00"
                   set archive-open to 1
               else
                   display "submissions-archive: cannot open "
                       function trim(archive-path)
                       " status " archive-status
               end-if.

               exit paragraph.

           set-archive-path.
               move spaces to archive-path.
               string
                   "/tmp/http-submissions-archive-" archive-year
                   ".idx"
                   into archive-path
               end-string.

               exit paragraph.

           write-register-line.
               move spaces to register-record.
               string
                   subm-number " "
                   subm-state " "
                   stamp-date-key " "
                   archive-year " "
                   subm-user(1:12) " "
                   subm-payload(1:60)
                   into register-record
               end-string.
               write register-record.

               exit paragraph.

           write-register-totals.
               move spaces to register-record.
               write register-record.

               perform varying s-i from 1 by 1
               until s-i is greater than 8
                   if closed-states(s-i:1) is not equal space
                       move state-count(s-i) to count-disp
                       move spaces to register-record
                       string
                           "ARCHIVED IN STATE " closed-states(s-i:1)
                           " ......... " count-disp
                           into register-record
                       end-string
                       write register-record
                   end-if
               end-perform.

               move archived-total to count-disp.
               move spaces to register-record.
               string
                   "TOTAL ARCHIVED AND PURGED .. " count-disp
                   into register-record
               end-string.
               write register-record.

               move rewritten-total to count-disp.
               move spaces to register-record.
               string
                   "ALREADY IN ARCHIVE ......... " count-disp
                   into register-record
               end-string.
               write register-record.

               move failed-total to count-disp.
               move spaces to register-record.
               string
                   "NOT MOVED, I/O ERROR ....... " count-disp
                   into register-record
               end-string.
               write register-record.

               move spaces to register-record.
               write register-record.

               if failed-total is greater than 0
                   move
                   "EXCEPTION: SOME CLOSED RECORDS WERE NOT ARCHIVED"
                       to register-record
               else
                   move "NO EXCEPTIONS" to register-record
               end-if.
               write register-record.

               exit paragraph.

      * inquiry: the live master first, then each yearly archive
      * from this year back twenty years.
           inquire-archives.
               if function test-numval(lookup-env) is not equal 0
                   display "submissions-archive: lookup number "
                       function trim(lookup-env) " is not numeric"
                   exit paragraph
               end-if.

               compute lookup-number = function numval(lookup-env).

               open input master-file.

               if master-status is equal "00"
                   move lookup-number to subm-number
                   read master-file
                       invalid key
                           continue
                       not invalid key
                           add 1 to found-count
                           display "submissions-archive: "
                               subm-number " on live master, state "
                               subm-state " received "
                               function trim(subm-stamp)
                   end-read
                   close master-file
               end-if.

               compute archive-year =
                   function numval(function current-date(1:4)).

               perform inquire-one-archive
                   varying year-i from 0 by 1
                   until year-i is greater than 20.

               if found-count is equal 0
                   display "submissions-archive: " lookup-number
                       " not found on the master or any archive"
               end-if.

               exit paragraph.

           inquire-one-archive.
               perform set-archive-path.

               open input archive-file.

               if archive-status is equal "00"
                   move lookup-number to arch-number
                   read archive-file
                       invalid key
                           continue
                       not invalid key
                           add 1 to found-count
                           display "submissions-archive: "
                               arch-number " in "
                               function trim(archive-path)
                               " state " arch-state
                               " received " function trim(arch-stamp)
                               " user " function trim(arch-user)
                           display "    export " arch-export-date
                               " ack " arch-ack-date
                               " ref " function trim(arch-order-ref)
                           display "    payload "
                               function trim(arch-payload)
                   end-read
                   close archive-file
               end-if.

               subtract 1 from archive-year.

               exit paragraph.

       end program submissions-archive.

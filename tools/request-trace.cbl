      **********************
      * REQUEST TRACE INQUIRY
      **********************
      * One time-ordered trace of what happened to a request, or of
      * everything a user did over a range of days, pulled together
      * from the logs that carry the req= correlation id:
      *   - the access line (live /tmp/http-access.log and the dated
      *     archives /tmp/http-access-YYYYMMDD.log) with status,
      *     elapsed time and bytes;
      *   - error-log entries (/tmp/http-error.log);
      *   - the submissions-log line and the master record it became
      *     (live master and the yearly archive masters), with its
      *     review state, export date and order reference;
      *   - the uploaded files the submission points at, from the
      *     uploads log;
      *   - every webhook delivery attempt on the delivery ledger
      *     (HTTP_WEBHOOK_LEDGER_FILE, default
      *     /tmp/http-webhook-ledger.log), and deliveries still
      *     queued for retry or given up to the dead-letter file;
      *   - the user's quota usage that day, as "request n of m".
      * Select with TRACE_REQ_ID=<id>, or with TRACE_USER=<user> and
      * TRACE_FROM / TRACE_TO (YYYYMMDD, default today; TRACE_TO
      * defaults to TRACE_FROM). A request id may also be narrowed
      * to a date range; without one every access archive is read.
      * The report goes to /tmp/http-request-trace-report.txt or
      * TRACE_REPORT_FILE, which is how the console TRACE command
      * and the /trace route run it for first-line support.
      *
      * Ends with return code 4 when nothing was found and 8 when no
      * request id or user was given.

       identification division.
       program-id. request-trace.

       environment division.
       input-output section.
       file-control.
           select log-file assign to log-path
               organization is line sequential
               file status is log-status.
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
           select scan-list-file assign to scan-list-path
               organization is line sequential
               file status is scan-list-status.
           select report-file assign to report-path
               organization is line sequential
               file status is report-status.

       data division.
       file section.
       fd log-file.
       01 log-record pic x(2304).

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

       fd scan-list-file.
       01 scan-list-record pic x(256).

       fd report-file.
       01 report-record pic x(256).

       working-storage section.
       77 log-path pic x(256).
       77 master-path  pic x(256)
           value "/tmp/http-submissions.idx".
       77 archive-path pic x(256).
       77 scan-list-path pic x(256)
           value "/tmp/http-request-trace.list".
       77 report-path pic x(256)
           value "/tmp/http-request-trace-report.txt".
       77 report-env pic x(256).
       77 log-status       pic xx.
       77 master-status    pic xx.
       77 archive-status   pic xx.
       77 scan-list-status pic xx.
       77 report-status    pic xx.

       77 trace-req-id pic x(64).
       77 trace-user   pic x(64).
       77 from-env     pic x(8).
       77 to-env       pic x(8).
       77 from-key     pic 9(8) value 0.
       77 to-key       pic 9(8) value 0.
       77 user-mode    pic 9 value 0.
       77 range-on     pic 9 value 0.
       77 run-date-key pic 9(8).

      * the request ids being traced: the one asked for, or every
      * request the user made in the range. tr-day and tr-user come
      * from the access line and drive the usage lookup.
       01 trace-tbl.
           05 tr-entry occurs 500 times.
               10 tr-id        pic x(64).
               10 tr-user      pic x(64).
               10 tr-day       pic 9(8).
               10 tr-stamp     pic x(29).
               10 tr-secs      pic 9(12).
               10 tr-usage-pos pic 9(7).
               10 tr-day-at    pic 9(3).
           05 tr-size pic 9(4).

       77 tr-i  pic 9(4).
       77 tr-at pic 9(4).
       77 tr-overflow pic 9(7) value 0.

      * the trace itself, kept in stamp order as it is built.
       01 event-tbl.
           05 ev-entry occurs 3000 times.
               10 ev-secs   pic 9(12).
               10 ev-stamp  pic x(29).
               10 ev-source pic x(8).
               10 ev-req    pic x(64).
               10 ev-text   pic x(180).
           05 ev-size pic 9(4).

       77 ev-i  pic 9(4).
       77 ev-at pic 9(4).
       77 ev-overflow pic 9(7) value 0.

       01 new-event.
           05 new-secs   pic 9(12).
           05 new-stamp  pic x(29).
           05 new-source pic x(8).
           05 new-req    pic x(64).
           05 new-text   pic x(180).

      * "stored=" paths found in the traced submissions.
       01 upload-ref-tbl.
           05 ref-entry occurs 200 times.
               10 ref-path pic x(256).
               10 ref-req  pic x(64).
           05 ref-size pic 9(3).

       77 ref-i   pic 9(3).
       77 ref-pos pic 9(4).
       77 ref-work-path pic x(256).

      * days the traced requests fall on, with the user's request
      * total in that day's usage file.
       01 usage-day-tbl.
           05 day-entry occurs 62 times.
               10 day-key   pic 9(8).
               10 day-user  pic x(64).
               10 day-total pic 9(7).
           05 day-size pic 9(3).

       77 day-i pic 9(3).
       77 day-at pic 9(3).

       77 line-stamp   pic x(29).
       77 line-rest    pic x(2274).
       77 line-date-key pic 9(8).
       77 line-secs    pic 9(12).
       77 stamp-ok     pic 9.
       77 cand-req     pic x(64).
       77 cand-user    pic x(64).
       77 tok-method   pic x(16).
       77 tok-path     pic x(256).
       77 tok-status   pic x(16).
       77 tok-idx      pic x(16).
       77 tok-elapsed  pic x(32).
       77 tok-http     pic x(16).
       77 tok-bytes    pic x(32).
       77 tok-req      pic x(70).
       77 tok-user     pic x(70).
       77 tok-attempts pic x(32).
       77 req-at       pic 9(4).
       77 payload-work pic x(2274).
       77 webhook-key  pic x(14).
       77 webhook-text pic x(2274).
       77 ledger-path  pic x(256)
           value "/tmp/http-webhook-ledger.log".
       77 ledger-env   pic x(256).

       77 log-dayname   pic x(8).
       77 log-dd        pic x(2).
       77 log-mon       pic x(8).
       77 log-yyyy      pic x(4).
       77 log-mon-num   pic 9(2).

       77 list-date-at  pic 9(4).
       77 list-date-key pic 9(8).
       77 list-date-tok pic x(8).

       77 archive-year pic 9(4).
       77 year-i       pic 9(2).
       77 master-done  pic 9.
       77 master-note  pic x(64).
       77 subm-source  pic x(8).

       77 usage-user   pic x(64).
       77 usage-date   pic x(8).
       77 usage-name   pic x(64).
       77 usage-req    pic x(70).

       77 shell-cmd  pic x(512).
       77 delete-rc  pic s9(9) comp-5.

       77 access-total   pic 9(7) value 0.
       77 error-total    pic 9(7) value 0.
       77 subm-total     pic 9(7) value 0.
       77 master-total   pic 9(7) value 0.
       77 upload-total   pic 9(7) value 0.
       77 webhook-total  pic 9(7) value 0.
       77 ledger-total   pic 9(7) value 0.
       77 usage-total    pic 9(7) value 0.

       77 count-disp  pic zz,zzz,zz9.
       77 usage-disp  pic zz,zz9.
       77 usage-disp2 pic zz,zz9.
       77 number-disp pic 9(7).
       77 generated-at pic x(29).
       77 zero-days  pic 9(4) value 0.

       procedure division.

           main-line.
               initialize trace-tbl.
               initialize event-tbl.
               initialize upload-ref-tbl.
               initialize usage-day-tbl.
               move spaces to master-note.

               perform load-settings.

               if trace-req-id is equal spaces
               and trace-user is equal spaces
                   display "request-trace: set TRACE_REQ_ID or "
                       "TRACE_USER"
                   move 8 to return-code
                   stop run
               end-if.

               if user-mode is equal 0
                   move 1 to tr-size
                   move trace-req-id to tr-id(1)
               end-if.

               perform scan-access-archives.

               move "/tmp/http-access.log" to log-path.
               perform scan-access-log.

               move "/tmp/http-submissions.log" to log-path.
               perform scan-submissions-log.

               move "/tmp/http-error.log" to log-path.
               perform scan-error-log.

               perform scan-masters.

               move "/tmp/http-uploads.log" to log-path.
               perform scan-uploads-log.

               move ledger-path to log-path.
               perform scan-ledger-log.

               move "RETRY" to new-source.
               move "/tmp/http-webhook-retry.log" to log-path.
               perform scan-webhook-log.

               move "DEADLTR" to new-source.
               move "/tmp/http-webhook-dead.log" to log-path.
               perform scan-webhook-log.

               perform scan-usage-days.

               perform write-report.

               if user-mode is equal 1
                   display "request-trace: user "
                       function trim(trace-user)
                       " " from-key "-" to-key
                       " requests " tr-size
                       " events " ev-size
               else
                   display "request-trace: req "
                       function trim(trace-req-id)
                       " events " ev-size
               end-if.

               if ev-size is equal 0
                   move 4 to return-code
               else
                   move 0 to return-code
               end-if.

               stop run.

           load-settings.
               compute run-date-key =
                   function numval(function current-date(1:8)).

               move spaces to trace-req-id.
               accept trace-req-id
                   from environment "TRACE_REQ_ID"
                   on exception
                       move spaces to trace-req-id
               end-accept.

               move spaces to trace-user.
               accept trace-user
                   from environment "TRACE_USER"
                   on exception
                       move spaces to trace-user
               end-accept.

               move spaces to from-env.
               accept from-env
                   from environment "TRACE_FROM"
                   on exception
                       move spaces to from-env
               end-accept.

               move spaces to to-env.
               accept to-env
                   from environment "TRACE_TO"
                   on exception
                       move spaces to to-env
               end-accept.

               move spaces to report-env.
               accept report-env
                   from environment "TRACE_REPORT_FILE"
                   on exception
                       move spaces to report-env
               end-accept.

               if report-env is not equal spaces
                   move report-env to report-path
               end-if.

               move spaces to ledger-env.
               accept ledger-env
                   from environment "HTTP_WEBHOOK_LEDGER_FILE"
                   on exception
                       move spaces to ledger-env
               end-accept.

               if ledger-env is not equal spaces
                   move ledger-env to ledger-path
               end-if.

      * a request id wins over a user when both are set.
               if trace-req-id is equal spaces
               and trace-user is not equal spaces
                   move 1 to user-mode
               end-if.

               if from-env is not equal spaces
               and function test-numval(from-env) is equal 0
                   compute from-key = function numval(from-env)
               end-if.

               if to-env is not equal spaces
               and function test-numval(to-env) is equal 0
                   compute to-key = function numval(to-env)
               end-if.

               if user-mode is equal 1
               and from-key is equal 0
                   move run-date-key to from-key
               end-if.

               if from-key is greater than 0
                   if to-key is equal 0
                       move from-key to to-key
                   end-if
                   move 1 to range-on
               end-if.

               if to-key is greater than 0
               and from-key is equal 0
                   move to-key to from-key
                   move 1 to range-on
               end-if.

               exit paragraph.

      * the dated archives log-rotate leaves behind, oldest first,
      * skipping any day outside the range by its file name.
           scan-access-archives.
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

               if scan-list-status is not equal "00"
                   exit paragraph
               end-if.

               perform scan-one-archive-name
                   until scan-list-status is not equal "00".

               close scan-list-file.

               call "CBL_DELETE_FILE" using scan-list-path
               returning delete-rc.

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

               if range-on is equal 1
                   set list-date-at to 0
                   inspect scan-list-record
                       tallying list-date-at for characters
                       before initial ".log"
                   if list-date-at is greater than 8
                       move scan-list-record(list-date-at - 7:8)
                           to list-date-tok
                       if function test-numval(list-date-tok)
                       is equal 0
                           compute list-date-key =
                               function numval(list-date-tok)
                           if list-date-key is less than from-key
                           or list-date-key is greater than to-key
                               exit paragraph
                           end-if
                       end-if
                   end-if
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

               move log-record(1:29) to line-stamp.

               move spaces to tok-method tok-path tok-status tok-idx
                   tok-elapsed tok-http tok-bytes tok-req tok-user.

               unstring log-record(31:)
                   delimited by all space
                   into tok-method, tok-path, tok-status, tok-idx,
                       tok-elapsed, tok-http, tok-bytes, tok-req,
                       tok-user
               end-unstring.

               if tok-req(1:4) is not equal "req="
                   exit paragraph
               end-if.

               move tok-req(5:64) to cand-req.
               move spaces to cand-user.
               if tok-user(1:5) is equal "user="
                   move tok-user(6:64) to cand-user
               end-if.

               perform stamp-to-keys.

               if range-on is equal 1
                   if line-date-key is less than from-key
                   or line-date-key is greater than to-key
                       exit paragraph
                   end-if
               end-if.

               if user-mode is equal 1
                   if cand-user is not equal trace-user
                       exit paragraph
                   end-if
                   perform add-trace-id
               end-if.

               perform find-trace-id.

               if tr-at is equal 0
                   exit paragraph
               end-if.

               if cand-user is not equal spaces
                   move cand-user to tr-user(tr-at)
               end-if.
               move line-date-key to tr-day(tr-at).
               move line-stamp to tr-stamp(tr-at).
               move line-secs to tr-secs(tr-at).

               add 1 to access-total.

               move "ACCESS" to new-source.
               move spaces to new-text.
               string
                   function trim(tok-method) " "
                   function trim(tok-path) " "
                   function trim(tok-http) " "
                   function trim(tok-elapsed) " "
                   function trim(tok-bytes)
                   delimited by size
                   into new-text
               end-string.
               perform add-event.

               exit paragraph.

      * "<stamp> user=<user> req=<id> name=value ..."; in a user
      * trace a submission whose access line is missing (a worker
      * that died before logging) still brings its request in.
           scan-submissions-log.
               open input log-file.

               if log-status is not equal "00"
                   exit paragraph
               end-if.

               perform scan-submission-line
                   until log-status is not equal "00".

               close log-file.

               exit paragraph.

           scan-submission-line.
               read log-file
                   at end
                       move "10" to log-status
                       exit paragraph
               end-read.

               move log-record(1:29) to line-stamp.
               move log-record(31:) to line-rest.
               move spaces to tok-user tok-req cand-user.

               if line-rest(1:5) is equal "user="
                   unstring line-rest
                       delimited by all space
                       into tok-user, tok-req
                   end-unstring
                   move tok-user(6:64) to cand-user
               else
                   unstring line-rest
                       delimited by all space
                       into tok-req
                   end-unstring
               end-if.

               if tok-req(1:4) is not equal "req="
                   exit paragraph
               end-if.

               move tok-req(5:64) to cand-req.
               perform stamp-to-keys.

               if user-mode is equal 1
               and cand-user is equal trace-user
                   if range-on is equal 0
                   or (line-date-key is not less than from-key
                   and line-date-key is not greater than to-key)
                       perform add-trace-id
                       if tr-at is greater than 0
                       and tr-day(tr-at) is equal 0
                           move cand-user to tr-user(tr-at)
                           move line-date-key to tr-day(tr-at)
                           move line-stamp to tr-stamp(tr-at)
                           move line-secs to tr-secs(tr-at)
                       end-if
                   end-if
               end-if.

               perform find-trace-id.

               if tr-at is equal 0
                   exit paragraph
               end-if.

               add 1 to subm-total.

               set req-at to 0.
               inspect line-rest
                   tallying req-at for characters
                   before initial " ".
               move spaces to payload-work.
               move line-rest(req-at + 2:) to payload-work.

               if tok-user is not equal spaces
                   set req-at to 0
                   inspect payload-work
                       tallying req-at for characters
                       before initial " "
                   move payload-work(req-at + 2:) to line-rest
                   move line-rest to payload-work
               end-if.

               move "SUBMIT" to new-source.
               move spaces to new-text.
               string
                   "logged " function trim(payload-work)
                   delimited by size
                   into new-text
               end-string.
               perform add-event.

               perform collect-upload-refs.

               exit paragraph.

      * build-file-reference writes "file:<name> stored=<path>"
      * into the field value; each path runs to the next space.
           collect-upload-refs.
               perform varying ref-pos from 1 by 1
               until ref-pos is greater than 2260
                   if payload-work(ref-pos:8) is equal " stored="
                       move spaces to ref-work-path
                       unstring payload-work(ref-pos + 8:)
                           delimited by space
                           into ref-work-path
                       end-unstring
                       if ref-work-path is not equal spaces
                       and ref-size is less than 200
                           add 1 to ref-size
                           move ref-work-path to ref-path(ref-size)
                           move cand-req to ref-req(ref-size)
                       end-if
                   end-if
               end-perform.

               exit paragraph.

           scan-error-log.
               open input log-file.

               if log-status is not equal "00"
                   exit paragraph
               end-if.

               perform scan-error-line
                   until log-status is not equal "00".

               close log-file.

               exit paragraph.

      * "<stamp> op=<operation> ... req=<id>"; the id can sit
      * anywhere after the stamp.
           scan-error-line.
               read log-file
                   at end
                       move "10" to log-status
                       exit paragraph
               end-read.

               perform find-line-req.

               if cand-req is equal spaces
                   exit paragraph
               end-if.

               perform find-trace-id.

               if tr-at is equal 0
                   exit paragraph
               end-if.

               move log-record(1:29) to line-stamp.
               perform stamp-to-keys.

               add 1 to error-total.

               move "ERROR" to new-source.
               move log-record(31:180) to new-text.
               perform add-event.

               exit paragraph.

           find-line-req.
               move spaces to cand-req.
               set req-at to 0.

               inspect log-record
                   tallying req-at for characters
                   before initial " req=".

               if req-at is greater than or equal 2290
                   exit paragraph
               end-if.

               unstring log-record(req-at + 6:)
                   delimited by space
                   into cand-req
               end-unstring.

               exit paragraph.

      * the master record a traced submission became, on the live
      * master or moved to a yearly archive master.
           scan-masters.
               open input master-file.

               if master-status is not equal "00"
                   move spaces to master-note
                   string
                       "SUBMISSIONS MASTER NOT AVAILABLE, STATUS "
                       master-status
                       into master-note
                   end-string
               else
                   move "MASTER" to subm-source
                   set master-done to 0
                   perform check-master-record
                       until master-done is equal 1
                   close master-file
               end-if.

               compute archive-year =
                   function numval(function current-date(1:4)).

               perform check-one-archive
                   varying year-i from 0 by 1
                   until year-i is greater than 20.

               exit paragraph.

           check-master-record.
               read master-file next record
                   at end
                       set master-done to 1
                       exit paragraph
               end-read.

               if subm-req-id is equal spaces
                   exit paragraph
               end-if.

               move subm-req-id to cand-req.
               perform find-trace-id.

               if tr-at is greater than 0
                   perform add-master-event
               end-if.

               exit paragraph.

           check-one-archive.
               move spaces to archive-path.
               string
                   "/tmp/http-submissions-archive-" archive-year
                   ".idx"
                   into archive-path
               end-string.

               open input archive-file.

               if archive-status is equal "00"
                   move spaces to subm-source
                   string
                       "ARCH" archive-year
                       into subm-source
                   end-string
                   set master-done to 0
                   perform check-archive-record
                       until master-done is equal 1
                   close archive-file
               end-if.

               subtract 1 from archive-year.

               exit paragraph.

           check-archive-record.
               read archive-file next record
                   at end
                       set master-done to 1
                       exit paragraph
               end-read.

               if arch-req-id is equal spaces
                   exit paragraph
               end-if.

               move arch-req-id to cand-req.
               perform find-trace-id.

               if tr-at is greater than 0
                   move archive-record to master-record
                   perform add-master-event
               end-if.

               exit paragraph.

           add-master-event.
               add 1 to master-total.

               move subm-stamp to line-stamp.
               perform stamp-to-keys.

               move subm-source to new-source.
               move subm-number to number-disp.
               move spaces to new-text.
               string
                   "submission " number-disp
                   " state " subm-dup-flag subm-state
                   delimited by size
                   into new-text
               end-string.

               if subm-export-date is greater than 0
                   string
                       function trim(new-text)
                       " exported " subm-export-date
                       delimited by size
                       into new-text
                   end-string
               end-if.

               if subm-order-ref is not equal spaces
                   string
                       function trim(new-text)
                       " order " function trim(subm-order-ref)
                       delimited by size
                       into new-text
                   end-string
               end-if.

               perform add-event.

               exit paragraph.

      * "<stamp> user=<user> field=<f> type=<t> bytes=<n>
      * stored=<path> file=<name>", matched on the stored path.
           scan-uploads-log.
               if ref-size is equal 0
                   exit paragraph
               end-if.

               open input log-file.

               if log-status is not equal "00"
                   exit paragraph
               end-if.

               perform scan-upload-line
                   until log-status is not equal "00".

               close log-file.

               exit paragraph.

           scan-upload-line.
               read log-file
                   at end
                       move "10" to log-status
                       exit paragraph
               end-read.

               set req-at to 0.
               inspect log-record
                   tallying req-at for characters
                   before initial " stored=".

               if req-at is greater than or equal 2290
                   exit paragraph
               end-if.

               move spaces to ref-work-path.
               unstring log-record(req-at + 9:)
                   delimited by space
                   into ref-work-path
               end-unstring.

               move spaces to cand-req.
               perform varying ref-i from 1 by 1
               until ref-i is greater than ref-size
                   if ref-path(ref-i) is equal ref-work-path
                       move ref-req(ref-i) to cand-req
                       exit perform
                   end-if
               end-perform.

               if cand-req is equal spaces
                   exit paragraph
               end-if.

               add 1 to upload-total.

               move log-record(1:29) to line-stamp.
               perform stamp-to-keys.

               move "UPLOAD" to new-source.
               move log-record(31:180) to new-text.
               perform add-event.

               exit paragraph.

           scan-ledger-log.
               open input log-file.

               if log-status is not equal "00"
                   exit paragraph
               end-if.

               perform scan-ledger-line
                   until log-status is not equal "00".

               close log-file.

               exit paragraph.

      * "<attempt stamp> <submission stamp> req=R attempt=N
      * status=NNN source=S url=U"; the event goes at the time of the
      * attempt.
           scan-ledger-line.
               read log-file
                   at end
                       move "10" to log-status
                       exit paragraph
               end-read.

               perform find-line-req.

               if cand-req is equal spaces
                   exit paragraph
               end-if.

               perform find-trace-id.

               if tr-at is equal 0
                   exit paragraph
               end-if.

               move log-record(1:29) to line-stamp.
               perform stamp-to-keys.

               add 1 to ledger-total.

               set req-at to 0.
               inspect log-record(61:)
                   tallying req-at for characters
                   before initial " attempt=".

               move spaces to new-text.
               if req-at is less than 2120
                   string
                       "webhook"
                       log-record(61 + req-at:119)
                       delimited by size
                       into new-text
                   end-string
               else
                   string
                       "webhook "
                       log-record(61:119)
                       delimited by size
                       into new-text
                   end-string
               end-if.

               move "LEDGER" to new-source.
               perform add-event.

               exit paragraph.

      * retry and dead-letter lines keep the stamp of the original
      * submission and carry the webhook JSON, whose request_id is
      * the traced id: "<stamp> status=NNN [attempts=N] [req=R]
      * url=<url> payload={...}".
           scan-webhook-log.
               move X"22" to webhook-key(1:1).
               move "request_id" to webhook-key(2:10).
               move X"22" to webhook-key(12:1).
               move ":" to webhook-key(13:1).
               move X"22" to webhook-key(14:1).

               open input log-file.

               if log-status is not equal "00"
                   exit paragraph
               end-if.

               perform scan-webhook-line
                   until log-status is not equal "00".

               close log-file.

               exit paragraph.

           scan-webhook-line.
               read log-file
                   at end
                       move "10" to log-status
                       exit paragraph
               end-read.

               set req-at to 0.
               inspect log-record
                   tallying req-at for characters
                   before initial webhook-key.

               if req-at is greater than or equal 2280
                   exit paragraph
               end-if.

               move spaces to cand-req.
               unstring log-record(req-at + 15:)
                   delimited by X"22"
                   into cand-req
               end-unstring.

               perform find-trace-id.

               if tr-at is equal 0
                   exit paragraph
               end-if.

               add 1 to webhook-total.

               move log-record(1:29) to line-stamp.
               perform stamp-to-keys.

               move spaces to webhook-text.
               unstring log-record(31:)
                   delimited by " payload="
                   into webhook-text
               end-unstring.

               move spaces to new-text.
               if new-source is equal "RETRY"
                   string
                       "webhook queued for retry "
                       function trim(webhook-text)
                       delimited by size
                       into new-text
                   end-string
               else
                   string
                       "webhook given up "
                       function trim(webhook-text)
                       delimited by size
                       into new-text
                   end-string
               end-if.

               perform add-event.

               exit paragraph.

      * one pass over each day's usage file for the traced user:
      * the day's total and where each traced request fell in it.
           scan-usage-days.
               perform varying tr-i from 1 by 1
               until tr-i is greater than tr-size
                   if tr-day(tr-i) is greater than 0
                   and tr-user(tr-i) is not equal spaces
                       perform add-usage-day
                   end-if
               end-perform.

               perform varying day-i from 1 by 1
               until day-i is greater than day-size
                   perform scan-one-usage-day
               end-perform.

               perform varying tr-i from 1 by 1
               until tr-i is greater than tr-size
                   if tr-usage-pos(tr-i) is greater than 0
                       perform add-usage-event
                   end-if
               end-perform.

               exit paragraph.

           add-usage-day.
               move 0 to day-at.
               perform varying day-i from 1 by 1
               until day-i is greater than day-size
                   if day-key(day-i) is equal tr-day(tr-i)
                   and day-user(day-i) is equal tr-user(tr-i)
                       move day-i to day-at
                       exit perform
                   end-if
               end-perform.

               if day-at is equal 0
                   if day-size is greater than or equal 62
                       exit paragraph
                   end-if
                   add 1 to day-size
                   move day-size to day-at
                   move tr-day(tr-i) to day-key(day-at)
                   move tr-user(tr-i) to day-user(day-at)
                   move 0 to day-total(day-at)
               end-if.

               move day-at to tr-day-at(tr-i).

               exit paragraph.

           scan-one-usage-day.
               move spaces to log-path.
               string
                   "/tmp/http-user-usage-" day-key(day-i) ".log"
                   into log-path
               end-string.

               move day-user(day-i) to usage-user.

               open input log-file.

               if log-status is not equal "00"
                   exit paragraph
               end-if.

               perform scan-usage-line
                   until log-status is not equal "00".

               close log-file.

               add day-total(day-i) to usage-total.

               exit paragraph.

      * "YYYYMMDD user req=<id>"
           scan-usage-line.
               read log-file
                   at end
                       move "10" to log-status
                       exit paragraph
               end-read.

               move spaces to usage-date usage-name usage-req.

               unstring log-record
                   delimited by all space
                   into usage-date, usage-name, usage-req
               end-unstring.

               if usage-name is not equal usage-user
                   exit paragraph
               end-if.

               add 1 to day-total(day-i).

               if usage-req(1:4) is not equal "req="
                   exit paragraph
               end-if.

               move usage-req(5:64) to cand-req.
               perform find-trace-id.

               if tr-at is greater than 0
               and tr-day-at(tr-at) is equal day-i
                   move day-total(day-i) to tr-usage-pos(tr-at)
               end-if.

               exit paragraph.

           add-usage-event.
               move tr-stamp(tr-i) to new-stamp.
               move tr-secs(tr-i) to new-secs.
               move tr-id(tr-i) to new-req.
               move "USAGE" to new-source.

               move tr-usage-pos(tr-i) to usage-disp.
               move day-total(tr-day-at(tr-i)) to usage-disp2.

               move spaces to new-text.
               string
                   "request " function trim(usage-disp)
                   " of " function trim(usage-disp2)
                   " for " function trim(tr-user(tr-i))
                   " on " tr-day(tr-i)
                   delimited by size
                   into new-text
               end-string.

               perform add-event-entry.

               exit paragraph.

           stamp-to-keys.
               call "stamp-seconds"
               using by content line-stamp,
               by reference line-secs,
               by reference stamp-ok.

               if stamp-ok is not equal 1
                   move 0 to line-secs
               end-if.

               move spaces to log-dayname.
               move spaces to log-dd.
               move spaces to log-mon.
               move spaces to log-yyyy.

               unstring line-stamp
                   delimited by all space
                   into log-dayname, log-dd, log-mon, log-yyyy
               end-unstring.

               perform month-number.

               move 0 to line-date-key.
               if function test-numval(log-yyyy) is equal 0
               and function test-numval(log-dd) is equal 0
                   compute line-date-key =
                       function numval(log-yyyy) * 10000
                       + log-mon-num * 100
                       + function numval(log-dd)
               end-if.

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

           find-trace-id.
               move 0 to tr-at.

               if cand-req is equal spaces
                   exit paragraph
               end-if.

               perform varying tr-i from 1 by 1
               until tr-i is greater than tr-size
                   if tr-id(tr-i) is equal cand-req
                       move tr-i to tr-at
                       exit perform
                   end-if
               end-perform.

               exit paragraph.

           add-trace-id.
               perform find-trace-id.

               if tr-at is greater than 0
                   exit paragraph
               end-if.

               if tr-size is greater than or equal 500
                   add 1 to tr-overflow
                   exit paragraph
               end-if.

               add 1 to tr-size.
               move tr-size to tr-at.
               move cand-req to tr-id(tr-at).
               move 0 to tr-day(tr-at).
               move 0 to tr-usage-pos(tr-at).

               exit paragraph.

      * the event takes the stamp of the line just parsed.
           add-event.
               move line-stamp to new-stamp.
               move line-secs to new-secs.
               move cand-req to new-req.

               perform add-event-entry.

               exit paragraph.

      * insertion keeps the table in stamp order; events on the
      * same second stay in the order they were found, which puts
      * the access line ahead of what the request went on to do.
           add-event-entry.
               if ev-size is greater than or equal 3000
                   add 1 to ev-overflow
                   exit paragraph
               end-if.

               add 1 to ev-size.
               move ev-size to ev-at.

               perform until ev-at is equal 1
               or ev-secs(ev-at - 1) is not greater than new-secs
                   move ev-entry(ev-at - 1) to ev-entry(ev-at)
                   subtract 1 from ev-at
               end-perform.

               move new-secs to ev-secs(ev-at).
               move new-stamp to ev-stamp(ev-at).
               move new-source to ev-source(ev-at).
               move new-req to ev-req(ev-at).
               move new-text to ev-text(ev-at).

               exit paragraph.

           write-report.
               call "date-utc"
               using by reference generated-at,
               by content zero-days.

               open output report-file.

               if report-status is not equal "00"
                   display "request-trace: cannot write "
                       function trim(report-path)
                   exit paragraph
               end-if.

               move spaces to report-record.
               if user-mode is equal 1
                   string
                       "REQUEST TRACE FOR USER "
                       function trim(trace-user)
                       " FROM " from-key " TO " to-key
                       into report-record
                   end-string
               else
                   string
                       "REQUEST TRACE FOR REQ "
                       function trim(trace-req-id)
                       into report-record
                   end-string
               end-if.
               write report-record.

               move spaces to report-record.
               string
                   "GENERATED " function trim(generated-at)
                   into report-record
               end-string.
               write report-record.

               move spaces to report-record.
               write report-record.

               if ev-size is equal 0
                   move "NO EVENTS FOUND" to report-record
                   write report-record
               end-if.

               perform varying ev-i from 1 by 1
               until ev-i is greater than ev-size
                   perform write-event-line
               end-perform.

               move spaces to report-record.
               write report-record.

               if master-note is not equal spaces
                   move master-note to report-record
                   write report-record
               end-if.

               move tr-size to count-disp.
               move spaces to report-record.
               string
                   "REQUESTS TRACED ........... " count-disp
                   into report-record
               end-string.
               write report-record.

               move ev-size to count-disp.
               move spaces to report-record.
               string
                   "EVENTS LISTED ............. " count-disp
                   into report-record
               end-string.
               write report-record.

               move access-total to count-disp.
               move spaces to report-record.
               string
                   "ACCESS LINES .............. " count-disp
                   into report-record
               end-string.
               write report-record.

               move error-total to count-disp.
               move spaces to report-record.
               string
                   "ERROR ENTRIES ............. " count-disp
                   into report-record
               end-string.
               write report-record.

               move subm-total to count-disp.
               move spaces to report-record.
               string
                   "SUBMISSIONS LOGGED ........ " count-disp
                   into report-record
               end-string.
               write report-record.

               move master-total to count-disp.
               move spaces to report-record.
               string
                   "MASTER RECORDS ............ " count-disp
                   into report-record
               end-string.
               write report-record.

               move upload-total to count-disp.
               move spaces to report-record.
               string
                   "UPLOADED FILES ............ " count-disp
                   into report-record
               end-string.
               write report-record.

               move webhook-total to count-disp.
               move spaces to report-record.
               string
                   "WEBHOOK RETRIES/DEAD ...... " count-disp
                   into report-record
               end-string.
               write report-record.

               move ledger-total to count-disp.
               move spaces to report-record.
               string
                   "WEBHOOK ATTEMPTS .......... " count-disp
                   into report-record
               end-string.
               write report-record.

               perform varying day-i from 1 by 1
               until day-i is greater than day-size
                   move day-total(day-i) to count-disp
                   move spaces to report-record
                   string
                       "USAGE " day-key(day-i) " "
                       function trim(day-user(day-i))
                       " REQUESTS " count-disp
                       into report-record
                   end-string
                   write report-record
               end-perform.

               if tr-overflow is greater than 0
               or ev-overflow is greater than 0
                   move spaces to report-record
                   string
                       "TRACE TRUNCATED: TOO MANY REQUESTS OR EVENTS, "
                       "NARROW THE DATE RANGE"
                       into report-record
                   end-string
                   write report-record
               end-if.

               close report-file.

               exit paragraph.

           write-event-line.
               move spaces to report-record.

               if user-mode is equal 1
                   string
                       ev-stamp(ev-i)(6:20) " "
                       ev-source(ev-i) " "
                       function trim(ev-req(ev-i)) " "
                       function trim(ev-text(ev-i))
                       delimited by size
                       into report-record
                   end-string
               else
                   string
                       ev-stamp(ev-i)(6:20) " "
                       ev-source(ev-i) " "
                       function trim(ev-text(ev-i))
                       delimited by size
                       into report-record
                   end-string
               end-if.

               write report-record.

               exit paragraph.

       end program request-trace.

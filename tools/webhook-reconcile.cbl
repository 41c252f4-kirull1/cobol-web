      **********************
      * WEBHOOK DELIVERY RECONCILIATION
      **********************
      * Daily proof that every submission reached the downstream
      * webhook, and when. The day's records on the submissions
      * master are matched by request id against
      *   - the delivery ledger the webhook-ledger program keeps
      *     (HTTP_WEBHOOK_LEDGER_FILE, default
      *     /tmp/http-webhook-ledger.log), one line per attempt from
      *     http-index, webhook-replay or a re-send below;
      *   - the retry log (/tmp/http-webhook-retry.log, and the
      *     staged copy webhook-replay may be working through);
      *   - the dead-letter file (/tmp/http-webhook-dead.log).
      * The report lists submissions never delivered (split into
      * still pending in retry, dead-lettered, and nothing queued at
      * all), submissions delivered more than once or delivered but
      * still queued for another try, and then every delivered
      * submission with the time its first 2xx came back. Ledger
      * attempts for the day with no master record behind them are
      * counted. The day defaults to today, the same day
      * submissions-capture loads, and is set with
      * WEBHOOK_RECONCILE_DATE=YYYYMMDD.
      *
      * With WEBHOOK_RESEND_NUMBERS=<n>,<n>,... (commas or spaces)
      * the run is a targeted re-send instead: each submission is
      * read from the master by number, its webhook JSON is rebuilt
      * from the stored payload the way http-index builds it, and it
      * is posted to HTTP_WEBHOOK_URL once, with a source=resend
      * ledger line numbered after the attempts already on the
      * ledger. A failed re-send is reported, not queued for retry.
      * The master payload is split into fields at each space that
      * starts a "name=" token, so a value that itself holds such a
      * token is sent split in two.
      *
      * The report goes to /tmp/http-webhook-reconcile-report.txt or
      * WEBHOOK_RECONCILE_REPORT_FILE. Ends with return code 4 when
      * anything was reported, and 8 when the master cannot be
      * opened, the day is not a valid date, or a re-send is asked
      * for with no HTTP_WEBHOOK_URL.

       identification division.
       program-id. webhook-reconcile.

       environment division.
       input-output section.
       file-control.
           select master-file assign to master-path
               organization is indexed
               access mode is dynamic
               record key is subm-number
               file status is master-status.
           select log-file assign to log-path
               organization is line sequential
               file status is log-status.
           select report-file assign to report-path
               organization is line sequential
               file status is report-status.

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

       fd log-file.
       01 log-record pic x(2304).

       fd report-file.
       01 report-record pic x(256).

       working-storage section.
       77 master-path  pic x(256)
           value "/tmp/http-submissions.idx".
       77 ledger-path  pic x(256)
           value "/tmp/http-webhook-ledger.log".
       77 retry-log-path pic x(256)
           value "/tmp/http-webhook-retry.log".
       77 retry-work-path pic x(256)
           value "/tmp/http-webhook-retry.work".
       77 dead-letter-path pic x(256)
           value "/tmp/http-webhook-dead.log".
       77 report-path  pic x(256)
           value "/tmp/http-webhook-reconcile-report.txt".
       77 log-path     pic x(256).
       77 report-env   pic x(256).
       77 ledger-env   pic x(256).
       77 master-status pic xx.
       77 log-status    pic xx.
       77 report-status pic xx.
       77 master-done   pic 9.

       77 day-env      pic x(8).
       77 day-key      pic 9(8).
       77 resend-env   pic x(512).
       77 resend-mode  pic 9 value 0.
       77 date-mode    pic 9 value 1.
       77 webhook-url  pic x(512).

      * the submissions being reconciled or re-sent, with what the
      * ledger and the queues say about each.
       01 subm-tbl.
           05 st-entry occurs 5000 times.
               10 st-number      pic 9(7).
               10 st-stamp       pic x(29).
               10 st-req         pic x(64).
               10 st-tries       pic 9(5).
               10 st-oks         pic 9(5).
               10 st-last-status pic 9(3).
               10 st-first-ok    pic x(29).
               10 st-first-try   pic 9(3).
               10 st-last-ok     pic x(29).
               10 st-queued      pic 9.
               10 st-dead        pic 9.
               10 st-category    pic x.
                   88 st-never       value "N".
                   88 st-pending     value "P".
                   88 st-dead-letter value "D".
                   88 st-once        value "O".
                   88 st-many        value "M".
                   88 st-requeued    value "Q".
           05 st-size pic 9(4).

       77 st-i  pic 9(4).
       77 st-at pic 9(4).
       77 st-overflow pic 9(7) value 0.

      * re-send selection, in the order given.
       01 select-tbl.
           05 sel-entry occurs 200 times.
               10 sel-token  pic x(16).
               10 sel-number pic 9(7).
               10 sel-valid  pic 9.
           05 sel-size pic 9(3).

       77 sel-i     pic 9(3).
       77 sel-ptr   pic 9(4).
       77 sel-tok   pic x(16).

       77 line-stamp    pic x(29).
       77 line-date-key pic 9(8).
       77 line-req      pic x(64).
       77 line-status   pic 9(3).
       77 line-attempt  pic 9(3).
       77 ledger-tok1   pic x(80).
       77 ledger-tok2   pic x(80).
       77 ledger-tok3   pic x(80).
       77 ledger-tok    pic x(80).
       77 queue-head    pic x(600).
       77 queue-kind    pic x.
       77 line-label    pic x(17).
       77 req-at        pic 9(4).
       77 webhook-key   pic x(14).

       77 log-dayname   pic x(8).
       77 log-dd        pic x(2).
       77 log-mon       pic x(8).
       77 log-yyyy      pic x(4).
       77 log-mon-num   pic 9(2).

      * the master payload split back into the webhook's fields.
       77 pay-len      pic 9(4).
       77 pay-pos      pic 9(4).
       77 eq-at        pic 9(4).
       77 val-end      pic 9(4).
       77 scan-at      pic 9(4).
       77 tok-at       pic 9(4).
       77 field-start  pic 9.

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

       77 resend-attempt pic 9(3).
       77 resend-source  pic x(8) value "resend".

       77 master-total    pic 9(7) value 0.
       77 once-total      pic 9(7) value 0.
       77 many-total      pic 9(7) value 0.
       77 requeued-total  pic 9(7) value 0.
       77 pending-total   pic 9(7) value 0.
       77 dead-total      pic 9(7) value 0.
       77 never-total     pic 9(7) value 0.
       77 ledger-total    pic 9(7) value 0.
       77 orphan-total    pic 9(7) value 0.
       77 exception-total pic 9(7) value 0.
       77 selected-total  pic 9(7) value 0.
       77 resent-total    pic 9(7) value 0.
       77 failed-total    pic 9(7) value 0.
       77 missing-total   pic 9(7) value 0.
       77 invalid-total   pic 9(7) value 0.

       77 count-disp   pic zz,zzz,zz9.
       77 tries-disp   pic zz,zz9.
       77 number-disp  pic 9(7).
       77 generated-at pic x(29).
       77 zero-days    pic 9(4) value 0.

       procedure division.

           main-line.
               initialize subm-tbl.
               initialize select-tbl.
               perform load-settings.

               if resend-mode is equal 1
                   perform resend-selected
               else
                   perform reconcile-day
               end-if.

               move 0 to return-code.

               if exception-total is greater than 0
                   move 4 to return-code
               end-if.

               stop run.

           load-settings.
               move spaces to day-env.
               accept day-env
                   from environment "WEBHOOK_RECONCILE_DATE"
                   on exception
                       move spaces to day-env
               end-accept.

               if day-env is equal spaces
                   move function current-date(1:8) to day-env
               end-if.

               if day-env is not numeric
                   display "webhook-reconcile: "
                       "WEBHOOK_RECONCILE_DATE is not YYYYMMDD: "
                       day-env
                   move 8 to return-code
                   stop run
               end-if.

               move day-env to day-key.

               if function test-date-yyyymmdd(day-key)
               is not equal 0
                   display "webhook-reconcile: "
                       "WEBHOOK_RECONCILE_DATE is not a date: "
                       day-env
                   move 8 to return-code
                   stop run
               end-if.

               move spaces to resend-env.
               accept resend-env
                   from environment "WEBHOOK_RESEND_NUMBERS"
                   on exception
                       move spaces to resend-env
               end-accept.

               if resend-env is not equal spaces
                   move 1 to resend-mode
                   move 0 to date-mode
               end-if.

               move spaces to report-env.
               accept report-env
                   from environment "WEBHOOK_RECONCILE_REPORT_FILE"
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

               move spaces to webhook-url.
               accept webhook-url
                   from environment "HTTP_WEBHOOK_URL"
                   on exception
                       move spaces to webhook-url
               end-accept.

               exit paragraph.

           reconcile-day.
               open input master-file.

               if master-status is not equal "00"
                   display "webhook-reconcile: cannot open master, "
                       "status " master-status
                   move 8 to return-code
                   stop run
               end-if.

               move 0 to subm-number.

               start master-file key is greater than subm-number
                   invalid key
                       move "10" to master-status
               end-start.

               set master-done to 0.
               if master-status is not equal "00"
                   set master-done to 1
               end-if.

               perform load-day-record until master-done is equal 1.
               close master-file.

               perform scan-ledger.

               move "Q" to queue-kind.
               move retry-log-path to log-path.
               perform scan-queue-file.
               move retry-work-path to log-path.
               perform scan-queue-file.

               move "D" to queue-kind.
               move dead-letter-path to log-path.
               perform scan-queue-file.

               perform classify-entry
                   varying st-i from 1 by 1
                   until st-i is greater than st-size.

               perform write-reconcile-report.

               display "webhook-reconcile: date " day-key
                   " master " master-total
                   " delivered " once-total
                   " more-than-once " many-total
                   " still-queued " requeued-total
                   " pending " pending-total
                   " dead-lettered " dead-total
                   " never " never-total.

               exit paragraph.

           load-day-record.
               read master-file next
                   at end
                       set master-done to 1
                       exit paragraph
               end-read.

               move subm-stamp to line-stamp.
               perform stamp-to-date.

               if line-date-key is not equal day-key
                   exit paragraph
               end-if.

               add 1 to master-total.

               if st-size is greater than or equal 5000
                   add 1 to st-overflow
                   exit paragraph
               end-if.

               add 1 to st-size.
               move subm-number to st-number(st-size).
               move subm-stamp to st-stamp(st-size).
               move subm-req-id to st-req(st-size).

               exit paragraph.

      * ledger lines read "<attempt stamp> <submission stamp> req=R
      * attempt=N status=NNN source=S url=U", both stamps the fixed
      * 29-character date-utc form. Only lines for the day's
      * submissions are looked at when reconciling a day.
           scan-ledger.
               move ledger-path to log-path.
               open input log-file.

               if log-status is not equal "00"
                   exit paragraph
               end-if.

               perform scan-ledger-line
                   until log-status is not equal "00".

               close log-file.

               exit paragraph.

           scan-ledger-line.
               read log-file
                   at end
                       move "10" to log-status
                       exit paragraph
               end-read.

               if log-record is equal spaces
                   exit paragraph
               end-if.

               move log-record(31:29) to line-stamp.

               if date-mode is equal 1
                   perform stamp-to-date
                   if line-date-key is not equal day-key
                       exit paragraph
                   end-if
               end-if.

               move spaces to ledger-tok1.
               move spaces to ledger-tok2.
               move spaces to ledger-tok3.

               unstring log-record(61:)
                   delimited by all space
                   into ledger-tok1, ledger-tok2, ledger-tok3
               end-unstring.

               move spaces to line-req.
               move 0 to line-attempt.
               move 0 to line-status.

               move ledger-tok1 to ledger-tok.
               perform parse-ledger-token.
               move ledger-tok2 to ledger-tok.
               perform parse-ledger-token.
               move ledger-tok3 to ledger-tok.
               perform parse-ledger-token.

               perform find-req-entry.

               if st-at is equal 0
                   if date-mode is equal 1
                       add 1 to ledger-total
                       add 1 to orphan-total
                   end-if
                   exit paragraph
               end-if.

               add 1 to ledger-total.
               add 1 to st-tries(st-at).
               move line-status to st-last-status(st-at).

               if line-status is greater than or equal 200
               and line-status is less than 300
                   add 1 to st-oks(st-at)
                   if st-oks(st-at) is equal 1
                       move log-record(1:29) to st-first-ok(st-at)
                       move line-attempt to st-first-try(st-at)
                   end-if
                   move log-record(1:29) to st-last-ok(st-at)
               end-if.

               exit paragraph.

           parse-ledger-token.
               evaluate true
                   when ledger-tok(1:4) is equal "req="
                       move ledger-tok(5:64) to line-req
                   when ledger-tok(1:8) is equal "attempt="
                   and ledger-tok(9:3) is numeric
                       move ledger-tok(9:3) to line-attempt
                   when ledger-tok(1:7) is equal "status="
                   and ledger-tok(8:3) is numeric
                       move ledger-tok(8:3) to line-status
               end-evaluate.

               exit paragraph.

      * retry and dead-letter lines read "<submission stamp>
      * status=NNN [attempts=N] [req=R] url=<url> payload=<json>";
      * lines written before the req= token was added give up their
      * id from the request_id in the JSON.
           scan-queue-file.
               open input log-file.

               if log-status is not equal "00"
                   exit paragraph
               end-if.

               perform scan-queue-line
                   until log-status is not equal "00".

               close log-file.

               exit paragraph.

           scan-queue-line.
               read log-file
                   at end
                       move "10" to log-status
                       exit paragraph
               end-read.

               if log-record is equal spaces
                   exit paragraph
               end-if.

               move log-record(1:29) to line-stamp.
               perform stamp-to-date.

               if line-date-key is not equal day-key
                   exit paragraph
               end-if.

               move spaces to queue-head.
               unstring log-record
                   delimited by " payload="
                   into queue-head
               end-unstring.

               move spaces to line-req.

               set req-at to 0.
               inspect queue-head
                   tallying req-at for characters
                   before initial " req=".

               if req-at is less than 590
                   unstring queue-head(req-at + 6:)
                       delimited by space
                       into line-req
                   end-unstring
               else
                   perform queue-request-id
               end-if.

               perform find-req-entry.

               if st-at is equal 0
                   exit paragraph
               end-if.

               if queue-kind is equal "D"
                   move 1 to st-dead(st-at)
               else
                   move 1 to st-queued(st-at)
               end-if.

               exit paragraph.

           queue-request-id.
               move X"22" to webhook-key(1:1).
               move "request_id" to webhook-key(2:10).
               move X"22" to webhook-key(12:1).
               move ":" to webhook-key(13:1).
               move X"22" to webhook-key(14:1).

               set req-at to 0.
               inspect log-record
                   tallying req-at for characters
                   before initial webhook-key.

               if req-at is less than 2280
                   unstring log-record(req-at + 15:)
                       delimited by X"22"
                       into line-req
                   end-unstring
               end-if.

               exit paragraph.

      * the request id comes from the client and can repeat, so a
      * line belongs to the submission with both its request id and
      * its submission stamp.
           find-req-entry.
               move 0 to st-at.

               if line-req is equal spaces
                   exit paragraph
               end-if.

               perform varying st-i from 1 by 1
               until st-i is greater than st-size
                   if st-req(st-i) is equal line-req
                   and st-stamp(st-i) is equal line-stamp
                       move st-i to st-at
                       exit perform
                   end-if
               end-perform.

               exit paragraph.

      * a submission delivered once but still sitting in the retry
      * log will be delivered again by the next replay, so it is
      * reported beside the ones already delivered twice.
           classify-entry.
               evaluate true
                   when st-oks(st-i) is greater than 1
                       set st-many(st-i) to true
                       add 1 to many-total
                       add 1 to exception-total
                   when st-oks(st-i) is equal 1
                   and st-queued(st-i) is equal 1
                       set st-requeued(st-i) to true
                       add 1 to requeued-total
                       add 1 to exception-total
                   when st-oks(st-i) is equal 1
                       set st-once(st-i) to true
                       add 1 to once-total
                   when st-queued(st-i) is equal 1
                       set st-pending(st-i) to true
                       add 1 to pending-total
                       add 1 to exception-total
                   when st-dead(st-i) is equal 1
                       set st-dead-letter(st-i) to true
                       add 1 to dead-total
                       add 1 to exception-total
                   when other
                       set st-never(st-i) to true
                       add 1 to never-total
                       add 1 to exception-total
               end-evaluate.

               exit paragraph.

           write-reconcile-report.
               perform open-report.

               move spaces to report-record.
               string
                   "WEBHOOK DELIVERY RECONCILIATION FOR " day-key
                   into report-record
               end-string.
               write report-record.

               perform write-report-stamp.

               move spaces to report-record.
               string
                   "LEDGER " function trim(ledger-path)
                   into report-record
               end-string.
               write report-record.

               move spaces to report-record.
               write report-record.

               move "NOT DELIVERED" to report-record.
               write report-record.

               perform write-undelivered-line
                   varying st-i from 1 by 1
                   until st-i is greater than st-size.

               move spaces to report-record.
               write report-record.

               move "DELIVERED MORE THAN ONCE OR STILL QUEUED"
                   to report-record.
               write report-record.

               perform write-repeat-line
                   varying st-i from 1 by 1
                   until st-i is greater than st-size.

               move spaces to report-record.
               write report-record.

               move "DELIVERED" to report-record.
               write report-record.

               perform write-delivered-line
                   varying st-i from 1 by 1
                   until st-i is greater than st-size.

               perform write-reconcile-totals.

               close report-file.

               exit paragraph.

           write-undelivered-line.
               if not st-never(st-i)
               and not st-pending(st-i)
               and not st-dead-letter(st-i)
                   exit paragraph
               end-if.

               move st-number(st-i) to number-disp.
               move st-tries(st-i) to tries-disp.
               move spaces to report-record.

               evaluate true
                   when st-pending(st-i)
                       move "PENDING RETRY" to line-label
                   when st-dead-letter(st-i)
                       move "DEAD-LETTERED" to line-label
                   when other
                       move "NEVER DELIVERED" to line-label
               end-evaluate.

               if st-tries(st-i) is equal 0
                   string
                       line-label "SUBM " number-disp
                       " " st-stamp(st-i)(6:20)
                       " REQ " function trim(st-req(st-i))
                       " NO ATTEMPTS"
                       delimited by size
                       into report-record
                   end-string
               else
                   string
                       line-label "SUBM " number-disp
                       " " st-stamp(st-i)(6:20)
                       " REQ " function trim(st-req(st-i))
                       " TRIES " function trim(tries-disp)
                       " LAST STATUS " st-last-status(st-i)
                       delimited by size
                       into report-record
                   end-string
               end-if.

               write report-record.

               exit paragraph.

           write-repeat-line.
               if not st-many(st-i)
               and not st-requeued(st-i)
                   exit paragraph
               end-if.

               move st-number(st-i) to number-disp.
               move st-oks(st-i) to tries-disp.
               move spaces to report-record.

               if st-many(st-i)
                   move spaces to line-label
                   string
                       "DELIVERED " function trim(tries-disp) "X"
                       delimited by size
                       into line-label
                   end-string
                   string
                       line-label "SUBM " number-disp
                       " " st-stamp(st-i)(6:20)
                       " REQ " function trim(st-req(st-i))
                       " FIRST " st-first-ok(st-i)(6:20)
                       " LAST " st-last-ok(st-i)(6:20)
                       delimited by size
                       into report-record
                   end-string
               else
                   string
                       "STILL QUEUED     SUBM " number-disp
                       " " st-stamp(st-i)(6:20)
                       " REQ " function trim(st-req(st-i))
                       " DELIVERED " st-first-ok(st-i)(6:20)
                       delimited by size
                       into report-record
                   end-string
               end-if.

               write report-record.

               exit paragraph.

           write-delivered-line.
               if st-oks(st-i) is equal 0
                   exit paragraph
               end-if.

               move st-number(st-i) to number-disp.
               move spaces to report-record.

               string
                   "DELIVERED        SUBM " number-disp
                   " " st-stamp(st-i)(6:20)
                   " AT " st-first-ok(st-i)(6:20)
                   " TRY " st-first-try(st-i)
                   " REQ " function trim(st-req(st-i))
                   delimited by size
                   into report-record
               end-string.

               write report-record.

               exit paragraph.

           write-reconcile-totals.
               move spaces to report-record.
               write report-record.

               move master-total to count-disp.
               move spaces to report-record.
               string
                   "MASTER RECORDS FOR DAY ...... " count-disp
                   into report-record
               end-string.
               write report-record.

               move once-total to count-disp.
               move spaces to report-record.
               string
                   "DELIVERED ONCE .............. " count-disp
                   into report-record
               end-string.
               write report-record.

               move many-total to count-disp.
               move spaces to report-record.
               string
                   "DELIVERED MORE THAN ONCE .... " count-disp
                   into report-record
               end-string.
               write report-record.

               move requeued-total to count-disp.
               move spaces to report-record.
               string
                   "DELIVERED, STILL QUEUED ..... " count-disp
                   into report-record
               end-string.
               write report-record.

               move pending-total to count-disp.
               move spaces to report-record.
               string
                   "PENDING IN RETRY ............ " count-disp
                   into report-record
               end-string.
               write report-record.

               move dead-total to count-disp.
               move spaces to report-record.
               string
                   "DEAD-LETTERED ............... " count-disp
                   into report-record
               end-string.
               write report-record.

               move never-total to count-disp.
               move spaces to report-record.
               string
                   "NEVER DELIVERED ............. " count-disp
                   into report-record
               end-string.
               write report-record.

               move ledger-total to count-disp.
               move spaces to report-record.
               string
                   "LEDGER ATTEMPTS FOR DAY ..... " count-disp
                   into report-record
               end-string.
               write report-record.

               move orphan-total to count-disp.
               move spaces to report-record.
               string
                   "ATTEMPTS WITH NO MASTER ..... " count-disp
                   into report-record
               end-string.
               write report-record.

               if st-overflow is greater than 0
                   move st-overflow to count-disp
                   move spaces to report-record
                   string
                       "NOT CHECKED (TABLE FULL) .... " count-disp
                       into report-record
                   end-string
                   write report-record
               end-if.

               exit paragraph.

           resend-selected.
               if webhook-url is equal spaces
                   display "webhook-reconcile: HTTP_WEBHOOK_URL is "
                       "not set, nothing can be re-sent"
                   move 8 to return-code
                   stop run
               end-if.

               perform split-resend-numbers.

               open input master-file.

               if master-status is not equal "00"
                   display "webhook-reconcile: cannot open master, "
                       "status " master-status
                   move 8 to return-code
                   stop run
               end-if.

               perform select-resend-record
                   varying sel-i from 1 by 1
                   until sel-i is greater than sel-size.

               perform scan-ledger.

               perform open-report.

               move "WEBHOOK TARGETED RE-SEND" to report-record.
               write report-record.

               perform write-report-stamp.

               move spaces to report-record.
               string
                   "URL " function trim(webhook-url)
                   into report-record
               end-string.
               write report-record.

               move spaces to report-record.
               write report-record.

               perform resend-one-number
                   varying sel-i from 1 by 1
                   until sel-i is greater than sel-size.

               close master-file.

               perform write-resend-totals.

               close report-file.

               display "webhook-reconcile: re-send selected "
                   selected-total
                   " resent " resent-total
                   " failed " failed-total
                   " not-on-master " missing-total
                   " invalid " invalid-total.

               exit paragraph.

           split-resend-numbers.
               move 1 to sel-ptr.

               perform split-one-number
                   until sel-ptr is greater than 512
                   or sel-size is greater than or equal 200.

               exit paragraph.

           split-one-number.
               move spaces to sel-tok.

               unstring resend-env
                   delimited by "," or all space
                   into sel-tok
                   with pointer sel-ptr
               end-unstring.

               if sel-tok is equal spaces
                   exit paragraph
               end-if.

               add 1 to sel-size.
               add 1 to selected-total.
               move sel-tok to sel-token(sel-size).

               if function test-numval(sel-tok) is equal 0
               and function numval(sel-tok) is greater than 0
               and function numval(sel-tok) is less than 10000000
                   compute sel-number(sel-size) =
                       function numval(sel-tok)
                   move 1 to sel-valid(sel-size)
               end-if.

               exit paragraph.

      * each distinct number found on the master gets a table entry,
      * so the ledger pass can count the attempts already made.
           select-resend-record.
               if sel-valid(sel-i) is not equal 1
                   exit paragraph
               end-if.

               perform varying st-i from 1 by 1
               until st-i is greater than st-size
                   if st-number(st-i) is equal sel-number(sel-i)
                       exit paragraph
                   end-if
               end-perform.

               move sel-number(sel-i) to subm-number.

               read master-file
                   key is subm-number
                   invalid key
                       exit paragraph
               end-read.

               add 1 to st-size.
               move subm-number to st-number(st-size).
               move subm-stamp to st-stamp(st-size).
               move subm-req-id to st-req(st-size).

               exit paragraph.

           resend-one-number.
               move spaces to report-record.

               if sel-valid(sel-i) is not equal 1
                   add 1 to invalid-total
                   add 1 to exception-total
                   string
                       "INVALID NUMBER   "
                       function trim(sel-token(sel-i))
                       delimited by size
                       into report-record
                   end-string
                   write report-record
                   exit paragraph
               end-if.

               move sel-number(sel-i) to number-disp.

               move 0 to st-at.
               perform varying st-i from 1 by 1
               until st-i is greater than st-size
                   if st-number(st-i) is equal sel-number(sel-i)
                       move st-i to st-at
                       exit perform
                   end-if
               end-perform.

               if st-at is equal 0
                   add 1 to missing-total
                   add 1 to exception-total
                   string
                       "NOT ON MASTER    SUBM " number-disp
                       delimited by size
                       into report-record
                   end-string
                   write report-record
                   exit paragraph
               end-if.

      * a number listed twice is sent once.
               if st-category(st-at) is not equal space
                   exit paragraph
               end-if.

               move sel-number(sel-i) to subm-number.

               read master-file
                   key is subm-number
                   invalid key
                       move spaces to subm-payload
               end-read.

               perform build-resend-json.

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

               compute resend-attempt = st-tries(st-at) + 1.

               call "webhook-ledger"
               using by reference subm-req-id,
               by reference subm-stamp,
               by reference resend-attempt,
               by reference client-status,
               by reference resend-source,
               by reference webhook-url.

               move st-oks(st-at) to tries-disp.

               if client-status is greater than or equal 200
               and client-status is less than 300
                   set st-once(st-at) to true
                   add 1 to resent-total
                   string
                       "RESENT           SUBM " number-disp
                       " " subm-stamp(6:20)
                       " REQ " function trim(subm-req-id)
                       " TRY " resend-attempt
                       " STATUS " client-status
                       " PREVIOUSLY DELIVERED "
                       function trim(tries-disp)
                       delimited by size
                       into report-record
                   end-string
               else
                   set st-never(st-at) to true
                   add 1 to failed-total
                   add 1 to exception-total
                   string
                       "FAILED           SUBM " number-disp
                       " " subm-stamp(6:20)
                       " REQ " function trim(subm-req-id)
                       " TRY " resend-attempt
                       " STATUS " client-status
                       " PREVIOUSLY DELIVERED "
                       function trim(tries-disp)
                       delimited by size
                       into report-record
                   end-string
               end-if.

               write report-record.

               exit paragraph.

      * the same fields, in the same order, that http-index's
      * build-webhook-json sends: the form fields as the master holds
      * them (masked), then submitted_by, submitted_at, request_id
      * and language.
           build-resend-json.
               initialize json-fields.
               perform split-payload.

               add 1 to json-field-size.
               move "submitted_by"
                   to json-field-name(json-field-size).
               if subm-user is equal spaces
                   move "-" to json-field-value(json-field-size)
               else
                   move subm-user
                       to json-field-value(json-field-size)
               end-if.

               add 1 to json-field-size.
               move "submitted_at"
                   to json-field-name(json-field-size).
               move subm-stamp
                   to json-field-value(json-field-size).

               add 1 to json-field-size.
               move "request_id"
                   to json-field-name(json-field-size).
               move subm-req-id
                   to json-field-value(json-field-size).

               add 1 to json-field-size.
               move "language"
                   to json-field-name(json-field-size).
               move subm-lang
                   to json-field-value(json-field-size).

               call "build-json"
               using by reference json-fields,
               by reference json-data,
               by reference json-size.

               exit paragraph.

           split-payload.
               move 0 to pay-len.
               inspect function reverse(subm-payload)
                   tallying pay-len for leading spaces.
               compute pay-len = 1024 - pay-len.

               move 1 to pay-pos.

               perform split-one-field
                   until pay-pos is greater than pay-len
                   or json-field-size is greater than or equal 60.

               exit paragraph.

           split-one-field.
               move 0 to eq-at.

               perform varying scan-at from pay-pos by 1
               until scan-at is greater than pay-len
                   if subm-payload(scan-at:1) is equal "="
                       move scan-at to eq-at
                       exit perform
                   end-if
               end-perform.

               if eq-at is less than or equal pay-pos
                   compute pay-pos = pay-len + 1
                   exit paragraph
               end-if.

               move pay-len to val-end.

               perform varying scan-at from eq-at by 1
               until scan-at is greater than pay-len
                   if subm-payload(scan-at:1) is equal space
                       perform check-field-start
                       if field-start is equal 1
                           compute val-end = scan-at - 1
                           exit perform
                       end-if
                   end-if
               end-perform.

               add 1 to json-field-size.
               move subm-payload(pay-pos:eq-at - pay-pos)
                   to json-field-name(json-field-size).

               if val-end is greater than eq-at
                   move subm-payload(eq-at + 1:val-end - eq-at)
                       to json-field-value(json-field-size)
               end-if.

               compute pay-pos = val-end + 2.

               exit paragraph.

      * the space at scan-at starts a new field when the next word
      * reaches an "=" before another space.
           check-field-start.
               move 0 to field-start.

               perform varying tok-at from scan-at by 1
               until tok-at is greater than pay-len
                   if tok-at is greater than scan-at
                       if subm-payload(tok-at:1) is equal space
                           exit perform
                       end-if
                       if subm-payload(tok-at:1) is equal "="
                           if tok-at is greater than scan-at + 1
                               move 1 to field-start
                           end-if
                           exit perform
                       end-if
                   end-if
               end-perform.

               exit paragraph.

           write-resend-totals.
               move spaces to report-record.
               write report-record.

               move selected-total to count-disp.
               move spaces to report-record.
               string
                   "NUMBERS SELECTED ............ " count-disp
                   into report-record
               end-string.
               write report-record.

               move resent-total to count-disp.
               move spaces to report-record.
               string
                   "RESENT ...................... " count-disp
                   into report-record
               end-string.
               write report-record.

               move failed-total to count-disp.
               move spaces to report-record.
               string
                   "FAILED ...................... " count-disp
                   into report-record
               end-string.
               write report-record.

               move missing-total to count-disp.
               move spaces to report-record.
               string
                   "NOT ON MASTER ............... " count-disp
                   into report-record
               end-string.
               write report-record.

               move invalid-total to count-disp.
               move spaces to report-record.
               string
                   "INVALID NUMBERS ............. " count-disp
                   into report-record
               end-string.
               write report-record.

               exit paragraph.

           open-report.
               open output report-file.

               if report-status is not equal "00"
                   display "webhook-reconcile: cannot write "
                       function trim(report-path)
                       ", status " report-status
                   move 8 to return-code
                   stop run
               end-if.

               exit paragraph.

           write-report-stamp.
               call "date-utc"
               using by reference generated-at,
               by content zero-days.

               move spaces to report-record.
               string
                   "GENERATED " function trim(generated-at)
                   into report-record
               end-string.
               write report-record.

               exit paragraph.

           stamp-to-date.
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

       end program webhook-reconcile.

      **********************
      * PARTNER BILLING
      **********************
      * Month-end invoicing of partner usage. Counts the month's
      * requests per user from the daily usage files
      * (/tmp/http-user-usage-YYYYMMDD.log, plus the old single-file
      * /tmp/http-user-usage.log when present) and prices them from
      * the rate card (BILLING_RATE_CARD_FILE, default
      * /tmp/http-rate-card.dat), one line per partner and plan:
      *     partner|plan|included|overage rate|minimum|effective
      * included is the number of requests the plan covers, the
      * overage rate is the charge per request past that (up to four
      * decimals), minimum is the least the month is billed at and
      * effective is the YYYYMMDD the line takes effect. The line in
      * force on the last day of the month prices the whole month.
      *
      * Writes one invoice detail record per rated partner to
      * /tmp/http-invoice-YYYYMM.dat:
      *     month|partner|plan|quantity|included|billable|rate|
      *     usage amount|minimum|amount
      * and the billing register /tmp/http-billing-register-YYYYMM.txt
      * with grand totals, the control check that the requests billed
      * plus those left unbilled and the test traffic equal the usage
      * files' total for the month, and the exceptions: partners with
      * usage and no rate card line, and rate card lines that could
      * not be read.
      * Partners on the rate card with no usage are still invoiced
      * their minimum. Test traffic is never billed: requests by the
      * regression account (REGRESSION_USER, default "regression")
      * whose req= id starts with HTTP_SYNTHETIC_REQ_PREFIX (default
      * "synthetic-", the prefix regression-suite sends) are counted
      * on a line of their own in the control check.
      *
      * The month defaults to the one yesterday fell in, so the job
      * runs on the first of the month for the month just closed;
      * BILLING_MONTH=YYYYMM bills another. Ends with return code 4
      * on exceptions or an out-of-balance control check and 8 when
      * the rate card cannot be read.

       identification division.
       program-id. partner-billing.

       environment division.
       input-output section.
       file-control.
           select rate-card-file assign to rate-card-path
               organization is line sequential
               file status is rate-card-status.
           select usage-log-file assign to usage-log-path
               organization is line sequential
               file status is usage-log-status.
           select scan-list-file assign to scan-list-path
               organization is line sequential
               file status is scan-list-status.
           select invoice-file assign to invoice-path
               organization is line sequential
               file status is invoice-status.
           select register-file assign to register-path
               organization is line sequential
               file status is register-status.

       data division.
       file section.
       fd rate-card-file.
       01 rate-card-record pic x(256).

       fd usage-log-file.
       01 usage-log-record pic x(160).

       fd scan-list-file.
       01 scan-list-record pic x(256).

       fd invoice-file.
       01 invoice-record pic x(256).

       fd register-file.
       01 register-record pic x(256).

       working-storage section.
       77 rate-card-path pic x(256)
           value "/tmp/http-rate-card.dat".
       77 rate-card-env  pic x(256).
       77 usage-log-path pic x(256).
       77 scan-list-path pic x(256)
           value "/tmp/http-partner-billing.list".
       77 invoice-path   pic x(256).
       77 register-path  pic x(256).
       77 rate-card-status pic xx.
       77 usage-log-status pic xx.
       77 scan-list-status pic xx.
       77 invoice-status   pic xx.
       77 register-status  pic xx.

       77 month-env      pic x(6).
       77 bill-month     pic 9(6).
       77 month-start-key pic 9(8).
       77 month-end-key  pic 9(8).
       77 next-month-key pic 9(8).
       77 next-yyyy      pic 9(4).
       77 next-mm        pic 9(2).
       77 today-key      pic 9(8).
       77 yesterday-key  pic 9(8).

      * the rate card line in force for each partner at month end.
       01 rate-tbl.
           05 rate-entry occurs 500 times.
               10 rc-partner   pic x(64).
               10 rc-plan      pic x(16).
               10 rc-included  pic 9(9).
               10 rc-rate      pic 9(3)v9(4).
               10 rc-minimum   pic 9(7)v99.
               10 rc-effective pic 9(8).
           05 rate-size pic 9(4).

       77 rc-i  pic 9(4).
       77 rc-at pic 9(4).

      * the month's requests per user from the usage files.
       01 usage-tbl.
           05 usage-entry occurs 2000 times.
               10 us-partner pic x(64).
               10 us-count   pic 9(9).
               10 us-rated   pic 9.
           05 usage-size pic 9(4).

       77 us-i  pic 9(4).
       77 us-at pic 9(4).

       01 bad-line-tbl.
           05 bad-line occurs 50 times.
               10 bad-line-no   pic 9(5).
               10 bad-line-text pic x(80).
               10 bad-line-why  pic x(40).
           05 bad-line-size pic 9(3).

       77 bad-i pic 9(3).

       77 raw-partner   pic x(64).
       77 raw-plan      pic x(32).
       77 raw-included  pic x(16).
       77 raw-rate      pic x(16).
       77 raw-minimum   pic x(16).
       77 raw-effective pic x(16).
       77 line-no       pic 9(5) value 0.
       77 line-why      pic x(40).
       77 new-included  pic 9(9).
       77 new-rate      pic 9(3)v9(4).
       77 new-minimum   pic 9(7)v99.
       77 new-effective pic 9(8).

       77 usage-rec-date pic x(8).
       77 usage-rec-user pic x(64).
       77 usage-rec-req  pic x(80).
       77 month-prefix   pic x(6).

       77 synthetic-prefix pic x(32) value "synthetic-".
       77 synthetic-env    pic x(32).
       77 synthetic-len    pic 9(2) value 0.
       77 regression-user  pic x(64) value "regression".
       77 regression-env   pic x(64).

       77 shell-cmd  pic x(512).
       77 delete-rc  pic s9(9) comp-5.

       77 inv-quantity  pic 9(9).
       77 inv-billable  pic 9(9).
       77 inv-usage-amt pic 9(9)v99.
       77 inv-amount    pic 9(9)v99.

       77 usage-file-total pic 9(9) value 0.
       77 billed-total     pic 9(9) value 0.
       77 billable-total   pic 9(9) value 0.
       77 unrated-total    pic 9(9) value 0.
       77 synthetic-total  pic 9(9) value 0.
       77 amount-total     pic 9(11)v99 value 0.
       77 invoice-count    pic 9(5) value 0.
       77 unrated-count    pic 9(5) value 0.
       77 billing-rc       pic 9(2) value 0.

       77 qty-out      pic 9(9).
       77 rate-out     pic 9(3).9(4).
       77 amount-out   pic 9(9).99.
       77 minimum-out  pic 9(7).99.

       77 count-disp   pic zzz,zzz,zz9.
       77 rate-disp    pic zz9.9999.
       77 amount-disp  pic zzz,zzz,zz9.99.
       77 total-disp   pic z,zzz,zzz,zz9.99.
       77 line-disp    pic zzzz9.
       77 generated-at pic x(29).
       77 zero-days    pic 9(4) value 0.

       procedure division.

           main-line.
               initialize rate-tbl.
               initialize usage-tbl.
               initialize bad-line-tbl.

               perform load-settings.
               perform load-rate-card.

               if rate-card-status is equal "35"
               or rate-card-status is equal "30"
                   display "partner-billing: cannot read rate card "
                       function trim(rate-card-path)
                   move 8 to return-code
                   stop run
               end-if.

               move "/tmp/http-user-usage.log" to usage-log-path.
               perform scan-usage-log.
               perform scan-month-logs.

               perform open-outputs.
               perform bill-partners.
               perform list-exceptions.
               perform write-totals.

               close invoice-file.
               close register-file.

               display "partner-billing: month " bill-month
                   " invoices " invoice-count
                   " billed " billed-total
                   " unrated " unrated-total
                   " test " synthetic-total
                   " usage " usage-file-total.

               move billing-rc to return-code.

               stop run.

           load-settings.
               compute today-key =
                   function numval(function current-date(1:8)).
               compute yesterday-key = function date-of-integer(
                   function integer-of-date(today-key) - 1).

               move spaces to month-env.
               accept month-env
                   from environment "BILLING_MONTH"
                   on exception
                       move spaces to month-env
               end-accept.

               if month-env is not equal spaces
               and month-env is numeric
                   move month-env to bill-month
               else
                   compute bill-month = yesterday-key / 100
               end-if.

               compute month-start-key = bill-month * 100 + 1.

               if function test-date-yyyymmdd(month-start-key)
               is not equal 0
                   compute bill-month = yesterday-key / 100
                   compute month-start-key = bill-month * 100 + 1
               end-if.

               compute next-yyyy = bill-month / 100.
               compute next-mm = function mod(bill-month, 100) + 1.
               if next-mm is greater than 12
                   move 1 to next-mm
                   add 1 to next-yyyy
               end-if.

               compute next-month-key =
                   next-yyyy * 10000 + next-mm * 100 + 1.
               compute month-end-key = function date-of-integer(
                   function integer-of-date(next-month-key) - 1).

               move bill-month to month-prefix.

               move spaces to rate-card-env.
               accept rate-card-env
                   from environment "BILLING_RATE_CARD_FILE"
                   on exception
                       move spaces to rate-card-env
               end-accept.

               if rate-card-env is not equal spaces
                   move rate-card-env to rate-card-path
               end-if.

               move spaces to synthetic-env.
               accept synthetic-env
                   from environment "HTTP_SYNTHETIC_REQ_PREFIX"
                   on exception
                       move spaces to synthetic-env
               end-accept.

               if synthetic-env is not equal spaces
                   move synthetic-env to synthetic-prefix
               end-if.

               move function length(function trim(synthetic-prefix))
                   to synthetic-len.

               move spaces to regression-env.
               accept regression-env
                   from environment "REGRESSION_USER"
                   on exception
                       move spaces to regression-env
               end-accept.

               if regression-env is not equal spaces
                   move regression-env to regression-user
               end-if.

               move spaces to invoice-path.
               string
                   "/tmp/http-invoice-" bill-month ".dat"
                   into invoice-path
               end-string.

               move spaces to register-path.
               string
                   "/tmp/http-billing-register-" bill-month ".txt"
                   into register-path
               end-string.

               exit paragraph.

           load-rate-card.
               open input rate-card-file.

               if rate-card-status is not equal "00"
                   exit paragraph
               end-if.

               perform load-one-rate-line
                   until rate-card-status is not equal "00".

               close rate-card-file.

               move "00" to rate-card-status.

               exit paragraph.

           load-one-rate-line.
               read rate-card-file
                   at end
                       move "10" to rate-card-status
                       exit paragraph
               end-read.

               add 1 to line-no.

               if rate-card-record is equal spaces
               or function trim(rate-card-record)(1:1) is equal "#"
                   exit paragraph
               end-if.

               move spaces to raw-partner raw-plan raw-included
                   raw-rate raw-minimum raw-effective line-why.

               unstring rate-card-record delimited by "|"
                   into raw-partner, raw-plan, raw-included,
                       raw-rate, raw-minimum, raw-effective
               end-unstring.

               evaluate true
                   when raw-partner is equal spaces
                       move "no partner" to line-why
                   when raw-included is equal spaces
                   or function test-numval(raw-included)
                   is not equal 0
                       move "included is not a number" to line-why
                   when raw-rate is equal spaces
                   or function test-numval(raw-rate) is not equal 0
                       move "overage rate is not a number"
                           to line-why
                   when raw-minimum is equal spaces
                   or function test-numval(raw-minimum)
                   is not equal 0
                       move "minimum is not a number" to line-why
                   when function trim(raw-effective) is not numeric
                       move "effective is not YYYYMMDD" to line-why
               end-evaluate.

               if line-why is equal spaces
                   compute new-effective =
                       function numval(raw-effective)
                   if function test-date-yyyymmdd(new-effective)
                   is not equal 0
                       move "effective is not YYYYMMDD" to line-why
                   end-if
               end-if.

               if line-why is not equal spaces
                   perform note-bad-line
                   exit paragraph
               end-if.

      * lines taking effect after the month closed do not apply yet.
               if new-effective is greater than month-end-key
                   exit paragraph
               end-if.

               compute new-included = function numval(raw-included).
               compute new-rate rounded = function numval(raw-rate).
               compute new-minimum rounded =
                   function numval(raw-minimum).

               move 0 to rc-at.
               perform varying rc-i from 1 by 1
               until rc-i is greater than rate-size
                   if rc-partner(rc-i) is equal
                   function trim(raw-partner)
                       move rc-i to rc-at
                       exit perform
                   end-if
               end-perform.

               if rc-at is equal 0
                   if rate-size is greater than or equal 500
                       move "rate card is full" to line-why
                       perform note-bad-line
                       exit paragraph
                   end-if
                   add 1 to rate-size
                   move rate-size to rc-at
               else
                   if rc-effective(rc-at) is greater than new-effective
                       exit paragraph
                   end-if
               end-if.

               move function trim(raw-partner) to rc-partner(rc-at).
               move function trim(raw-plan) to rc-plan(rc-at).
               move new-included to rc-included(rc-at).
               move new-rate to rc-rate(rc-at).
               move new-minimum to rc-minimum(rc-at).
               move new-effective to rc-effective(rc-at).

               exit paragraph.

           note-bad-line.
               if bad-line-size is greater than or equal 50
                   exit paragraph
               end-if.

               add 1 to bad-line-size.
               move line-no to bad-line-no(bad-line-size).
               move rate-card-record(1:80)
                   to bad-line-text(bad-line-size).
               move line-why to bad-line-why(bad-line-size).

               exit paragraph.

           scan-month-logs.
               move spaces to shell-cmd.

               string
                   "find /tmp -maxdepth 1 -type f -name "
                   "'http-user-usage-" month-prefix "??.log' | sort > "
                   function trim(scan-list-path)
                   " 2>/dev/null"
                   into shell-cmd
               end-string.

               call "SYSTEM" using shell-cmd.

               open input scan-list-file.

               if scan-list-status is not equal "00"
                   exit paragraph
               end-if.

               perform scan-one-month-log
                   until scan-list-status is not equal "00".

               close scan-list-file.

               call "CBL_DELETE_FILE" using scan-list-path
               returning delete-rc.

               exit paragraph.

           scan-one-month-log.
               read scan-list-file
                   at end
                       move "10" to scan-list-status
                       exit paragraph
               end-read.

               if scan-list-record is equal spaces
                   exit paragraph
               end-if.

               move scan-list-record to usage-log-path.
               perform scan-usage-log.

               exit paragraph.

           scan-usage-log.
               open input usage-log-file.

               if usage-log-status is not equal "00"
                   exit paragraph
               end-if.

               perform tally-usage-record
                   until usage-log-status is not equal "00".

               close usage-log-file.

               exit paragraph.

      * "YYYYMMDD user [req=<id>]"
           tally-usage-record.
               read usage-log-file
                   at end
                       move "10" to usage-log-status
                       exit paragraph
               end-read.

               move spaces to usage-rec-date.
               move spaces to usage-rec-user.
               move spaces to usage-rec-req.

               unstring usage-log-record
                   delimited by all space
                   into usage-rec-date, usage-rec-user, usage-rec-req
               end-unstring.

               if usage-rec-date is equal spaces
               or usage-rec-user is equal spaces
                   exit paragraph
               end-if.

               if usage-rec-date(1:6) is not equal month-prefix
                   exit paragraph
               end-if.

               add 1 to usage-file-total.

               if usage-rec-user is equal regression-user
               and usage-rec-req(1:4) is equal "req="
               and synthetic-len is greater than 0
                   if usage-rec-req(5:synthetic-len) is equal
                       synthetic-prefix(1:synthetic-len)
                       add 1 to synthetic-total
                       exit paragraph
                   end-if
               end-if.

               move 0 to us-at.
               perform varying us-i from 1 by 1
               until us-i is greater than usage-size
                   if us-partner(us-i) is equal usage-rec-user
                       move us-i to us-at
                       exit perform
                   end-if
               end-perform.

      * a user the table has no room for stays in the usage total
      * and so shows up as an out-of-balance control check.
               if us-at is equal 0
                   if usage-size is greater than or equal 2000
                       exit paragraph
                   end-if
                   add 1 to usage-size
                   move usage-size to us-at
                   move usage-rec-user to us-partner(us-at)
                   move 0 to us-count(us-at)
                   move 0 to us-rated(us-at)
               end-if.

               add 1 to us-count(us-at).

               exit paragraph.

           open-outputs.
               call "date-utc"
               using by reference generated-at,
               by content zero-days.

               open output invoice-file.
               open output register-file.

               move spaces to register-record.
               string
                   "PARTNER BILLING REGISTER FOR " bill-month
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
                   "RATE CARD " function trim(rate-card-path)
                   into register-record
               end-string.
               write register-record.

               move spaces to register-record.
               string
                   "INVOICE FILE " function trim(invoice-path)
                   into register-record
               end-string.
               write register-record.

               move spaces to register-record.
               write register-record.

               move spaces to register-record.
               string
                   "PARTNER              PLAN         QUANTITY "
                   "   INCLUDED    BILLABLE     RATE         AMOUNT"
                   into register-record
               end-string.
               write register-record.

               exit paragraph.

      * overage is billable requests times the rate; a month that
      * comes to less than the plan minimum is billed the minimum.
           bill-partners.
               perform varying rc-i from 1 by 1
               until rc-i is greater than rate-size
                   perform bill-one-partner
               end-perform.

               exit paragraph.

           bill-one-partner.
               move 0 to inv-quantity.

               perform varying us-i from 1 by 1
               until us-i is greater than usage-size
                   if us-partner(us-i) is equal rc-partner(rc-i)
                       move us-count(us-i) to inv-quantity
                       move 1 to us-rated(us-i)
                       exit perform
                   end-if
               end-perform.

               if inv-quantity is greater than rc-included(rc-i)
                   compute inv-billable =
                       inv-quantity - rc-included(rc-i)
               else
                   move 0 to inv-billable
               end-if.

               compute inv-usage-amt rounded =
                   inv-billable * rc-rate(rc-i).

               if inv-usage-amt is less than rc-minimum(rc-i)
                   move rc-minimum(rc-i) to inv-amount
               else
                   move inv-usage-amt to inv-amount
               end-if.

               add 1 to invoice-count.
               add inv-quantity to billed-total.
               add inv-billable to billable-total.
               add inv-amount to amount-total.

               move spaces to invoice-record.
               move inv-quantity to qty-out.
               string
                   bill-month "|"
                   function trim(rc-partner(rc-i)) "|"
                   function trim(rc-plan(rc-i)) "|"
                   qty-out "|"
                   into invoice-record
               end-string.

               move rc-included(rc-i) to qty-out.
               string
                   function trim(invoice-record)
                   qty-out "|"
                   into invoice-record
               end-string.

               move inv-billable to qty-out.
               move rc-rate(rc-i) to rate-out.
               string
                   function trim(invoice-record)
                   qty-out "|" rate-out "|"
                   into invoice-record
               end-string.

               move inv-usage-amt to amount-out.
               move rc-minimum(rc-i) to minimum-out.
               string
                   function trim(invoice-record)
                   amount-out "|" minimum-out "|"
                   into invoice-record
               end-string.

               move inv-amount to amount-out.
               string
                   function trim(invoice-record)
                   amount-out
                   into invoice-record
               end-string.

               write invoice-record.

               move spaces to register-record.
               move rc-partner(rc-i) to register-record(1:20).
               move rc-plan(rc-i) to register-record(22:12).
               move inv-quantity to count-disp.
               move count-disp to register-record(33:11).
               move rc-included(rc-i) to count-disp.
               move count-disp to register-record(45:11).
               move inv-billable to count-disp.
               move count-disp to register-record(57:11).
               move rc-rate(rc-i) to rate-disp.
               move rate-disp to register-record(69:8).
               move inv-amount to amount-disp.
               move amount-disp to register-record(78:14).
               write register-record.

               exit paragraph.

           list-exceptions.
               move spaces to register-record.
               write register-record.

               move "EXCEPTIONS" to register-record.
               write register-record.

               perform varying us-i from 1 by 1
               until us-i is greater than usage-size
                   if us-rated(us-i) is equal 0
                       add 1 to unrated-count
                       add us-count(us-i) to unrated-total
                       move us-count(us-i) to count-disp
                       move spaces to register-record
                       string
                           "NO RATE CARD     "
                           function trim(us-partner(us-i))
                           " REQUESTS " count-disp
                           into register-record
                       end-string
                       write register-record
                   end-if
               end-perform.

               perform varying bad-i from 1 by 1
               until bad-i is greater than bad-line-size
                   move bad-line-no(bad-i) to line-disp
                   move spaces to register-record
                   string
                       "BAD RATE LINE    " line-disp " "
                       function trim(bad-line-why(bad-i)) ": "
                       function trim(bad-line-text(bad-i))
                       into register-record
                   end-string
                   write register-record
               end-perform.

               if unrated-count is equal 0
               and bad-line-size is equal 0
                   move "NONE" to register-record
                   write register-record
               else
                   move 4 to billing-rc
               end-if.

               exit paragraph.

           write-totals.
               move spaces to register-record.
               write register-record.

               move invoice-count to count-disp.
               move spaces to register-record.
               string
                   "INVOICES WRITTEN .......... " count-disp
                   into register-record
               end-string.
               write register-record.

               move billed-total to count-disp.
               move spaces to register-record.
               string
                   "REQUESTS BILLED ........... " count-disp
                   into register-record
               end-string.
               write register-record.

               move billable-total to count-disp.
               move spaces to register-record.
               string
                   "REQUESTS OVER INCLUDED .... " count-disp
                   into register-record
               end-string.
               write register-record.

               move amount-total to total-disp.
               move spaces to register-record.
               string
                   "TOTAL AMOUNT ........... " total-disp
                   into register-record
               end-string.
               write register-record.

               move spaces to register-record.
               write register-record.

               move usage-file-total to count-disp.
               move spaces to register-record.
               string
                   "USAGE FILE REQUESTS ....... " count-disp
                   into register-record
               end-string.
               write register-record.

               move unrated-total to count-disp.
               move spaces to register-record.
               string
                   "REQUESTS NOT RATED ........ " count-disp
                   into register-record
               end-string.
               write register-record.

               move synthetic-total to count-disp.
               move spaces to register-record.
               string
                   "TEST TRAFFIC NOT BILLED ... " count-disp
                   into register-record
               end-string.
               write register-record.

               move spaces to register-record.
               if billed-total + unrated-total + synthetic-total
               is equal usage-file-total
                   string
                       "CONTROL CHECK ............. IN BALANCE"
                       into register-record
                   end-string
               else
                   string
                       "CONTROL CHECK ............. OUT OF BALANCE"
                       into register-record
                   end-string
                   move 4 to billing-rc
               end-if.
               write register-record.

               exit paragraph.

       end program partner-billing.

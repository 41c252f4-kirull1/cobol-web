      **********************
      * SYNTHETIC TRANSACTION REGRESSION SUITE
      **********************
      * Replays a script of test cases against a running listener
      * through http-client-headers and checks each answer, so the
      * routes, redirects, error pages, /health and virtual hosts
      * can be proved after a change, a config reload or a restart.
      * The script (REGRESSION_SCRIPT_FILE, default
      * /tmp/http-regression-script.dat; regression-script.dat
      * beside this program is the sample) holds one block per case:
      *   case|name|method|path or URL|expected status|auth|max ms
      *   header|Name: value          request header, up to 14
      *   body|text                   request body; several body
      *                               lines are joined with LF
      *   expect-header|Name|text     response header present, with
      *                               text in its value when given
      *   expect-body|text            text somewhere in the body
      * Blank lines and lines starting with # are skipped. A path is
      * sent to REGRESSION_BASE_URL (default http://127.0.0.1:8000);
      * a full http:// or https:// URL is sent as it stands. auth Y
      * sends REGRESSION_API_KEY as X-Api-Key, since protected
      * routes need a login. max ms, when given, fails a case that
      * answers slower. Only the first 2048 bytes of a response body
      * and of its headers are checked.
      *
      * Every request carries X-Request-Id
      * <prefix><run yyyymmddhhmmss>-<case number>, the prefix from
      * HTTP_SYNTHETIC_REQ_PREFIX (default "synthetic-"), which the
      * listener keeps as the request id. REGRESSION_API_KEY should
      * belong to the regression account (REGRESSION_USER, default
      * "regression"): submissions-capture then flags the
      * submissions such requests make as test traffic, so
      * submissions-export never sends them to order-entry, and
      * partner-billing leaves the requests unbilled.
      *
      * The report (REGRESSION_REPORT_FILE, default
      * /tmp/http-regression-report.txt) has one PASS or FAIL line
      * per case with the status and response time, the reasons
      * under each failure, and totals. Ends with return code 4 when
      * any case failed or the script had errors, and 8 when the
      * script cannot be read or holds no cases.

       identification division.
       program-id. regression-suite.

       environment division.
       input-output section.
       file-control.
           select script-file assign to script-path
               organization is line sequential
               file status is script-status.
           select report-file assign to report-path
               organization is line sequential
               file status is report-status.

       data division.
       file section.
       fd script-file.
       01 script-record pic x(2048).

       fd report-file.
       01 report-record pic x(256).

       working-storage section.
       77 script-path pic x(256)
           value "/tmp/http-regression-script.dat".
       77 report-path pic x(256)
           value "/tmp/http-regression-report.txt".
       77 base-url    pic x(256)
           value "http://127.0.0.1:8000".
       77 script-env  pic x(256).
       77 report-env  pic x(256).
       77 base-env    pic x(256).
       77 api-key     pic x(200).
       77 script-status pic xx.
       77 report-status pic xx.

       77 synthetic-prefix pic x(32) value "synthetic-".
       77 synthetic-env    pic x(32).
       77 run-stamp        pic x(14).

       77 script-line-no pic 9(5) value 0.
       77 script-keyword pic x(16).
       77 script-rest    pic x(2048).
       77 bar-at         pic 9(4).
       77 rest-len       pic 9(4).
       77 case-tok1      pic x(64).
       77 case-tok2      pic x(16).
       77 case-tok3      pic x(256).
       77 case-tok4      pic x(16).
       77 case-tok5      pic x(8).
       77 case-tok6      pic x(16).

      * the case being read from the script.
       77 case-open     pic 9 value 0.
       77 case-no       pic 9(3) value 0.
       77 case-name     pic x(64).
       77 case-method   pic x(16).
       77 case-target   pic x(256).
       77 case-status   pic 9(3).
       77 case-auth     pic x.
       77 case-max-ms   pic 9(7).
       77 case-bad      pic 9.
       77 case-bad-text pic x(120).

       01 case-header-tbl.
           05 ch-entry occurs 14 times.
               10 ch-line pic x(256).
           05 ch-size pic 9(2).

       77 case-body     pic x(2048).
       77 case-body-len pic 9(4).

       01 expect-header-tbl.
           05 eh-entry occurs 16 times.
               10 eh-name  pic x(64).
               10 eh-value pic x(192).
           05 eh-size pic 9(2).

       01 expect-body-tbl.
           05 eb-entry occurs 16 times.
               10 eb-text pic x(256).
           05 eb-size pic 9(2).

       77 e-i  pic 9(2).
       77 h-i  pic 9(2).

      * reasons a case failed, written under its result line.
       01 reason-tbl.
           05 rs-entry occurs 20 times.
               10 rs-text pic x(200).
           05 rs-size pic 9(2).

       77 reason-text pic x(200).

       01 http-client-request.
           05 client-url    pic x(512).
           05 client-method pic x(16).
           05 client-headers occurs 16 times.
               10 client-header pic x(256).
           05 client-headers-size pic 9(2).
           05 client-body     pic x(2048).
           05 client-body-len pic 9(4).

       77 client-status       pic 9(3).
       77 client-resp-body    pic x(2048).
       77 client-resp-len     pic 9(4).
       77 client-resp-ctype   pic x(128).
       77 client-resp-headers pic x(2048).

       77 case-req-id   pic x(64).
       77 base-len      pic 9(3).

       77 clock-hund-buf pic x(21).
       77 clock-hund-val pic 9(9).
       77 start-hund     pic 9(9).
       77 end-hund       pic 9(9).
       77 elapsed-ms     pic 9(7).

       77 want-name     pic x(64).
       77 want-len      pic 9(2).
       77 want-value-len pic 9(3).
       77 hdr-ptr       pic 9(4).
       77 hdr-line      pic x(512).
       77 hdr-value     pic x(512).
       77 hdr-found     pic 9.
       77 hdr-match     pic 9.
       77 hdr-last-value pic x(80).
       77 text-len      pic 9(3).
       77 hit-count     pic 9(4).

       77 cases-run      pic 9(5) value 0.
       77 passed-total   pic 9(5) value 0.
       77 failed-total   pic 9(5) value 0.
       77 script-errors  pic 9(5) value 0.
       77 total-ms       pic 9(9) value 0.

       77 count-disp   pic zz,zzz,zz9.
       77 ms-disp      pic z,zzz,zz9.
       77 status-disp  pic 9(3).
       77 line-disp    pic zzzz9.
       77 result-tag   pic x(4).
       77 generated-at pic x(29).
       77 zero-days    pic 9(4) value 0.

       procedure division.

           main-line.
               perform load-settings.

               open input script-file.

               if script-status is not equal "00"
                   display "regression-suite: cannot read "
                       function trim(script-path)
                       ", status " script-status
                   move 8 to return-code
                   stop run
               end-if.

               perform open-report.

               perform read-script-line
                   until script-status is not equal "00".

               close script-file.

               if case-open is equal 1
                   perform run-case
               end-if.

               perform write-totals.
               close report-file.

               display "regression-suite: cases " cases-run
                   " passed " passed-total
                   " failed " failed-total
                   " script-errors " script-errors.

               move 0 to return-code.

               if failed-total is greater than 0
               or script-errors is greater than 0
                   move 4 to return-code
               end-if.

               if cases-run is equal 0
                   move 8 to return-code
               end-if.

               stop run.

           load-settings.
               move spaces to script-env.
               accept script-env
                   from environment "REGRESSION_SCRIPT_FILE"
                   on exception
                       move spaces to script-env
               end-accept.

               if script-env is not equal spaces
                   move script-env to script-path
               end-if.

               move spaces to report-env.
               accept report-env
                   from environment "REGRESSION_REPORT_FILE"
                   on exception
                       move spaces to report-env
               end-accept.

               if report-env is not equal spaces
                   move report-env to report-path
               end-if.

               move spaces to base-env.
               accept base-env
                   from environment "REGRESSION_BASE_URL"
                   on exception
                       move spaces to base-env
               end-accept.

               if base-env is not equal spaces
                   move base-env to base-url
               end-if.

      * a trailing slash on the base would double the one every
      * script path starts with.
               move function length(function trim(base-url))
                   to base-len.

               if base-url(base-len:1) is equal "/"
                   move space to base-url(base-len:1)
                   subtract 1 from base-len
               end-if.

               move spaces to api-key.
               accept api-key
                   from environment "REGRESSION_API_KEY"
                   on exception
                       move spaces to api-key
               end-accept.

               move spaces to synthetic-env.
               accept synthetic-env
                   from environment "HTTP_SYNTHETIC_REQ_PREFIX"
                   on exception
                       move spaces to synthetic-env
               end-accept.

               if synthetic-env is not equal spaces
                   move synthetic-env to synthetic-prefix
               end-if.

               move function current-date(1:14) to run-stamp.

               exit paragraph.

           open-report.
               open output report-file.

               if report-status is not equal "00"
                   display "regression-suite: cannot write "
                       function trim(report-path)
                       ", status " report-status
                   move 8 to return-code
                   stop run
               end-if.

               call "date-utc"
               using by reference generated-at,
               by content zero-days.

               move "SYNTHETIC TRANSACTION REGRESSION RUN"
                   to report-record.
               write report-record.

               move spaces to report-record.
               string
                   "GENERATED " function trim(generated-at)
                   into report-record
               end-string.
               write report-record.

               move spaces to report-record.
               string
                   "TARGET " base-url(1:base-len)
                   "  SCRIPT " function trim(script-path)
                   into report-record
               end-string.
               write report-record.

               move spaces to report-record.
               string
                   "REQUEST IDS " function trim(synthetic-prefix)
                   run-stamp "-NNN"
                   into report-record
               end-string.
               write report-record.

               move spaces to report-record.
               write report-record.

               exit paragraph.

           read-script-line.
               read script-file
                   at end
                       move "10" to script-status
                       exit paragraph
               end-read.

               add 1 to script-line-no.

               if script-record is equal spaces
               or script-record(1:1) is equal "#"
                   exit paragraph
               end-if.

      * the keyword runs to the first bar; the rest of the line is
      * kept whole, since a body or expected text may hold bars.
               move spaces to script-keyword.
               move spaces to script-rest.
               set bar-at to 0.

               inspect script-record
                   tallying bar-at for characters
                   before initial "|".

               if bar-at is less than 16
                   move script-record(1:bar-at) to script-keyword
               end-if.

               if bar-at is less than 2047
                   move script-record(bar-at + 2:) to script-rest
               end-if.

               move function lower-case(script-keyword)
                   to script-keyword.

               if script-keyword is equal "case"
                   if case-open is equal 1
                       perform run-case
                   end-if
                   perform start-case
                   exit paragraph
               end-if.

               if case-open is equal 0
                   move "LINE BEFORE THE FIRST CASE" to reason-text
                   perform report-script-error
                   exit paragraph
               end-if.

               evaluate script-keyword
                   when "header"
                       perform add-case-header
                   when "body"
                       perform add-case-body
                   when "expect-header"
                       perform add-expect-header
                   when "expect-body"
                       perform add-expect-body
                   when other
                       move "UNKNOWN KEYWORD" to reason-text
                       perform report-script-error
               end-evaluate.

               exit paragraph.

           report-script-error.
               add 1 to script-errors.
               move script-line-no to line-disp.
               move spaces to report-record.

               string
                   "SCRIPT ERROR LINE " function trim(line-disp) " "
                   function trim(reason-text) ": "
                   script-record(1:120)
                   delimited by size
                   into report-record
               end-string.

               write report-record.

               exit paragraph.

           start-case.
               move 1 to case-open.
               add 1 to case-no.
               move spaces to case-name.
               move spaces to case-method.
               move spaces to case-target.
               move 0 to case-status.
               move "N" to case-auth.
               move 0 to case-max-ms.
               move 0 to case-bad.
               move spaces to case-bad-text.
               initialize case-header-tbl.
               move spaces to case-body.
               move 0 to case-body-len.
               initialize expect-header-tbl.
               initialize expect-body-tbl.

               move spaces to case-tok1.
               move spaces to case-tok2.
               move spaces to case-tok3.
               move spaces to case-tok4.
               move spaces to case-tok5.
               move spaces to case-tok6.

               unstring script-rest
                   delimited by "|"
                   into case-tok1, case-tok2, case-tok3, case-tok4,
                        case-tok5, case-tok6
               end-unstring.

               move case-tok1 to case-name.
               move function upper-case(case-tok2) to case-method.
               move function trim(case-tok3) to case-target.
               move function upper-case(case-tok5(1:1)) to case-auth.

               if case-name is equal spaces
                   move case-no to line-disp
                   string
                       "case " function trim(line-disp)
                       delimited by size
                       into case-name
                   end-string
               end-if.

               if case-method is equal spaces
               or case-target is equal spaces
                   move 1 to case-bad
                   move "CASE LINE NEEDS A METHOD AND A PATH"
                       to case-bad-text
               end-if.

               if function trim(case-tok4) is numeric
               and function length(function trim(case-tok4))
                   is equal 3
                   move function trim(case-tok4) to case-status
               else
                   move 1 to case-bad
                   move "CASE LINE NEEDS A 3-DIGIT EXPECTED STATUS"
                       to case-bad-text
               end-if.

               if case-tok6 is not equal spaces
                   if function test-numval(case-tok6) is equal 0
                       compute case-max-ms = function numval(case-tok6)
                   else
                       move 1 to case-bad
                       move "MAX MS IS NOT A NUMBER" to case-bad-text
                   end-if
               end-if.

               exit paragraph.

           add-case-header.
               if ch-size is greater than or equal 14
                   move "MORE THAN 14 HEADERS" to reason-text
                   perform report-script-error
                   exit paragraph
               end-if.

               add 1 to ch-size.
               move script-rest to ch-line(ch-size).

               exit paragraph.

           add-case-body.
               move 0 to rest-len.
               inspect function reverse(script-rest)
                   tallying rest-len for leading spaces.
               compute rest-len = 2048 - rest-len.

               if case-body-len + rest-len + 1 is greater than 2048
                   move "BODY LONGER THAN 2048 BYTES" to reason-text
                   perform report-script-error
                   exit paragraph
               end-if.

               if case-body-len is greater than 0
                   add 1 to case-body-len
                   move X"0A" to case-body(case-body-len:1)
               end-if.

               if rest-len is greater than 0
                   move script-rest(1:rest-len)
                       to case-body(case-body-len + 1:rest-len)
                   add rest-len to case-body-len
               end-if.

               exit paragraph.

           add-expect-header.
               if eh-size is greater than or equal 16
                   move "MORE THAN 16 EXPECTED HEADERS" to reason-text
                   perform report-script-error
                   exit paragraph
               end-if.

               add 1 to eh-size.

               unstring script-rest
                   delimited by "|"
                   into eh-name(eh-size), eh-value(eh-size)
               end-unstring.

               if eh-name(eh-size) is equal spaces
                   subtract 1 from eh-size
                   move "EXPECT-HEADER NEEDS A NAME" to reason-text
                   perform report-script-error
               end-if.

               exit paragraph.

           add-expect-body.
               if eb-size is greater than or equal 16
                   move "MORE THAN 16 EXPECTED TEXTS" to reason-text
                   perform report-script-error
                   exit paragraph
               end-if.

               if script-rest is equal spaces
                   move "EXPECT-BODY NEEDS A TEXT" to reason-text
                   perform report-script-error
                   exit paragraph
               end-if.

               add 1 to eb-size.
               move script-rest to eb-text(eb-size).

               exit paragraph.

           run-case.
               move 0 to case-open.
               add 1 to cases-run.
               initialize reason-tbl.
               move 0 to client-status.
               move 0 to elapsed-ms.

               if case-bad is equal 1
                   move case-bad-text to reason-text
                   perform add-reason
                   perform write-case-result
                   exit paragraph
               end-if.

               if case-auth is equal "Y"
               and api-key is equal spaces
                   move "AUTH CASE BUT REGRESSION_API_KEY IS NOT SET"
                       to reason-text
                   perform add-reason
                   perform write-case-result
                   exit paragraph
               end-if.

               perform build-case-request.

               perform read-clock-hund.
               move clock-hund-val to start-hund.

               call "http-client-headers"
               using by reference http-client-request,
               by reference client-status,
               by reference client-resp-body,
               by reference client-resp-len,
               by reference client-resp-ctype,
               by reference client-resp-headers.

               perform read-clock-hund.
               move clock-hund-val to end-hund.

               if end-hund is less than start-hund
                   add 8640000 to end-hund
               end-if.

               compute elapsed-ms = (end-hund - start-hund) * 10.
               add elapsed-ms to total-ms.

               perform check-case-response.
               perform write-case-result.

               exit paragraph.

           build-case-request.
               initialize http-client-request.

               if case-target(1:7) is equal "http://"
               or case-target(1:8) is equal "https://"
                   move case-target to client-url
               else
                   string
                       base-url(1:base-len)
                       function trim(case-target)
                       delimited by size
                       into client-url
                   end-string
               end-if.

               move case-method to client-method.

               move spaces to case-req-id.
               string
                   function trim(synthetic-prefix) run-stamp "-"
                   case-no
                   delimited by size
                   into case-req-id
               end-string.

               move 1 to client-headers-size.
               string
                   "X-Request-Id: " function trim(case-req-id)
                   delimited by size
                   into client-header(1)
               end-string.

               if case-auth is equal "Y"
                   add 1 to client-headers-size
                   string
                       "X-Api-Key: " function trim(api-key)
                       delimited by size
                       into client-header(client-headers-size)
                   end-string
               end-if.

               perform varying h-i from 1 by 1
               until h-i is greater than ch-size
                   add 1 to client-headers-size
                   move ch-line(h-i)
                       to client-header(client-headers-size)
               end-perform.

               move case-body to client-body.
               move case-body-len to client-body-len.

               exit paragraph.

           check-case-response.
               if client-status is equal 0
                   move spaces to reason-text
                   string
                       "NO RESPONSE (LISTENER DOWN, TIMEOUT OR "
                       "UNSAFE URL/HEADER)"
                       delimited by size
                       into reason-text
                   end-string
                   perform add-reason
                   exit paragraph
               end-if.

               if client-status is not equal case-status
                   move client-status to status-disp
                   move spaces to reason-text
                   string
                       "STATUS " status-disp
                       ", EXPECTED " case-status
                       delimited by size
                       into reason-text
                   end-string
                   perform add-reason
               end-if.

               perform check-expected-header
                   varying e-i from 1 by 1
                   until e-i is greater than eh-size.

               perform check-expected-body
                   varying e-i from 1 by 1
                   until e-i is greater than eb-size.

               if case-max-ms is greater than 0
               and elapsed-ms is greater than case-max-ms
                   move elapsed-ms to ms-disp
                   move spaces to reason-text
                   string
                       "TOOK " function trim(ms-disp) " MS"
                       delimited by size
                       into reason-text
                   end-string
                   move case-max-ms to ms-disp
                   string
                       function trim(reason-text)
                       ", LIMIT " function trim(ms-disp) " MS"
                       delimited by size
                       into reason-text
                   end-string
                   perform add-reason
               end-if.

               exit paragraph.

      * header lines as curl saved them, CR LF ended; a header that
      * comes more than once passes when any copy holds the text.
           check-expected-header.
               move function upper-case(eh-name(e-i)) to want-name.
               move function length(function trim(want-name))
                   to want-len.
               move 0 to want-value-len.
               if eh-value(e-i) is not equal spaces
                   move function length(function trim(eh-value(e-i)))
                       to want-value-len
               end-if.

               move 0 to hdr-found.
               move 0 to hdr-match.
               move spaces to hdr-last-value.
               move 1 to hdr-ptr.

               perform scan-header-line
                   until hdr-ptr is greater than 2048
                   or hdr-match is equal 1.

               if hdr-found is equal 0
                   move spaces to reason-text
                   string
                       "HEADER " function trim(eh-name(e-i))
                       " MISSING"
                       delimited by size
                       into reason-text
                   end-string
                   perform add-reason
                   exit paragraph
               end-if.

               if hdr-match is equal 0
                   move spaces to reason-text
                   string
                       "HEADER " function trim(eh-name(e-i))
                       " IS '" function trim(hdr-last-value)
                       "', EXPECTED '"
                       function trim(eh-value(e-i)) "'"
                       delimited by size
                       into reason-text
                   end-string
                   perform add-reason
               end-if.

               exit paragraph.

           scan-header-line.
               move spaces to hdr-line.

               unstring client-resp-headers
                   delimited by X"0A"
                   into hdr-line
                   with pointer hdr-ptr
               end-unstring.

               inspect hdr-line replacing all X"0D" by space.

               if function upper-case(hdr-line(1:want-len))
                   is not equal want-name(1:want-len)
               or hdr-line(want-len + 1:1) is not equal ":"
                   exit paragraph
               end-if.

               move 1 to hdr-found.
               move function trim(hdr-line(want-len + 2:))
                   to hdr-value.
               move hdr-value to hdr-last-value.

               if want-value-len is equal 0
                   move 1 to hdr-match
                   exit paragraph
               end-if.

               move 0 to hit-count.
               inspect hdr-value
                   tallying hit-count
                   for all eh-value(e-i)(1:want-value-len).

               if hit-count is greater than 0
                   move 1 to hdr-match
               end-if.

               exit paragraph.

           check-expected-body.
               move function length(function trim(eb-text(e-i)))
                   to text-len.
               move 0 to hit-count.

               if client-resp-len is greater than 0
                   inspect client-resp-body(1:client-resp-len)
                       tallying hit-count
                       for all eb-text(e-i)(1:text-len)
               end-if.

               if hit-count is equal 0
                   move spaces to reason-text
                   string
                       "BODY LACKS '" eb-text(e-i)(1:text-len) "'"
                       delimited by size
                       into reason-text
                   end-string
                   perform add-reason
               end-if.

               exit paragraph.

           add-reason.
               if rs-size is less than 20
                   add 1 to rs-size
                   move reason-text to rs-text(rs-size)
               end-if.

               exit paragraph.

           write-case-result.
               if rs-size is equal 0
                   move "PASS" to result-tag
                   add 1 to passed-total
               else
                   move "FAIL" to result-tag
                   add 1 to failed-total
               end-if.

               move client-status to status-disp.
               move elapsed-ms to ms-disp.
               move spaces to report-record.

               string
                   result-tag " " case-no " "
                   case-name(1:30) " "
                   case-method(1:7) " "
                   case-target(1:40) " "
                   status-disp " "
                   ms-disp " MS"
                   delimited by size
                   into report-record
               end-string.
               write report-record.

               perform varying e-i from 1 by 1
               until e-i is greater than rs-size
                   move spaces to report-record
                   string
                       "         " rs-text(e-i)
                       delimited by size
                       into report-record
                   end-string
                   write report-record
               end-perform.

               exit paragraph.

           write-totals.
               move spaces to report-record.
               write report-record.

               move cases-run to count-disp.
               move spaces to report-record.
               string
                   "CASES RUN ................. " count-disp
                   into report-record
               end-string.
               write report-record.

               move passed-total to count-disp.
               move spaces to report-record.
               string
                   "PASSED .................... " count-disp
                   into report-record
               end-string.
               write report-record.

               move failed-total to count-disp.
               move spaces to report-record.
               string
                   "FAILED .................... " count-disp
                   into report-record
               end-string.
               write report-record.

               move script-errors to count-disp.
               move spaces to report-record.
               string
                   "SCRIPT ERRORS ............. " count-disp
                   into report-record
               end-string.
               write report-record.

               move total-ms to count-disp.
               move spaces to report-record.
               string
                   "TOTAL RESPONSE MS ......... " count-disp
                   into report-record
               end-string.
               write report-record.

               exit paragraph.

           read-clock-hund.
               move function current-date to clock-hund-buf.

               compute clock-hund-val =
                   function numval(clock-hund-buf(9:2)) * 360000
                   + function numval(clock-hund-buf(11:2)) * 6000
                   + function numval(clock-hund-buf(13:2)) * 100
                   + function numval(clock-hund-buf(15:2)).

               exit paragraph.

       end program regression-suite.

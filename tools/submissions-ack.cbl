      **********************
      * ORDER-ENTRY ACKNOWLEDGMENT MATCH
      **********************
      * Reads the acknowledgment file order-entry returns for an
      * extract from submissions-export and matches it back against
      * the indexed submissions master. The file is pipe-delimited,
      * one line per submission:
      *     number|A|order number      accepted and posted
      *     number|R|reject reason     rejected
      * Blank lines and lines starting with "#" are ignored. An
      * accepted record moves from E to P (posted) and a rejected one
      * from E to X (errored); both keep the downstream reference and
      * the acknowledgment date on the master. Errored records are
      * picked up again by the next submissions-export run.
      *
      * The exceptions report lists acks for numbers not on the
      * master or not in the exported state, malformed ack lines, and
      * exported records still without an ack SUBMISSIONS_ACK_DAYS
      * (default 3) days after their export date. It closes with a
      * control check of the ack count and hash totals against the
      * export control report. The payload hash is taken over the
      * payload as it was extracted: the clear copy from the
      * submissions vault (HTTP_SUBMISSIONS_VAULT_FILE, default
      * /tmp/http-submissions-vault.idx) where there is one, the
      * master payload otherwise, the same way submissions-export
      * picks it.
      *
      * The run day defaults to today and can be overridden with
      * SUBMISSIONS_REPORT_DATE=YYYYMMDD; the ack file defaults to
      * /tmp/http-submissions-ack-YYYYMMDD.dat for that day and can
      * be named with SUBMISSIONS_ACK_FILE. Ends with return code 4
      * when the report carries exceptions and 8 when the master
      * cannot be opened.

       identification division.
       program-id. submissions-ack.

       environment division.
       input-output section.
       file-control.
           select ack-file assign to ack-path
               organization is line sequential
               file status is ack-status.
           select master-file assign to master-path
               organization is indexed
               access mode is dynamic
               record key is subm-number
               file status is master-status.
           select vault-file assign to vault-path
               organization is indexed
               access mode is random
               record key is vault-key
               file status is vault-status.
           select export-report-file assign to export-report-path
               organization is line sequential
               file status is export-report-status.
           select report-file assign to report-path
               organization is line sequential.

       data division.
       file section.
       fd ack-file.
       01 ack-record pic x(256).

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

       fd vault-file.
       01 vault-record.
           05 vault-key     pic x(64).
           05 vault-stamp   pic x(29).
           05 vault-user    pic x(64).
           05 vault-payload pic x(1024).

       fd export-report-file.
       01 export-report-record pic x(256).

       fd report-file.
       01 report-record pic x(256).

       working-storage section.
       77 ack-path     pic x(256).
       77 master-path  pic x(256)
           value "/tmp/http-submissions.idx".
       77 export-report-path pic x(256)
           value "/tmp/http-submissions-export-report.txt".
       77 report-path  pic x(256)
           value "/tmp/http-submissions-ack-report.txt".
       77 ack-status    pic xx.
       77 master-status pic xx.
       77 export-report-status pic xx.
       77 vault-path   pic x(256)
           value "/tmp/http-submissions-vault.idx".
       77 vault-env    pic x(256).
       77 vault-status pic xx.
       77 vault-open   pic 9 value 0.
       77 extract-payload pic x(1024).

       77 report-date-env pic x(8).
       77 report-date-key pic 9(8).
       77 ack-env         pic x(256).
       77 ack-days        pic 9(3) value 3.
       77 ack-days-env    pic x(3).
       77 overdue-key     pic 9(8).

       77 ack-line-no    pic 9(7) value 0.
       77 ack-number-tok pic x(16).
       77 ack-code-tok   pic x(16).
       77 ack-ref-tok    pic x(128).
       77 ack-number     pic 9(7).
       77 ack-code       pic x.
       77 exception-text pic x(200).

       77 read-total      pic 9(7) value 0.
       77 posted-total    pic 9(7) value 0.
       77 errored-total   pic 9(7) value 0.
       77 unknown-total   pic 9(7) value 0.
       77 not-exp-total   pic 9(7) value 0.
       77 bad-line-total  pic 9(7) value 0.
       77 overdue-total   pic 9(7) value 0.

       77 ack-number-hash  pic 9(12) value 0.
       77 ack-payload-hash pic 9(12) value 0.
       77 ack-count        pic 9(7) value 0.
       77 payload-len      pic 9(5).

       77 export-date-tok    pic x(8).
       77 export-count       pic 9(7) value 0.
       77 export-number-hash  pic 9(12) value 0.
       77 export-payload-hash pic 9(12) value 0.
       77 export-report-found pic 9 value 0.
       77 control-ok          pic 9 value 0.

       77 count-disp   pic zz,zzz,zz9.
       77 hash-disp    pic zzz,zzz,zzz,zz9.
       77 generated-at pic x(29).
       77 zero-days    pic 9(4) value 0.

       procedure division.

           main-line.
               perform set-report-date.
               perform load-settings.
               perform open-report.

               open i-o master-file.

               if master-status is not equal "00"
                   display "submissions-ack: cannot open master, "
                       "status " master-status
                   move "EXCEPTION: SUBMISSIONS MASTER NOT AVAILABLE"
                       to report-record
                   write report-record
                   close report-file
                   move 8 to return-code
                   stop run
               end-if.

               perform open-vault.
               perform match-acks.
               perform list-overdue.

               close master-file.

               if vault-open is equal 1
                   close vault-file
               end-if.

               perform read-export-report.
               perform write-totals.

               close report-file.

               display "submissions-ack: date " report-date-key
                   " acks " read-total
                   " posted " posted-total
                   " errored " errored-total
                   " unknown " unknown-total
                   " not-exported " not-exp-total
                   " malformed " bad-line-total
                   " overdue " overdue-total.

               move 0 to return-code.

               if unknown-total is greater than 0
               or not-exp-total is greater than 0
               or bad-line-total is greater than 0
               or overdue-total is greater than 0
               or control-ok is equal 0
                   move 4 to return-code
               end-if.

               stop run.

           set-report-date.
               move spaces to report-date-env.
               accept report-date-env
                   from environment "SUBMISSIONS_REPORT_DATE"
                   on exception
                       move spaces to report-date-env
               end-accept.

               if report-date-env is equal spaces
                   move function current-date(1:8) to report-date-env
               end-if.

               compute report-date-key =
                   function numval(report-date-env).

               if report-date-key is less than 16010101
                   compute report-date-key =
                       function numval(function current-date(1:8))
               end-if.

               exit paragraph.

           load-settings.
               move spaces to ack-env.
               accept ack-env
                   from environment "SUBMISSIONS_ACK_FILE"
                   on exception
                       move spaces to ack-env
               end-accept.

               move spaces to ack-path.

               if ack-env is not equal spaces
                   move ack-env to ack-path
               else
                   string
                       "/tmp/http-submissions-ack-" report-date-key
                       ".dat"
                       into ack-path
                   end-string
               end-if.

               move spaces to ack-days-env.
               accept ack-days-env
                   from environment "SUBMISSIONS_ACK_DAYS"
                   on exception
                       move spaces to ack-days-env
               end-accept.

               if ack-days-env is not equal spaces
               and function test-numval(ack-days-env) is equal 0
                   compute ack-days = function numval(ack-days-env)
               end-if.

      * exported on or before this day and still unacknowledged is
      * overdue.
               compute overdue-key = function date-of-integer(
                   function integer-of-date(report-date-key)
                   - ack-days).

               exit paragraph.

           open-report.
               call "date-utc"
               using by reference generated-at,
               by content zero-days.

               open output report-file.

               move spaces to report-record.
               string
                   "ORDER-ENTRY ACKNOWLEDGMENT REPORT FOR "
                   report-date-key
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
               string
                   "ACK FILE " function trim(ack-path)
                   into report-record
               end-string.
               write report-record.

               move spaces to report-record.
               write report-record.

               exit paragraph.

           open-vault.
               move spaces to vault-env.
               accept vault-env
                   from environment "HTTP_SUBMISSIONS_VAULT_FILE"
                   on exception
                       move spaces to vault-env
               end-accept.

               if vault-env is not equal spaces
                   move vault-env to vault-path
               end-if.

               open input vault-file.

               if vault-status is equal "00"
                   move 1 to vault-open
               end-if.

               exit paragraph.

           match-acks.
               open input ack-file.

               if ack-status is not equal "00"
                   move spaces to report-record
                   string
                       "EXCEPTION: NO ACK FILE "
                       function trim(ack-path)
                       into report-record
                   end-string
                   write report-record
                   exit paragraph
               end-if.

               perform match-one-ack
                   until ack-status is not equal "00".

               close ack-file.

               exit paragraph.

           match-one-ack.
               read ack-file
                   at end
                       move "10" to ack-status
                       exit paragraph
               end-read.

               add 1 to ack-line-no.

               if ack-record is equal spaces
               or ack-record(1:1) is equal "#"
                   exit paragraph
               end-if.

               add 1 to read-total.

               move spaces to ack-number-tok.
               move spaces to ack-code-tok.
               move spaces to ack-ref-tok.

               unstring ack-record
                   delimited by "|"
                   into ack-number-tok, ack-code-tok, ack-ref-tok
               end-unstring.

               move function upper-case(
                   function trim(ack-code-tok)) to ack-code-tok.
               move ack-code-tok(1:1) to ack-code.

               if ack-number-tok is equal spaces
               or function test-numval(ack-number-tok) is not equal 0
               or (ack-code is not equal "A"
                   and ack-code is not equal "R")
                   add 1 to bad-line-total
                   move spaces to exception-text
                   string
                       "LINE " ack-line-no
                       " MALFORMED ACK: "
                       function trim(ack-record)
                       into exception-text
                   end-string
                   perform write-exception
                   exit paragraph
               end-if.

               compute ack-number = function numval(ack-number-tok).

               add 1 to ack-count.
               add ack-number to ack-number-hash.

               move ack-number to subm-number.

               read master-file
                   invalid key
                       add 1 to unknown-total
                       move spaces to exception-text
                       string
                           ack-number
                           " ACK FOR UNKNOWN SUBMISSION NUMBER"
                           into exception-text
                       end-string
                       perform write-exception
                       exit paragraph
               end-read.

               perform pick-extract-payload.

               compute payload-len =
                   function length(function trim(extract-payload)).
               add payload-len to ack-payload-hash.

               if subm-state is not equal "E"
                   add 1 to not-exp-total
                   move spaces to exception-text
                   string
                       ack-number
                       " ACK FOR SUBMISSION NOT EXPORTED, STATE "
                       subm-state
                       into exception-text
                   end-string
                   perform write-exception
                   exit paragraph
               end-if.

               if ack-code is equal "A"
                   move "P" to subm-state
                   add 1 to posted-total
               else
                   move "X" to subm-state
                   add 1 to errored-total
                   move spaces to exception-text
                   string
                       ack-number
                       " REJECTED BY ORDER-ENTRY, RE-QUEUED: "
                       function trim(ack-ref-tok)
                       into exception-text
                   end-string
                   perform write-exception
               end-if.

               move report-date-key to subm-ack-date.
               move ack-ref-tok to subm-order-ref.

               rewrite master-record
                   invalid key
                       continue
               end-rewrite.

               exit paragraph.

           list-overdue.
               move 0 to subm-number.

               start master-file key is greater than subm-number
                   invalid key
                       move "10" to master-status
               end-start.

               perform check-one-overdue
                   until master-status is not equal "00".

               exit paragraph.

           check-one-overdue.
               read master-file next
                   at end
                       move "10" to master-status
                       exit paragraph
               end-read.

               if subm-state is not equal "E"
               or subm-export-date is equal 0
               or subm-export-date is greater than overdue-key
                   exit paragraph
               end-if.

               add 1 to overdue-total.
               move spaces to exception-text.
               string
                   subm-number
                   " NO ACK, EXPORTED " subm-export-date
                   into exception-text
               end-string.
               perform write-exception.

               exit paragraph.

           write-exception.
               move spaces to report-record.
               move exception-text to report-record.
               write report-record.

               exit paragraph.

      * the payload submissions-export sent for this record.
           pick-extract-payload.
               move subm-payload to extract-payload.

               if vault-open is equal 1
               and subm-vault-key is not equal spaces
                   move subm-vault-key to vault-key
                   read vault-file
                       invalid key
                           move "23" to vault-status
                   end-read
                   if vault-status is equal "00"
                       move vault-payload to extract-payload
                   end-if
               end-if.

               exit paragraph.

      * picks the run date, exported count and hash totals off the
      * export control report by their captions.
           read-export-report.
               open input export-report-file.

               if export-report-status is not equal "00"
                   exit paragraph
               end-if.

               perform read-one-export-line
                   until export-report-status is not equal "00".

               close export-report-file.

               exit paragraph.

           read-one-export-line.
               read export-report-file
                   at end
                       move "10" to export-report-status
                       exit paragraph
               end-read.

               evaluate true
                   when export-report-record(1:38) is equal
                   "SUBMISSIONS EXPORT CONTROL REPORT FOR "
                       move export-report-record(39:8)
                           to export-date-tok
                       set export-report-found to 1
                   when export-report-record(1:18) is equal
                   "EXPORTED THIS RUN "
                       compute export-count = function numval-c(
                           export-report-record(29:20))
                   when export-report-record(1:27) is equal
                   "HASH OF SUBMISSION NUMBERS "
                       compute export-number-hash = function numval-c(
                           export-report-record(29:20))
                   when export-report-record(1:24) is equal
                   "HASH OF PAYLOAD LENGTHS "
                       compute export-payload-hash =
                           function numval-c(
                           export-report-record(29:20))
               end-evaluate.

               exit paragraph.

           write-totals.
               move spaces to report-record.
               write report-record.

               move read-total to count-disp.
               move spaces to report-record.
               string
                   "ACK RECORDS READ .......... " count-disp
                   into report-record
               end-string.
               write report-record.

               move posted-total to count-disp.
               move spaces to report-record.
               string
                   "POSTED BY ORDER-ENTRY ..... " count-disp
                   into report-record
               end-string.
               write report-record.

               move errored-total to count-disp.
               move spaces to report-record.
               string
                   "REJECTED AND RE-QUEUED .... " count-disp
                   into report-record
               end-string.
               write report-record.

               move unknown-total to count-disp.
               move spaces to report-record.
               string
                   "UNKNOWN SUBMISSION NUMBER . " count-disp
                   into report-record
               end-string.
               write report-record.

               move not-exp-total to count-disp.
               move spaces to report-record.
               string
                   "NOT IN EXPORTED STATE ..... " count-disp
                   into report-record
               end-string.
               write report-record.

               move bad-line-total to count-disp.
               move spaces to report-record.
               string
                   "MALFORMED ACK LINES ....... " count-disp
                   into report-record
               end-string.
               write report-record.

               move overdue-total to count-disp.
               move spaces to report-record.
               string
                   "EXPORTED, NO ACK, OVERDUE . " count-disp
                   into report-record
               end-string.
               write report-record.

               move spaces to report-record.
               write report-record.

               if export-report-found is equal 0
                   move spaces to report-record
                   string
                       "EXCEPTION: NO EXPORT CONTROL REPORT "
                       function trim(export-report-path)
                       into report-record
                   end-string
                   write report-record
                   exit paragraph
               end-if.

               move spaces to report-record.
               string
                   "EXPORT CONTROL REPORT FOR . " export-date-tok
                   into report-record
               end-string.
               write report-record.

               move export-count to count-disp.
               move spaces to report-record.
               string
                   "EXPORTED PER CONTROL ...... " count-disp
                   into report-record
               end-string.
               write report-record.

               move ack-count to count-disp.
               move spaces to report-record.
               string
                   "ACKNOWLEDGED .............. " count-disp
                   into report-record
               end-string.
               write report-record.

               move export-number-hash to hash-disp.
               move spaces to report-record.
               string
                   "EXPORT HASH OF NUMBERS .... " hash-disp
                   into report-record
               end-string.
               write report-record.

               move ack-number-hash to hash-disp.
               move spaces to report-record.
               string
                   "ACK HASH OF NUMBERS ....... " hash-disp
                   into report-record
               end-string.
               write report-record.

               move export-payload-hash to hash-disp.
               move spaces to report-record.
               string
                   "EXPORT HASH OF PAYLOADS ... " hash-disp
                   into report-record
               end-string.
               write report-record.

               move ack-payload-hash to hash-disp.
               move spaces to report-record.
               string
                   "ACK HASH OF PAYLOADS ...... " hash-disp
                   into report-record
               end-string.
               write report-record.

               move spaces to report-record.
               write report-record.

               set control-ok to 1.

               if export-count is not equal ack-count
               or export-number-hash is not equal ack-number-hash
               or export-payload-hash is not equal ack-payload-hash
                   set control-ok to 0
               end-if.

               if control-ok is equal 1
                   move "CONTROL TOTALS AGREE" to report-record
               else
                   move
                   "EXCEPTION: CONTROL TOTALS DO NOT AGREE WITH EXPORT"
                       to report-record
               end-if.
               write report-record.

               exit paragraph.

       end program submissions-ack.

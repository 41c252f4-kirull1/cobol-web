      * /tmp/http-access.log, and prints the daily submissions
      * register with totals and exceptions. The capture day defaults
      * to today and can be overridden with
      * SUBMISSIONS_REPORT_DATE=YYYYMMDD. Submissions made by the
      * regression account (REGRESSION_USER, default "regression")
      * whose request id starts with the synthetic-traffic prefix
      * (HTTP_SYNTHETIC_REQ_PREFIX, default "synthetic-", the prefix
      * regression-suite sends) are test traffic: they are flagged T
      * and enter the master rejected, and never count as the
      * original of a duplicate. The prefix alone is not enough,
      * since any client can send such an id.

       identification division.
       program-id. submissions-capture.
           05 subm-payload  pic x(1024).
           05 subm-state    pic x.
           05 subm-export-date pic 9(8).
           05 subm-ack-date    pic 9(8).
           05 subm-order-ref   pic x(64).
           05 subm-req-id      pic x(64).
           05 subm-lang        pic x(8).
           05 subm-vault-key   pic x(32).

       fd register-file.
       01 register-record pic x(256).
       77 dedup-window   pic 9(5) value 300.
       77 dedup-env      pic x(5).

       77 synthetic-prefix pic x(32) value "synthetic-".
       77 synthetic-env    pic x(32).
       77 synthetic-len    pic 9(2).
       77 is-synthetic     pic 9.
       77 regression-user  pic x(64) value "regression".
       77 regression-env   pic x(64).

       77 line-stamp    pic x(29).
       77 line-rest     pic x(2018).
       77 line-user     pic x(64).
       77 user-tok-len  pic 9(4).
       77 line-reqid    pic x(70).
       77 req-tok-len   pic 9(4).
       77 line-lang     pic x(8).
       77 lang-tok      pic x(16).
       77 lang-tok-len  pic 9(4).
       77 line-vault    pic x(32).
       77 vault-tok     pic x(40).
       77 vault-tok-len pic 9(4).
       77 line-work     pic x(1024).

       77 next-number    pic 9(7).

       77 loaded-total   pic 9(7) value 0.
       77 dup-total      pic 9(7) value 0.
       77 synthetic-total pic 9(7) value 0.
       77 unique-total   pic 9(7) value 0.
       77 post-total     pic 9(7) value 0.
       77 recon-diff     pic s9(7).
               initialize loaded-tbl.
               perform set-report-date.
               perform load-dedup-window.
               perform load-synthetic-prefix.
               perform open-master.
               perform find-next-number.
               perform load-submissions.
               perform close-master.
               perform count-access-posts.
               compute recon-diff = post-total - loaded-total.
               compute unique-total =
                   loaded-total - dup-total - synthetic-total.
               perform write-register.

               display "submissions-capture: date " report-date-key
                   " loaded " loaded-total
                   " duplicates " dup-total
                   " synthetic " synthetic-total
                   " posts-in-access-log " post-total.

               stop run.

               exit paragraph.

           load-synthetic-prefix.
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

               exit paragraph.

           open-master.
               open i-o master-file.

                   open output master-file
               end-if.

      * anything else (39 is a master in another record layout, see
      * submissions-convert) leaves nothing loaded; say so in the
      * batch output rather than end as an empty run.
               if master-status is not equal "00"
                   display "submissions-capture: cannot open master, "
                       "status " master-status
               end-if.

               exit paragraph.

           close-master.
                   exit paragraph
               end-if.

               perform check-synthetic.

               if is-synthetic is equal 1
                   set is-duplicate to 0
               else
                   perform check-duplicate
               end-if.

               add 1 to loaded-total.

               move line-user to subm-user.
               move line-payload to subm-payload.

      * duplicates and test traffic enter the master already
      * rejected so the export job never sends them downstream;
      * everything else starts new.
               evaluate true
                   when is-synthetic is equal 1
                       move "T" to subm-dup-flag
                       move "R" to subm-state
                       add 1 to synthetic-total
                   when is-duplicate is equal 1
                       move "D" to subm-dup-flag
                       move "R" to subm-state
                       add 1 to dup-total
                   when other
                       move space to subm-dup-flag
                       move "N" to subm-state
               end-evaluate.

               move 0 to subm-export-date.
               move 0 to subm-ack-date.
               move spaces to subm-order-ref.

               if line-reqid(1:4) is equal "req="
                   move line-reqid(5:64) to subm-req-id
               else
                   move spaces to subm-req-id
               end-if.

               move line-lang to subm-lang.

      * the vault key links the record to the clear copy of its
      * masked fields that the export reads from the vault.
               move line-vault to subm-vault-key.

               write master-record
                   invalid key

      * the correlation id http-index stamps after the user token is
      * request plumbing, not a submitted field.
               move spaces to line-reqid.
               if line-payload(1:4) is equal "req="
                   unstring line-payload
                       delimited by space
                       into line-reqid
                       to line-payload
               end-if.

      * so is the language the page was answered in, which goes to
      * its own field on the master.
               move spaces to line-lang.
               if line-payload(1:5) is equal "lang="
                   unstring line-payload
                       delimited by space
                       into lang-tok
                   end-unstring
                   compute lang-tok-len =
                       function length(function trim(lang-tok))
                   move line-payload to line-work
                   move spaces to line-payload
                   move line-work(lang-tok-len + 2:)
                       to line-payload
                   move lang-tok(6:8) to line-lang
               end-if.

      * and so is the key http-index stored the clear copy under.
               move spaces to line-vault.
               if line-payload(1:6) is equal "vault="
                   unstring line-payload
                       delimited by space
                       into vault-tok
                   end-unstring
                   compute vault-tok-len =
                       function length(function trim(vault-tok))
                   move line-payload to line-work
                   move spaces to line-payload
                   move line-work(vault-tok-len + 2:)
                       to line-payload
                   move vault-tok(7:32) to line-vault
               end-if.

               call "stamp-seconds"
               using by content line-stamp,
               by reference stamp-secs,

               exit paragraph.

           check-synthetic.
               set is-synthetic to 0.

               if synthetic-len is equal 0
               or line-reqid(1:4) is not equal "req="
               or line-user is not equal regression-user
                   exit paragraph
               end-if.

               if line-reqid(5:synthetic-len) is equal
                   synthetic-prefix(1:synthetic-len)
                   set is-synthetic to 1
               end-if.

               exit paragraph.

           check-duplicate.
               set is-duplicate to 0.

               until l-i is greater than loaded-count
                   if loaded-user(l-i) is equal line-user
                   and loaded-payload(l-i) is equal line-payload
                   and loaded-dup(l-i) is not equal "T"
                       compute secs-diff =
                           stamp-secs - loaded-secs(l-i)
                       if secs-diff is less than 0
               end-string.
               write register-record.

               move synthetic-total to count-disp.
               move spaces to register-record.
               string
                   "FLAGGED AS TEST TRAFFIC .... " count-disp
                   into register-record
               end-string.
               write register-record.

               move unique-total to count-disp.
               move spaces to register-record.
               string

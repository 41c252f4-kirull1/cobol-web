      * SUBMISSIONS EXPORT
      **********************
      * Batch extract of the indexed submissions master for the
      * order-entry system. Selects records a reviewer has approved
      * (state A, set by the submission review route) that are not
      * flagged as duplicates, writes them as a pipe-delimited
      * extract file dated with the run day, marks each one exported
      * (state E with the export run date), and prints a control
      * report with record counts and hash totals. New (N or blank)
      * and held (H) records wait for review and are counted but not
      * extracted. Records order-entry rejected on its
      * acknowledgment (state X, set by submissions-ack) are
      * re-queued and go out again with the approved ones. Records
      * already exported, posted or rejected are never re-extracted,
      * so the job can be re-run without double-posting downstream.
      * Synthetic test traffic (flag T, set by submissions-capture)
      * is never extracted, whatever its state.
      * Fields the masking policy hides on the master are extracted
      * in clear from the submissions vault
      * (HTTP_SUBMISSIONS_VAULT_FILE, default
      * /tmp/http-submissions-vault.idx) by the vault key http-index
      * stored them under; a record with no vault copy goes out as
      * it stands on the master.
      * Ends with return code 8 when the master cannot be opened.

       identification division.
       program-id. submissions-export.
               access mode is dynamic
               record key is subm-number
               file status is master-status.
           select vault-file assign to vault-path
               organization is indexed
               access mode is random
               record key is vault-key
               file status is vault-status.
           select extract-file assign to extract-path
               organization is line sequential
               file status is extract-status.
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

       fd extract-file.
       01 extract-record pic x(1200).
       77 extract-path pic x(256).
       77 report-path  pic x(256)
           value "/tmp/http-submissions-export-report.txt".
       77 vault-path   pic x(256)
           value "/tmp/http-submissions-vault.idx".
       77 vault-env    pic x(256).
       77 master-status  pic xx.
       77 vault-status   pic xx.
       77 vault-open     pic 9 value 0.
       77 extract-payload pic x(1024).
       77 extract-status pic xx.

       77 run-date-key pic 9(8).
       77 read-total     pic 9(7) value 0.
       77 exported-total pic 9(7) value 0.
       77 dup-skip-total pic 9(7) value 0.
       77 test-skip-total pic 9(7) value 0.
       77 prior-total    pic 9(7) value 0.
       77 rejected-total pic 9(7) value 0.
       77 pending-total  pic 9(7) value 0.
       77 held-total     pic 9(7) value 0.
       77 requeued-total pic 9(7) value 0.
       77 vault-total    pic 9(7) value 0.

       77 number-hash  pic 9(12) value 0.
       77 payload-hash pic 9(12) value 0.
       77 payload-len  pic 9(5).

       77 extract-open pic 9 value 0.
       77 export-rc    pic 9(2) value 0.
       77 count-disp   pic zz,zzz,zz9.
       77 hash-disp    pic zzz,zzz,zzz,zz9.
       77 generated-at pic x(29).
                   " read " read-total
                   " exported " exported-total
                   " dup-skipped " dup-skip-total
                   " test-skipped " test-skip-total
                   " already-exported " prior-total
                   " awaiting-review " pending-total
                   " held " held-total.

               move export-rc to return-code.

               stop run.

               if master-status is not equal "00"
                   display "submissions-export: cannot open master, "
                       "status " master-status
                   move 8 to export-rc
                   exit paragraph
               end-if.

               perform open-vault.

               move 0 to subm-number.

               start master-file key is greater than subm-number

               close master-file.

               if vault-open is equal 1
                   close vault-file
               end-if.

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

           export-one-record.
               add 1 to read-total.

               evaluate true
                   when subm-dup-flag is equal "T"
                       add 1 to test-skip-total
                       exit paragraph
                   when subm-state is equal "E"
                       add 1 to prior-total
                       exit paragraph
                   when subm-dup-flag is equal "D"
                       add 1 to dup-skip-total
                       exit paragraph
                   when subm-state is equal "P"
                       add 1 to prior-total
                       exit paragraph
                   when subm-state is equal "H"
                       add 1 to held-total
                       exit paragraph
                   when subm-state is equal "X"
                       add 1 to requeued-total
                   when subm-state is not equal "A"
                       add 1 to pending-total
                       exit paragraph
               end-evaluate.

               perform write-extract-record.

               move "E" to subm-state.
               move run-date-key to subm-export-date.
               move 0 to subm-ack-date.

               rewrite master-record
                   invalid key
               add subm-number to number-hash.

               compute payload-len =
                   function length(function trim(extract-payload)).
               add payload-len to payload-hash.

               exit paragraph.
                   set extract-open to 1
               end-if.

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
                       add 1 to vault-total
                   end-if
               end-if.

               move spaces to extract-record.

               string
                   subm-number "|"
                   function trim(subm-stamp) "|"
                   function trim(subm-user) "|"
                   function trim(extract-payload)
                   into extract-record
               end-string.

               end-string.
               write report-record.

               move test-skip-total to count-disp.
               move spaces to report-record.
               string
                   "TEST TRAFFIC SKIPPED ...... " count-disp
                   into report-record
               end-string.
               write report-record.

               move rejected-total to count-disp.
               move spaces to report-record.
               string
               end-string.
               write report-record.

               move pending-total to count-disp.
               move spaces to report-record.
               string
                   "AWAITING REVIEW ........... " count-disp
                   into report-record
               end-string.
               write report-record.

               move held-total to count-disp.
               move spaces to report-record.
               string
                   "HELD BY REVIEWER .......... " count-disp
                   into report-record
               end-string.
               write report-record.

               move requeued-total to count-disp.
               move spaces to report-record.
               string
                   "RE-SENT AFTER ACK REJECT .. " count-disp
                   into report-record
               end-string.
               write report-record.

               move vault-total to count-disp.
               move spaces to report-record.
               string
                   "CLEAR VALUES FROM VAULT ... " count-disp
                   into report-record
               end-string.
               write report-record.

               move spaces to report-record.
               write report-record.


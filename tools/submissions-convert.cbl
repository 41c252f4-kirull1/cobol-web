      **********************
      * SUBMISSIONS MASTER CONVERSION
      **********************
      * One-shot migration of a submissions master written in the
      * original record layout (number, stamp, user, duplicate flag,
      * payload, state, export date) into the current layout, which
      * adds the acknowledgement date, order reference, request id,
      * language and vault key. Rename the old master (default
      * /tmp/http-submissions-old.idx, or SUBMISSIONS_OLD_MASTER_FILE)
      * before running; every record is written to the new master
      * (/tmp/http-submissions.idx) with a zero acknowledgement date
      * and the new text fields blank, keeping its number, state and
      * export date. Existing records in the new master win; those
      * and records without a number are skipped and counted.
      * The old file is left in place so the migration can be re-run
      * or rolled back.

       identification division.
       program-id. submissions-convert.

       environment division.
       input-output section.
       file-control.
           select old-master-file assign to old-master-path
               organization is indexed
               access mode is sequential
               record key is old-number
               file status is old-master-status.
           select master-file assign to master-path
               organization is indexed
               access mode is dynamic
               record key is subm-number
               file status is master-status.

       data division.
       file section.
       fd old-master-file.
       01 old-master-record.
           05 old-number      pic 9(7).
           05 old-stamp       pic x(29).
           05 old-user        pic x(64).
           05 old-dup-flag    pic x.
           05 old-payload     pic x(1024).
           05 old-state       pic x.
           05 old-export-date pic 9(8).

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

       working-storage section.
       77 old-master-path pic x(256)
           value "/tmp/http-submissions-old.idx".
       77 master-path     pic x(256)
           value "/tmp/http-submissions.idx".
       77 old-master-env  pic x(256).
       77 old-master-status pic xx.
       77 master-status     pic xx.

       77 converted-count pic 9(7) value 0.
       77 skipped-count   pic 9(7) value 0.

       procedure division.

           main-line.
               move spaces to old-master-env.
               accept old-master-env
                   from environment "SUBMISSIONS_OLD_MASTER_FILE"
                   on exception
                       move spaces to old-master-env
               end-accept.

               if old-master-env is not equal spaces
                   move old-master-env to old-master-path
               end-if.

               open input old-master-file.

               if old-master-status is not equal "00"
                   display "submissions-convert: nothing to convert, "
                       "cannot open " function trim(old-master-path)
                       " status " old-master-status
                   stop run
               end-if.

               open i-o master-file.

               if master-status is equal "35"
                   open output master-file
               end-if.

               if master-status is not equal "00"
                   display "submissions-convert: cannot open "
                       function trim(master-path)
                       " status " master-status
                   close old-master-file
                   stop run
               end-if.

               perform convert-one-record
                   until old-master-status is not equal "00".

               close old-master-file.
               close master-file.

               display "submissions-convert: converted "
                   converted-count " skipped " skipped-count.

               stop run.

           convert-one-record.
               read old-master-file
                   at end
                       move "10" to old-master-status
                       exit paragraph
               end-read.

               if old-number is not numeric
               or old-number is equal 0
                   add 1 to skipped-count
                   exit paragraph
               end-if.

               move old-number to subm-number.
               move old-stamp to subm-stamp.
               move old-user to subm-user.
               move old-dup-flag to subm-dup-flag.
               move old-payload to subm-payload.
               move old-state to subm-state.
               move old-export-date to subm-export-date.
               move 0 to subm-ack-date.
               move spaces to subm-order-ref.
               move spaces to subm-req-id.
               move spaces to subm-lang.
               move spaces to subm-vault-key.

               write master-record
                   invalid key
                       add 1 to skipped-count
                   not invalid key
                       add 1 to converted-count
               end-write.

               exit paragraph.

       end program submissions-convert.

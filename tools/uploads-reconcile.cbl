      **********************
      * UPLOADS RECONCILIATION
      **********************
      * Daily cross-check of the three places an uploaded file is
      * known: the uploads log parse-multipart writes
      * (/tmp/http-uploads.log), the "stored=<path>" file references
      * http-index puts in subm-payload (live master and the yearly
      * archive masters), and the files actually in the upload
      * directory (HTTP_UPLOAD_DIR, default /tmp/http-uploads). The
      * report lists
      *   - submissions whose file is missing, has a different size
      *     than the uploads log recorded, or was never logged;
      *   - orphan uploads: logged files no submission points at;
      *   - files in the upload directory that were never logged.
      * Orphans younger than UPLOADS_GRACE_HOURS (default 24) are
      * only counted, since the worker that stored them may still be
      * writing its submission. With UPLOADS_QUARANTINE=Y, orphans
      * past the grace period are moved into
      * UPLOADS_QUARANTINE_DIR (default /tmp/http-uploads-quarantine)
      * instead of being left in place.
      *
      * The uploads log is held in a table of 5000 entries. When the
      * log holds more, the report says the table is full, counts
      * the lines left out, and counts references and files it
      * could not find in the table as unchecked rather than
      * reporting them as never logged.
      *
      * Ends with return code 4 when anything was reported and 8 when
      * the master cannot be opened.

       identification division.
       program-id. uploads-reconcile.

       environment division.
       input-output section.
       file-control.
           select uploads-log-file assign to uploads-log-path
               organization is line sequential
               file status is uploads-log-status.
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
       fd uploads-log-file.
       01 uploads-log-record pic x(1024).

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
       77 uploads-log-path pic x(256)
           value "/tmp/http-uploads.log".
       77 master-path  pic x(256)
           value "/tmp/http-submissions.idx".
       77 archive-path pic x(256).
       77 scan-list-path pic x(256)
           value "/tmp/http-uploads-reconcile.list".
       77 report-path pic x(256)
           value "/tmp/http-uploads-reconcile-report.txt".
       77 uploads-log-status pic xx.
       77 master-status      pic xx.
       77 archive-status     pic xx.
       77 scan-list-status   pic xx.
       77 report-status      pic xx.

       77 upload-dir      pic x(256).
       77 quarantine-dir  pic x(256).
       77 quarantine-env  pic x(8).
       77 quarantine-on   pic 9 value 0.
       77 grace-hours     pic 9(5) value 24.
       77 grace-env       pic x(5).
       77 grace-secs      pic 9(12).

      * one entry per stored file in the uploads log; ref-count is
      * how many submissions point at it.
       01 upload-tbl.
           05 up-entry occurs 5000 times.
               10 up-path      pic x(256).
               10 up-stamp     pic x(29).
               10 up-user      pic x(64).
               10 up-bytes     pic 9(9).
               10 up-secs      pic 9(12).
               10 up-ref-count pic 9(5).
           05 up-size pic 9(5).

       77 up-i   pic 9(5).
       77 up-at  pic 9(5).
       77 up-overflow pic 9(7) value 0.

       77 line-stamp pic x(29).
       77 tok-user   pic x(70).
       77 tok-field  pic x(40).
       77 tok-type   pic x(70).
       77 tok-bytes  pic x(16).
       77 tok-stored pic x(264).

       77 ref-number  pic 9(7).
       77 ref-source  pic x(8).
       77 ref-payload pic x(1024).
       77 ref-pos     pic 9(4).
       77 ref-path    pic x(256).

       01 ref-file-info.
           05 ref-file-size pic x(8) comp-x.
           05 filler        pic x(8).
       77 ref-exists  pic 9.
       77 ref-bytes   pic 9(9).

       77 archive-year pic 9(4).
       77 year-i       pic 9(2).
       77 master-done  pic 9.

       77 now-stamp  pic x(29).
       77 now-secs   pic 9(12).
       77 stamp-ok   pic 9.
       77 age-secs   pic 9(12).
       77 zero-days  pic 9(4) value 0.
       77 run-date-key pic 9(8).

       77 shell-cmd  pic x(768).
       77 delete-rc  pic s9(9) comp-5.
       77 mv-rc      pic s9(9) comp-5.

       77 logged-total      pic 9(7) value 0.
       77 refs-total        pic 9(7) value 0.
       77 missing-total     pic 9(7) value 0.
       77 size-total        pic 9(7) value 0.
       77 unlogged-ref-total pic 9(7) value 0.
       77 orphan-total      pic 9(7) value 0.
       77 grace-total       pic 9(7) value 0.
       77 quarantined-total pic 9(7) value 0.
       77 gone-total        pic 9(7) value 0.
       77 stray-total       pic 9(7) value 0.
       77 unchecked-total   pic 9(7) value 0.
       77 exception-total   pic 9(7) value 0.

       77 count-disp  pic zz,zzz,zz9.
       77 bytes-disp  pic zzz,zzz,zz9.
       77 bytes-disp2 pic zzz,zzz,zz9.
       77 number-disp pic 9(7).
       77 hours-disp  pic zzzz9.
       77 generated-at pic x(29).

       procedure division.

           main-line.
               initialize upload-tbl.
               perform load-settings.

               open input master-file.

               if master-status is not equal "00"
                   display "uploads-reconcile: cannot open master, "
                       "status " master-status
                   move 8 to return-code
                   stop run
               end-if.

               perform open-report.
               perform load-uploads-log.

               if up-overflow is greater than 0
                   perform report-table-full
               end-if.

               perform write-section-heading-refs.

               set master-done to 0.
               perform check-master-record until master-done is equal 1.
               close master-file.

               compute archive-year =
                   function numval(function current-date(1:4)).

               perform check-one-archive
                   varying year-i from 0 by 1
                   until year-i is greater than 20.

               perform write-section-heading-orphans.

               perform check-orphan-upload
                   varying up-i from 1 by 1
                   until up-i is greater than up-size.

               perform write-section-heading-disk.
               perform scan-upload-dir.

               perform write-totals.
               close report-file.

               display "uploads-reconcile: date " run-date-key
                   " logged " logged-total
                   " refs " refs-total
                   " missing " missing-total
                   " size " size-total
                   " orphans " orphan-total
                   " quarantined " quarantined-total
                   " unlogged " stray-total
                   " unchecked " unchecked-total.

               if up-overflow is greater than 0
                   display "uploads-reconcile: upload table full, "
                       up-overflow " log lines not loaded"
               end-if.

               move 0 to return-code.

               if exception-total is greater than 0
                   move 4 to return-code
               end-if.

               stop run.

           load-settings.
               compute run-date-key =
                   function numval(function current-date(1:8)).

               call "date-utc"
               using by reference now-stamp,
               by content zero-days.

               call "stamp-seconds"
               using by content now-stamp,
               by reference now-secs,
               by reference stamp-ok.

               move "/tmp/http-uploads" to upload-dir.
               accept upload-dir
                   from environment "HTTP_UPLOAD_DIR"
                   on exception
                       move "/tmp/http-uploads" to upload-dir
               end-accept.

               if upload-dir is equal spaces
                   move "/tmp/http-uploads" to upload-dir
               end-if.

               move spaces to grace-env.
               accept grace-env
                   from environment "UPLOADS_GRACE_HOURS"
                   on exception
                       move spaces to grace-env
               end-accept.

               if grace-env is not equal spaces
               and function test-numval(grace-env) is equal 0
                   compute grace-hours = function numval(grace-env)
               end-if.

               compute grace-secs = grace-hours * 3600.

               move spaces to quarantine-env.
               accept quarantine-env
                   from environment "UPLOADS_QUARANTINE"
                   on exception
                       move spaces to quarantine-env
               end-accept.

               if function upper-case(quarantine-env(1:1))
                   is equal "Y"
                   set quarantine-on to 1
               end-if.

               move "/tmp/http-uploads-quarantine" to quarantine-dir.
               accept quarantine-dir
                   from environment "UPLOADS_QUARANTINE_DIR"
                   on exception
                       move "/tmp/http-uploads-quarantine"
                           to quarantine-dir
               end-accept.

               if quarantine-dir is equal spaces
                   move "/tmp/http-uploads-quarantine"
                       to quarantine-dir
               end-if.

               exit paragraph.

           open-report.
               open output report-file.

               call "date-utc"
               using by reference generated-at,
               by content zero-days.

               move spaces to report-record.
               string
                   "UPLOADS RECONCILIATION FOR " run-date-key
                   into report-record
               end-string.
               write report-record.

               move spaces to report-record.
               string
                   "GENERATED " function trim(generated-at)
                   into report-record
               end-string.
               write report-record.

               move grace-hours to hours-disp.
               move spaces to report-record.
               if quarantine-on is equal 1
                   string
                       "UPLOAD DIR " function trim(upload-dir)
                       "  GRACE " function trim(hours-disp) " HOURS"
                       "  QUARANTINE " function trim(quarantine-dir)
                       into report-record
                   end-string
               else
                   string
                       "UPLOAD DIR " function trim(upload-dir)
                       "  GRACE " function trim(hours-disp) " HOURS"
                       "  QUARANTINE OFF"
                       into report-record
                   end-string
               end-if.
               write report-record.

               move spaces to report-record.
               write report-record.

               exit paragraph.

           load-uploads-log.
               open input uploads-log-file.

               if uploads-log-status is not equal "00"
                   exit paragraph
               end-if.

               perform load-one-upload
                   until uploads-log-status is not equal "00".

               close uploads-log-file.

               exit paragraph.

      * log lines read "<stamp> user=U field=F type=T bytes=N
      * stored=P file=<original name>", the shape uploads-register
      * prints from.
           load-one-upload.
               read uploads-log-file
                   at end
                       move "10" to uploads-log-status
                       exit paragraph
               end-read.

               if uploads-log-record is equal spaces
                   exit paragraph
               end-if.

               move uploads-log-record(1:29) to line-stamp.
               move spaces to tok-user.
               move spaces to tok-field.
               move spaces to tok-type.
               move spaces to tok-bytes.
               move spaces to tok-stored.

               unstring uploads-log-record(31:994)
                   delimited by all space
                   into tok-user, tok-field, tok-type, tok-bytes,
                       tok-stored
               end-unstring.

               if tok-stored(1:7) is not equal "stored="
               or tok-stored(8:1) is equal space
                   exit paragraph
               end-if.

               add 1 to logged-total.

               if up-size is greater than or equal 5000
                   add 1 to up-overflow
                   exit paragraph
               end-if.

               add 1 to up-size.
               move tok-stored(8:256) to up-path(up-size).
               move line-stamp to up-stamp(up-size).
               move tok-user(6:64) to up-user(up-size).
               move 0 to up-bytes(up-size).
               move 0 to up-ref-count(up-size).

               if tok-bytes(1:6) is equal "bytes="
               and tok-bytes(7:1) is not equal space
                   compute up-bytes(up-size) =
                       function numval(tok-bytes(7:9))
               end-if.

               call "stamp-seconds"
               using by content line-stamp,
               by reference up-secs(up-size),
               by reference stamp-ok.

               if stamp-ok is equal 0
                   move now-secs to up-secs(up-size)
               end-if.

               exit paragraph.

           find-upload-entry.
               set up-at to 0.

               perform varying up-i from 1 by 1
               until up-i is greater than up-size
                   if up-path(up-i) is equal ref-path
                       set up-at to up-i
                       exit perform
                   end-if
               end-perform.

               exit paragraph.

           check-master-record.
               read master-file next record
                   at end
                       set master-done to 1
                       exit paragraph
               end-read.

               move subm-number to ref-number.
               move "MASTER" to ref-source.
               move subm-payload to ref-payload.
               perform check-payload-refs.

               exit paragraph.

      * closed submissions moved off the master by the month-end
      * archive still point at their files; each yearly archive from
      * this year back twenty years is read the same way.
           check-one-archive.
               move spaces to archive-path.
               string
                   "/tmp/http-submissions-archive-" archive-year
                   ".idx"
                   into archive-path
               end-string.

               open input archive-file.

               if archive-status is equal "00"
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

               move arch-number to ref-number.
               move spaces to ref-source.
               string
                   "ARCH" archive-year
                   into ref-source
               end-string.
               move arch-payload to ref-payload.
               perform check-payload-refs.

               exit paragraph.

      * build-file-reference writes "file:<name> stored=<path>" into
      * the field value, so every " stored=" in the payload starts a
      * reference whose path runs to the next space.
           check-payload-refs.
               perform varying ref-pos from 1 by 1
               until ref-pos is greater than 1016
                   if ref-payload(ref-pos:8) is equal " stored="
                       move spaces to ref-path
                       unstring ref-payload(ref-pos + 8:)
                           delimited by space
                           into ref-path
                       end-unstring
                       if ref-path is not equal spaces
                           perform check-one-reference
                       end-if
                   end-if
               end-perform.

               exit paragraph.

           check-one-reference.
               add 1 to refs-total.

               perform find-upload-entry.
               perform check-ref-on-disk.

               if up-at is greater than 0
                   add 1 to up-ref-count(up-at)
               end-if.

               if ref-exists is equal 0
                   add 1 to missing-total
                   add 1 to exception-total
                   move ref-number to number-disp
                   move spaces to report-record
                   string
                       "MISSING FILE     SUBM " number-disp
                       " " ref-source " "
                       function trim(ref-path)
                       into report-record
                   end-string
                   write report-record
                   exit paragraph
               end-if.

               if up-at is equal 0
               and up-overflow is greater than 0
                   add 1 to unchecked-total
                   exit paragraph
               end-if.

               if up-at is equal 0
                   add 1 to unlogged-ref-total
                   add 1 to exception-total
                   move ref-number to number-disp
                   move spaces to report-record
                   string
                       "NOT IN LOG       SUBM " number-disp
                       " " ref-source " "
                       function trim(ref-path)
                       into report-record
                   end-string
                   write report-record
                   exit paragraph
               end-if.

               if ref-bytes is not equal up-bytes(up-at)
                   add 1 to size-total
                   add 1 to exception-total
                   move ref-number to number-disp
                   move up-bytes(up-at) to bytes-disp
                   move ref-bytes to bytes-disp2
                   move spaces to report-record
                   string
                       "SIZE MISMATCH    SUBM " number-disp
                       " " ref-source " "
                       function trim(ref-path)
                       " LOGGED " function trim(bytes-disp)
                       " ON DISK " function trim(bytes-disp2)
                       into report-record
                   end-string
                   write report-record
               end-if.

               exit paragraph.

           check-ref-on-disk.
               set ref-exists to 0.
               set ref-bytes to 0.

               call "CBL_CHECK_FILE_EXIST"
               using ref-path, ref-file-info.

               if return-code is equal 0
                   set ref-exists to 1
                   move ref-file-size to ref-bytes
               end-if.

               exit paragraph.

           check-orphan-upload.
               if up-ref-count(up-i) is greater than 0
                   exit paragraph
               end-if.

               move up-path(up-i) to ref-path.
               perform check-ref-on-disk.

               if ref-exists is equal 0
                   add 1 to gone-total
                   exit paragraph
               end-if.

               add 1 to orphan-total.

               set age-secs to 0.
               if now-secs is greater than up-secs(up-i)
                   compute age-secs = now-secs - up-secs(up-i)
               end-if.

               if age-secs is less than grace-secs
                   add 1 to grace-total
                   exit paragraph
               end-if.

               add 1 to exception-total.

               if quarantine-on is equal 1
                   perform quarantine-orphan
               end-if.

               move up-bytes(up-i) to bytes-disp.
               move spaces to report-record.

               if quarantine-on is equal 1
               and mv-rc is equal 0
                   string
                       "QUARANTINED      " up-stamp(up-i)(6:20) " "
                       function trim(up-user(up-i)) " "
                       function trim(up-path(up-i))
                       " " function trim(bytes-disp) " BYTES"
                       into report-record
                   end-string
               else
                   string
                       "ORPHAN UPLOAD    " up-stamp(up-i)(6:20) " "
                       function trim(up-user(up-i)) " "
                       function trim(up-path(up-i))
                       " " function trim(bytes-disp) " BYTES"
                       into report-record
                   end-string
               end-if.

               write report-record.

               exit paragraph.

           quarantine-orphan.
               move spaces to shell-cmd.
               string
                   "mkdir -p " function trim(quarantine-dir)
                   " && mv " function trim(up-path(up-i))
                   " " function trim(quarantine-dir) "/"
                   " 2>/dev/null"
                   into shell-cmd
               end-string.

               call "SYSTEM" using shell-cmd.
               move return-code to mv-rc.

               if mv-rc is equal 0
                   add 1 to quarantined-total
               end-if.

               exit paragraph.

           scan-upload-dir.
               move spaces to shell-cmd.
               string
                   "find " function trim(upload-dir)
                   " -maxdepth 1 -type f > "
                   function trim(scan-list-path)
                   " 2>/dev/null"
                   into shell-cmd
               end-string.

               call "SYSTEM" using shell-cmd.

               open input scan-list-file.

               if scan-list-status is not equal "00"
                   exit paragraph
               end-if.

               perform check-one-disk-file
                   until scan-list-status is not equal "00".

               close scan-list-file.

               call "CBL_DELETE_FILE" using scan-list-path
               returning delete-rc.

               exit paragraph.

           check-one-disk-file.
               read scan-list-file
                   at end
                       move "10" to scan-list-status
                       exit paragraph
               end-read.

               if scan-list-record is equal spaces
                   exit paragraph
               end-if.

               move scan-list-record to ref-path.
               perform find-upload-entry.

               if up-at is greater than 0
                   exit paragraph
               end-if.

               if up-overflow is greater than 0
                   add 1 to unchecked-total
                   exit paragraph
               end-if.

               perform check-ref-on-disk.

               add 1 to stray-total.
               add 1 to exception-total.

               move ref-bytes to bytes-disp.
               move spaces to report-record.
               string
                   "NEVER LOGGED     "
                   function trim(ref-path)
                   " " function trim(bytes-disp) " BYTES"
                   into report-record
               end-string.
               write report-record.

               exit paragraph.

      * a full table cannot say whether a file was logged, so the
      * run is flagged once here instead of once per file.
           report-table-full.
               add 1 to exception-total.
               move up-overflow to count-disp.
               move spaces to report-record.
               string
                   "UPLOAD TABLE FULL: " function trim(count-disp)
                   " LOG LINES NOT LOADED, REFERENCES AND FILES NOT "
                   "FOUND ARE COUNTED AS UNCHECKED"
                   into report-record
               end-string.
               write report-record.

               move spaces to report-record.
               write report-record.

               exit paragraph.

           write-section-heading-refs.
               move "SUBMISSION FILE REFERENCES" to report-record.
               write report-record.

               exit paragraph.

           write-section-heading-orphans.
               move spaces to report-record.
               write report-record.
               move "UPLOADS WITH NO SUBMISSION" to report-record.
               write report-record.

               exit paragraph.

           write-section-heading-disk.
               move spaces to report-record.
               write report-record.
               move "FILES IN UPLOAD DIR NEVER LOGGED"
                   to report-record.
               write report-record.

               exit paragraph.

           write-totals.
               move spaces to report-record.
               write report-record.

               move logged-total to count-disp.
               move spaces to report-record.
               string
                   "UPLOADS LOGGED ........ " count-disp
                   into report-record
               end-string.
               write report-record.

               move refs-total to count-disp.
               move spaces to report-record.
               string
                   "FILE REFERENCES ....... " count-disp
                   into report-record
               end-string.
               write report-record.

               move missing-total to count-disp.
               move spaces to report-record.
               string
                   "MISSING FILES ......... " count-disp
                   into report-record
               end-string.
               write report-record.

               move size-total to count-disp.
               move spaces to report-record.
               string
                   "SIZE MISMATCHES ....... " count-disp
                   into report-record
               end-string.
               write report-record.

               move unlogged-ref-total to count-disp.
               move spaces to report-record.
               string
                   "REFERENCES NOT LOGGED . " count-disp
                   into report-record
               end-string.
               write report-record.

               move orphan-total to count-disp.
               move spaces to report-record.
               string
                   "ORPHAN UPLOADS ........ " count-disp
                   into report-record
               end-string.
               write report-record.

               move grace-total to count-disp.
               move spaces to report-record.
               string
                   "  WITHIN GRACE ........ " count-disp
                   into report-record
               end-string.
               write report-record.

               move quarantined-total to count-disp.
               move spaces to report-record.
               string
                   "  QUARANTINED ......... " count-disp
                   into report-record
               end-string.
               write report-record.

               move gone-total to count-disp.
               move spaces to report-record.
               string
                   "LOGGED, FILE REMOVED .. " count-disp
                   into report-record
               end-string.
               write report-record.

               move stray-total to count-disp.
               move spaces to report-record.
               string
                   "FILES NEVER LOGGED .... " count-disp
                   into report-record
               end-string.
               write report-record.

               move up-overflow to count-disp.
               move spaces to report-record.
               string
                   "UPLOAD TABLE OVERFLOW . " count-disp
                   into report-record
               end-string.
               write report-record.

               move unchecked-total to count-disp.
               move spaces to report-record.
               string
                   "UNCHECKED, TABLE FULL . " count-disp
                   into report-record
               end-string.
               write report-record.

               exit paragraph.

       end program uploads-reconcile.

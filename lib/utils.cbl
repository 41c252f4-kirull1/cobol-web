               exit paragraph.

       end program build-json.

      ********************************

       identification division.
       program-id. mask-value.

      * Masks one form value by the sensitive-field policy before it
      * is written to a log, sent to a partner or shown on a page.
      * The policy (HTTP_MASK_POLICY_FILE, default
      * /tmp/http-mask-policy.dat) holds one "field|method" line per
      * sensitive field, where method is:
      *   last4  every character but the last four becomes "*"
      *   hash   the value becomes "#" and the SHA-256 of the
      *          HTTP_MASK_SALT secret and the value, so equal values
      *          still match across records without being readable;
      *          the salt is kept in the settings, never beside the
      *          data, since without it every short value (an id or
      *          phone number) could simply be tried. With no salt
      *          set a hash field is starred out whole instead.
      *   drop   the caller leaves the field out altogether
      * The policy is read on the first call of each process. Fields
      * not named are left as they are; mask-drop comes back 1 only
      * for dropped fields, and mask-hit is 1 for any policy field.

       environment division.
       input-output section.
       file-control.
           select mask-policy-file assign to mask-policy-path
               organization is line sequential
               file status is mask-policy-status.

       data division.
       file section.
       fd mask-policy-file.
       01 mask-policy-record pic x(256).

       working-storage section.
       77 mask-policy-path pic x(256)
           value "/tmp/http-mask-policy.dat".
       77 mask-policy-env    pic x(256).
       77 mask-policy-status pic xx.
       77 mask-loaded        pic 9 value 0.
       77 mask-salt          pic x(64).
       77 raw-mask-field     pic x(64).
       77 raw-mask-method    pic x(16).
       77 mask-i             pic 9(3).
       77 mask-at            pic 9(3).
       77 mask-len           pic 9(4).
       77 mask-pos           pic 9(4).
       77 mask-keep-from     pic 9(4).
       77 mask-digest        pic x(64).
       77 mask-hash-input    pic x(512).
       77 mask-hash-len      pic 9(4).

       01 mask-policy.
           05 mask-rule occurs 64 times.
               10 mask-rule-field  pic x(32).
               10 mask-rule-method pic x(8).
           05 mask-policy-size pic 9(3).

       linkage section.
       77 mask-field-name pic x(32).
       77 mask-field-value pic x(1024).
       77 mask-drop pic 9.
       77 mask-hit  pic 9.

       procedure division using mask-field-name, mask-field-value,
           mask-drop, mask-hit.

           move 0 to mask-drop.
           move 0 to mask-hit.

           if mask-loaded is equal 0
               perform load-mask-policy
               move 1 to mask-loaded
           end-if.

           move 0 to mask-at.
           perform varying mask-i from 1 by 1
           until mask-i is greater mask-policy-size
           or mask-at is greater than 0
               if mask-rule-field(mask-i) is equal
               function trim(mask-field-name)
                   move mask-i to mask-at
               end-if
           end-perform.

           if mask-at is equal 0
               exit program
           end-if.

           move 1 to mask-hit.

           evaluate mask-rule-method(mask-at)
               when "DROP"
                   move 1 to mask-drop
                   move spaces to mask-field-value
               when "HASH"
                   perform hash-field-value
               when other
                   perform mask-last-four
           end-evaluate.

           exit program.

           load-mask-policy.
               initialize mask-policy.

               move spaces to mask-policy-env.
               accept mask-policy-env
                   from environment "HTTP_MASK_POLICY_FILE"
                   on exception
                       move spaces to mask-policy-env
               end-accept.

               if mask-policy-env is not equal spaces
                   move mask-policy-env to mask-policy-path
               end-if.

               move spaces to mask-salt.
               accept mask-salt
                   from environment "HTTP_MASK_SALT"
                   on exception
                       move spaces to mask-salt
               end-accept.

               open input mask-policy-file.

               if mask-policy-status is not equal "00"
                   exit paragraph
               end-if.

               perform load-one-mask-rule
                   until mask-policy-status is not equal "00".

               close mask-policy-file.

               exit paragraph.

           load-one-mask-rule.
               read mask-policy-file
                   at end
                       move "10" to mask-policy-status
                       exit paragraph
               end-read.

               if mask-policy-record is equal spaces
               or function trim(mask-policy-record)(1:1) is equal "#"
                   exit paragraph
               end-if.

               if mask-policy-size is greater than or equal 64
                   exit paragraph
               end-if.

               move spaces to raw-mask-field raw-mask-method.

               unstring mask-policy-record delimited by "|"
                   into raw-mask-field, raw-mask-method
               end-unstring.

               if raw-mask-field is equal spaces
                   exit paragraph
               end-if.

               add 1 to mask-policy-size.
               move function trim(raw-mask-field)
                   to mask-rule-field(mask-policy-size).
               move function upper-case(function trim(raw-mask-method))
                   to mask-rule-method(mask-policy-size).

               exit paragraph.

      * a value of four characters or fewer is starred out whole,
      * since its last four would be the value itself.
           mask-last-four.
               if mask-field-value is equal spaces
                   exit paragraph
               end-if.

               set mask-len to function length(
                   function trim(mask-field-value trailing)).

               if mask-len is greater than 4
                   compute mask-keep-from = mask-len - 3
               else
                   compute mask-keep-from = mask-len + 1
               end-if.

               perform varying mask-pos from 1 by 1
               until mask-pos is greater than or equal mask-keep-from
                   move "*" to mask-field-value(mask-pos:1)
               end-perform.

               exit paragraph.

      * only the first 512 bytes of salt and value are digested.
           hash-field-value.
               if mask-field-value is equal spaces
                   exit paragraph
               end-if.

               if mask-salt is equal spaces
                   set mask-len to function length(
                       function trim(mask-field-value trailing))
                   move all "*" to mask-field-value(1:mask-len)
                   exit paragraph
               end-if.

               move spaces to mask-hash-input.
               string
                   function trim(mask-salt) "|"
                   function trim(mask-field-value trailing)
                   delimited by size
                   into mask-hash-input
               end-string.

               set mask-hash-len to function length(
                   function trim(mask-hash-input trailing)).

               call "sha256-digest"
               using by content mask-hash-input,
               by content mask-hash-len,
               by reference mask-digest.

               move spaces to mask-field-value.
               string
                   "#" mask-digest
                   delimited by size
                   into mask-field-value
               end-string.

               exit paragraph.

       end program mask-value.

      ********************************

       identification division.
       program-id. sha256-digest.

      * SHA-256 (FIPS 180-4) of the first sha-input-len bytes of
      * sha-input, returned as 64 lower-case hex digits. Used for the
      * salted password hashes and the API key hashes in the
      * credentials file. The 32-bit words are COMP-X, which holds
      * them big-endian exactly as the standard lays them out, so a
      * message block moves straight onto the word table; the bit
      * operations are the CBL_AND / CBL_XOR / CBL_NOT byte routines
      * and rotations are done arithmetically.

       data division.
       working-storage section.
       77 sha-loaded   pic 9 value 0.
       77 sha-i        pic 9(3).
       77 sha-blk      pic 9(3).
       77 sha-blocks   pic 9(3).
       77 sha-pad-len  pic 9(4).
       77 sha-pos      pic 9(4).
       77 sha-byte     pic 9(3).
       77 sha-hi       pic 9(2).
       77 sha-lo       pic 9(2).
       77 sha-sum      pic 9(18) comp-5.
       77 sha-quot     pic 9(18) comp-5.
       77 sha-two-32   pic 9(18) comp-5 value 4294967296.
       77 hex-digits   pic x(16) value "0123456789abcdef".

      * the padded message: at most 512 bytes of input plus the 0x80
      * byte and the 64-bit length always fit in nine blocks.
       01 sha-message.
           05 sha-msg-byte pic x occurs 576.
       01 sha-message-blocks redefines sha-message.
           05 sha-msg-block pic x(64) occurs 9.

       01 sha-bit-count.
           05 sha-bit-len pic x(8) comp-x.
       01 sha-bit-count-x redefines sha-bit-count pic x(8).

       01 sha-w-tbl.
           05 sha-w pic x(4) comp-x occurs 64.
       01 sha-w-block redefines sha-w-tbl.
           05 sha-w-first pic x(64).
           05 filler      pic x(192).

       01 sha-h-tbl.
           05 sha-h pic x(4) comp-x occurs 8.
       01 sha-h-bytes redefines sha-h-tbl.
           05 sha-h-byte pic x occurs 32.

       01 sha-k-values.
           05 filler pic x(40) value
               "1116352408189944744130493234713921009573".
           05 filler pic x(40) value
               "0961987163150897099324536357482870763221".
           05 filler pic x(40) value
               "3624381080031059840106072252781426881987".
           05 filler pic x(40) value
               "1925078388216207820626148881033248222580".
           05 filler pic x(40) value
               "3835390401402222477402643470780604807628".
           05 filler pic x(40) value
               "0770255983124915012215550816921996064986".
           05 filler pic x(40) value
               "2554220882282183434929529968083210313671".
           05 filler pic x(40) value
               "3336571891358452871101139269930338241895".
           05 filler pic x(40) value
               "0666307205077352991212947573721396182291".
           05 filler pic x(40) value
               "1695183700198666105121770263502456956037".
           05 filler pic x(40) value
               "2730485921282030241132597308003345764771".
           05 filler pic x(40) value
               "3516065817360035280440945719090275423344".
           05 filler pic x(40) value
               "0430227734050694861606590605560883997877".
           05 filler pic x(40) value
               "0958139571132282221815370020631747873779".
           05 filler pic x(40) value
               "1955562222202410481522277304522361852424".
           05 filler pic x(40) value
               "2428436474275673418732040314793329325298".
       01 sha-k-tbl redefines sha-k-values.
           05 sha-k pic 9(10) occurs 64.

       01 sha-h-init-values.
           05 filler pic x(40) value
               "1779033703314413427710139042422773480762".
           05 filler pic x(40) value
               "1359893119260082292405287346351541459225".
       01 sha-h-init-tbl redefines sha-h-init-values.
           05 sha-h-init pic 9(10) occurs 8.

       01 sha-work.
           05 sha-a   pic x(4) comp-x.
           05 sha-b   pic x(4) comp-x.
           05 sha-c   pic x(4) comp-x.
           05 sha-d   pic x(4) comp-x.
           05 sha-e   pic x(4) comp-x.
           05 sha-f   pic x(4) comp-x.
           05 sha-g   pic x(4) comp-x.
           05 sha-hh  pic x(4) comp-x.
           05 sha-t1  pic x(4) comp-x.
           05 sha-t2  pic x(4) comp-x.
           05 sha-s0  pic x(4) comp-x.
           05 sha-s1  pic x(4) comp-x.
           05 sha-ch  pic x(4) comp-x.
           05 sha-maj pic x(4) comp-x.
           05 sha-tmp pic x(4) comp-x.
           05 sha-tmp2 pic x(4) comp-x.

       77 rot-in    pic x(4) comp-x.
       77 rot-out   pic x(4) comp-x.
       77 rot-n     pic 9(2).
       77 rot-quot  pic 9(18) comp-5.
       77 rot-rem   pic 9(18) comp-5.

       01 sha-pow2-tbl.
           05 sha-pow2 pic 9(18) comp-5 occurs 33.

       77 sha-four  pic x(4) comp-x value 4.

       linkage section.
       77 sha-input     pic x(512).
       77 sha-input-len pic 9(4).
       77 sha-digest    pic x(64).

       procedure division using sha-input, sha-input-len, sha-digest.

           if sha-loaded is equal 0
               move 1 to sha-pow2(1)
               perform varying sha-i from 2 by 1
               until sha-i is greater than 33
                   compute sha-pow2(sha-i) = sha-pow2(sha-i - 1) * 2
               end-perform
               move 1 to sha-loaded
           end-if.

           move low-values to sha-message.

           if sha-input-len is greater than 0
               move sha-input(1:sha-input-len)
                   to sha-message(1:sha-input-len)
           end-if.

           move X"80" to sha-msg-byte(sha-input-len + 1).

      * room for the 0x80 byte and the eight length bytes, rounded
      * up to whole 64-byte blocks.
           compute sha-blocks = (sha-input-len + 8) / 64 + 1.
           compute sha-pad-len = sha-blocks * 64.

           compute sha-bit-len = sha-input-len * 8.
           move sha-bit-count-x to sha-message(sha-pad-len - 7:8).

           perform varying sha-i from 1 by 1 until sha-i > 8
               move sha-h-init(sha-i) to sha-h(sha-i)
           end-perform.

           perform varying sha-blk from 1 by 1
           until sha-blk is greater than sha-blocks
               perform sha-compress-block
           end-perform.

           move spaces to sha-digest.
           move 1 to sha-pos.

           perform varying sha-i from 1 by 1 until sha-i > 32
               compute sha-byte = function ord(sha-h-byte(sha-i)) - 1
               divide sha-byte by 16
                   giving sha-hi remainder sha-lo
               move hex-digits(sha-hi + 1:1) to sha-digest(sha-pos:1)
               move hex-digits(sha-lo + 1:1)
                   to sha-digest(sha-pos + 1:1)
               add 2 to sha-pos
           end-perform.

           exit program.

           sha-compress-block.
               move sha-msg-block(sha-blk) to sha-w-first.

               perform varying sha-i from 17 by 1
               until sha-i is greater than 64
                   perform sha-extend-word
               end-perform.

               move sha-h(1) to sha-a.
               move sha-h(2) to sha-b.
               move sha-h(3) to sha-c.
               move sha-h(4) to sha-d.
               move sha-h(5) to sha-e.
               move sha-h(6) to sha-f.
               move sha-h(7) to sha-g.
               move sha-h(8) to sha-hh.

               perform varying sha-i from 1 by 1
               until sha-i is greater than 64
                   perform sha-round
               end-perform.

               compute sha-sum = sha-h(1) + sha-a.
               perform sha-reduce.
               move sha-sum to sha-h(1).
               compute sha-sum = sha-h(2) + sha-b.
               perform sha-reduce.
               move sha-sum to sha-h(2).
               compute sha-sum = sha-h(3) + sha-c.
               perform sha-reduce.
               move sha-sum to sha-h(3).
               compute sha-sum = sha-h(4) + sha-d.
               perform sha-reduce.
               move sha-sum to sha-h(4).
               compute sha-sum = sha-h(5) + sha-e.
               perform sha-reduce.
               move sha-sum to sha-h(5).
               compute sha-sum = sha-h(6) + sha-f.
               perform sha-reduce.
               move sha-sum to sha-h(6).
               compute sha-sum = sha-h(7) + sha-g.
               perform sha-reduce.
               move sha-sum to sha-h(7).
               compute sha-sum = sha-h(8) + sha-hh.
               perform sha-reduce.
               move sha-sum to sha-h(8).

               exit paragraph.

      * w(i) = w(i-16) + s0(w(i-15)) + w(i-7) + s1(w(i-2))
           sha-extend-word.
               move sha-w(sha-i - 15) to rot-in.
               move 7 to rot-n.
               perform sha-rotate.
               move rot-out to sha-s0.
               move 18 to rot-n.
               perform sha-rotate.
               call "CBL_XOR" using rot-out, sha-s0
                   by value 4.
               compute sha-tmp = rot-in / 8.
               call "CBL_XOR" using sha-tmp, sha-s0
                   by value 4.

               move sha-w(sha-i - 2) to rot-in.
               move 17 to rot-n.
               perform sha-rotate.
               move rot-out to sha-s1.
               move 19 to rot-n.
               perform sha-rotate.
               call "CBL_XOR" using rot-out, sha-s1
                   by value 4.
               compute sha-tmp = rot-in / 1024.
               call "CBL_XOR" using sha-tmp, sha-s1
                   by value 4.

               compute sha-sum = sha-w(sha-i - 16) + sha-s0
                   + sha-w(sha-i - 7) + sha-s1.
               perform sha-reduce.
               move sha-sum to sha-w(sha-i).

               exit paragraph.

           sha-round.
      * S1 = rotr(e,6) xor rotr(e,11) xor rotr(e,25)
               move sha-e to rot-in.
               move 6 to rot-n.
               perform sha-rotate.
               move rot-out to sha-s1.
               move 11 to rot-n.
               perform sha-rotate.
               call "CBL_XOR" using rot-out, sha-s1
                   by value 4.
               move 25 to rot-n.
               perform sha-rotate.
               call "CBL_XOR" using rot-out, sha-s1
                   by value 4.

      * ch = (e and f) xor ((not e) and g)
               move sha-f to sha-ch.
               call "CBL_AND" using sha-e, sha-ch
                   by value 4.
               move sha-e to sha-tmp.
               call "CBL_NOT" using sha-tmp
                   by value 4.
               call "CBL_AND" using sha-g, sha-tmp
                   by value 4.
               call "CBL_XOR" using sha-tmp, sha-ch
                   by value 4.

               compute sha-sum = sha-hh + sha-s1 + sha-ch
                   + sha-k(sha-i) + sha-w(sha-i).
               perform sha-reduce.
               move sha-sum to sha-t1.

      * S0 = rotr(a,2) xor rotr(a,13) xor rotr(a,22)
               move sha-a to rot-in.
               move 2 to rot-n.
               perform sha-rotate.
               move rot-out to sha-s0.
               move 13 to rot-n.
               perform sha-rotate.
               call "CBL_XOR" using rot-out, sha-s0
                   by value 4.
               move 22 to rot-n.
               perform sha-rotate.
               call "CBL_XOR" using rot-out, sha-s0
                   by value 4.

      * maj = (a and b) xor (a and c) xor (b and c)
               move sha-b to sha-maj.
               call "CBL_AND" using sha-a, sha-maj
                   by value 4.
               move sha-c to sha-tmp.
               call "CBL_AND" using sha-a, sha-tmp
                   by value 4.
               call "CBL_XOR" using sha-tmp, sha-maj
                   by value 4.
               move sha-c to sha-tmp2.
               call "CBL_AND" using sha-b, sha-tmp2
                   by value 4.
               call "CBL_XOR" using sha-tmp2, sha-maj
                   by value 4.

               compute sha-sum = sha-s0 + sha-maj.
               perform sha-reduce.
               move sha-sum to sha-t2.

               move sha-g to sha-hh.
               move sha-f to sha-g.
               move sha-e to sha-f.
               compute sha-sum = sha-d + sha-t1.
               perform sha-reduce.
               move sha-sum to sha-e.
               move sha-c to sha-d.
               move sha-b to sha-c.
               move sha-a to sha-b.
               compute sha-sum = sha-t1 + sha-t2.
               perform sha-reduce.
               move sha-sum to sha-a.

               exit paragraph.

      * rot-out = rot-in rotated right by rot-n bits
           sha-rotate.
               divide rot-in by sha-pow2(rot-n + 1)
                   giving rot-quot remainder rot-rem.
               compute rot-out =
                   rot-quot + rot-rem * sha-pow2(33 - rot-n).

               exit paragraph.

      * additions are modulo 2**32
           sha-reduce.
               divide sha-sum by sha-two-32
                   giving sha-quot remainder sha-sum.

               exit paragraph.

       end program sha256-digest.

      ********************************

       identification division.
       program-id. password-hash.

      * Salted, iterated password hash for the credentials file: the
      * digest of salt + password, then hash-rounds - 1 more times
      * the digest of the previous hex digest + password. The line
      * keeps it as sha256$<rounds>$<salt>$<hex digest>, so the
      * round count can be raised for new passwords without
      * invalidating the old ones. Passwords and salts never hold
      * spaces (the credentials file is space-delimited).

       data division.
       working-storage section.
       77 hash-input     pic x(512).
       77 hash-input-len pic 9(4).
       77 hash-round     pic 9(5).

       linkage section.
       77 hash-password pic x(64).
       77 hash-salt     pic x(16).
       77 hash-rounds   pic 9(5).
       77 hash-value    pic x(64).

       procedure division using hash-password, hash-salt, hash-rounds,
                           hash-value.

           move spaces to hash-input.
           move 1 to hash-input-len.

           string
               hash-salt delimited by space
               hash-password delimited by space
               into hash-input
               with pointer hash-input-len
           end-string.

           subtract 1 from hash-input-len.

           call "sha256-digest"
           using by content hash-input,
           by content hash-input-len,
           by reference hash-value.

           perform varying hash-round from 2 by 1
           until hash-round is greater than hash-rounds
               move spaces to hash-input
               move hash-value to hash-input(1:64)
               move 65 to hash-input-len
               string
                   hash-password delimited by space
                   into hash-input
                   with pointer hash-input-len
               end-string
               subtract 1 from hash-input-len
               call "sha256-digest"
               using by content hash-input,
               by content hash-input-len,
               by reference hash-value
           end-perform.

           exit program.

       end program password-hash.

      ********************************

       identification division.
       program-id. credentials-audit.

      * Appends one line to the credentials audit file,
      * HTTP_CREDENTIALS_AUDIT_FILE (default
      * /tmp/http-credentials-audit.log):
      *   <stamp> action=A user=U by=B peer=P detail=D
      * Every change the user-admin program makes, every console
      * UNLOCK and every lockout login-lockout imposes is recorded
      * here; passwords and keys never are.

       environment division.
       input-output section.
       file-control.
           select audit-file assign to audit-file-path
               organization is line sequential
               file status is audit-file-status.

       data division.
       file section.
       fd audit-file.
       01 audit-record-line pic x(560).

       working-storage section.
       77 audit-file-path   pic x(256).
       77 audit-file-status pic xx.
       77 audit-stamp       pic x(29).
       77 zero-days         pic 9(4) value 0.
       77 error-event       pic x(512).

       linkage section.
       77 audit-action pic x(16).
       77 audit-user   pic x(64).
       77 audit-by     pic x(64).
       77 audit-peer   pic x(50).
       77 audit-detail pic x(256).

       procedure division using audit-action, audit-user, audit-by,
                           audit-peer, audit-detail.

           move "/tmp/http-credentials-audit.log" to audit-file-path.
           accept audit-file-path
               from environment "HTTP_CREDENTIALS_AUDIT_FILE"
               on exception
                   move "/tmp/http-credentials-audit.log"
                       to audit-file-path
           end-accept.

           if audit-file-path is equal spaces
               move "/tmp/http-credentials-audit.log"
                   to audit-file-path
           end-if.

           call "date-utc"
           using by reference audit-stamp,
           by content zero-days.

           open extend audit-file.

           if audit-file-status is not equal "00"
               open output audit-file
           end-if.

           if audit-file-status is not equal "00"
               move spaces to error-event
               string
                   "op=credentials-audit-open status="
                   audit-file-status
                   " path=" function trim(audit-file-path)
                   into error-event
               end-string
               call "error-log" using by content error-event
               exit program
           end-if.

           move spaces to audit-record-line.

           string
               function trim(audit-stamp)
               " action=" function trim(audit-action)
               " user=" function trim(audit-user)
               " by=" function trim(audit-by)
               " peer=" function trim(audit-peer)
               " detail=" function trim(audit-detail)
               into audit-record-line
           end-string.

           write audit-record-line.
           close audit-file.

           exit program.

       end program credentials-audit.

      ********************************

       identification division.
       program-id. login-lockout.

      * Failed-login bookkeeping shared by the listener's Basic and
      * API key checks, the console LOGIN and the user-admin
      * program: one record per user in the indexed file
      * HTTP_LOCKOUT_FILE (default /tmp/http-login-lockout.idx).
      * lock-action is
      *   CHECK   is the account locked
      *   FAIL    count one failed password; a failure more than
      *           HTTP_LOCKOUT_WINDOW_SECS (default 900) after the
      *           first of the current run starts a new run, and
      *           reaching HTTP_LOCKOUT_THRESHOLD failures (default
      *           5, 0 never locks) locks the account and writes a
      *           LOCKOUT line to the credentials audit file
      *   CLEAR   forget the failures after a good password
      *   UNLOCK  an operator releases the account (audited with
      *           lock-by)
      * lock-state comes back 1 when the account is locked (for
      * UNLOCK, when it was), lock-failures with the failures of
      * the current run. A lock stays until an operator releases
      * it. A store that cannot be opened goes to the error log and
      * holds no lock, so the password check alone decides.

       environment division.
       input-output section.
       file-control.
           select lockout-file assign to lockout-file-path
               organization is indexed
               access mode is dynamic
               record key is lock-rec-user
               file status is lockout-file-status.

       data division.
       file section.
       fd lockout-file.
       01 lockout-record.
           05 lock-rec-user      pic x(64).
           05 lock-rec-failures  pic 9(3).
           05 lock-rec-run-start pic 9(12).
           05 lock-rec-locked    pic x.
           05 lock-rec-locked-at pic x(29).
           05 lock-rec-last-at   pic x(29).
           05 lock-rec-last-peer pic x(50).
           05 lock-rec-channel   pic x(16).

       working-storage section.
       77 lockout-file-path   pic x(256).
       77 lockout-file-status pic xx.
       77 lock-threshold      pic 9(3).
       77 lock-window-secs    pic 9(9).
       77 lock-env            pic x(16).
       77 lock-rec-found      pic 9.
       77 now-stamp           pic x(29).
       77 now-secs            pic 9(12).
       77 stamp-ok            pic 9.
       77 zero-days           pic 9(4) value 0.
       77 error-event         pic x(512).
       77 failures-disp       pic z(2)9.
       77 window-disp         pic z(8)9.

       77 audit-action pic x(16).
       77 audit-detail pic x(256).

       linkage section.
       77 lock-action   pic x(8).
       77 lock-user     pic x(64).
       77 lock-by       pic x(64).
       77 lock-peer     pic x(50).
       77 lock-channel  pic x(16).
       77 lock-state    pic 9.
       77 lock-failures pic 9(3).

       procedure division using lock-action, lock-user, lock-by,
                           lock-peer, lock-channel, lock-state,
                           lock-failures.

           set lock-state to 0.
           set lock-failures to 0.

           if lock-user is equal spaces
               exit program
           end-if.

           perform load-lockout-settings.

           open i-o lockout-file.

           if lockout-file-status is equal "35"
               open output lockout-file
               close lockout-file
               open i-o lockout-file
           end-if.

           if lockout-file-status is not equal "00"
               move spaces to error-event
               string
                   "op=lockout-open status=" lockout-file-status
                   " path=" function trim(lockout-file-path)
                   " user=" function trim(lock-user)
                   into error-event
               end-string
               call "error-log" using by content error-event
               exit program
           end-if.

           move lock-user to lock-rec-user.

           read lockout-file key is lock-rec-user
               invalid key
                   set lock-rec-found to 0
               not invalid key
                   set lock-rec-found to 1
           end-read.

           evaluate lock-action
               when "CHECK"
                   perform check-lock
               when "FAIL"
                   perform count-failure
               when "CLEAR"
                   perform clear-failures
               when "UNLOCK"
                   perform release-lock
           end-evaluate.

           close lockout-file.

           exit program.

           load-lockout-settings.
               move "/tmp/http-login-lockout.idx"
                   to lockout-file-path.
               accept lockout-file-path
                   from environment "HTTP_LOCKOUT_FILE"
                   on exception
                       move "/tmp/http-login-lockout.idx"
                           to lockout-file-path
               end-accept.

               if lockout-file-path is equal spaces
                   move "/tmp/http-login-lockout.idx"
                       to lockout-file-path
               end-if.

               move 5 to lock-threshold.
               move spaces to lock-env.
               accept lock-env
                   from environment "HTTP_LOCKOUT_THRESHOLD"
                   on exception
                       move spaces to lock-env
               end-accept.

               if lock-env is not equal spaces
               and function test-numval(lock-env) is equal 0
               and function numval(lock-env) is less than 1000
                   compute lock-threshold = function numval(lock-env)
               end-if.

               move 900 to lock-window-secs.
               move spaces to lock-env.
               accept lock-env
                   from environment "HTTP_LOCKOUT_WINDOW_SECS"
                   on exception
                       move spaces to lock-env
               end-accept.

               if lock-env is not equal spaces
               and function test-numval(lock-env) is equal 0
               and function numval(lock-env) is less than 1000000000
                   compute lock-window-secs =
                       function numval(lock-env)
               end-if.

               exit paragraph.

           check-lock.
               if lock-rec-found is equal 0
                   exit paragraph
               end-if.

               move lock-rec-failures to lock-failures.

               if lock-rec-locked is equal "Y"
                   set lock-state to 1
               end-if.

               exit paragraph.

           count-failure.
               call "date-utc"
               using by reference now-stamp,
               by content zero-days.

               call "stamp-seconds"
               using by content now-stamp,
               by reference now-secs,
               by reference stamp-ok.

               if lock-rec-found is equal 0
                   move spaces to lockout-record
                   move lock-user to lock-rec-user
                   move 0 to lock-rec-failures
                   move now-secs to lock-rec-run-start
                   move "N" to lock-rec-locked
               end-if.

               if lock-rec-locked is equal "Y"
                   set lock-state to 1
                   move lock-rec-failures to lock-failures
                   exit paragraph
               end-if.

               if lock-rec-failures is greater than 0
               and now-secs is greater than
                   lock-rec-run-start + lock-window-secs
                   move 0 to lock-rec-failures
               end-if.

               if lock-rec-failures is equal 0
                   move now-secs to lock-rec-run-start
               end-if.

               if lock-rec-failures is less than 999
                   add 1 to lock-rec-failures
               end-if.

               move now-stamp to lock-rec-last-at.
               move lock-peer to lock-rec-last-peer.
               move lock-channel to lock-rec-channel.

               if lock-threshold is greater than 0
               and lock-rec-failures is not less than lock-threshold
                   move "Y" to lock-rec-locked
                   move now-stamp to lock-rec-locked-at
                   set lock-state to 1
               end-if.

               move lock-rec-failures to lock-failures.

               if lock-rec-found is equal 0
                   write lockout-record
               else
                   rewrite lockout-record
               end-if.

               if lock-state is equal 1
                   move lock-rec-failures to failures-disp
                   move lock-window-secs to window-disp
                   move "LOCKOUT" to audit-action
                   move spaces to audit-detail
                   string
                       "failures=" function trim(failures-disp)
                       " window=" function trim(window-disp)
                       " channel=" function trim(lock-channel)
                       into audit-detail
                   end-string
                   call "credentials-audit"
                   using by content audit-action,
                   by content lock-user,
                   by content lock-by,
                   by content lock-peer,
                   by content audit-detail
               end-if.

               exit paragraph.

           clear-failures.
               if lock-rec-found is equal 0
               or lock-rec-locked is equal "Y"
                   exit paragraph
               end-if.

               delete lockout-file.

               exit paragraph.

           release-lock.
               move "UNLOCK" to audit-action.
               move spaces to audit-detail.

               if lock-rec-found is equal 0
                   move "was not locked" to audit-detail
               else
                   move lock-rec-failures to lock-failures
                   move lock-rec-failures to failures-disp
                   if lock-rec-locked is equal "Y"
                       set lock-state to 1
                       string
                           "was locked since "
                           function trim(lock-rec-locked-at)
                           " failures=" function trim(failures-disp)
                           into audit-detail
                       end-string
                   else
                       string
                           "was not locked failures="
                           function trim(failures-disp)
                           into audit-detail
                       end-string
                   end-if
                   delete lockout-file
               end-if.

               call "credentials-audit"
               using by content audit-action,
               by content lock-user,
               by content lock-by,
               by content lock-peer,
               by content audit-detail.

               exit paragraph.

       end program login-lockout.

      ********************************

       identification division.
       program-id. verify-login.

      * Checks a user name and password against the credentials
      * file for the listener's Basic authentication and the console
      * LOGIN. A credentials line, as the user-admin program writes
      * it, is
      *   user password apikey role set-date status
      * where password is sha256$<rounds>$<salt>$<digest> (see
      * password-hash), apikey is sha256$<digest of the key> or "-",
      * role is supervisor, user or "-", set-date is the YYYYMMDD the
      * password was set and status is active or disabled. Lines
      * written by hand before that ("user password [apikey
      * [role]]") are still read: the password and key are compared
      * as they stand, the account is active and the password never
      * expires. login-result is
      *   0 accepted; login-role holds the role
      *   1 unknown user or wrong password
      *   2 the password is older than HTTP_PASSWORD_MAX_AGE_DAYS
      *     (default 90, 0 never expires)
      *   3 the account is locked (see login-lockout)
      *   4 the account is disabled
      *   5 the credentials file cannot be read
      * A wrong password for a known user counts towards its
      * lockout; a right one clears the count.

       environment division.
       input-output section.
       file-control.
           select credentials-file assign to cred-file-path
               organization is line sequential
               file status is credentials-file-status.

       data division.
       file section.
       fd credentials-file.
       01 credentials-record pic x(512).

       working-storage section.
       77 cred-file-path          pic x(256).
       77 credentials-file-status pic xx.
       77 cred-line    pic x(512).
       77 cred-user    pic x(64).
       77 cred-pass    pic x(128).
       77 cred-apikey  pic x(128).
       77 cred-role    pic x(16).
       77 cred-date    pic x(16).
       77 cred-state   pic x(16).
       77 user-found   pic 9.
       77 pass-ok      pic 9.

       77 hash-tag        pic x(16).
       77 hash-rounds-tok pic x(16).
       77 hash-salt-tok   pic x(16).
       77 hash-stored     pic x(128).
       77 hash-rounds     pic 9(5).
       77 hash-value      pic x(64).
       77 tok-len         pic 9(3).

       77 max-age-days pic 9(5).
       77 max-age-env  pic x(16).
       77 set-date-num pic 9(8).
       77 today-num    pic 9(8).
       77 age-days     pic s9(9).

       77 lock-action   pic x(8).
       77 lock-by       pic x(64) value "system".
       77 lock-state    pic 9.
       77 lock-failures pic 9(3).
       77 error-event   pic x(512).

       linkage section.
       77 login-cred-path pic x(256).
       77 login-user      pic x(64).
       77 login-pass      pic x(64).
       77 login-channel   pic x(16).
       77 login-peer      pic x(50).
       77 login-result    pic 9.
       77 login-role      pic x(16).

       procedure division using login-cred-path, login-user,
                           login-pass, login-channel, login-peer,
                           login-result, login-role.

           set login-result to 1.
           move spaces to login-role.

           if login-user is equal spaces
           or login-pass is equal spaces
               exit program
           end-if.

           move login-cred-path to cred-file-path.

           open input credentials-file.

           if credentials-file-status is not equal "00"
               move spaces to error-event
               string
                   "op=credentials-open status="
                   credentials-file-status
                   " path=" function trim(cred-file-path)
                   " channel=" function trim(login-channel)
                   into error-event
               end-string
               call "error-log" using by content error-event
               set login-result to 5
               exit program
           end-if.

           set user-found to 0.

           perform find-user-line
               until credentials-file-status is not equal "00".

           close credentials-file.

           if user-found is equal 0
               exit program
           end-if.

           if cred-state is equal "disabled"
               set login-result to 4
               exit program
           end-if.

           move "CHECK" to lock-action.
           perform call-lockout.

           if lock-state is equal 1
               set login-result to 3
               exit program
           end-if.

           perform check-password.

           if pass-ok is equal 0
               move "FAIL" to lock-action
               perform call-lockout
               if lock-state is equal 1
                   set login-result to 3
               end-if
               exit program
           end-if.

           move "CLEAR" to lock-action.
           perform call-lockout.

           perform check-password-age.

           if age-days is greater than max-age-days
           and max-age-days is greater than 0
               set login-result to 2
               exit program
           end-if.

           move cred-role to login-role.
           set login-result to 0.

           exit program.

           find-user-line.
               read credentials-file
                   at end
                       move "10" to credentials-file-status
                       exit paragraph
               end-read.

               perform split-credentials-line.

               if cred-user is not equal spaces
               and cred-user is equal login-user
                   set user-found to 1
                   move "10" to credentials-file-status
               end-if.

               exit paragraph.

           split-credentials-line.
               move function trim(credentials-record) to cred-line.

               move spaces to cred-user cred-pass cred-apikey
                   cred-role cred-date cred-state.

               unstring cred-line
                   delimited by all space
                   into cred-user, cred-pass, cred-apikey,
                       cred-role, cred-date, cred-state
               end-unstring.

               exit paragraph.

           check-password.
               set pass-ok to 0.

               if cred-pass(1:7) is not equal "sha256$"
                   if cred-pass is equal login-pass
                       set pass-ok to 1
                   end-if
                   exit paragraph
               end-if.

               move spaces to hash-tag hash-rounds-tok hash-salt-tok
                   hash-stored.

               unstring cred-pass
                   delimited by "$"
                   into hash-tag, hash-rounds-tok, hash-salt-tok,
                       hash-stored
               end-unstring.

               move 0 to tok-len.
               inspect hash-rounds-tok tallying tok-len
                   for characters before initial space.

               if tok-len is equal 0
               or tok-len is greater than 5
                   exit paragraph
               end-if.

               if hash-rounds-tok(1:tok-len) is not numeric
                   exit paragraph
               end-if.

               compute hash-rounds =
                   function numval(hash-rounds-tok(1:tok-len)).

               if hash-rounds is equal 0
               or hash-salt-tok is equal spaces
                   exit paragraph
               end-if.

               call "password-hash"
               using by content login-pass,
               by content hash-salt-tok,
               by content hash-rounds,
               by reference hash-value.

               if hash-stored is equal hash-value
                   set pass-ok to 1
               end-if.

               exit paragraph.

      * a line without a valid set date (one not yet rewritten by
      * user-admin) has age 0 and never expires.
           check-password-age.
               move 0 to age-days.

               move 90 to max-age-days.
               move spaces to max-age-env.
               accept max-age-env
                   from environment "HTTP_PASSWORD_MAX_AGE_DAYS"
                   on exception
                       move spaces to max-age-env
               end-accept.

               if max-age-env is not equal spaces
               and function test-numval(max-age-env) is equal 0
               and function numval(max-age-env) is less than 100000
                   compute max-age-days =
                       function numval(max-age-env)
               end-if.

               if cred-date(1:8) is not numeric
               or cred-date(9:) is not equal spaces
                   exit paragraph
               end-if.

               move cred-date(1:8) to set-date-num.

               if function test-date-yyyymmdd(set-date-num)
               is not equal 0
                   exit paragraph
               end-if.

               move function current-date(1:8) to today-num.

               compute age-days =
                   function integer-of-date(today-num)
                   - function integer-of-date(set-date-num).

               exit paragraph.

           call-lockout.
               call "login-lockout"
               using by content lock-action,
               by content login-user,
               by content lock-by,
               by content login-peer,
               by content login-channel,
               by reference lock-state,
               by reference lock-failures.

               exit paragraph.

       end program verify-login.

      ********************************

       identification division.
       program-id. verify-api-key.

      * Finds the user an X-Api-Key value belongs to. The
      * credentials file keeps keys as sha256$<digest of the key>
      * (a key that is still in clear on an older line is compared
      * as it stands; "-" is no key). key-result is 0 with key-user
      * and key-role set when the key belongs to an active, unlocked
      * user, 1 when no line has it, 3 when the user is locked, 4
      * when the user is disabled and 5 when the credentials file
      * cannot be read. Keys are long random values, so a wrong key
      * is not counted against any user.

       environment division.
       input-output section.
       file-control.
           select credentials-file assign to cred-file-path
               organization is line sequential
               file status is credentials-file-status.

       data division.
       file section.
       fd credentials-file.
       01 credentials-record pic x(512).

       working-storage section.
       77 cred-file-path          pic x(256).
       77 credentials-file-status pic xx.
       77 cred-line    pic x(512).
       77 cred-user    pic x(64).
       77 cred-pass    pic x(128).
       77 cred-apikey  pic x(128).
       77 cred-role    pic x(16).
       77 cred-date    pic x(16).
       77 cred-state   pic x(16).
       77 key-found    pic 9.

       77 key-text     pic x(512).
       77 key-len      pic 9(4).
       77 key-digest   pic x(64).

       77 lock-action   pic x(8) value "CHECK".
       77 lock-by       pic x(64) value "system".
       77 lock-state    pic 9.
       77 lock-failures pic 9(3).
       77 error-event   pic x(512).

       linkage section.
       77 key-cred-path pic x(256).
       77 api-key       pic x(256).
       77 key-channel   pic x(16).
       77 key-peer      pic x(50).
       77 key-user      pic x(64).
       77 key-result    pic 9.
       77 key-role      pic x(16).

       procedure division using key-cred-path, api-key, key-channel,
                           key-peer, key-user, key-result, key-role.

           set key-result to 1.
           move spaces to key-user.
           move spaces to key-role.

           if api-key is equal spaces
               exit program
           end-if.

           move spaces to key-text.
           move function trim(api-key) to key-text.

           move 0 to key-len.
           inspect key-text tallying key-len
               for characters before initial space.

           call "sha256-digest"
           using by content key-text,
           by content key-len,
           by reference key-digest.

           move key-cred-path to cred-file-path.

           open input credentials-file.

           if credentials-file-status is not equal "00"
               move spaces to error-event
               string
                   "op=credentials-open status="
                   credentials-file-status
                   " path=" function trim(cred-file-path)
                   " channel=" function trim(key-channel)
                   into error-event
               end-string
               call "error-log" using by content error-event
               set key-result to 5
               exit program
           end-if.

           set key-found to 0.

           perform find-key-line
               until credentials-file-status is not equal "00".

           close credentials-file.

           if key-found is equal 0
               exit program
           end-if.

           if cred-state is equal "disabled"
               set key-result to 4
               exit program
           end-if.

           call "login-lockout"
           using by content lock-action,
           by content cred-user,
           by content lock-by,
           by content key-peer,
           by content key-channel,
           by reference lock-state,
           by reference lock-failures.

           if lock-state is equal 1
               set key-result to 3
               exit program
           end-if.

           move cred-user to key-user.
           move cred-role to key-role.
           set key-result to 0.

           exit program.

           find-key-line.
               read credentials-file
                   at end
                       move "10" to credentials-file-status
                       exit paragraph
               end-read.

               move function trim(credentials-record) to cred-line.

               move spaces to cred-user cred-pass cred-apikey
                   cred-role cred-date cred-state.

               unstring cred-line
                   delimited by all space
                   into cred-user, cred-pass, cred-apikey,
                       cred-role, cred-date, cred-state
               end-unstring.

               if cred-user is equal spaces
               or cred-apikey is equal spaces
               or cred-apikey is equal "-"
                   exit paragraph
               end-if.

               if cred-apikey(1:7) is equal "sha256$"
                   if cred-apikey(8:) is equal key-digest
                       set key-found to 1
                   end-if
               else
                   if cred-apikey is equal key-text
                       set key-found to 1
                   end-if
               end-if.

               if key-found is equal 1
                   move "10" to credentials-file-status
               end-if.

               exit paragraph.

       end program verify-api-key.

      ********************************

       identification division.
       program-id. webhook-ledger.

      * Appends one line per webhook delivery attempt to the delivery
      * ledger, HTTP_WEBHOOK_LEDGER_FILE (default
      * /tmp/http-webhook-ledger.log):
      *   <attempt stamp> <submission stamp> req=R attempt=N
      *   status=NNN source=live|replay|resend url=U
      * Both stamps are the fixed 29-character date-utc form, so the
      * tokens start at column 61. http-index writes attempt 1 from
      * the live handler, webhook-replay each retry after it and
      * webhook-reconcile each targeted re-send; the daily
      * reconciliation reads the ledger back against the master.

       environment division.
       input-output section.
       file-control.
           select ledger-file assign to ledger-file-path
               organization is line sequential
               file status is ledger-file-status.

       data division.
       file section.
       fd ledger-file.
       01 ledger-record-line pic x(768).

       working-storage section.
       77 ledger-file-path   pic x(256).
       77 ledger-file-status pic xx.
       77 ledger-stamp       pic x(29).
       77 ledger-subm-work   pic x(29).
       77 zero-days          pic 9(4) value 0.
       77 error-event        pic x(512).

       linkage section.
       77 ledger-req        pic x(64).
       77 ledger-subm-stamp pic x(29).
       77 ledger-attempt    pic 9(3).
       77 ledger-status     pic 9(3).
       77 ledger-source     pic x(8).
       77 ledger-url        pic x(512).

       procedure division using ledger-req, ledger-subm-stamp,
                           ledger-attempt, ledger-status,
                           ledger-source, ledger-url.

           move "/tmp/http-webhook-ledger.log" to ledger-file-path.
           accept ledger-file-path
               from environment "HTTP_WEBHOOK_LEDGER_FILE"
               on exception
                   move "/tmp/http-webhook-ledger.log"
                       to ledger-file-path
           end-accept.

           if ledger-file-path is equal spaces
               move "/tmp/http-webhook-ledger.log" to ledger-file-path
           end-if.

           call "date-utc"
           using by reference ledger-stamp,
           by content zero-days.

           move ledger-subm-stamp to ledger-subm-work.
           if ledger-subm-work is equal spaces
               move "-" to ledger-subm-work
           end-if.

           open extend ledger-file.

           if ledger-file-status is not equal "00"
               open output ledger-file
           end-if.

           if ledger-file-status is not equal "00"
               move spaces to error-event
               string
                   "op=webhook-ledger-open status="
                   ledger-file-status
                   " path=" function trim(ledger-file-path)
                   into error-event
               end-string
               call "error-log" using by content error-event
               exit program
           end-if.

           move spaces to ledger-record-line.

           string
               ledger-stamp delimited by size
               " " delimited by size
               ledger-subm-work delimited by size
               " req=" delimited by size
               function trim(ledger-req) delimited by size
               " attempt=" delimited by size
               ledger-attempt delimited by size
               " status=" delimited by size
               ledger-status delimited by size
               " source=" delimited by size
               function trim(ledger-source) delimited by size
               " url=" delimited by size
               function trim(ledger-url) delimited by size
               into ledger-record-line
           end-string.

           write ledger-record-line.
           close ledger-file.

           exit program.

       end program webhook-ledger.

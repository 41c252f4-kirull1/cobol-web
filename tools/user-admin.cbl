      **********************
      * USER ADMINISTRATION
      **********************
      * Maintains the credentials file that the listener's Basic and
      * API key checks and the console LOGIN read (through
      * verify-login and verify-api-key), so users are no longer
      * added by editing it by hand. The file is found the way the
      * listener finds it: /tmp/http-credentials.dat, then
      * HTTP_CREDENTIALS_FILE, then the credentials_file key of the
      * config file (HTTP_CONFIG_FILE, default
      * /tmp/http-listener.conf). Every line it writes reads
      *   user sha256$<rounds>$<salt>$<digest> apikey role date status
      * as verify-login describes. The action is USER_ADMIN_ACTION:
      *   ADD       new user USER_ADMIN_USER with a password, role
      *             USER_ADMIN_ROLE (user or supervisor, default
      *             user) and the API key USER_ADMIN_APIKEY (below,
      *             default NONE)
      *   PASSWORD  set a new password, restarting its age
      *   DISABLE   refuse every login and API key of the user
      *   ENABLE    accept them again
      *   ROLE      set USER_ADMIN_ROLE; supervisor grants the
      *             console's destructive commands
      *   APIKEY    set USER_ADMIN_APIKEY: NEW generates a key and
      *             shows it once, NONE removes the key, anything
      *             else (16 to 256 characters) is the key itself
      *   UNLOCK    release an account locked after repeated failed
      *             logins (see login-lockout)
      *   LIST      report every user with role, status, password
      *             age and expiry, API key and lock to
      *             USER_ADMIN_REPORT_FILE (default
      *             /tmp/http-user-admin-report.txt)
      *   MIGRATE   hash the clear-text passwords and API keys of
      *             lines written by hand before this program
      * The password comes from USER_ADMIN_PASSWORD or, when that is
      * not set, from the first line of standard input; it must be 8
      * to 64 characters without spaces and differ from the user
      * name. It is salted and hashed with USER_ADMIN_HASH_ROUNDS
      * rounds (default 200) and dated today; verify-login refuses it
      * HTTP_PASSWORD_MAX_AGE_DAYS (default 90, 0 never) days later.
      * API keys are kept as a digest only. The file is rewritten
      * through a work file and left readable by its owner only.
      * Every action is written to the credentials audit file with
      * the operator, USER_ADMIN_OPERATOR (default the login name).
      *
      * Ends with return code 8 on a usage or file error and 4 when
      * the user is not in the credentials file.

       identification division.
       program-id. user-admin.

       environment division.
       input-output section.
       file-control.
           select credentials-file assign to credentials-path
               organization is line sequential
               file status is credentials-status.
           select work-file assign to work-path
               organization is line sequential
               file status is work-status.
           select config-file assign to config-path
               organization is line sequential
               file status is config-status.
           select random-file assign to random-path
               organization is line sequential
               file status is random-status.
           select report-file assign to report-path
               organization is line sequential
               file status is report-status.

       data division.
       file section.
       fd credentials-file.
       01 credentials-record pic x(512).

       fd work-file.
       01 work-record pic x(512).

       fd config-file.
       01 config-record pic x(512).

       fd random-file.
       01 random-record pic x(128).

       fd report-file.
       01 report-record pic x(160).

       working-storage section.
       77 credentials-path   pic x(256).
       77 work-path          pic x(256).
       77 config-path        pic x(256).
       77 random-path        pic x(256).
       77 report-path        pic x(256).
       77 credentials-status pic xx.
       77 work-status        pic xx.
       77 config-status      pic xx.
       77 random-status      pic xx.
       77 report-status      pic xx.
       77 setting-env        pic x(256).
       77 config-key         pic x(64).
       77 config-value       pic x(256).
       77 shell-cmd          pic x(600).
       77 shell-rc           pic s9(9).
       77 delete-rc          pic s9(9) comp-5.

       77 admin-action   pic x(16).
       77 admin-user     pic x(256).
       77 admin-password pic x(256).
       77 admin-role     pic x(16).
       77 admin-apikey   pic x(256).
       77 admin-operator pic x(64).
       77 admin-peer     pic x(50) value "local".
       77 admin-failed   pic 9 value 0.
       77 hash-rounds    pic 9(5).
       77 rounds-disp    pic z(4)9.
       77 max-age-days   pic 9(5).
       77 text-len       pic 9(3).
       77 space-count    pic 9(3).
       77 colon-count    pic 9(3).

      * the credentials file is read whole, changed in place and
      * written back; blank lines keep their place.
       01 cred-tbl.
           05 cred-line occurs 2000 times pic x(512).
           05 cred-size pic 9(4).
       77 cred-i   pic 9(4).
       77 user-at  pic 9(4).
       77 file-missing pic 9.

       77 line-work pic x(512).
       77 other-line   pic x(512).
       77 other-user   pic x(64).
       77 other-pass   pic x(128).
       77 other-apikey pic x(128).
       77 kept-date    pic x(16).
       77 f-user    pic x(64).
       77 f-pass    pic x(128).
       77 f-apikey  pic x(128).
       77 f-role    pic x(16).
       77 f-date    pic x(16).
       77 f-state   pic x(16).

       77 new-password pic x(64).
       77 new-salt     pic x(16).
       77 hash-value   pic x(64).
       77 new-key      pic x(256).
       77 key-text     pic x(512).
       77 key-len      pic 9(4).
       77 key-digest   pic x(64).
       77 key-shown    pic x(32).
       77 key-clash    pic 9.

       77 random-hex    pic x(64).
       77 random-ok     pic 9.
       77 random-seeded pic 9 value 0.
       77 seed-stamp    pic x(21).
       77 seed-val      pic 9(9).
       77 seed-junk     pic 9v9(9).
       77 seed-draw     pic 9(9).
       77 seed-text     pic x(512).
       77 seed-len      pic 9(4).
       77 hex-i         pic 9(3).

       77 today-key    pic 9(8).
       77 set-date-num pic 9(8).
       77 age-days     pic s9(9).
       77 age-disp     pic z(4)9.
       77 age-known    pic 9.

       77 audit-action pic x(16).
       77 audit-user   pic x(64).
       77 audit-detail pic x(256).

       77 lock-action   pic x(8).
       77 lock-channel  pic x(16) value "user-admin".
       77 lock-state    pic 9.
       77 lock-failures pic 9(3).
       77 failures-disp pic z(2)9.

       77 migrated-passwords pic 9(5) value 0.
       77 migrated-keys      pic 9(5) value 0.
       77 line-changed       pic 9.
       77 pass-too-long      pic 9.

       77 users-total       pic 9(5) value 0.
       77 active-total      pic 9(5) value 0.
       77 disabled-total    pic 9(5) value 0.
       77 supervisor-total  pic 9(5) value 0.
       77 expired-total     pic 9(5) value 0.
       77 clear-total       pic 9(5) value 0.
       77 apikey-total      pic 9(5) value 0.
       77 locked-total      pic 9(5) value 0.
       77 count-disp        pic zz,zz9.
       77 col-pass    pic x(8).
       77 col-age     pic x(8).
       77 col-expiry  pic x(8).
       77 col-key     pic x(4).
       77 col-lock    pic x(16).
       77 generated-at pic x(29).
       77 zero-days    pic 9(4) value 0.
       77 hex-digits   pic x(16) value "0123456789abcdef".

       procedure division.

           main-line.
               perform load-settings.
               perform check-request.

               if admin-failed is equal 1
                   move 8 to return-code
                   stop run
               end-if.

               evaluate admin-action
                   when "LIST"
                       perform list-users
                   when "UNLOCK"
                       perform unlock-account
                   when other
                       perform change-credentials
               end-evaluate.

               stop run.

      * the same precedence as the listener's load-settings: the
      * built-in default, then the environment, then the config
      * file's credentials_file key.
           load-settings.
               move spaces to setting-env.
               accept setting-env
                   from environment "USER_ADMIN_ACTION"
                   on exception
                       move spaces to setting-env
               end-accept.
               move function upper-case(function trim(setting-env))
                   to admin-action.

               move spaces to admin-user.
               accept admin-user
                   from environment "USER_ADMIN_USER"
                   on exception
                       move spaces to admin-user
               end-accept.
               move function trim(admin-user) to admin-user.

               move spaces to admin-password.
               accept admin-password
                   from environment "USER_ADMIN_PASSWORD"
                   on exception
                       move spaces to admin-password
               end-accept.

               move spaces to setting-env.
               accept setting-env
                   from environment "USER_ADMIN_ROLE"
                   on exception
                       move spaces to setting-env
               end-accept.
               move function lower-case(function trim(setting-env))
                   to admin-role.

               move spaces to admin-apikey.
               accept admin-apikey
                   from environment "USER_ADMIN_APIKEY"
                   on exception
                       move spaces to admin-apikey
               end-accept.
               move function trim(admin-apikey) to admin-apikey.

               move spaces to admin-operator.
               accept admin-operator
                   from environment "USER_ADMIN_OPERATOR"
                   on exception
                       move spaces to admin-operator
               end-accept.

               if admin-operator is equal spaces
                   accept admin-operator
                       from environment "USER"
                       on exception
                           move spaces to admin-operator
                   end-accept
               end-if.

               if admin-operator is equal spaces
                   accept admin-operator
                       from environment "LOGNAME"
                       on exception
                           move spaces to admin-operator
                   end-accept
               end-if.

               if admin-operator is equal spaces
                   move "unknown" to admin-operator
               end-if.

               move 200 to hash-rounds.
               move spaces to setting-env.
               accept setting-env
                   from environment "USER_ADMIN_HASH_ROUNDS"
                   on exception
                       move spaces to setting-env
               end-accept.

               if setting-env is not equal spaces
               and function test-numval(setting-env) is equal 0
               and function numval(setting-env) is greater than 0
               and function numval(setting-env) is less than 100000
                   compute hash-rounds = function numval(setting-env)
               end-if.

               move 90 to max-age-days.
               move spaces to setting-env.
               accept setting-env
                   from environment "HTTP_PASSWORD_MAX_AGE_DAYS"
                   on exception
                       move spaces to setting-env
               end-accept.

               if setting-env is not equal spaces
               and function test-numval(setting-env) is equal 0
               and function numval(setting-env) is less than 100000
                   compute max-age-days = function numval(setting-env)
               end-if.

               move "/tmp/http-user-admin-report.txt" to report-path.
               move spaces to setting-env.
               accept setting-env
                   from environment "USER_ADMIN_REPORT_FILE"
                   on exception
                       move spaces to setting-env
               end-accept.

               if setting-env is not equal spaces
                   move setting-env to report-path
               end-if.

               move "/tmp/http-credentials.dat" to credentials-path.
               move spaces to setting-env.
               accept setting-env
                   from environment "HTTP_CREDENTIALS_FILE"
                   on exception
                       move spaces to setting-env
               end-accept.

               if setting-env is not equal spaces
                   move setting-env to credentials-path
               end-if.

               move "/tmp/http-listener.conf" to config-path.
               move spaces to setting-env.
               accept setting-env
                   from environment "HTTP_CONFIG_FILE"
                   on exception
                       move spaces to setting-env
               end-accept.

               if setting-env is not equal spaces
                   move setting-env to config-path
               end-if.

               open input config-file.

               if config-status is equal "00"
                   perform read-config-record
                       until config-status is not equal "00"
                   close config-file
               end-if.

               move spaces to work-path.
               string
                   function trim(credentials-path) ".new"
                   into work-path
               end-string.

               move spaces to random-path.
               string
                   function trim(credentials-path) ".rnd"
                   into random-path
               end-string.

               move function current-date(1:8) to today-key.

               exit paragraph.

           read-config-record.
               read config-file
                   at end
                       move "10" to config-status
                       exit paragraph
               end-read.

               if config-record is equal spaces
               or config-record(1:1) is equal "#"
                   exit paragraph
               end-if.

               move spaces to config-key config-value.
               unstring config-record delimited by "="
                   into config-key, config-value
               end-unstring.

               if function trim(config-key) is equal
                   "credentials_file"
               and config-value is not equal spaces
                   move function trim(config-value)
                       to credentials-path
               end-if.

               exit paragraph.

           check-request.
               evaluate admin-action
                   when "LIST"
                   when "MIGRATE"
                       exit paragraph
                   when "ADD"
                   when "PASSWORD"
                   when "DISABLE"
                   when "ENABLE"
                   when "ROLE"
                   when "APIKEY"
                   when "UNLOCK"
                       continue
                   when spaces
                       display "user-admin: USER_ADMIN_ACTION is not"
                           " set (ADD, PASSWORD, DISABLE, ENABLE, ROLE,"
                           " APIKEY, UNLOCK, LIST or MIGRATE)"
                       set admin-failed to 1
                       exit paragraph
                   when other
                       display "user-admin: unknown action "
                           function trim(admin-action)
                       set admin-failed to 1
                       exit paragraph
               end-evaluate.

               perform check-user-name.

               if admin-failed is equal 1
                   exit paragraph
               end-if.

               if admin-action is equal "ADD"
               and admin-role is equal spaces
                   move "user" to admin-role
               end-if.

               if admin-action is equal "ADD"
               or admin-action is equal "ROLE"
                   if admin-role is not equal "user"
                   and admin-role is not equal "supervisor"
                       display "user-admin: USER_ADMIN_ROLE must be"
                           " user or supervisor"
                       set admin-failed to 1
                       exit paragraph
                   end-if
               end-if.

               if admin-action is equal "ADD"
               and admin-apikey is equal spaces
                   move "NONE" to admin-apikey
               end-if.

               if admin-action is equal "ADD"
               or admin-action is equal "APIKEY"
                   perform check-apikey-setting
               end-if.

               if admin-action is equal "ADD"
               or admin-action is equal "PASSWORD"
                   perform take-password
               end-if.

               exit paragraph.

      * a user name is what Basic authentication can carry before
      * its ":" and the console can read as one word.
           check-user-name.
               if admin-user is equal spaces
                   display "user-admin: USER_ADMIN_USER is not set"
                   set admin-failed to 1
                   exit paragraph
               end-if.

               move 0 to text-len.
               inspect admin-user tallying text-len
                   for characters before initial space.

               move 0 to colon-count.
               inspect admin-user tallying colon-count for all ":".

               if text-len is greater than 64
               or admin-user(65:) is not equal spaces
               or colon-count is greater than 0
               or admin-user is equal "-"
                   display "user-admin: user name must be 1 to 64"
                       " characters without spaces or "":"""
                   set admin-failed to 1
               end-if.

               exit paragraph.

           check-apikey-setting.
               if admin-apikey is equal "NEW"
               or admin-apikey is equal "NONE"
                   exit paragraph
               end-if.

               if admin-apikey is equal spaces
                   display "user-admin: USER_ADMIN_APIKEY is not set"
                       " (NEW, NONE or the key)"
                   set admin-failed to 1
                   exit paragraph
               end-if.

               move 0 to key-len.
               inspect admin-apikey tallying key-len
                   for characters before initial space.

               move 0 to space-count.
               inspect function trim(admin-apikey trailing)
                   tallying space-count for all space.

               if key-len is less than 16
               or space-count is greater than 0
                   display "user-admin: an API key must be 16 to 256"
                       " characters without spaces"
                   set admin-failed to 1
               end-if.

               exit paragraph.

           take-password.
               if admin-password is equal spaces
                   accept admin-password
               end-if.

               if admin-password is equal spaces
                   display "user-admin: no password in"
                       " USER_ADMIN_PASSWORD or on standard input"
                   set admin-failed to 1
                   exit paragraph
               end-if.

               move 0 to text-len.
               move function length(
                   function trim(admin-password trailing))
                   to text-len.

               move 0 to space-count.
               inspect admin-password(1:text-len)
                   tallying space-count for all space.

               if text-len is less than 8
               or text-len is greater than 64
               or space-count is greater than 0
                   display "user-admin: a password must be 8 to 64"
                       " characters without spaces"
                   set admin-failed to 1
                   exit paragraph
               end-if.

               if admin-password is equal admin-user
                   display "user-admin: the password must differ"
                       " from the user name"
                   set admin-failed to 1
                   exit paragraph
               end-if.

               move admin-password to new-password.

               exit paragraph.

      **********************
      * CHANGE A USER
      **********************
      * ADD, PASSWORD, DISABLE, ENABLE, ROLE, APIKEY and MIGRATE load
      * the file, change the table and write it back.
           change-credentials.
               perform load-credentials.

               if admin-failed is equal 1
                   move 8 to return-code
                   exit paragraph
               end-if.

               if admin-action is equal "MIGRATE"
                   perform migrate-credentials
                   exit paragraph
               end-if.

               perform find-user.

               if admin-action is equal "ADD"
                   if user-at is greater than 0
                       display "user-admin: user "
                           function trim(admin-user)
                           " already exists"
                       move 8 to return-code
                       exit paragraph
                   end-if
                   perform add-user
               else
                   if user-at is equal 0
                       display "user-admin: user "
                           function trim(admin-user)
                           " is not in " function trim(credentials-path)
                       move 4 to return-code
                       exit paragraph
                   end-if
                   move cred-line(user-at) to line-work
                   perform split-line
                   perform change-user
               end-if.

               if admin-failed is equal 1
                   move 8 to return-code
                   exit paragraph
               end-if.

               perform write-credentials.

               if admin-failed is equal 1
                   move 8 to return-code
                   exit paragraph
               end-if.

               move admin-action to audit-action.
               move admin-user to audit-user.
               perform write-audit.

               display "user-admin: " function trim(admin-action)
                   " " function trim(admin-user) " done; "
                   function trim(audit-detail).

               if key-shown is not equal spaces
                   display "user-admin: API key for "
                       function trim(admin-user) ": " key-shown
                   display "user-admin: the key is shown only once;"
                       " it is stored as a digest"
               end-if.

               move 0 to return-code.

               exit paragraph.

           load-credentials.
               initialize cred-tbl.
               set file-missing to 0.

               open input credentials-file.

               if credentials-status is equal "35"
               and admin-action is equal "ADD"
                   set file-missing to 1
                   exit paragraph
               end-if.

               if credentials-status is not equal "00"
                   display "user-admin: cannot open "
                       function trim(credentials-path)
                       ", status " credentials-status
                   set admin-failed to 1
                   exit paragraph
               end-if.

               perform load-credentials-line
                   until credentials-status is not equal "00".

               close credentials-file.

               exit paragraph.

           load-credentials-line.
               read credentials-file
                   at end
                       move "10" to credentials-status
                       exit paragraph
               end-read.

               if cred-size is not less than 2000
                   display "user-admin: more than 2000 lines in "
                       function trim(credentials-path)
                       "; nothing changed"
                   set admin-failed to 1
                   move "10" to credentials-status
                   exit paragraph
               end-if.

               add 1 to cred-size.
               move credentials-record to cred-line(cred-size).

               exit paragraph.

           find-user.
               move 0 to user-at.

               perform varying cred-i from 1 by 1
               until cred-i is greater than cred-size
               or user-at is greater than 0
                   move cred-line(cred-i) to line-work
                   perform split-line
                   if f-user is not equal spaces
                   and f-user is equal admin-user
                       move cred-i to user-at
                   end-if
               end-perform.

               exit paragraph.

           split-line.
               move function trim(line-work) to line-work.

               move spaces to f-user f-pass f-apikey f-role f-date
                   f-state.

               unstring line-work
                   delimited by all space
                   into f-user, f-pass, f-apikey, f-role, f-date,
                       f-state
               end-unstring.

               exit paragraph.

      * lines written by hand lack the later fields; every line this
      * program rewrites carries all six.
           build-line.
               if f-apikey is equal spaces
                   move "-" to f-apikey
               end-if.

               move function lower-case(f-role) to f-role.

               if f-role is equal spaces
                   move "-" to f-role
               end-if.

               if f-date is equal spaces
                   move "-" to f-date
               end-if.

               if f-state is equal spaces
                   move "active" to f-state
               end-if.

               move spaces to line-work.

               string
                   function trim(f-user) " "
                   function trim(f-pass) " "
                   function trim(f-apikey) " "
                   function trim(f-role) " "
                   function trim(f-date) " "
                   function trim(f-state)
                   into line-work
               end-string.

               exit paragraph.

           add-user.
               move spaces to f-user f-pass f-apikey f-role f-date
                   f-state.

               move admin-user to f-user.
               perform set-password-field.
               move admin-role to f-role.
               move "active" to f-state.
               perform set-apikey-field.

               if admin-failed is equal 1
                   exit paragraph
               end-if.

               perform build-line.

               add 1 to cred-size.
               move line-work to cred-line(cred-size).

               move spaces to audit-detail.

               if admin-apikey is equal "NEW"
               or admin-apikey is equal "NONE"
                   string
                       "role=" function trim(f-role)
                       " apikey=" function trim(admin-apikey)
                       into audit-detail
                   end-string
               else
                   string
                       "role=" function trim(f-role)
                       " apikey=SET"
                       into audit-detail
                   end-string
               end-if.

               exit paragraph.

           change-user.
               move spaces to audit-detail.

               evaluate admin-action
                   when "PASSWORD"
                       perform set-password-field
                       string
                           "password set, date " today-key
                           into audit-detail
                       end-string
                   when "DISABLE"
                       move "disabled" to f-state
                       move "status=disabled" to audit-detail
                   when "ENABLE"
                       move "active" to f-state
                       move "status=active" to audit-detail
                   when "ROLE"
                       string
                           "role=" function trim(admin-role)
                           " was " function trim(f-role)
                           into audit-detail
                       end-string
                       move admin-role to f-role
                   when "APIKEY"
                       perform set-apikey-field
                       if admin-apikey is equal "NEW"
                       or admin-apikey is equal "NONE"
                           string
                               "apikey=" function trim(admin-apikey)
                               into audit-detail
                           end-string
                       else
                           move "apikey=SET" to audit-detail
                       end-if
               end-evaluate.

               if admin-failed is equal 1
                   exit paragraph
               end-if.

               perform build-line.
               move line-work to cred-line(user-at).

               exit paragraph.

           set-password-field.
               perform draw-random-hex.
               move random-hex(1:16) to new-salt.

               call "password-hash"
               using by content new-password,
               by content new-salt,
               by content hash-rounds,
               by reference hash-value.

               move hash-rounds to rounds-disp.
               move spaces to f-pass.

               string
                   "sha256$" function trim(rounds-disp)
                   "$" new-salt "$" hash-value
                   into f-pass
               end-string.

               move today-key to f-date.

               exit paragraph.

           set-apikey-field.
               move spaces to key-shown.

               if admin-apikey is equal "NONE"
                   move "-" to f-apikey
                   exit paragraph
               end-if.

               if admin-apikey is equal "NEW"
                   perform draw-random-hex
                   move random-hex(1:32) to key-shown
                   move key-shown to new-key
               else
                   move admin-apikey to new-key
               end-if.

               move spaces to key-text.
               move new-key to key-text.
               move 0 to key-len.
               inspect key-text tallying key-len
                   for characters before initial space.

               call "sha256-digest"
               using by content key-text,
               by content key-len,
               by reference key-digest.

               perform check-key-unique.

               if key-clash is equal 1
                   display "user-admin: that API key already belongs"
                       " to another user"
                   move spaces to key-shown
                   set admin-failed to 1
                   exit paragraph
               end-if.

               move spaces to f-apikey.
               string
                   "sha256$" key-digest
                   into f-apikey
               end-string.

               exit paragraph.

      * every other user's key, hashed or still in clear, is
      * compared with the new one.
           check-key-unique.
               set key-clash to 0.

               perform varying cred-i from 1 by 1
               until cred-i is greater than cred-size
                   move function trim(cred-line(cred-i)) to other-line
                   move spaces to other-user other-pass other-apikey
                   unstring other-line
                       delimited by all space
                       into other-user, other-pass, other-apikey
                   end-unstring
                   if other-user is not equal admin-user
                       if other-apikey(1:7) is equal "sha256$"
                           if other-apikey(8:) is equal key-digest
                               set key-clash to 1
                           end-if
                       else
                           if other-apikey is equal key-text
                               set key-clash to 1
                           end-if
                       end-if
                   end-if
               end-perform.

               exit paragraph.

      * 32 bytes from /dev/urandom as 64 hex digits; when that cannot
      * be read, the digest of the clock and the random generator.
           draw-random-hex.
               set random-ok to 0.
               move spaces to random-hex.

               move spaces to shell-cmd.
               string
                   "umask 077; od -An -N32 -tx1 /dev/urandom"
                   " | tr -d ' \n' > " function trim(random-path)
                   into shell-cmd
               end-string.

               call "SYSTEM" using shell-cmd.

               open input random-file.

               if random-status is equal "00"
                   move spaces to random-record
                   read random-file
                       at end
                           move spaces to random-record
                   end-read
                   close random-file
                   move random-record(1:64) to random-hex
                   call "CBL_DELETE_FILE" using random-path
                       returning delete-rc
                   perform check-random-hex
               end-if.

               if random-ok is equal 1
                   exit paragraph
               end-if.

               if random-seeded is equal 0
                   move function current-date to seed-stamp
                   compute seed-val =
                       function numval(seed-stamp(9:6)) * 100
                       + function numval(seed-stamp(15:2))
                   compute seed-junk = function random(seed-val)
                   set random-seeded to 1
               end-if.

               move spaces to seed-text.
               move function current-date to seed-text(1:21).
               move 22 to seed-len.

               perform varying hex-i from 1 by 1
               until hex-i is greater than 8
                   compute seed-draw = function random * 999999999
                   move seed-draw to seed-text(seed-len:9)
                   add 9 to seed-len
               end-perform.

               subtract 1 from seed-len.

               call "sha256-digest"
               using by content seed-text,
               by content seed-len,
               by reference random-hex.

               exit paragraph.

           check-random-hex.
               set random-ok to 1.

               perform varying hex-i from 1 by 1
               until hex-i is greater than 64
                   move 0 to space-count
                   inspect hex-digits tallying space-count
                       for all random-hex(hex-i:1)
                   if space-count is equal 0
                       set random-ok to 0
                   end-if
               end-perform.

               exit paragraph.

      * passwords and keys still in clear (lines written by hand) are
      * hashed; a password keeps a valid set date and otherwise
      * starts its age today.
           migrate-credentials.
               perform varying user-at from 1 by 1
               until user-at is greater than cred-size
                   perform migrate-one-line
               end-perform.

               if admin-failed is equal 1
                   move 8 to return-code
                   exit paragraph
               end-if.

               if migrated-passwords is equal 0
               and migrated-keys is equal 0
                   display "user-admin: MIGRATE found nothing in clear"
                   move 0 to return-code
                   exit paragraph
               end-if.

               perform write-credentials.

               if admin-failed is equal 1
                   move 8 to return-code
                   exit paragraph
               end-if.

               display "user-admin: MIGRATE hashed "
                   migrated-passwords " passwords and "
                   migrated-keys " API keys".

               move 0 to return-code.

               exit paragraph.

           migrate-one-line.
               if cred-line(user-at) is equal spaces
                   exit paragraph
               end-if.

               move cred-line(user-at) to line-work.
               perform split-line.

               if f-user is equal spaces
                   exit paragraph
               end-if.

               set line-changed to 0.
               move spaces to audit-detail.

               set pass-too-long to 0.

               if f-pass(65:) is not equal spaces
               and f-pass(1:7) is not equal "sha256$"
                   display "user-admin: the password of "
                       function trim(f-user)
                       " is longer than 64 characters and is left"
                       " as it is; set a new one with PASSWORD"
                   set pass-too-long to 1
               end-if.

               if f-pass is not equal spaces
               and f-pass(1:7) is not equal "sha256$"
               and pass-too-long is equal 0
                   move f-pass(1:64) to new-password
                   perform check-set-date
                   move f-date to kept-date
                   perform set-password-field
                   if age-known is equal 1
                       move kept-date to f-date
                   end-if
                   add 1 to migrated-passwords
                   set line-changed to 1
                   move "password hashed" to audit-detail
               end-if.

               if f-apikey is not equal spaces
               and f-apikey is not equal "-"
               and f-apikey(1:7) is not equal "sha256$"
                   move spaces to key-text
                   move f-apikey to key-text
                   move 0 to key-len
                   inspect key-text tallying key-len
                       for characters before initial space
                   call "sha256-digest"
                   using by content key-text,
                   by content key-len,
                   by reference key-digest
                   move spaces to f-apikey
                   string
                       "sha256$" key-digest
                       into f-apikey
                   end-string
                   add 1 to migrated-keys
                   set line-changed to 1
                   if audit-detail is equal spaces
                       move "api key hashed" to audit-detail
                   else
                       move "password and api key hashed"
                           to audit-detail
                   end-if
               end-if.

               if line-changed is equal 0
                   exit paragraph
               end-if.

               perform build-line.
               move line-work to cred-line(user-at).

               move "MIGRATE" to audit-action.
               move f-user to audit-user.
               perform write-audit.

               exit paragraph.

      * age-days is the password's age when f-date is a real
      * YYYYMMDD (age-known 1).
           check-set-date.
               set age-known to 0.
               move 0 to age-days.

               if f-date(1:8) is not numeric
               or f-date(9:) is not equal spaces
                   exit paragraph
               end-if.

               move f-date(1:8) to set-date-num.

               if function test-date-yyyymmdd(set-date-num)
               is not equal 0
                   exit paragraph
               end-if.

               compute age-days =
                   function integer-of-date(today-key)
                   - function integer-of-date(set-date-num).
               set age-known to 1.

               exit paragraph.

      * the file is written beside the live one and renamed over it,
      * so a failed run never leaves half a credentials file.
           write-credentials.
               open output work-file.

               if work-status is not equal "00"
                   display "user-admin: cannot write "
                       function trim(work-path)
                       ", status " work-status
                   set admin-failed to 1
                   exit paragraph
               end-if.

               perform varying cred-i from 1 by 1
               until cred-i is greater than cred-size
                   move cred-line(cred-i) to work-record
                   write work-record
               end-perform.

               close work-file.

               move spaces to shell-cmd.
               string
                   "chmod 600 " function trim(work-path)
                   " && mv " function trim(work-path)
                   " " function trim(credentials-path)
                   into shell-cmd
               end-string.

               call "SYSTEM" using shell-cmd.
               move return-code to shell-rc.

               if shell-rc is not equal 0
                   display "user-admin: could not replace "
                       function trim(credentials-path)
                       " with " function trim(work-path)
                   set admin-failed to 1
               end-if.

               exit paragraph.

           write-audit.
               call "credentials-audit"
               using by content audit-action,
               by content audit-user,
               by content admin-operator,
               by content admin-peer,
               by content audit-detail.

               exit paragraph.

      **********************
      * UNLOCK
      **********************
           unlock-account.
               perform load-credentials.

               move 0 to user-at.

               if admin-failed is equal 0
                   perform find-user
               end-if.

               set admin-failed to 0.

               move "UNLOCK" to lock-action.
               move admin-user to audit-user.

               call "login-lockout"
               using by content lock-action,
               by content audit-user,
               by content admin-operator,
               by content admin-peer,
               by content lock-channel,
               by reference lock-state,
               by reference lock-failures.

               move 0 to return-code.

               if lock-state is equal 1
                   display "user-admin: unlocked "
                       function trim(admin-user)
               else
                   display "user-admin: " function trim(admin-user)
                       " was not locked; failures cleared"
                   if user-at is equal 0
                       display "user-admin: user "
                           function trim(admin-user)
                           " is not in " function trim(credentials-path)
                       move 4 to return-code
                   end-if
               end-if.

               exit paragraph.

      **********************
      * LIST
      **********************
           list-users.
               perform load-credentials.

               if admin-failed is equal 1
                   move 8 to return-code
                   exit paragraph
               end-if.

               open output report-file.

               if report-status is not equal "00"
                   display "user-admin: cannot open report "
                       function trim(report-path)
                       ", status " report-status
                   move 8 to return-code
                   exit paragraph
               end-if.

               call "date-utc"
               using by reference generated-at,
               by content zero-days.

               move "CREDENTIALS FILE USERS" to report-record.
               write report-record.

               move spaces to report-record.
               string
                   "GENERATED " function trim(generated-at)
                   into report-record
               end-string.
               write report-record.

               move spaces to report-record.
               string
                   "FILE " function trim(credentials-path)
                   into report-record
               end-string.
               write report-record.

               move spaces to report-record.
               write report-record.

               move spaces to report-record.
               string
                   "USER                             ROLE        "
                   "STATUS    PASSWORD SET DATE  AGE     EXPIRY   "
                   "KEY  LOCK"
                   into report-record
               end-string.
               write report-record.

               perform varying user-at from 1 by 1
               until user-at is greater than cred-size
                   perform list-one-user
               end-perform.

               perform write-list-totals.
               close report-file.

               move "LIST" to audit-action.
               move "-" to audit-user.
               move users-total to count-disp.
               move spaces to audit-detail.
               string
                   "users=" function trim(count-disp)
                   into audit-detail
               end-string.
               perform write-audit.

               display "user-admin: users " users-total
                   " expired " expired-total
                   " locked " locked-total
                   " clear-text " clear-total.

               move 0 to return-code.

               exit paragraph.

           list-one-user.
               if cred-line(user-at) is equal spaces
                   exit paragraph
               end-if.

               move cred-line(user-at) to line-work.
               perform split-line.

               if f-user is equal spaces
                   exit paragraph
               end-if.

               add 1 to users-total.

               if f-state is equal "disabled"
                   add 1 to disabled-total
               else
                   add 1 to active-total
               end-if.

               if function lower-case(f-role) is equal "supervisor"
                   add 1 to supervisor-total
               end-if.

               if f-pass(1:7) is equal "sha256$"
                   move "hashed" to col-pass
               else
                   move "CLEAR" to col-pass
                   add 1 to clear-total
               end-if.

               perform check-set-date.

               move spaces to col-age.
               move "never" to col-expiry.

               if age-known is equal 1
                   if age-days is less than 0
                       move 0 to age-disp
                   else
                       move age-days to age-disp
                   end-if
                   move function trim(age-disp) to col-age
                   if max-age-days is greater than 0
                   and f-pass(1:7) is equal "sha256$"
                       if age-days is greater than max-age-days
                           move "EXPIRED" to col-expiry
                           add 1 to expired-total
                       else
                           move "ok" to col-expiry
                       end-if
                   end-if
               else
                   move "-" to col-age
               end-if.

               if f-apikey is equal spaces
               or f-apikey is equal "-"
                   move "no" to col-key
               else
                   move "yes" to col-key
                   add 1 to apikey-total
               end-if.

               move "CHECK" to lock-action.

               call "login-lockout"
               using by content lock-action,
               by content f-user,
               by content admin-operator,
               by content admin-peer,
               by content lock-channel,
               by reference lock-state,
               by reference lock-failures.

               move "-" to col-lock.

               if lock-state is equal 1
                   move lock-failures to failures-disp
                   move spaces to col-lock
                   string
                       "LOCKED (" function trim(failures-disp) ")"
                       into col-lock
                   end-string
                   add 1 to locked-total
               else
                   if lock-failures is greater than 0
                       move lock-failures to failures-disp
                       move spaces to col-lock
                       string
                           "failures " function trim(failures-disp)
                           into col-lock
                       end-string
                   end-if
               end-if.

               if f-role is equal spaces
                   move "-" to f-role
               end-if.

               if f-date is equal spaces
                   move "-" to f-date
               end-if.

               if f-state is equal spaces
                   move "active" to f-state
               end-if.

               move spaces to report-record.
               move f-user(1:32) to report-record(1:32).
               move function lower-case(f-role) to report-record(34:11).
               move f-state to report-record(46:9).
               move col-pass to report-record(56:8).
               move f-date to report-record(65:8).
               move col-age to report-record(75:7).
               move col-expiry to report-record(83:8).
               move col-key to report-record(92:4).
               move col-lock to report-record(97:16).
               write report-record.

               exit paragraph.

           write-list-totals.
               move spaces to report-record.
               write report-record.

               move users-total to count-disp.
               move spaces to report-record.
               string
                   "USERS ................. " count-disp
                   into report-record
               end-string.
               write report-record.

               move active-total to count-disp.
               move spaces to report-record.
               string
                   "ACTIVE ................ " count-disp
                   into report-record
               end-string.
               write report-record.

               move disabled-total to count-disp.
               move spaces to report-record.
               string
                   "DISABLED .............. " count-disp
                   into report-record
               end-string.
               write report-record.

               move supervisor-total to count-disp.
               move spaces to report-record.
               string
                   "SUPERVISORS ........... " count-disp
                   into report-record
               end-string.
               write report-record.

               move apikey-total to count-disp.
               move spaces to report-record.
               string
                   "WITH API KEY .......... " count-disp
                   into report-record
               end-string.
               write report-record.

               move expired-total to count-disp.
               move spaces to report-record.
               string
                   "PASSWORDS EXPIRED ..... " count-disp
                   into report-record
               end-string.
               write report-record.

               move clear-total to count-disp.
               move spaces to report-record.
               string
                   "PASSWORDS IN CLEAR .... " count-disp
                   into report-record
               end-string.
               write report-record.

               move locked-total to count-disp.
               move spaces to report-record.
               string
                   "LOCKED ................ " count-disp
                   into report-record
               end-string.
               write report-record.

               exit paragraph.

       end program user-admin.

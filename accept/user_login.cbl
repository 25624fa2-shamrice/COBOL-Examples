      *          reads DISABLED -- what user-recert sets for accounts
      *          unreferenced past the window -- is refused even with
      *          the right password, without the row being deleted.
      * updated: 2026-10-15 EE: password expiry, history and forced
      *          change. Each users.txt record now carries the date
      *          its password was set and a must-change flag (set by
      *          password-reset, and on the seeded admin). A login
      *          with the right password that is flagged, or whose
      *          password is older than PASSWORD_EXPIRY_DAYS (default
      *          90, zero for never; a record with no set date counts
      *          as expired), must choose a new one before it is let
      *          in. The new password needs PASSWORD_MIN_LENGTH
      *          characters (default 8) with a letter and a digit,
      *          must not be the user name, and must not match the
      *          current password or the user's last
      *          PASSWORD_HISTORY_COUNT (default 5) kept on
      *          password-history.txt. users.txt is rewritten with
      *          the new hash through the copy-then-swap recert uses.
      *          Forced prompts, refused new passwords and changes
      *          go to security-events.txt as PWFORCED, PWREJECT and
      *          PWCHANGE; a login that gives up without changing is
      *          PWNOCHANGE and is refused.
      * updated: 2026-10-15 EE: every security event now carries a
      *          chain value from the shared audit-chain subprogram
      *          after the terminal column, linking it to the event
      *          before, so an edited or removed event shows up when
      *          the trail is verified.
      * purpose: Shared login subprogram, carrying accept-secure.cbl's
      *          authentication -- the users.txt credential table,
      *          hashed password compare, and three-strike lockout --
      *          column now carried on users.txt (INQUIRY, MAINT, or
      *          ADMIN), which callers like sql_example.cbl use to
      *          hide or refuse their write options.
      * tectonics: cobc -c user_login.cbl, with password_hash.cbl and
      *            audit_chain.cbl compiled alongside.
      ******************************************************************
       identification division.
       program-id. user-login.
           organization is line sequential
           file status is ws-fs-status-users.

           select fd-user-file-new assign to "users-new.txt"
           organization is line sequential
           file status is ws-fs-status-users-new.

      *> One line per password set, oldest first -- the reuse check
      *> takes each user's latest.
           select fd-password-history
           assign to "password-history.txt"
           organization is line sequential
           file status is ws-fs-status-history.

      *> One line per successful login -- the recertification report
      *> takes each user's latest.
           select fd-last-login-file
           05  f-user-password-hash        pic x(16).
           05  filler                      pic x value space.
           05  f-user-role                 pic x(10).
           05  filler                      pic x value space.
           05  f-user-password-set         pic x(8).
           05  filler                      pic x value space.
           05  f-user-must-change          pic x.

       fd  fd-user-file-new.
       01  f-user-record-new               pic x(59).

       fd  fd-password-history.
       01  f-password-history-record.
           05  f-ph-user-name              pic x(20).
           05  filler                      pic x.
           05  f-ph-date                   pic x(8).
           05  filler                      pic x.
           05  f-ph-password-hash          pic x(16).

       fd  fd-last-login-file.
       01  f-last-login-record.
           05  f-se-system-user            pic x(20).
           05  filler                      pic x.
           05  f-se-terminal               pic x(10).
           05  filler                      pic x.
           05  f-se-chain                  pic x(16).

       working-storage section.

       01  ws-fs-status-events             pic xx.
       01  ws-event-code                   pic x(10).
       01  ws-event-date                   pic x(8).
      *> Request group for the shared audit-chain subprogram.
       01  ws-audit-chain-request.
           05  ws-ac-action                pic x.
           05  ws-ac-trail                 pic x(30).
           05  ws-ac-record                pic x(400).
           05  ws-ac-prior-chain           pic x(16).
           05  ws-ac-chain-value           pic x(16).
           05  ws-ac-link-count            pic 9(9).
           05  ws-ac-base-count            pic 9(9).
           05  ws-ac-base-chain            pic x(16).
           05  ws-ac-status                pic x.

       01  ws-event-time                   pic x(8).
       01  ws-event-system-user            pic x(20).
       01  ws-event-terminal               pic x(10).
           05  ws-user-name                pic x(20).
           05  ws-user-password-hash       pic x(16).
           05  ws-user-role                pic x(10).
           05  ws-user-password-set        pic x(8).
           05  ws-user-must-change         pic x.

      *> The marker record a migrated users.txt opens with, and the
      *> hash of the password just typed for the compare.
           88  ws-authenticated            value 'Y'.
           88  ws-not-authenticated        value 'N'.

      *> Password ageing and the rules a new password must meet.
       01  ws-fs-status-users-new          pic xx.
       01  ws-fs-status-history            pic xx.

       01  ws-expiry-days                  pic 9(4) value 90.
       01  ws-history-count                pic 99 value 5.
       01  ws-min-length                   pic 99 value 8.
       01  ws-min-length-display           pic z9.
       01  ws-setting-env                  pic x(7).

       01  ws-today                        pic 9(8).
       01  ws-password-age                 pic s9(7) comp.

       01  ws-change-required-sw           pic x value 'N'.
           88  ws-change-required          value 'Y'.
       01  ws-password-changed-sw          pic x value 'N'.
           88  ws-password-changed         value 'Y'.
       01  ws-new-password-ok-sw           pic x value 'N'.
           88  ws-new-password-ok          value 'Y'.

       01  ws-new-password                 pic x(16).
       01  ws-confirm-password             pic x(16).
       01  ws-new-hash                     pic x(16).
       01  ws-new-length                   pic 99 comp.
       01  ws-letter-count                 pic 99 comp.
       01  ws-digit-count                  pic 99 comp.
       01  ws-char-idx                     pic 99 comp.
       01  ws-reject-text                  pic x(60).
       01  ws-change-attempts              pic 9 value 0.

      *> The user's most recent password hashes, a ring of the last
      *> ws-history-count read from the history file.
       01  ws-num-recent                   pic 99 comp value 0.
       01  ws-recent-next                  pic 99 comp value 0.
       01  ws-recent-hash                  pic x(16) occurs 24 times.
       01  ws-recent-idx                   pic 99 comp.

       01  ws-users-file-name              pic x(30)
                                           value "users.txt".
       01  ws-users-new-name               pic x(30)
                                           value "users-new.txt".
       01  ws-delete-status                pic s9(9) comp-5.
       01  ws-rename-status                pic s9(9) comp-5.

       linkage section.

      *> Result group filled in for the caller: who logged in, the
               perform write-security-event
           end-if

      *> The right password still has to be a current one.
           if ws-authenticated
               perform check-password-age

               if ws-change-required
                   perform force-password-change

                   if not ws-password-changed
                       set ws-not-authenticated to true
                       move "PWNOCHANGE" to ws-event-code
                       perform write-security-event
                       display "Password not changed -- login "
                           "refused." at 1004
                       end-display
                   end-if
               end-if
           end-if

           if ws-authenticated
               perform record-last-login
               move "SUCCESS" to ws-event-code
               perform write-security-event
           end-if

           move spaces to l-login-result

           if ws-authenticated
                   end-display
               else
                   set ws-authenticated to true
               end-if
           end-if

           move ws-username to f-se-attempted-user
           move ws-event-system-user to f-se-system-user
           move ws-event-terminal to f-se-terminal
           move spaces to f-se-chain
           move 'A' to ws-ac-action
           move "security-events.txt" to ws-ac-trail
           move spaces to ws-ac-record
           move f-security-event-record(1:81) to ws-ac-record

           call "audit-chain" using ws-audit-chain-request
               on exception
                   move 'N' to ws-ac-status
           end-call

           if ws-ac-status = 'Y'
               move ws-ac-chain-value to f-se-chain
           end-if

           write f-security-event-record

           close fd-security-events
                   ws-typed-hash
               move ws-typed-hash to f-user-password-hash
               move "ADMIN" to f-user-role
               accept f-user-password-set from date yyyymmdd
               move 'Y' to f-user-must-change
               write f-user-record

               close fd-user-file
                                   move f-user-role
                                       to ws-user-role(ws-num-users)
                               end-if

                               move f-user-password-set
                                   to
                                   ws-user-password-set(ws-num-users)
                               move f-user-must-change
                                   to
                                   ws-user-must-change(ws-num-users)
                           end-if
                       end-if
               end-read

           exit paragraph.


      *> The environment's password settings, kept when blank or
      *> not a number.
       load-password-settings.

           accept ws-setting-env
               from environment "PASSWORD_EXPIRY_DAYS"
           end-accept
           if ws-setting-env not = spaces
           and function trim(ws-setting-env) is numeric
               move function numval(ws-setting-env) to ws-expiry-days
           end-if

           move spaces to ws-setting-env
           accept ws-setting-env
               from environment "PASSWORD_HISTORY_COUNT"
           end-accept
           if ws-setting-env not = spaces
           and function trim(ws-setting-env) is numeric
               move function numval(ws-setting-env)
                   to ws-history-count
           end-if
           if ws-history-count > 24
               move 24 to ws-history-count
           end-if

           move spaces to ws-setting-env
           accept ws-setting-env
               from environment "PASSWORD_MIN_LENGTH"
           end-accept
           if ws-setting-env not = spaces
           and function trim(ws-setting-env) is numeric
               move function numval(ws-setting-env) to ws-min-length
           end-if
           if ws-min-length > 16
               move 16 to ws-min-length
           end-if

           exit paragraph.


      *> Flagged by a reset, never dated, or older than the expiry
      *> window -- any of them means a new password before entry.
       check-password-age.

           move 'N' to ws-change-required-sw

           perform load-password-settings
           accept ws-today from date yyyymmdd

           evaluate true
               when ws-user-must-change(ws-user-idx) = 'Y'
                   set ws-change-required to true
                   display "Your password has been reset and must be "
                       "changed now." at 0504
                   end-display

               when ws-user-password-set(ws-user-idx) not numeric
               or ws-user-password-set(ws-user-idx) = zeros
                   set ws-change-required to true
                   display "Your password has expired and must be "
                       "changed now." at 0504
                   end-display

               when ws-expiry-days > 0
                   compute ws-password-age =
                       function integer-of-date(ws-today)
                       - function integer-of-date(
                           function numval(
                               ws-user-password-set(ws-user-idx)))
                   end-compute
                   if ws-password-age >= ws-expiry-days
                       set ws-change-required to true
                       display "Your password has expired and must "
                           "be changed now." at 0504
                       end-display
                   end-if
           end-evaluate

           if ws-change-required
               move "PWFORCED" to ws-event-code
               perform write-security-event
           end-if

           exit paragraph.


      *> Up to ws-max-attempts tries at a new password that passes
      *> the rules; the first good one is saved.
       force-password-change.

           move 'N' to ws-password-changed-sw
           move 0 to ws-change-attempts

           perform load-recent-hashes

           perform until ws-password-changed
               or ws-change-attempts = ws-max-attempts

               add 1 to ws-change-attempts

               move spaces to ws-new-password
               move spaces to ws-confirm-password
               display "New password:     " at 0604
               accept ws-new-password secure at 0622
               display "Confirm password: " at 0704
               accept ws-confirm-password secure at 0722

               perform check-new-password

               if ws-new-password-ok
                   perform save-new-password
               else
                   move "PWREJECT" to ws-event-code
                   perform write-security-event
                   display ws-reject-text at 0804
               end-if
           end-perform

           exit paragraph.


       check-new-password.

           move 'N' to ws-new-password-ok-sw
           move spaces to ws-reject-text

           if ws-new-password not = ws-confirm-password
               move "The two entries do not match."
                   to ws-reject-text
               exit paragraph
           end-if

           move 0 to ws-new-length
           move 0 to ws-letter-count
           move 0 to ws-digit-count

           perform varying ws-char-idx from 1 by 1
           until ws-char-idx > 16
               if ws-new-password(ws-char-idx:1) not = space
                   move ws-char-idx to ws-new-length
               end-if
               if ws-new-password(ws-char-idx:1) is alphabetic
               and ws-new-password(ws-char-idx:1) not = space
                   add 1 to ws-letter-count
               end-if
               if ws-new-password(ws-char-idx:1) is numeric
                   add 1 to ws-digit-count
               end-if
           end-perform

           if ws-new-length < ws-min-length
           or ws-letter-count = 0
           or ws-digit-count = 0
               move ws-min-length to ws-min-length-display
               string "Needs " function trim(ws-min-length-display)
                   " or more characters "
                   "with a letter and a digit."
                   delimited by size
                   into ws-reject-text
               end-string
               exit paragraph
           end-if

           if function upper-case(ws-new-password)
               = function upper-case(ws-username)
               move "The password may not be the user name."
                   to ws-reject-text
               exit paragraph
           end-if

           call "password-hash" using ws-new-password ws-new-hash

           if ws-new-hash = ws-user-password-hash(ws-user-idx)
               move "That is the current password."
                   to ws-reject-text
               exit paragraph
           end-if

           perform varying ws-recent-idx from 1 by 1
           until ws-recent-idx > ws-num-recent
               if ws-recent-hash(ws-recent-idx) = ws-new-hash
                   move "That password has been used recently."
                       to ws-reject-text
                   exit paragraph
               end-if
           end-perform

           set ws-new-password-ok to true

           exit paragraph.


      *> Keeps the last ws-history-count hashes set for the user. No
      *> history file yet just means nothing to compare beyond the
      *> current password.
       load-recent-hashes.

           move 0 to ws-num-recent
           move 0 to ws-recent-next

           if ws-history-count = 0
               exit paragraph
           end-if

           open input fd-password-history

           if ws-fs-status-history not = "00"
               exit paragraph
           end-if

           set ws-not-eof to true

           perform until ws-eof
               read fd-password-history
                   at end
                       set ws-eof to true
                   not at end
                       if f-ph-user-name = ws-username
                           add 1 to ws-recent-next
                           if ws-recent-next > ws-history-count
                               move 1 to ws-recent-next
                           end-if
                           move f-ph-password-hash
                               to ws-recent-hash(ws-recent-next)
                           if ws-num-recent < ws-history-count
                               add 1 to ws-num-recent
                           end-if
                       end-if
               end-read
           end-perform

           close fd-password-history

           exit paragraph.


      *> Rewrites users.txt with the new hash, today's set date and
      *> the must-change flag cleared, then adds the hash to the
      *> history. Only a clean swap counts as changed.
       save-new-password.

           accept ws-today from date yyyymmdd

           set ws-not-eof to true

           open input fd-user-file
           if ws-fs-status-users not = "00"
               move "Unable to read users.txt -- password not changed."
                   to ws-reject-text
               display ws-reject-text at 0804
               exit paragraph
           end-if

           open output fd-user-file-new
           if ws-fs-status-users-new not = "00"
               close fd-user-file
               move "Unable to write users-new.txt -- password not "
                   & "changed." to ws-reject-text
               display ws-reject-text at 0804
               exit paragraph
           end-if

           perform until ws-eof
               read fd-user-file
                   at end
                       set ws-eof to true
                   not at end
                       if f-user-name = ws-username
                           move ws-new-hash to f-user-password-hash
                           move ws-today to f-user-password-set
                           move 'N' to f-user-must-change
                       end-if
                       move f-user-record to f-user-record-new
                       write f-user-record-new
               end-read
           end-perform

           close fd-user-file
           close fd-user-file-new

           call "CBL_DELETE_FILE" using ws-users-file-name
               returning ws-delete-status

           call "CBL_RENAME_FILE" using ws-users-new-name
               ws-users-file-name
               returning ws-rename-status

           if ws-rename-status not = 0
               display "Could not swap users-new.txt into place -- "
                   "password not changed." at 0804
               end-display
               exit paragraph
           end-if

           move ws-new-hash to ws-user-password-hash(ws-user-idx)
           move ws-today to ws-user-password-set(ws-user-idx)
           move 'N' to ws-user-must-change(ws-user-idx)
           set ws-password-changed to true

           open extend fd-password-history
           if ws-fs-status-history = "35"
               open output fd-password-history
           end-if

           if ws-fs-status-history = "00"
               move spaces to f-password-history-record
               move ws-username to f-ph-user-name
               move ws-today to f-ph-date
               move ws-new-hash to f-ph-password-hash
               write f-password-history-record
               close fd-password-history
           end-if

           move "PWCHANGE" to ws-event-code
           perform write-security-event

           display "Password changed.                              "
               at 0804
           end-display

           exit paragraph.

       end program user-login.

      ******************************************************************
      * author: Erik Eriksen
      * date: 2026-10-15
      * purpose: Administrator password reset for users.txt. Behind an
      *          ADMIN login through the shared user-login
      *          subprogram, takes a user name and a temporary
      *          password (typed twice), and rewrites that user's
      *          record with the new hash, today's password-set date
      *          and the must-change flag set -- so user-login makes
      *          the user choose their own password at their next
      *          login. The role column is left alone: a DISABLED
      *          account stays disabled. users.txt is rewritten
      *          through the same copy-then-swap user-recert uses,
      *          and every reset goes to security-events.txt as
      *          PWRESET against the user reset, chained like every
      *          other security event.
      * tectonics: cobc -x password_reset.cbl, with user_login.cbl,
      *            password_hash.cbl and audit_chain.cbl compiled as
      *            modules.
      ******************************************************************
       identification division.
       program-id. password-reset.

       environment division.
       input-output section.
       file-control.

           select fd-user-file assign to "users.txt"
           organization is line sequential
           file status is ws-fs-status-users.

           select fd-user-file-new assign to "users-new.txt"
           organization is line sequential
           file status is ws-fs-status-users-new.

           select fd-security-events
           assign to "security-events.txt"
           organization is line sequential
           file status is ws-fs-status-events.

       data division.

       file section.

       fd  fd-user-file.
       01  f-user-record.
           05  f-user-name                 pic x(20).
           05  filler                      pic x value space.
           05  f-user-password-hash        pic x(16).
           05  filler                      pic x value space.
           05  f-user-role                 pic x(10).
           05  filler                      pic x value space.
           05  f-user-password-set         pic x(8).
           05  filler                      pic x value space.
           05  f-user-must-change          pic x.

       fd  fd-user-file-new.
       01  f-user-record-new               pic x(59).

       fd  fd-security-events.
       01  f-security-event-record.
           05  f-se-date                   pic x(8).
           05  filler                      pic x.
           05  f-se-time                   pic x(8).
           05  filler                      pic x.
           05  f-se-event                  pic x(10).
           05  filler                      pic x.
           05  f-se-attempted-user         pic x(20).
           05  filler                      pic x.
           05  f-se-system-user            pic x(20).
           05  filler                      pic x.
           05  f-se-terminal               pic x(10).
           05  filler                      pic x.
           05  f-se-chain                  pic x(16).

       working-storage section.

       01  ws-fs-status-users              pic xx.
       01  ws-fs-status-users-new          pic xx.
       01  ws-fs-status-events             pic xx.

       01  ws-eof-sw                       pic x value 'N'.
           88  ws-eof                      value 'Y'.
           88  ws-not-eof                  value 'N'.

      *> Result group filled in by the shared user-login subprogram.
       01  ws-login-result.
           05  ws-login-user               pic x(20).
           05  ws-login-role               pic x(10).
               88  ws-role-inquiry         value "INQUIRY".
               88  ws-role-maint           value "MAINT".
               88  ws-role-admin           value "ADMIN".
           05  ws-login-status             pic x.
               88  ws-login-ok             value 'Y'.
               88  ws-login-failed         value 'N'.

       77  ws-hashed-marker                pic x(20) value "*HASHED*".

       01  ws-reset-user                   pic x(20).
       01  ws-reset-role                   pic x(10).
       01  ws-temp-password                pic x(16).
       01  ws-confirm-password             pic x(16).
       01  ws-temp-hash                    pic x(16).
       01  ws-confirm-answer               pic x.
       01  ws-today                        pic 9(8).

       01  ws-user-found-sw                pic x value 'N'.
           88  ws-user-found               value 'Y'.

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

       01  ws-users-file-name              pic x(30)
                                           value "users.txt".
       01  ws-users-new-name               pic x(30)
                                           value "users-new.txt".
       01  ws-delete-status                pic s9(9) comp-5.
       01  ws-rename-status                pic s9(9) comp-5.

       procedure division.
       main-procedure.

           perform reset-login

           move spaces to ws-reset-user
           display "User to reset: " at 1201
           accept ws-reset-user at 1216

           if ws-reset-user = spaces
               display "Reset cancelled." at 1801
               goback
           end-if

           perform find-reset-user

           if not ws-user-found
               display "No such user on users.txt." at 1801
               move 4 to return-code
               goback
           end-if

           move spaces to ws-temp-password
           move spaces to ws-confirm-password
           display "Temporary password: " at 1301
           accept ws-temp-password secure at 1322
           display "Confirm password:   " at 1401
           accept ws-confirm-password secure at 1422

           if ws-temp-password = spaces
           or ws-temp-password not = ws-confirm-password
               display "Passwords blank or not matching -- reset "
                   "cancelled." at 1801
               end-display
               move 4 to return-code
               goback
           end-if

           if ws-reset-role = "DISABLED"
               display "Note: this account is DISABLED and stays "
                   "disabled." at 1501
               end-display
           end-if

           move space to ws-confirm-answer
           display "Reset the password for " at 1601
           display ws-reset-user at 1624
           display " (Y/N)? " at 1644
           accept ws-confirm-answer at 1652

           if function upper-case(ws-confirm-answer) not = 'Y'
               display "Reset cancelled." at 1801
               goback
           end-if

           call "password-hash" using ws-temp-password ws-temp-hash

           perform rewrite-user-file

           if return-code = 0
               perform write-reset-event
               display "Password reset -- the user must change it at "
                   "the next login." at 1801
               end-display
           end-if

           goback.


      *> Resetting someone else's password is an administrator's
      *> job only.
       reset-login.

           call "user-login" using ws-login-result
               on exception
                   display "Error: unable to call user-login -- "
                       "reset refused."
                   end-display
                   move 8 to return-code
                   goback
           end-call

           if ws-login-failed
               display "Login failed -- reset refused."
               move 8 to return-code
               goback
           end-if

           if not ws-role-admin
               display "Password reset needs the ADMIN role."
               move 8 to return-code
               goback
           end-if

           exit paragraph.


       find-reset-user.

           move 'N' to ws-user-found-sw
           set ws-not-eof to true

           open input fd-user-file

           if ws-fs-status-users not = "00"
               display "Error opening users.txt: " ws-fs-status-users
                   at 1801
               end-display
               move 8 to return-code
               goback
           end-if

           perform until ws-eof
               read fd-user-file
                   at end
                       set ws-eof to true
                   not at end
                       if f-user-name = ws-reset-user
                       and f-user-name not = ws-hashed-marker
                           set ws-user-found to true
                           move f-user-role to ws-reset-role
                           set ws-eof to true
                       end-if
               end-read
           end-perform

           close fd-user-file

           exit paragraph.


      *> Copies users.txt to users-new.txt with the one record
      *> changed, then swaps it in -- user-recert's delete-then-
      *> rename finish.
       rewrite-user-file.

           accept ws-today from date yyyymmdd
           set ws-not-eof to true

           open input fd-user-file

           if ws-fs-status-users not = "00"
               display "Error opening users.txt: " ws-fs-status-users
                   at 1801
               end-display
               move 8 to return-code
               exit paragraph
           end-if

           open output fd-user-file-new

           if ws-fs-status-users-new not = "00"
               display "Error opening users-new.txt: "
                   ws-fs-status-users-new at 1801
               end-display
               close fd-user-file
               move 8 to return-code
               exit paragraph
           end-if

           perform until ws-eof
               read fd-user-file
                   at end
                       set ws-eof to true
                   not at end
                       if f-user-name = ws-reset-user
                           move ws-temp-hash to f-user-password-hash
                           move ws-today to f-user-password-set
                           move 'Y' to f-user-must-change
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
               display "Error: could not swap users-new.txt into "
                   "place -- it holds the reset copy." at 1801
               end-display
               move 8 to return-code
           end-if

           exit paragraph.


      *> Same event layout user-login writes, so security-report
      *> counts resets beside the changes.
       write-reset-event.

           accept ws-event-time from time
           accept ws-event-system-user from user name
           accept ws-event-terminal from environment "TERM"

           open extend fd-security-events

           if ws-fs-status-events = "35"
               open output fd-security-events
           end-if

           if ws-fs-status-events not = "00"
               exit paragraph
           end-if

           move spaces to f-security-event-record
           move ws-today to f-se-date
           move ws-event-time to f-se-time
           move "PWRESET" to f-se-event
           move ws-reset-user to f-se-attempted-user
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

           exit paragraph.

       end program password-reset.

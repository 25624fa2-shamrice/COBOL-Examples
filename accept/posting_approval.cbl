      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-10-15
      * Purpose: Second-user approval screen for the large adjustments
      *          and fees account-posting holds back. Lists every
      *          undecided line on account-transactions-approval.txt
      *          with its account, type, amount, reference and the
      *          user who keyed it, in the count-approval browse-and-
      *          dispose style, and takes a decision on each: approve
      *          it (the next posting run posts it), decline it with
      *          a note (the next run drops it), or leave it. Needs a
      *          MAINT or ADMIN login through the shared user-login
      *          subprogram, and nobody may decide a line they keyed
      *          themselves -- nor a line with no keying user named,
      *          which the next posting run sends to reject-repair
      *          as NO-KEYER instead. Every decision is appended to
      *          account-transactions-approval-log.txt with the date
      *          and time, the keying user, the deciding user, the
      *          note and the line itself, for the auditors.
      *          Run it between posting runs, not during one -- both
      *          rewrite the queue.
      * Tectonics: cobc
      ******************************************************************
       identification division.
       program-id. posting-approval.

       environment division.
       input-output section.
       file-control.

           select fd-approval-file
           assign to "account-transactions-approval.txt"
           organization is line sequential
           file status is ws-fs-status-approval.

           select fd-approval-log
           assign to "account-transactions-approval-log.txt"
           organization is line sequential
           file status is ws-fs-status-log.

       data division.

       file section.

      *> One queued line, the layout account-posting writes: 'P'
      *> pending, 'A' approved, 'D' declined, then the date queued,
      *> the keying user, the decision fields and the posting record.
       fd  fd-approval-file.
       01  f-approval-record.
           05  f-appr-status                       pic x.
           05  filler                              pic x.
           05  f-appr-queued-date                  pic x(8).
           05  filler                              pic x.
           05  f-appr-keyed-by                     pic x(20).
           05  filler                              pic x.
           05  f-appr-decided-by                   pic x(20).
           05  filler                              pic x.
           05  f-appr-decided-date                 pic x(8).
           05  filler                              pic x.
           05  f-appr-note                         pic x(15).
           05  filler                              pic x.
           05  f-appr-data                         pic x(50).

      *> One line per decision, never rewritten.
       fd  fd-approval-log.
       01  f-log-record.
           05  f-log-date                          pic x(8).
           05  filler                              pic x.
           05  f-log-time                          pic x(8).
           05  filler                              pic x.
           05  f-log-decision                      pic x.
           05  filler                              pic x.
           05  f-log-keyed-by                      pic x(20).
           05  filler                              pic x.
           05  f-log-decided-by                    pic x(20).
           05  filler                              pic x.
           05  f-log-note                          pic x(15).
           05  filler                              pic x.
           05  f-log-data                          pic x(50).

       working-storage section.

       01  ws-fs-status-approval                   pic xx.
       01  ws-fs-status-log                        pic xx.

       01  ws-eof-sw                               pic x value 'N'.
           88  ws-eof                              value 'Y'.
           88  ws-not-eof                          value 'N'.

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

       01  ws-business-date-request.
           05  ws-bd-action                        pic x.
           05  ws-bd-date                          pic 9(8).

       01  ws-business-date                        pic 9(8).
       01  ws-decision-time                        pic 9(8).

      *> The queue worked on in memory and written back whole when
      *> the approver is done.
       01  ws-num-entries                          pic 9(4) comp
                                                   value 0.

       01  ws-entry-table                          occurs 0 to 2000
                                                   times depending on
                                                       ws-num-entries
                                                   indexed by
                                                       ws-entry-idx.
           05  ws-entry-status                     pic x.
               88  ws-entry-pending                value 'P'.
           05  ws-entry-keyed-by                   pic x(20).
           05  ws-entry-decided-by                 pic x(20).
           05  ws-entry-decided-date               pic x(8).
           05  ws-entry-note                       pic x(15).
           05  ws-entry-decided-time               pic x(8).
           05  ws-entry-changed-sw                 pic x.
               88  ws-entry-changed                value 'Y'.
           05  ws-entry-image                      pic x(128).
           05  ws-entry-data                       pic x(50).
           05  filler redefines ws-entry-data.
               10  ws-entry-account-id             pic x(5).
               10  filler                          pic x.
               10  ws-entry-post-date              pic x(8).
               10  filler                          pic x.
               10  ws-entry-type                   pic x(2).
               10  filler                          pic x.
               10  ws-entry-amount                 pic x(12).
               10  filler                          pic x.
               10  ws-entry-reference              pic x(15).
               10  filler                          pic x.
               10  ws-entry-currency               pic x(3).

      *> The pending lines as listed on screen, by slot in the
      *> queue table.
       01  ws-num-pending                          pic 99 value 0.
       01  ws-pending-slot                         pic 9(4) comp
                                                   occurs 15 times.
       01  ws-pending-idx                          pic 99.

       01  ws-list-row                             pic 99.
       01  ws-menu-choice                          pic x(4).
       01  ws-chosen-pending                       pic 99.
       01  ws-chosen-slot                          pic 9(4) comp.
       01  ws-decline-note                         pic x(15).

       01  ws-exit-sw                              pic x value 'N'.
           88  ws-exit                             value 'Y'.
           88  ws-not-exit                         value 'N'.

       01  ws-valid-sw                             pic x value 'N'.
           88  ws-valid                            value 'Y'.
           88  ws-not-valid                        value 'N'.

       01  ws-approved-count                       pic 9(4) value 0.
       01  ws-declined-count                       pic 9(4) value 0.

       procedure division.
       main-procedure.

           perform approval-login
           perform fetch-business-date
           perform load-approval-file

           perform until ws-exit
               perform list-pending-lines

               if ws-num-pending = 0
                   display "Nothing is waiting on approval." at 2001
                   set ws-exit to true
               else
                   move spaces to ws-menu-choice
                   display "Line number (0 exits): " at 2101
                   accept ws-menu-choice at 2125

                   if ws-menu-choice = '0' or spaces
                       set ws-exit to true
                   else
                       perform choose-pending-line
                   end-if
               end-if
           end-perform

           if ws-approved-count > 0
           or ws-declined-count > 0
               perform rewrite-approval-file
               perform write-decision-log
           end-if

           display space
           display "Approved:  " ws-approved-count
           display "Declined:  " ws-declined-count

           goback.


      *> Deciding is a supervisor's call -- MAINT or ADMIN only.
       approval-login.

           call "user-login" using ws-login-result
               on exception
                   display "Error: unable to call user-login -- "
                       "approval refused."
                   end-display
                   move 8 to return-code
                   goback
           end-call

           if ws-login-failed
               display "Login failed -- approval refused."
               move 8 to return-code
               goback
           end-if

           if not ws-role-maint
           and not ws-role-admin
               display "Posting approval needs the MAINT or ADMIN "
                   "role."
               end-display
               move 8 to return-code
               goback
           end-if

           exit paragraph.


       fetch-business-date.

           move 'F' to ws-bd-action
           call "business-date" using ws-business-date-request
               on exception
                   display "Warning: unable to call business-date, "
                       "using the system date."
                   end-display
                   move 0 to ws-bd-date
           end-call

           if ws-bd-date = 0
               accept ws-business-date from date yyyymmdd
           else
               move ws-bd-date to ws-business-date
           end-if

           exit paragraph.


      *> No queue yet just means nothing has been held back.
       load-approval-file.

           set ws-not-eof to true

           open input fd-approval-file

           if ws-fs-status-approval = "35"
               exit paragraph
           end-if

           if ws-fs-status-approval not = "00"
               display "Error opening account-transactions-"
                   "approval.txt: " ws-fs-status-approval
               end-display
               move 8 to return-code
               goback
           end-if

           perform until ws-eof
               read fd-approval-file
                   at end
                       set ws-eof to true
                   not at end
                       perform load-one-entry
               end-read
           end-perform

           close fd-approval-file

           exit paragraph.


      *> The file is written back whole, so one too big for the table
      *> stops the screen rather than truncating it.
       load-one-entry.

           if ws-num-entries >= 2000
               display "account-transactions-approval.txt exceeds the "
                   "2000-entry table -- approval refused."
               end-display
               close fd-approval-file
               move 8 to return-code
               goback
           end-if

           add 1 to ws-num-entries
           move f-appr-status to ws-entry-status(ws-num-entries)
           move f-appr-keyed-by to ws-entry-keyed-by(ws-num-entries)
           move f-appr-decided-by
               to ws-entry-decided-by(ws-num-entries)
           move f-appr-decided-date
               to ws-entry-decided-date(ws-num-entries)
           move f-appr-note to ws-entry-note(ws-num-entries)
           move 'N' to ws-entry-changed-sw(ws-num-entries)
           move f-approval-record to ws-entry-image(ws-num-entries)
           move f-appr-data to ws-entry-data(ws-num-entries)

           exit paragraph.


      *> Every pending line, up to a screenful.
       list-pending-lines.

           display "Posting approval                        " at 0101
           display "=======================================" at 0201
           display "     account type amount       reference      "
               at 0301
           display "keyed by              queued" at 0348

           move 0 to ws-num-pending

           perform varying ws-entry-idx from 1 by 1
           until ws-entry-idx > ws-num-entries
           or ws-num-pending >= 15
               if ws-entry-pending(ws-entry-idx)
                   add 1 to ws-num-pending
                   set ws-pending-slot(ws-num-pending) to ws-entry-idx
               end-if
           end-perform

           perform varying ws-pending-idx from 1 by 1
           until ws-pending-idx > 15
               compute ws-list-row = ws-pending-idx + 3
               display "                                        "
                   at line ws-list-row column 1
               display "                                        "
                   at line ws-list-row column 41
               end-display
               if ws-pending-idx <= ws-num-pending
                   move ws-pending-slot(ws-pending-idx)
                       to ws-chosen-slot
                   perform show-pending-line
               end-if
           end-perform

           exit paragraph.


       show-pending-line.

           display ws-pending-idx at line ws-list-row column 1
           display ") " at line ws-list-row column 3
           display ws-entry-account-id(ws-chosen-slot)
               at line ws-list-row column 6
           display ws-entry-type(ws-chosen-slot)
               at line ws-list-row column 14
           display ws-entry-amount(ws-chosen-slot)
               at line ws-list-row column 19
           display ws-entry-reference(ws-chosen-slot)
               at line ws-list-row column 32
           if ws-entry-keyed-by(ws-chosen-slot) = spaces
               display "(not named)"
                   at line ws-list-row column 48
               end-display
           else
               display ws-entry-keyed-by(ws-chosen-slot)
                   at line ws-list-row column 48
               end-display
           end-if
           display ws-entry-image(ws-chosen-slot)(3:8)
               at line ws-list-row column 70

           exit paragraph.


       choose-pending-line.

           display "                                        " at 2201

           if function trim(ws-menu-choice) is not numeric
               display "Enter a line number.   " at 2201
               exit paragraph
           end-if

           move function numval(ws-menu-choice) to ws-chosen-pending

           if ws-chosen-pending = 0
           or ws-chosen-pending > ws-num-pending
               display "No such line.          " at 2201
               exit paragraph
           end-if

           move ws-pending-slot(ws-chosen-pending) to ws-chosen-slot

           display "Post date: " at 1901
           display ws-entry-post-date(ws-chosen-slot) at 1912
           display "Currency: " at 1922
           display ws-entry-currency(ws-chosen-slot) at 1932

           set ws-not-valid to true

           perform until ws-valid
               move spaces to ws-menu-choice
               display "(A)pprove, (D)ecline, (C)ancel: " at 2201
               accept ws-menu-choice at 2234 upper
               display "                                        "
                   at 2301
               display "                                        "
                   at 2341
               end-display

               evaluate ws-menu-choice(1:1)
                   when 'A'
                       perform approve-line
                       set ws-valid to true
                   when 'D'
                       perform decline-line
                       set ws-valid to true
                   when 'C'
                       set ws-valid to true
                   when other
                       display "Please enter A, D, or C." at 2301
               end-evaluate
           end-perform

           display "                                        " at 1901

           exit paragraph.


      *> The keying user can't decide their own line either way,
      *> and a line with no keyer named can't be decided at all --
      *> there is no one to hold the decider apart from.
       approve-line.

           if ws-entry-keyed-by(ws-chosen-slot) = spaces
               display "No keying user named -- the next posting "
                   "run rejects it for repair." at 2301
               end-display
               exit paragraph
           end-if

           if ws-entry-keyed-by(ws-chosen-slot) = ws-login-user
               display "You keyed this line -- another user must "
                   "decide it." at 2301
               end-display
               exit paragraph
           end-if

           move 'A' to ws-entry-status(ws-chosen-slot)
           perform stamp-decision
           move spaces to ws-entry-note(ws-chosen-slot)
           add 1 to ws-approved-count

           exit paragraph.


       decline-line.

           if ws-entry-keyed-by(ws-chosen-slot) = spaces
               display "No keying user named -- the next posting "
                   "run rejects it for repair." at 2301
               end-display
               exit paragraph
           end-if

           if ws-entry-keyed-by(ws-chosen-slot) = ws-login-user
               display "You keyed this line -- another user must "
                   "decide it." at 2301
               end-display
               exit paragraph
           end-if

           move spaces to ws-decline-note

           perform until ws-decline-note not = spaces
               display "Decline note: " at 2301
               accept ws-decline-note at 2315
           end-perform

           move 'D' to ws-entry-status(ws-chosen-slot)
           perform stamp-decision
           move ws-decline-note to ws-entry-note(ws-chosen-slot)
           add 1 to ws-declined-count

           exit paragraph.


       stamp-decision.

           accept ws-decision-time from time

           move ws-login-user to ws-entry-decided-by(ws-chosen-slot)
           move ws-business-date
               to ws-entry-decided-date(ws-chosen-slot)
           move ws-decision-time
               to ws-entry-decided-time(ws-chosen-slot)
           set ws-entry-changed(ws-chosen-slot) to true

           exit paragraph.


       rewrite-approval-file.

           open output fd-approval-file

           if ws-fs-status-approval not = "00"
               display "Error rewriting account-transactions-"
                   "approval.txt: " ws-fs-status-approval
               end-display
               move 8 to return-code
               goback
           end-if

           perform varying ws-entry-idx from 1 by 1
           until ws-entry-idx > ws-num-entries
               move ws-entry-image(ws-entry-idx) to f-approval-record
               move ws-entry-status(ws-entry-idx) to f-appr-status
               move ws-entry-decided-by(ws-entry-idx)
                   to f-appr-decided-by
               move ws-entry-decided-date(ws-entry-idx)
                   to f-appr-decided-date
               move ws-entry-note(ws-entry-idx) to f-appr-note
               write f-approval-record
           end-perform

           close fd-approval-file

           exit paragraph.


      *> This session's decisions, appended to the running log.
       write-decision-log.

           open extend fd-approval-log

           if ws-fs-status-log = "35"
               open output fd-approval-log
           end-if

           if ws-fs-status-log not = "00"
               display "Error opening account-transactions-approval-"
                   "log.txt: " ws-fs-status-log
               end-display
               move 8 to return-code
               goback
           end-if

           perform varying ws-entry-idx from 1 by 1
           until ws-entry-idx > ws-num-entries
               if ws-entry-changed(ws-entry-idx)
                   move spaces to f-log-record
                   move ws-entry-decided-date(ws-entry-idx)
                       to f-log-date
                   move ws-entry-decided-time(ws-entry-idx)
                       to f-log-time
                   move ws-entry-status(ws-entry-idx)
                       to f-log-decision
                   move ws-entry-keyed-by(ws-entry-idx)
                       to f-log-keyed-by
                   move ws-entry-decided-by(ws-entry-idx)
                       to f-log-decided-by
                   move ws-entry-note(ws-entry-idx) to f-log-note
                   move ws-entry-data(ws-entry-idx) to f-log-data
                   write f-log-record
               end-if
           end-perform

           close fd-approval-log

           exit paragraph.

       end program posting-approval.

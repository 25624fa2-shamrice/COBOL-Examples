      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-10-15
      * Purpose: Supervisor approval screen for cycle count variances
      *          count-variance held as over tolerance. Lists every
      *          held count on cycle-count-items.txt with its book,
      *          counted and variance quantities and the variance
      *          value at cost, in the reject-repair browse-and-
      *          dispose style, and takes a decision on each: approve
      *          it (the next count-variance run posts it), send it
      *          back for a recount (it returns to the count sheet
      *          open, for count-entry), or leave it. Approval needs
      *          a MAINT or ADMIN login through the shared user-login
      *          subprogram, the approver's name goes on the count
      *          and onto the adjustment it becomes, and nobody may
      *          approve a count they entered themselves.
      * Tectonics: cobc
      ******************************************************************
       identification division.
       program-id. count-approval.

       environment division.
       input-output section.
       file-control.

           select fd-item-file assign to "search-items.txt"
           organization is line sequential
           file status is ws-fs-status-items.

           select fd-count-file assign to "cycle-count-items.txt"
           organization is line sequential
           file status is ws-fs-status-count.

       data division.

       file section.

       fd  fd-item-file.
       01  f-item-record.
           05  f-item-id-1                         pic 9(4).
           05  f-item-id-2                         pic 9(4).
           05  f-item-id-3                         pic 9(4).
           05  f-item-name                         pic x(16).
           05  f-item-date                         pic x(10).
           05  f-item-on-hand                      pic 9(5).
           05  f-item-reorder-point                pic 9(5).
           05  f-item-reorder-qty                  pic 9(5).
           05  f-item-allocated                    pic 9(5).
           05  f-item-location                     pic x(6).
           05  f-item-damaged                      pic 9(5).
           05  f-item-vendor-id                    pic 9(5).
           05  f-item-unit-cost                    pic 9(5)v99.
           05  f-item-on-order                     pic 9(5).
           05  f-item-last-count-date              pic 9(8).
           05  f-item-std-cost                     pic 9(5)v99.

      *> One record per item out for counting. Status 'O' open, 'E'
      *> entered, 'H' held for supervisor approval, 'A' approved.
       fd  fd-count-file.
       01  f-count-record.
           05  f-count-sheet-number                pic 9(6).
           05  f-count-sheet-date                  pic 9(8).
           05  f-count-item-id-1                   pic 9(4).
           05  f-count-item-id-2                   pic 9(4).
           05  f-count-location                    pic x(6).
           05  f-count-status                      pic x.
           05  f-count-qty                         pic 9(5).
           05  f-count-entered-by                  pic x(20).
           05  f-count-book-qty                    pic 9(5).
           05  f-count-approved-by                 pic x(20).

       working-storage section.

       01  ws-fs-status-items                      pic xx.
       01  ws-fs-status-count                      pic xx.

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

      *> The count file worked on in memory and written back whole
      *> when the supervisor is done.
       01  ws-num-counts                           pic 9(4) comp
                                                   value 0.

       01  ws-count-table                          occurs 0 to 2000
                                                   times depending on
                                                       ws-num-counts
                                                   indexed by
                                                       ws-count-idx.
           05  ws-count-sheet-number               pic 9(6).
           05  ws-count-item-id-1                  pic 9(4).
           05  ws-count-item-id-2                  pic 9(4).
           05  ws-count-status                     pic x.
               88  ws-count-held                   value 'H'.
           05  ws-count-qty                        pic 9(5).
           05  ws-count-entered-by                 pic x(20).
           05  ws-count-book-qty                   pic 9(5).
           05  ws-count-approved-by                pic x(20).
           05  ws-count-image                      pic x(79).

      *> Item names and costs, for the supervisor's view.
       01  ws-num-items                            pic 999 comp
                                                   value 0.

       01  ws-item-table                           occurs 0 to 500
                                                   times depending on
                                                       ws-num-items
                                                   indexed by
                                                       ws-item-idx.
           05  ws-item-id-1                        pic 9(4).
           05  ws-item-id-2                        pic 9(4).
           05  ws-item-name                        pic x(16).
           05  ws-item-unit-cost                   pic 9(5)v99.

      *> The held counts as listed on screen, by slot in the count
      *> table.
       01  ws-num-held                             pic 99 value 0.
       01  ws-held-slot                            pic 9(4) comp
                                                   occurs 15 times.
       01  ws-held-idx                             pic 99.

       01  ws-list-row                             pic 99.
       01  ws-menu-choice                          pic x(4).
       01  ws-chosen-held                          pic 99.
       01  ws-chosen-slot                          pic 9(4) comp.

       01  ws-name-display                         pic x(16).
       01  ws-unit-cost                            pic 9(5)v99.
       01  ws-variance-qty                         pic s9(6).
       01  ws-variance-value                       pic s9(9)v99.
       01  ws-variance-display                     pic zz,zz9-.
       01  ws-value-display                        pic z,zzz,zz9.99-.

       01  ws-exit-sw                              pic x value 'N'.
           88  ws-exit                             value 'Y'.
           88  ws-not-exit                         value 'N'.

       01  ws-valid-sw                             pic x value 'N'.
           88  ws-valid                            value 'Y'.
           88  ws-not-valid                        value 'N'.

       01  ws-approved-count                       pic 9(4) value 0.
       01  ws-recount-count                        pic 9(4) value 0.

       procedure division.
       main-procedure.

           perform approval-login
           perform load-count-file
           perform load-item-costs

           perform until ws-exit
               perform list-held-counts

               if ws-num-held = 0
                   display "Nothing is waiting on approval." at 2001
                   set ws-exit to true
               else
                   move spaces to ws-menu-choice
                   display "Count number (0 exits): " at 2101
                   accept ws-menu-choice at 2126

                   if ws-menu-choice = '0' or spaces
                       set ws-exit to true
                   else
                       perform choose-held-count
                   end-if
               end-if
           end-perform

           if ws-approved-count > 0
           or ws-recount-count > 0
               perform rewrite-count-file
           end-if

           display space
           display "Approved:          " ws-approved-count
           display "Sent for recount:  " ws-recount-count

           goback.


      *> Approval is a supervisor's call -- MAINT or ADMIN only.
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
               display "Count approval needs the MAINT or ADMIN role."
               move 8 to return-code
               goback
           end-if

           exit paragraph.


       load-count-file.

           set ws-not-eof to true

           open input fd-count-file

           if ws-fs-status-count not = "00"
               display "Error opening cycle-count-items.txt: "
                   ws-fs-status-count
               end-display
               move 8 to return-code
               goback
           end-if

           perform until ws-eof
               read fd-count-file
                   at end
                       set ws-eof to true
                   not at end
                       perform load-one-count
               end-read
           end-perform

           close fd-count-file

           exit paragraph.


      *> The file is written back whole, so one too big for the table
      *> stops the screen rather than truncating it.
       load-one-count.

           if ws-num-counts >= 2000
               display "cycle-count-items.txt exceeds the 2000-entry "
                   "table -- approval refused."
               end-display
               close fd-count-file
               move 8 to return-code
               goback
           end-if

           add 1 to ws-num-counts
           move f-count-sheet-number
               to ws-count-sheet-number(ws-num-counts)
           move f-count-item-id-1 to ws-count-item-id-1(ws-num-counts)
           move f-count-item-id-2 to ws-count-item-id-2(ws-num-counts)
           move f-count-status to ws-count-status(ws-num-counts)
           move f-count-qty to ws-count-qty(ws-num-counts)
           move f-count-entered-by
               to ws-count-entered-by(ws-num-counts)
           move f-count-book-qty to ws-count-book-qty(ws-num-counts)
           move f-count-approved-by
               to ws-count-approved-by(ws-num-counts)
           move f-count-record to ws-count-image(ws-num-counts)

           exit paragraph.


       load-item-costs.

           set ws-not-eof to true

           open input fd-item-file

           if ws-fs-status-items not = "00"
               exit paragraph
           end-if

           perform until ws-eof
               read fd-item-file
                   at end
                       set ws-eof to true
                   not at end
                       if ws-num-items < 500
                           add 1 to ws-num-items
                           move f-item-id-1
                               to ws-item-id-1(ws-num-items)
                           move f-item-id-2
                               to ws-item-id-2(ws-num-items)
                           move f-item-name
                               to ws-item-name(ws-num-items)
                           perform load-item-cost
                       end-if
               end-read
           end-perform

           close fd-item-file

           exit paragraph.


      *> Valued the way count-variance values it: standard cost,
      *> else the vendor unit cost.
       load-item-cost.

           if f-item-std-cost is numeric
           and f-item-std-cost > 0
               move f-item-std-cost to ws-item-unit-cost(ws-num-items)
           else
               if f-item-unit-cost is numeric
                   move f-item-unit-cost
                       to ws-item-unit-cost(ws-num-items)
               else
                   move 0 to ws-item-unit-cost(ws-num-items)
               end-if
           end-if

           exit paragraph.


      *> Every held count, up to a screenful, with its variance.
       list-held-counts.

           display "Cycle count approval                    " at 0101
           display "=======================================" at 0201
           display "     sheet   item       name              "
               at 0301
           display "book  counted  variance          value"
               at 0343

           move 0 to ws-num-held

           perform varying ws-count-idx from 1 by 1
           until ws-count-idx > ws-num-counts
           or ws-num-held >= 15
               if ws-count-held(ws-count-idx)
                   add 1 to ws-num-held
                   set ws-held-slot(ws-num-held) to ws-count-idx
               end-if
           end-perform

           perform varying ws-held-idx from 1 by 1
           until ws-held-idx > 15
               compute ws-list-row = ws-held-idx + 3
               display "                                        "
                   at line ws-list-row column 1
               display "                                        "
                   at line ws-list-row column 41
               end-display
               if ws-held-idx <= ws-num-held
                   move ws-held-slot(ws-held-idx) to ws-chosen-slot
                   perform show-held-line
               end-if
           end-perform

           exit paragraph.


       show-held-line.

           perform find-item-cost

           display ws-held-idx at line ws-list-row column 1
           display ") " at line ws-list-row column 3
           display ws-count-sheet-number(ws-chosen-slot)
               at line ws-list-row column 6
           display ws-count-item-id-1(ws-chosen-slot)
               at line ws-list-row column 14
           display "/" at line ws-list-row column 18
           display ws-count-item-id-2(ws-chosen-slot)
               at line ws-list-row column 19
           display ws-name-display at line ws-list-row column 25
           display ws-count-book-qty(ws-chosen-slot)
               at line ws-list-row column 42
           display ws-count-qty(ws-chosen-slot)
               at line ws-list-row column 50
           display ws-variance-display at line ws-list-row column 58
           display ws-value-display at line ws-list-row column 68

           exit paragraph.


      *> Name and cost for the count in ws-chosen-slot, and its
      *> variance at that cost.
       find-item-cost.

           move "(not on file)" to ws-name-display
           move 0 to ws-unit-cost

           perform varying ws-item-idx from 1 by 1
           until ws-item-idx > ws-num-items
               if ws-item-id-1(ws-item-idx)
                   = ws-count-item-id-1(ws-chosen-slot)
               and ws-item-id-2(ws-item-idx)
                   = ws-count-item-id-2(ws-chosen-slot)
                   move ws-item-name(ws-item-idx) to ws-name-display
                   move ws-item-unit-cost(ws-item-idx) to ws-unit-cost
                   exit perform
               end-if
           end-perform

           compute ws-variance-qty =
               ws-count-qty(ws-chosen-slot)
               - ws-count-book-qty(ws-chosen-slot)
           end-compute

           compute ws-variance-value = ws-variance-qty * ws-unit-cost
           end-compute

           move ws-variance-qty to ws-variance-display
           move ws-variance-value to ws-value-display

           exit paragraph.


       choose-held-count.

           display "                                        " at 2201

           if function trim(ws-menu-choice) is not numeric
               display "Enter a count number.  " at 2201
               exit paragraph
           end-if

           move function numval(ws-menu-choice) to ws-chosen-held

           if ws-chosen-held = 0
           or ws-chosen-held > ws-num-held
               display "No such count.         " at 2201
               exit paragraph
           end-if

           move ws-held-slot(ws-chosen-held) to ws-chosen-slot

           display "Counted by: " at 1901
           display ws-count-entered-by(ws-chosen-slot) at 1913

           set ws-not-valid to true

           perform until ws-valid
               move spaces to ws-menu-choice
               display "(A)pprove, (R)ecount, (C)ancel: " at 2201
               accept ws-menu-choice at 2234 upper
               display "                                        "
                   at 2301

               evaluate ws-menu-choice(1:1)
                   when 'A'
                       perform approve-count
                       set ws-valid to true
                   when 'R'
                       perform send-for-recount
                       set ws-valid to true
                   when 'C'
                       set ws-valid to true
                   when other
                       display "Please enter A, R, or C." at 2301
               end-evaluate
           end-perform

           display "                                        " at 1901

           exit paragraph.


      *> The counter can't approve their own count.
       approve-count.

           if ws-count-entered-by(ws-chosen-slot) = ws-login-user
               display "You entered this count -- another supervisor "
                   "must approve it." at 2301
               end-display
               exit paragraph
           end-if

           move 'A' to ws-count-status(ws-chosen-slot)
           move ws-login-user to ws-count-approved-by(ws-chosen-slot)
           add 1 to ws-approved-count

           exit paragraph.


      *> Back onto the sheet as open: the count and its weighing are
      *> cleared for a fresh count.
       send-for-recount.

           move 'O' to ws-count-status(ws-chosen-slot)
           move 0 to ws-count-qty(ws-chosen-slot)
           move spaces to ws-count-entered-by(ws-chosen-slot)
           move 0 to ws-count-book-qty(ws-chosen-slot)
           add 1 to ws-recount-count

           exit paragraph.


       rewrite-count-file.

           open output fd-count-file

           if ws-fs-status-count not = "00"
               display "Error rewriting cycle-count-items.txt: "
                   ws-fs-status-count
               end-display
               move 8 to return-code
               goback
           end-if

           perform varying ws-count-idx from 1 by 1
           until ws-count-idx > ws-num-counts
               move ws-count-image(ws-count-idx) to f-count-record
               move ws-count-status(ws-count-idx) to f-count-status
               move ws-count-qty(ws-count-idx) to f-count-qty
               move ws-count-entered-by(ws-count-idx)
                   to f-count-entered-by
               move ws-count-book-qty(ws-count-idx) to f-count-book-qty
               move ws-count-approved-by(ws-count-idx)
                   to f-count-approved-by
               write f-count-record
           end-perform

           close fd-count-file

           exit paragraph.

       end program count-approval.

      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-10-15
      * Purpose: Dunning run over the open-item ledger cash-receipts
      *          keeps, ar-open-items.txt. Every open invoice past its
      *          due date on the business date (shared business-date
      *          subprogram, system date fallback) is grouped by
      *          customer, and the customer's notice level is set by
      *          the most overdue of them: a reminder at 15 days, a
      *          firm notice at 30, a final demand at 60. A notice
      *          goes out only when that level is above any already
      *          sent on the customer's open invoices -- each invoice
      *          on the ledger carries the last level sent on it and
      *          the date -- so nobody gets the same letter twice,
      *          and a rerun the same day sends nothing new. Notices
      *          route by customer-delivery-prefs.txt the way
      *          customer-statements does: print letters land in
      *          dunning-notices.txt, electronic ones go out one
      *          document per notice in a feed envelope
      *          (dunning-feed.txt, sequence persisted in
      *          dunning-feed-seq.txt), and suppressed ones are
      *          proved deliberate on dunning-suppressed.txt; no
      *          preference prints. Every customer standing at
      *          final-demand level is listed on
      *          dunning-final-demands.txt, rewritten each run, for
      *          credit to hold their orders against; paying down
      *          drops them off it.
      * Tectonics: cobc
      ******************************************************************
       identification division.
       program-id. dunning-notices.

       environment division.
       input-output section.
       file-control.

      *> The open-item ledger, loaded whole and written back with
      *> the levels sent.
           select fd-ar-file
           assign to "ar-open-items.txt"
           organization is line sequential
           file status is ws-fs-status-ar.

           select fd-customer-master
           assign to "customer-master.txt"
           organization is line sequential
           file status is ws-fs-status-master.

           select fd-delivery-prefs
           assign to "customer-delivery-prefs.txt"
           organization is line sequential
           file status is ws-fs-status-prefs.

      *> Work file for putting the overdue invoices in customer
      *> order.
           select fd-dunning-sort-file
           assign to "dunning-sort-temp.txt".

           select fd-notice-file
           assign to "dunning-notices.txt"
           organization is line sequential
           file status is ws-fs-status-notice.

           select fd-dunning-feed
           assign to "dunning-feed.txt"
           organization is line sequential
           file status is ws-fs-status-feed.

           select fd-suppress-register
           assign to "dunning-suppressed.txt"
           organization is line sequential
           file status is ws-fs-status-suppress.

           select fd-feed-seq
           assign to "dunning-feed-seq.txt"
           organization is line sequential
           file status is ws-fs-status-seq.

           select fd-final-demand-file
           assign to "dunning-final-demands.txt"
           organization is line sequential
           file status is ws-fs-status-final.

       data division.

       file section.

       fd  fd-ar-file.
       01  f-ar-record.
           05  f-ar-type                           pic x.
           05  f-ar-invoice-number                 pic 9(6).
           05  f-ar-customer-id                    pic 9(5).
           05  f-ar-period                         pic 9(6).
           05  f-ar-invoice-date                   pic 9(8).
           05  f-ar-due-date                       pic 9(8).
           05  f-ar-original-amount                pic 9(7)v99.
           05  f-ar-paid-amount                    pic 9(7)v99.
           05  f-ar-balance                        pic 9(7)v99.
           05  f-ar-last-receipt-date              pic 9(8).
           05  f-ar-status                         pic x.
           05  f-ar-dunning-level                  pic 9.
           05  f-ar-dunning-date                   pic 9(8).

       fd  fd-customer-master.
       01  f-customer-record-master.
           05  f-customer-id                       pic 9(5).
           05  f-customer-last-name                pic x(50).
           05  f-customer-first-name               pic x(50).
           05  f-customer-contract-id              pic 9(5).
           05  f-customer-state                    pic xx.
           05  f-customer-zip                      pic x(5).
           05  f-customer-comment                  pic x(25).
           05  f-customer-region                   pic x(4).

       fd  fd-delivery-prefs.
       01  f-delivery-pref-record.
           05  f-pref-customer-id                  pic 9(5).
           05  f-pref-route                        pic x.

       sd  fd-dunning-sort-file.
       01  f-sort-dunning-record.
           05  f-sort-customer-id                  pic 9(5).
           05  f-sort-due-date                     pic 9(8).
           05  f-sort-invoice-number               pic 9(6).
           05  f-sort-ar-idx                       pic 9(4).
           05  f-sort-days-overdue                 pic 9(5).

       fd  fd-notice-file.
       01  f-notice-record                         pic x(80).

       fd  fd-dunning-feed.
       01  f-feed-record                           pic x(200).

       fd  fd-suppress-register.
       01  f-suppress-record                       pic x(100).

       fd  fd-feed-seq.
       01  f-feed-seq-record                       pic 9(6).

      *> One customer at final-demand level: the overdue total and
      *> invoice count, and the day the final demand went out.
       fd  fd-final-demand-file.
       01  f-final-demand-record.
           05  f-final-customer-id                 pic 9(5).
           05  f-final-notice-date                 pic 9(8).
           05  f-final-overdue-amount              pic 9(7)v99.
           05  f-final-invoice-count               pic 9(3).

       working-storage section.

       01  ws-fs-status-ar                         pic xx.
       01  ws-fs-status-master                     pic xx.
       01  ws-fs-status-prefs                      pic xx.
       01  ws-fs-status-notice                     pic xx.
       01  ws-fs-status-feed                       pic xx.
       01  ws-fs-status-suppress                   pic xx.
       01  ws-fs-status-seq                        pic xx.
       01  ws-fs-status-final                      pic xx.

       01  ws-eof-sw                               pic x value 'N'.
           88  ws-eof                              value 'Y'.
           88  ws-not-eof                          value 'N'.

       01  ws-ar-missing-sw                        pic x value 'N'.
           88  ws-ar-missing                       value 'Y'.

      *> The ledger, carried whole so the write-back loses nothing.
       01  ws-num-ar-items                         pic 9(4) comp
                                                   value 0.

       01  ws-ar-table                             occurs 0 to 5000
                                                   times depending on
                                                       ws-num-ar-items
                                                   indexed by
                                                       ws-ar-idx.
           05  ws-ar-type                          pic x.
               88  ws-ar-invoice                   value 'I'.
           05  ws-ar-invoice-number                pic 9(6).
           05  ws-ar-customer-id                   pic 9(5).
           05  ws-ar-period                        pic 9(6).
           05  ws-ar-invoice-date                  pic 9(8).
           05  ws-ar-due-date                      pic 9(8).
           05  ws-ar-original-amount               pic 9(7)v99.
           05  ws-ar-paid-amount                   pic 9(7)v99.
           05  ws-ar-balance                       pic 9(7)v99.
           05  ws-ar-last-receipt-date             pic 9(8).
           05  ws-ar-status                        pic x.
               88  ws-ar-open                      value 'O'.
           05  ws-ar-dunning-level                 pic 9.
           05  ws-ar-dunning-date                  pic 9(8).

      *> Customer names for the letters.
       01  ws-num-customers                        pic 999 comp
                                                   value 0.

       01  ws-customer-table                       occurs 0 to 500
                                                   times depending on
                                                       ws-num-customers
                                                   indexed by
                                                       ws-customer-idx.
           05  ws-customer-id                      pic 9(5).
           05  ws-customer-name                    pic x(40).

      *> Delivery preferences -- a customer with no record prints.
       01  ws-num-prefs                            pic 999 comp
                                                   value 0.

       01  ws-pref-table                           occurs 500 times
                                                   indexed by
                                                       ws-pref-idx.
           05  ws-pref-customer-id                 pic 9(5).
           05  ws-pref-route                       pic x.

      *> A preference that didn't fit the table would be ignored --
      *> warn and finish with status 4.
       01  ws-pref-overflow-sw                     pic x value 'N'.
           88  ws-prefs-overflow                   value 'Y'.

       01  ws-current-route                        pic x value 'P'.
           88  ws-route-print                      value 'P'.
           88  ws-route-electronic                 value 'E'.
           88  ws-route-suppress                   value 'S'.

       01  ws-business-date-request.
           05  ws-bd-action                 pic x.
           05  ws-bd-date                   pic 9(8).

       01  ws-business-date                        pic 9(8).
       01  ws-business-date-int                    pic 9(8) comp.

       01  ws-days-overdue                         pic s9(5) comp.

      *> Days overdue that open each notice level.
       01  ws-reminder-days                        pic 9(3) value 15.
       01  ws-firm-days                            pic 9(3) value 30.
       01  ws-final-days                           pic 9(3) value 60.

      *> Control-break fields for the customer groups.
       01  ws-first-group-sw                       pic x.
           88  ws-first-group                      value 'Y'.
           88  ws-not-first-group                  value 'N'.

       01  ws-prev-customer-id                     pic 9(5).

      *> The customer breaking: its overdue invoices, the level
      *> they call for, and the highest level already sent.
       01  ws-num-cust-items                       pic 999 comp
                                                   value 0.

       01  ws-cust-item-table                      occurs 0 to 200
                                                   times depending on
                                                       ws-num-cust-items
                                                   indexed by
                                                       ws-cust-item-idx.
           05  ws-ci-ar-idx                        pic 9(4) comp.
           05  ws-ci-days-overdue                  pic 9(5).

       01  ws-cust-level                           pic 9.
       01  ws-cust-sent-level                      pic 9.
       01  ws-cust-overdue-total                   pic 9(9)v99.
       01  ws-cust-final-date                      pic 9(8).
       01  ws-item-level                           pic 9.
       01  ws-customer-name-out                    pic x(40).
       01  ws-level-name                           pic x(12).

       01  ws-overdue-items-count                  pic 9(5) value 0.
       01  ws-customers-overdue-count              pic 9(5) value 0.
       01  ws-notices-count                        pic 9(5) value 0.
       01  ws-reminder-count                       pic 9(5) value 0.
       01  ws-firm-count                           pic 9(5) value 0.
       01  ws-final-count                          pic 9(5) value 0.
       01  ws-print-count                          pic 9(5) value 0.
       01  ws-electronic-count                     pic 9(5) value 0.
       01  ws-suppressed-count                     pic 9(5) value 0.
       01  ws-final-list-count                     pic 9(5) value 0.
       01  ws-skipped-items-count                  pic 9(5) value 0.

       01  ws-notice-line                          pic x(80).
       01  ws-date-display                         pic 9999/99/99.
       01  ws-due-display                          pic 9999/99/99.
       01  ws-days-display                         pic zzzz9.
       01  ws-amount-display                       pic z,zzz,zz9.99.
       01  ws-total-display                        pic zzz,zzz,zz9.99.

       01  ws-feed-sequence                        pic 9(6) value 0.
       01  ws-feed-doc-count                       pic 9(5) value 0.
       01  ws-generated-date                       pic x(8).
       01  ws-generated-time                       pic x(8).
       01  ws-envelope-line                        pic x(200).
       01  ws-seq-display                          pic z(5)9.
       01  ws-count-display                        pic z(4)9.
       01  ws-total-display-feed                   pic -9(9).99.
       01  ws-suppress-line                        pic x(100).

      *> Entry for the common report catalog, written by the shared
      *> report-catalog subprogram.
       01  ws-catalog-request.
           05  ws-rc-name                  pic x(20).
           05  ws-rc-file                  pic x(40).
           05  ws-rc-pages                 pic 9(3).

      *> Failure detail handed to the shared error-logger subprogram
      *> before a hard stop, per the suite's return-code convention
      *> (0 clean, 4 warnings/rejects, 8 failed).
       01  ws-error-request.
           05  ws-err-program               pic x(30).
           05  ws-err-paragraph             pic x(30).
           05  ws-err-file-status           pic xx.
           05  ws-err-message               pic x(48).

      *> Start/end entry for the common operations log, written by
      *> the shared job-audit-log subprogram.
       01  ws-job-audit-request.
           05  ws-ja-program                pic x(30).
           05  ws-ja-phase                  pic x.
           05  ws-ja-read-count             pic 9(7).
           05  ws-ja-written-count          pic 9(7).
           05  ws-ja-rejected-count         pic 9(7).
           05  ws-ja-status                 pic x(10).

       procedure division.
       main-procedure.

           display "Dunning notices."

           perform log-job-start
           perform fetch-business-date

           perform load-ar-items

           if ws-ar-missing
               display "No ar-open-items.txt -- nothing to dun. "
                   "Run cash-receipts first."
               end-display
               perform log-job-end
               goback
           end-if

           perform load-customer-master
           perform load-delivery-prefs
           perform load-feed-sequence

           perform open-notice-files
           perform write-feed-envelope-opening

           set ws-first-group to true

           sort fd-dunning-sort-file
               on ascending key f-sort-customer-id
               ascending key f-sort-due-date
               ascending key f-sort-invoice-number
               input procedure is release-overdue-invoices
               output procedure is issue-customer-notices

           perform write-feed-envelope-closing
           perform close-notice-files

      *> The levels sent are only stamped on the ledger once every
      *> notice is safely on disk.
           perform write-ar-items
           perform save-feed-sequence

           perform log-job-end

           display "Done. See dunning-notices.txt"
           move spaces to ws-catalog-request
           move "DUNNING-NOTICES" to ws-rc-name
           move "dunning-notices.txt" to ws-rc-file
           move 0 to ws-rc-pages
           call "report-catalog" using ws-catalog-request
               on exception
                   display "Warning: unable to call report-catalog."
           end-call

           display "Overdue invoices:      " ws-overdue-items-count
           display "Customers overdue:     "
               ws-customers-overdue-count
           end-display
           display "Notices sent:          " ws-notices-count
           display "  reminders:             " ws-reminder-count
           display "  firm notices:          " ws-firm-count
           display "  final demands:         " ws-final-count
           display "  routed to print:       " ws-print-count
           display "  routed electronic:     " ws-electronic-count
           display "  suppressed (on file):  " ws-suppressed-count
           display "On final-demand list:  " ws-final-list-count

           if ws-prefs-overflow
           or ws-skipped-items-count > 0
               move 4 to return-code
           end-if

           goback.


      *> System date is the fallback when the calendar module isn't
      *> linked.
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

           compute ws-business-date-int =
               function integer-of-date(ws-business-date)
           end-compute

           exit paragraph.


      *> An item from before levels were recorded has never been
      *> dunned.
       load-ar-items.

           set ws-not-eof to true

           open input fd-ar-file

           if ws-fs-status-ar = "35"
               set ws-ar-missing to true
               exit paragraph
           end-if

           if ws-fs-status-ar not = "00"
               display "Error opening ar-open-items.txt: "
                   ws-fs-status-ar
               end-display
               move "load-ar-items" to ws-err-paragraph
               move ws-fs-status-ar to ws-err-file-status
               move "open fd-ar-file" to ws-err-message
               perform fail-run
           end-if

           perform until ws-eof
               read fd-ar-file
                   at end
                       set ws-eof to true
                   not at end
                       if ws-num-ar-items >= 5000
                           display "ar-open-items.txt exceeds the "
                               "5000-item table -- run stopped "
                               "before it could be truncated."
                           end-display
                           move "load-ar-items" to ws-err-paragraph
                           move spaces to ws-err-file-status
                           move "ledger table overflow"
                               to ws-err-message
                           perform fail-run
                       end-if

                       add 1 to ws-num-ar-items
                       move f-ar-record
                           to ws-ar-table(ws-num-ar-items)
                       if f-ar-dunning-level is not numeric
                           move 0 to ws-ar-dunning-level
                               (ws-num-ar-items)
                       end-if
                       if f-ar-dunning-date is not numeric
                           move 0 to ws-ar-dunning-date
                               (ws-num-ar-items)
                       end-if
               end-read
           end-perform

           close fd-ar-file

           exit paragraph.


      *> A customer missing from the master is still dunned; the
      *> name is just left blank.
       load-customer-master.

           move 0 to ws-num-customers
           set ws-not-eof to true

           open input fd-customer-master

           if ws-fs-status-master not = "00"
               display "Warning: customer master not available ("
                   ws-fs-status-master "); names left blank."
               end-display
               exit paragraph
           end-if

           perform until ws-eof
               read fd-customer-master
                   at end
                       set ws-eof to true
                   not at end
                       if ws-num-customers < 500
                           add 1 to ws-num-customers
                           move f-customer-id
                               to ws-customer-id(ws-num-customers)
                           move spaces
                               to ws-customer-name(ws-num-customers)
                           string
                               function trim(f-customer-first-name)
                               " "
                               function trim(f-customer-last-name)
                               delimited by size
                               into ws-customer-name(ws-num-customers)
                           end-string
                       end-if
               end-read
           end-perform

           close fd-customer-master

           exit paragraph.


      *> Loads customer-delivery-prefs.txt, the file
      *> customer-statements seeds and honors. With no file every
      *> notice prints.
       load-delivery-prefs.

           move 0 to ws-num-prefs
           set ws-not-eof to true

           open input fd-delivery-prefs

           if ws-fs-status-prefs = "35"
               exit paragraph
           end-if

           if ws-fs-status-prefs not = "00"
               display "Error opening customer-delivery-prefs.txt: "
                   ws-fs-status-prefs
               end-display
               move "load-delivery-prefs" to ws-err-paragraph
               move ws-fs-status-prefs to ws-err-file-status
               move "open fd-delivery-prefs" to ws-err-message
               perform fail-run
           end-if

           perform until ws-eof
               read fd-delivery-prefs
                   at end
                       set ws-eof to true
                   not at end
                       if ws-num-prefs < 500
                           add 1 to ws-num-prefs
                           move f-pref-customer-id
                               to ws-pref-customer-id(ws-num-prefs)
                           move f-pref-route
                               to ws-pref-route(ws-num-prefs)
                       else
                           set ws-prefs-overflow to true
                           set ws-eof to true
                       end-if
               end-read
           end-perform

           close fd-delivery-prefs

           if ws-prefs-overflow
               display "WARNING: customer-delivery-prefs.txt "
                   "exceeds the 500-row table -- preferences past "
                   "the bound are NOT honored this run."
               end-display
           end-if

           exit paragraph.


       open-notice-files.

           open output fd-notice-file

           if ws-fs-status-notice not = "00"
               display "Error opening dunning-notices.txt: "
                   ws-fs-status-notice
               end-display
               move "open-notice-files" to ws-err-paragraph
               move ws-fs-status-notice to ws-err-file-status
               move "open output fd-notice-file" to ws-err-message
               perform fail-run
           end-if

           open output fd-dunning-feed

           if ws-fs-status-feed not = "00"
               display "Error opening dunning-feed.txt: "
                   ws-fs-status-feed
               end-display
               move "open-notice-files" to ws-err-paragraph
               move ws-fs-status-feed to ws-err-file-status
               move "open output fd-dunning-feed" to ws-err-message
               perform fail-run
           end-if

           open output fd-suppress-register

           if ws-fs-status-suppress not = "00"
               display "Error opening dunning-suppressed.txt: "
                   ws-fs-status-suppress
               end-display
               move "open-notice-files" to ws-err-paragraph
               move ws-fs-status-suppress to ws-err-file-status
               move "open output fd-suppress-register"
                   to ws-err-message
               perform fail-run
           end-if

           open output fd-final-demand-file

           if ws-fs-status-final not = "00"
               display "Error opening dunning-final-demands.txt: "
                   ws-fs-status-final
               end-display
               move "open-notice-files" to ws-err-paragraph
               move ws-fs-status-final to ws-err-file-status
               move "open output fd-final-demand-file"
                   to ws-err-message
               perform fail-run
           end-if

           exit paragraph.


       close-notice-files.

           close fd-notice-file
           close fd-dunning-feed
           close fd-suppress-register
           close fd-final-demand-file

           exit paragraph.


      *> Releases every open invoice past its due date, carrying its
      *> place in the ledger table so the level sent can be stamped
      *> back on it.
       release-overdue-invoices.

           perform varying ws-ar-idx from 1 by 1
           until ws-ar-idx > ws-num-ar-items
               if ws-ar-invoice(ws-ar-idx)
               and ws-ar-open(ws-ar-idx)
               and ws-ar-balance(ws-ar-idx) > 0
                   if ws-ar-due-date(ws-ar-idx) is not numeric
                   or ws-ar-due-date(ws-ar-idx) = 0
                       display "Warning: invoice "
                           ws-ar-invoice-number(ws-ar-idx)
                           " has no due date on the ledger -- "
                           "not dunned."
                       end-display
                       add 1 to ws-skipped-items-count
                   else
                       compute ws-days-overdue =
                           ws-business-date-int
                           - function integer-of-date(
                               ws-ar-due-date(ws-ar-idx))
                       end-compute
                       if ws-days-overdue > 0
                           move ws-ar-customer-id(ws-ar-idx)
                               to f-sort-customer-id
                           move ws-ar-due-date(ws-ar-idx)
                               to f-sort-due-date
                           move ws-ar-invoice-number(ws-ar-idx)
                               to f-sort-invoice-number
                           set f-sort-ar-idx to ws-ar-idx
                           move ws-days-overdue
                               to f-sort-days-overdue
                           release f-sort-dunning-record
                           add 1 to ws-overdue-items-count
                       end-if
                   end-if
               end-if
           end-perform

           exit paragraph.


      *> Returns the overdue invoices a customer at a time and
      *> settles each customer's notice at the break.
       issue-customer-notices.

           set ws-not-eof to true

           perform until ws-eof
               return fd-dunning-sort-file
                   at end
                       set ws-eof to true
                   not at end
                       if ws-first-group
                       or f-sort-customer-id not = ws-prev-customer-id
                           if ws-not-first-group
                               perform finish-customer
                           end-if
                           set ws-not-first-group to true
                           move f-sort-customer-id
                               to ws-prev-customer-id
                           perform start-customer
                       end-if
                       perform add-customer-item
               end-return
           end-perform

           if ws-not-first-group
               perform finish-customer
           end-if

           exit paragraph.


       start-customer.

           move 0 to ws-num-cust-items
           move 0 to ws-cust-level
           move 0 to ws-cust-sent-level
           move 0 to ws-cust-overdue-total

           add 1 to ws-customers-overdue-count

           exit paragraph.


      *> Levels the invoice by its days overdue and keeps the
      *> highest level called for and already sent.
       add-customer-item.

           evaluate true
               when f-sort-days-overdue >= ws-final-days
                   move 3 to ws-item-level
               when f-sort-days-overdue >= ws-firm-days
                   move 2 to ws-item-level
               when f-sort-days-overdue >= ws-reminder-days
                   move 1 to ws-item-level
               when other
                   move 0 to ws-item-level
           end-evaluate

           if ws-item-level > ws-cust-level
               move ws-item-level to ws-cust-level
           end-if

           if ws-ar-dunning-level(f-sort-ar-idx) > ws-cust-sent-level
               move ws-ar-dunning-level(f-sort-ar-idx)
                   to ws-cust-sent-level
           end-if

           add ws-ar-balance(f-sort-ar-idx) to ws-cust-overdue-total

           if ws-num-cust-items < 200
               add 1 to ws-num-cust-items
               move f-sort-ar-idx to ws-ci-ar-idx(ws-num-cust-items)
               move f-sort-days-overdue
                   to ws-ci-days-overdue(ws-num-cust-items)
           else
               display "Warning: customer " f-sort-customer-id
                   " has more than 200 overdue invoices -- invoice "
                   f-sort-invoice-number " left off the notice."
               end-display
               add 1 to ws-skipped-items-count
           end-if

           exit paragraph.


      *> A notice goes out only when the customer has reached a
      *> level above any already sent; either way a customer at
      *> final demand goes on the list for credit.
       finish-customer.

           if ws-cust-level > ws-cust-sent-level
               perform look-up-customer-name
               perform look-up-delivery-route
               perform send-notice
               perform stamp-levels-sent
           end-if

           if ws-cust-level = 3
               perform write-final-demand
           end-if

           exit paragraph.


       look-up-customer-name.

           move spaces to ws-customer-name-out

           perform varying ws-customer-idx from 1 by 1
           until ws-customer-idx > ws-num-customers
               if ws-customer-id(ws-customer-idx) = ws-prev-customer-id
                   move ws-customer-name(ws-customer-idx)
                       to ws-customer-name-out
                   exit perform
               end-if
           end-perform

           exit paragraph.


       look-up-delivery-route.

           move 'P' to ws-current-route

           perform varying ws-pref-idx from 1 by 1
           until ws-pref-idx > ws-num-prefs
               if ws-pref-customer-id(ws-pref-idx)
                   = ws-prev-customer-id
                   move ws-pref-route(ws-pref-idx)
                       to ws-current-route
                   exit perform
               end-if
           end-perform

      *> Anything unrecognized prints, as on the statements.
           if not ws-route-electronic
           and not ws-route-suppress
               move 'P' to ws-current-route
           end-if

           exit paragraph.


       send-notice.

           evaluate ws-cust-level
               when 1
                   move "REMINDER" to ws-level-name
                   add 1 to ws-reminder-count
               when 2
                   move "FIRM NOTICE" to ws-level-name
                   add 1 to ws-firm-count
               when other
                   move "FINAL DEMAND" to ws-level-name
                   add 1 to ws-final-count
           end-evaluate

           add 1 to ws-notices-count

           evaluate true
               when ws-route-print
                   add 1 to ws-print-count
                   perform write-print-notice
               when ws-route-electronic
                   add 1 to ws-electronic-count
                   perform write-electronic-notice
               when ws-route-suppress
                   add 1 to ws-suppressed-count
                   perform write-suppression-line
           end-evaluate

           exit paragraph.


      *> The letter: a heading, the overdue invoices oldest due
      *> first, the total, and the wording for the level.
       write-print-notice.

           move all "=" to ws-notice-line
           perform write-notice-line

           move ws-business-date to ws-date-display
           move spaces to ws-notice-line
           string
               "PAYMENT NOTICE -- " ws-level-name
               delimited by size
               into ws-notice-line
           end-string
           move ws-date-display to ws-notice-line(71:10)
           perform write-notice-line

           move spaces to ws-notice-line
           string
               "Customer " ws-prev-customer-id "  "
               ws-customer-name-out
               delimited by size
               into ws-notice-line
           end-string
           perform write-notice-line

           move spaces to ws-notice-line
           perform write-notice-line

           move "Our records show these invoices past due:"
               to ws-notice-line
           perform write-notice-line

           move "    invoice    due date     days over         balance"
               to ws-notice-line
           perform write-notice-line

           perform varying ws-cust-item-idx from 1 by 1
           until ws-cust-item-idx > ws-num-cust-items
               move ws-ar-due-date(ws-ci-ar-idx(ws-cust-item-idx))
                   to ws-due-display
               move ws-ci-days-overdue(ws-cust-item-idx)
                   to ws-days-display
               move ws-ar-balance(ws-ci-ar-idx(ws-cust-item-idx))
                   to ws-amount-display
               move spaces to ws-notice-line
               string
                   "    "
                   ws-ar-invoice-number(ws-ci-ar-idx(ws-cust-item-idx))
                   "     " ws-due-display
                   "        " ws-days-display
                   "    " ws-amount-display
                   delimited by size
                   into ws-notice-line
               end-string
               perform write-notice-line
           end-perform

           move ws-cust-overdue-total to ws-total-display
           move spaces to ws-notice-line
           string
               "                           Total overdue: "
               ws-total-display
               delimited by size
               into ws-notice-line
           end-string
           perform write-notice-line

           move spaces to ws-notice-line
           perform write-notice-line

           evaluate ws-cust-level
               when 1
                   move "This is a friendly reminder that the "
                       & "invoices above are past due." to
                       ws-notice-line
                   perform write-notice-line
                   move "If you have already paid, please accept "
                       & "our thanks and disregard this notice." to
                       ws-notice-line
                   perform write-notice-line
               when 2
                   move "The invoices above are now more than 30 "
                       & "days past due." to ws-notice-line
                   perform write-notice-line
                   move "Please remit the total overdue within 10 "
                       & "days." to ws-notice-line
                   perform write-notice-line
               when other
                   move "FINAL DEMAND. The invoices above are more "
                       & "than 60 days past due." to ws-notice-line
                   perform write-notice-line
                   move "New orders will be held until the total "
                       & "overdue is paid in full." to ws-notice-line
                   perform write-notice-line
           end-evaluate

           move spaces to ws-notice-line
           perform write-notice-line

           exit paragraph.


       write-notice-line.

           move ws-notice-line to f-notice-record
           write f-notice-record

           exit paragraph.


      *> One notice document inside the feed envelope, the same
      *> element shape the statement feed uses.
       write-electronic-notice.

           move ws-cust-overdue-total to ws-total-display-feed
           move ws-num-cust-items to ws-count-display

           move spaces to ws-envelope-line
           string
               '<notice><customerId>'
               ws-prev-customer-id
               '</customerId><name>'
               function trim(ws-customer-name-out)
               '</name><level>'
               function trim(ws-level-name)
               '</level><invoiceCount>'
               function trim(ws-count-display)
               '</invoiceCount><overdue>'
               function trim(ws-total-display-feed)
               '</overdue></notice>'
               into ws-envelope-line
           end-string

           move ws-envelope-line to f-feed-record
           write f-feed-record

           add 1 to ws-feed-doc-count

           exit paragraph.


      *> The register that proves a skipped notice was skipped on
      *> purpose -- customer, level, overdue total, name.
       write-suppression-line.

           move ws-cust-overdue-total to ws-total-display-feed

           move spaces to ws-suppress-line
           string
               ws-prev-customer-id
               " SUPPRESSED "
               function trim(ws-level-name)
               " " function trim(ws-total-display-feed)
               " " function trim(ws-customer-name-out)
               into ws-suppress-line
           end-string

           move ws-suppress-line to f-suppress-record
           write f-suppress-record

           exit paragraph.


      *> Each invoice on the notice records the level of the letter
      *> it went out on and the date, so the same letter is never
      *> sent twice.
       stamp-levels-sent.

           perform varying ws-cust-item-idx from 1 by 1
           until ws-cust-item-idx > ws-num-cust-items
               if ws-cust-level
                   > ws-ar-dunning-level(ws-ci-ar-idx(ws-cust-item-idx))
                   move ws-cust-level
                       to ws-ar-dunning-level
                           (ws-ci-ar-idx(ws-cust-item-idx))
                   move ws-business-date
                       to ws-ar-dunning-date
                           (ws-ci-ar-idx(ws-cust-item-idx))
               end-if
           end-perform

           exit paragraph.


      *> The date on the list is the day the final demand went out:
      *> the earliest stamp among the customer's final-level
      *> invoices.
       write-final-demand.

           move 99999999 to ws-cust-final-date

           perform varying ws-cust-item-idx from 1 by 1
           until ws-cust-item-idx > ws-num-cust-items
               if ws-ar-dunning-level(ws-ci-ar-idx(ws-cust-item-idx))
                   = 3
               and ws-ar-dunning-date(ws-ci-ar-idx(ws-cust-item-idx))
                   < ws-cust-final-date
                   move ws-ar-dunning-date
                       (ws-ci-ar-idx(ws-cust-item-idx))
                       to ws-cust-final-date
               end-if
           end-perform

           if ws-cust-final-date = 99999999
               move ws-business-date to ws-cust-final-date
           end-if

           move ws-prev-customer-id to f-final-customer-id
           move ws-cust-final-date to f-final-notice-date
           move ws-cust-overdue-total to f-final-overdue-amount
           move ws-num-cust-items to f-final-invoice-count
           write f-final-demand-record

           add 1 to ws-final-list-count

           exit paragraph.


       write-ar-items.

           open output fd-ar-file

           if ws-fs-status-ar not = "00"
               display "Error writing ar-open-items.txt: "
                   ws-fs-status-ar
               end-display
               move "write-ar-items" to ws-err-paragraph
               move ws-fs-status-ar to ws-err-file-status
               move "open output fd-ar-file" to ws-err-message
               perform fail-run
           end-if

           perform varying ws-ar-idx from 1 by 1
           until ws-ar-idx > ws-num-ar-items
               move ws-ar-table(ws-ar-idx) to f-ar-record
               write f-ar-record
           end-perform

           close fd-ar-file

           exit paragraph.


      *> The electronic feed rides in the same envelope shape as the
      *> statement feed: a sequenced opening line, one document per
      *> line, a closing count line.
       write-feed-envelope-opening.

           accept ws-generated-date from date yyyymmdd
           accept ws-generated-time from time

           move ws-feed-sequence to ws-seq-display

           move spaces to ws-envelope-line
           string
               '<dunningFeed sequence="'
               function trim(ws-seq-display)
               '" generated="' ws-generated-date
               '-' ws-generated-time '">'
               into ws-envelope-line
           end-string

           move ws-envelope-line to f-feed-record
           write f-feed-record

           exit paragraph.


       write-feed-envelope-closing.

           move ws-feed-doc-count to ws-count-display

           move spaces to ws-envelope-line
           string
               '<documentCount>'
               function trim(ws-count-display)
               '</documentCount></dunningFeed>'
               into ws-envelope-line
           end-string

           move ws-envelope-line to f-feed-record
           write f-feed-record

           exit paragraph.


      *> The feed sequence is loaded here, advanced, and only saved
      *> once the feed file is complete on disk.
       load-feed-sequence.

           open input fd-feed-seq

           if ws-fs-status-seq = "00"
               read fd-feed-seq
                   at end
                       continue
                   not at end
                       move f-feed-seq-record to ws-feed-sequence
               end-read
               close fd-feed-seq
           end-if

           add 1 to ws-feed-sequence

           exit paragraph.


       save-feed-sequence.

           open output fd-feed-seq

           if ws-fs-status-seq not = "00"
               display "Warning: could not save dunning feed "
                   "sequence, status " ws-fs-status-seq
               end-display
               exit paragraph
           end-if

           move ws-feed-sequence to f-feed-seq-record
           write f-feed-seq-record

           close fd-feed-seq

           exit paragraph.


      *> Records the start of the run in the common operations log.
       log-job-start.

           move spaces to ws-job-audit-request
           move "dunning-notices" to ws-ja-program
           move 'S' to ws-ja-phase
           move 0 to ws-ja-read-count
           move 0 to ws-ja-written-count
           move 0 to ws-ja-rejected-count

           call "job-audit-log" using ws-job-audit-request
               on exception
                   display "Warning: unable to call job-audit-log."
           end-call

           exit paragraph.


       log-job-end.

           move 'E' to ws-ja-phase
           move ws-overdue-items-count to ws-ja-read-count
           move ws-notices-count to ws-ja-written-count
           move 0 to ws-ja-rejected-count
           move "COMPLETE" to ws-ja-status

           call "job-audit-log" using ws-job-audit-request
               on exception
                   display "Warning: unable to call job-audit-log."
           end-call

           exit paragraph.


      *> Records the failure just displayed in the common error log
      *> through the shared error-logger subprogram, then stops the
      *> run with status 8. The caller fills in the paragraph, file
      *> status, and message first.
       fail-run.

           move "dunning-notices" to ws-err-program

           call "error-logger" using ws-error-request
               on exception
                   display "Warning: unable to call error-logger."
           end-call

           move 8 to return-code

           goback.

       end program dunning-notices.

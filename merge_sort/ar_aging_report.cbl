      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-10-15
      * updated: 2026-10-15 EE: the ledger record carries the last
      *          dunning level sent; each open invoice's detail line
      *          shows it.
      * Purpose: Accounts receivable aging by customer, off the
      *          open-item ledger cash-receipts keeps,
      *          ar-open-items.txt. Every open invoice is aged from
      *          its invoice date to the business date (shared
      *          business-date subprogram, system date fallback) into
      *          current (0-30 days), 31-60, 61-90 and over 90; cash
      *          held on account shows in its own column and comes
      *          off the customer's net balance. Each customer gets
      *          a line per open item, then a bucket summary, with
      *          grand totals at the end. The ledger only moves when
      *          cash-receipts runs, so the same business date always
      *          ages the same way. No ledger is an empty report.
      * Tectonics: cobc
      ******************************************************************
       identification division.
       program-id. ar-aging-report.

       environment division.
       input-output section.
       file-control.

           select fd-ar-file
           assign to "ar-open-items.txt"
           organization is line sequential
           file status is ws-fs-status-ar.

           select fd-customer-master
           assign to "customer-master.txt"
           organization is line sequential
           file status is ws-fs-status-master.

      *> Work file for putting the open items in customer order.
           select fd-aging-sort-file
           assign to "ar-aging-sort-temp.txt".

           select fd-report-file
           assign to "ar-aging-report.txt"
           organization is line sequential
           file status is ws-fs-status-report.

       data division.

       file section.

       fd  fd-ar-file.
       01  f-ar-record.
           05  f-ar-type                           pic x.
               88  f-ar-invoice                    value 'I'.
               88  f-ar-unapplied                  value 'U'.
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
               88  f-ar-open                       value 'O'.
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

       sd  fd-aging-sort-file.
       01  f-sort-aging-record.
           05  f-sort-customer-id                  pic 9(5).
           05  f-sort-type                         pic x.
           05  f-sort-invoice-date                 pic 9(8).
           05  f-sort-invoice-number               pic 9(6).
           05  f-sort-due-date                     pic 9(8).
           05  f-sort-balance                      pic 9(7)v99.
           05  f-sort-dunning-level                pic 9.

       fd  fd-report-file.
       01  f-report-record                         pic x(132).

       working-storage section.

       01  ws-fs-status-ar                         pic xx.
       01  ws-fs-status-master                     pic xx.
       01  ws-fs-status-report                     pic xx.

       01  ws-eof-sw                               pic x value 'N'.
           88  ws-eof                              value 'Y'.
           88  ws-not-eof                          value 'N'.

      *> Customer names for the report.
       01  ws-num-customers                        pic 999 comp
                                                   value 0.

       01  ws-customer-table                       occurs 0 to 500
                                                   times depending on
                                                       ws-num-customers
                                                   indexed by
                                                       ws-customer-idx.
           05  ws-customer-id                      pic 9(5).
           05  ws-customer-name                    pic x(30).

       01  ws-customer-name-out                    pic x(30).

       01  ws-business-date-request.
           05  ws-bd-action                 pic x.
           05  ws-bd-date                   pic 9(8).

       01  ws-business-date                        pic 9(8).
       01  ws-business-date-int                    pic 9(8) comp.

       01  ws-age-days                             pic s9(5) comp.
       01  ws-bucket-name                          pic x(10).
       01  ws-dunning-note                         pic x(20).

      *> Control-break fields for the customer groups.
       01  ws-first-group-sw                       pic x.
           88  ws-first-group                      value 'Y'.
           88  ws-not-first-group                  value 'N'.

       01  ws-prev-customer-id                     pic 9(5).

      *> One customer's buckets; the grand totals below mirror them.
       01  ws-customer-buckets.
           05  ws-cust-current                     pic 9(9)v99.
           05  ws-cust-31-60                       pic 9(9)v99.
           05  ws-cust-61-90                       pic 9(9)v99.
           05  ws-cust-over-90                     pic 9(9)v99.
           05  ws-cust-on-account                  pic 9(9)v99.

       01  ws-total-buckets.
           05  ws-tot-current                      pic 9(9)v99.
           05  ws-tot-31-60                        pic 9(9)v99.
           05  ws-tot-61-90                        pic 9(9)v99.
           05  ws-tot-over-90                      pic 9(9)v99.
           05  ws-tot-on-account                   pic 9(9)v99.

       01  ws-net-balance                          pic s9(9)v99.

       01  ws-items-read-count                     pic 9(5) value 0.
       01  ws-open-items-count                     pic 9(5) value 0.
       01  ws-customer-count                       pic 9(5) value 0.

       01  ws-report-line                          pic x(132).
       01  ws-date-display                         pic 9999/99/99.
       01  ws-due-display                          pic 9999/99/99.
       01  ws-age-display                          pic zzzz9.
       01  ws-amount-display                       pic z,zzz,zz9.99.
       01  ws-bucket-display.
           05  ws-disp-current                     pic zz,zzz,zz9.99.
           05  ws-disp-31-60                       pic zz,zzz,zz9.99.
           05  ws-disp-61-90                       pic zz,zzz,zz9.99.
           05  ws-disp-over-90                     pic zz,zzz,zz9.99.
           05  ws-disp-on-account                  pic zz,zzz,zz9.99.
           05  ws-disp-net                         pic zz,zzz,zz9.99-.

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

           display "AR aging report."

           perform log-job-start
           perform fetch-business-date
           perform load-customer-master

           open output fd-report-file

           if ws-fs-status-report not = "00"
               display "Error opening ar-aging-report.txt: "
                   ws-fs-status-report
               end-display
               move "main-procedure" to ws-err-paragraph
               move ws-fs-status-report to ws-err-file-status
               move "open output fd-report-file" to ws-err-message
               perform fail-run
           end-if

           move ws-business-date to ws-date-display
           move spaces to ws-report-line
           string
               "Accounts receivable aging as of " ws-date-display
               into ws-report-line
           end-string
           perform write-report-line
           move spaces to ws-report-line
           perform write-report-line

           move "  cust   name                                current"
               & "        31-60        61-90      over 90   on account"
               & "          net" to ws-report-line
           perform write-report-line

           initialize ws-total-buckets
           set ws-first-group to true

           sort fd-aging-sort-file
               on ascending key f-sort-customer-id
               ascending key f-sort-type
               ascending key f-sort-invoice-date
               ascending key f-sort-invoice-number
               input procedure is release-open-items
               output procedure is print-aging-lines

           if ws-open-items-count = 0
               move "    (no open receivables)" to ws-report-line
               perform write-report-line
           end-if

           perform write-report-totals

           close fd-report-file

           perform log-job-end

           display "Done. See ar-aging-report.txt"
           move spaces to ws-catalog-request
           move "AR-AGING" to ws-rc-name
           move "ar-aging-report.txt" to ws-rc-file
           move 0 to ws-rc-pages
           call "report-catalog" using ws-catalog-request
               on exception
                   display "Warning: unable to call report-catalog."
           end-call

           display "Ledger items read:   " ws-items-read-count
           display "Open items aged:     " ws-open-items-count
           display "Customers with open: " ws-customer-count

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


      *> A customer missing from the master still ages; the name is
      *> just left blank.
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
                               function trim(f-customer-last-name)
                               ", "
                               function trim(f-customer-first-name)
                               delimited by size
                               into ws-customer-name(ws-num-customers)
                           end-string
                       end-if
               end-read
           end-perform

           close fd-customer-master

           exit paragraph.


      *> Releases every open item with a balance. No ledger (status
      *> "35") is simply nothing owed yet.
       release-open-items.

           set ws-not-eof to true

           open input fd-ar-file

           if ws-fs-status-ar = "35"
               exit paragraph
           end-if

           if ws-fs-status-ar not = "00"
               display "Error opening ar-open-items.txt: "
                   ws-fs-status-ar
               end-display
               move "release-open-items" to ws-err-paragraph
               move ws-fs-status-ar to ws-err-file-status
               move "open fd-ar-file" to ws-err-message
               perform fail-run
           end-if

           perform until ws-eof
               read fd-ar-file
                   at end
                       set ws-eof to true
                   not at end
                       add 1 to ws-items-read-count
                       if f-ar-open
                       and f-ar-balance > 0
                           move f-ar-customer-id
                               to f-sort-customer-id
                           move f-ar-type to f-sort-type
                           move f-ar-invoice-date
                               to f-sort-invoice-date
                           move f-ar-invoice-number
                               to f-sort-invoice-number
                           move f-ar-due-date to f-sort-due-date
                           move f-ar-balance to f-sort-balance
                           if f-ar-dunning-level is numeric
                               move f-ar-dunning-level
                                   to f-sort-dunning-level
                           else
                               move 0 to f-sort-dunning-level
                           end-if
                           release f-sort-aging-record
                           add 1 to ws-open-items-count
                       end-if
               end-read
           end-perform

           close fd-ar-file

           exit paragraph.


      *> Returns the items in customer order, printing each under
      *> its customer and summing the buckets at every break.
       print-aging-lines.

           set ws-not-eof to true

           perform until ws-eof
               return fd-aging-sort-file
                   at end
                       set ws-eof to true
                   not at end
                       if ws-first-group
                       or f-sort-customer-id not = ws-prev-customer-id
                           if ws-not-first-group
                               perform write-customer-summary
                           end-if
                           set ws-not-first-group to true
                           move f-sort-customer-id
                               to ws-prev-customer-id
                           initialize ws-customer-buckets
                           add 1 to ws-customer-count
                       end-if
                       perform age-one-item
               end-return
           end-perform

           if ws-not-first-group
               perform write-customer-summary
           end-if

           exit paragraph.


      *> Buckets one open item and prints its detail line; the
      *> customer's bucket summary follows at the break.
       age-one-item.

           if f-sort-type = 'U'
               add f-sort-balance to ws-cust-on-account
               move "on account" to ws-bucket-name
               move 0 to ws-age-days
           else
               compute ws-age-days =
                   ws-business-date-int
                   - function integer-of-date(f-sort-invoice-date)
               end-compute

               if ws-age-days < 0
                   move 0 to ws-age-days
               end-if

               evaluate true
                   when ws-age-days <= 30
                       add f-sort-balance to ws-cust-current
                       move "current" to ws-bucket-name
                   when ws-age-days <= 60
                       add f-sort-balance to ws-cust-31-60
                       move "31-60" to ws-bucket-name
                   when ws-age-days <= 90
                       add f-sort-balance to ws-cust-61-90
                       move "61-90" to ws-bucket-name
                   when other
                       add f-sort-balance to ws-cust-over-90
                       move "over 90" to ws-bucket-name
               end-evaluate
           end-if

           move f-sort-invoice-date to ws-date-display
           move f-sort-balance to ws-amount-display
           move ws-age-days to ws-age-display

           move spaces to ws-report-line
           if f-sort-type = 'U'
               string
                   "           cash on account   received "
                   ws-date-display
                   "                     "
                   ws-amount-display "  "
                   ws-bucket-name
                   delimited by size
                   into ws-report-line
               end-string
           else
               evaluate f-sort-dunning-level
                   when 1
                       move "  reminder sent" to ws-dunning-note
                   when 2
                       move "  firm notice sent" to ws-dunning-note
                   when 3
                       move "  final demand sent" to ws-dunning-note
                   when other
                       move spaces to ws-dunning-note
               end-evaluate
               move f-sort-due-date to ws-due-display
               string
                   "           invoice " f-sort-invoice-number
                   "    dated "
                   ws-date-display
                   "  due " ws-due-display "  "
                   ws-amount-display "  "
                   ws-bucket-name " " ws-age-display " days"
                   ws-dunning-note
                   delimited by size
                   into ws-report-line
               end-string
           end-if
           perform write-report-line

           exit paragraph.


       write-customer-summary.

           move spaces to ws-customer-name-out
           perform varying ws-customer-idx from 1 by 1
           until ws-customer-idx > ws-num-customers
               if ws-customer-id(ws-customer-idx) = ws-prev-customer-id
                   move ws-customer-name(ws-customer-idx)
                       to ws-customer-name-out
                   exit perform
               end-if
           end-perform

           compute ws-net-balance =
               ws-cust-current + ws-cust-31-60 + ws-cust-61-90
               + ws-cust-over-90 - ws-cust-on-account
           end-compute

           move ws-cust-current to ws-disp-current
           move ws-cust-31-60 to ws-disp-31-60
           move ws-cust-61-90 to ws-disp-61-90
           move ws-cust-over-90 to ws-disp-over-90
           move ws-cust-on-account to ws-disp-on-account
           move ws-net-balance to ws-disp-net

           move spaces to ws-report-line
           string
               "  " ws-prev-customer-id "  "
               ws-customer-name-out
               ws-bucket-display
               delimited by size
               into ws-report-line
           end-string
           perform write-report-line
           move spaces to ws-report-line
           perform write-report-line

           add ws-cust-current to ws-tot-current
           add ws-cust-31-60 to ws-tot-31-60
           add ws-cust-61-90 to ws-tot-61-90
           add ws-cust-over-90 to ws-tot-over-90
           add ws-cust-on-account to ws-tot-on-account

           exit paragraph.


       write-report-totals.

           compute ws-net-balance =
               ws-tot-current + ws-tot-31-60 + ws-tot-61-90
               + ws-tot-over-90 - ws-tot-on-account
           end-compute

           move ws-tot-current to ws-disp-current
           move ws-tot-31-60 to ws-disp-31-60
           move ws-tot-61-90 to ws-disp-61-90
           move ws-tot-over-90 to ws-disp-over-90
           move ws-tot-on-account to ws-disp-on-account
           move ws-net-balance to ws-disp-net

           move spaces to ws-report-line
           string
               "  TOTAL  "
               "                              "
               ws-bucket-display
               delimited by size
               into ws-report-line
           end-string
           perform write-report-line

           move spaces to ws-report-line
           string
               "  Customers: " ws-customer-count
               "   Open items: " ws-open-items-count
               delimited by size
               into ws-report-line
           end-string
           perform write-report-line

           exit paragraph.


       write-report-line.

           move ws-report-line to f-report-record
           write f-report-record

           exit paragraph.


      *> Records the start of the run in the common operations log.
       log-job-start.

           move spaces to ws-job-audit-request
           move "ar-aging-report" to ws-ja-program
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
           move ws-items-read-count to ws-ja-read-count
           move ws-open-items-count to ws-ja-written-count
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

           move "ar-aging-report" to ws-err-program

           call "error-logger" using ws-error-request
               on exception
                   display "Warning: unable to call error-logger."
           end-call

           move 8 to return-code

           goback.

       end program ar-aging-report.

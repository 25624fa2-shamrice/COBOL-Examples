      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-10-15
      * Purpose: Deferred revenue roll-forward for the business month
      *          (shared business-date subprogram, system date
      *          fallback; DEFERRED_REPORT_PERIOD=yyyymm reports
      *          another month). Walks deferred-revenue-schedule.txt
      *          invoice by invoice and, going by the month each line
      *          reached the ledger, shows the deferred balance
      *          opening the month, what was billed in advance into
      *          it, what revenue-recognition earned out of it, and
      *          the closing balance, with the same four columns
      *          totalled for the month. The closing total is tied
      *          out against the deferred revenue account's balance
      *          on numval-ledger.txt through the month's end; any
      *          difference is flagged and finishes with return
      *          code 4. Report to deferred-revenue-report.txt,
      *          registered in the report catalog.
      * Tectonics: cobc
      ******************************************************************
       identification division.
       program-id. deferred-revenue-report.

       environment division.
       input-output section.
       file-control.

           select fd-deferred-schedule
           assign to "deferred-revenue-schedule.txt"
           organization is line sequential
           file status is ws-fs-status-deferred.

           select fd-ledger assign to "numval-ledger.txt"
           organization is line sequential
           file status is ws-fs-status-ledger.

           select fd-report-file
           assign to "deferred-revenue-report.txt"
           organization is line sequential
           file status is ws-fs-status-report.

       data division.

       file section.

      *> Revenue recognition schedule, as contract-invoicing writes
      *> it; an invoice's lines are kept together, its billed line
      *> first.
       fd  fd-deferred-schedule.
       01  f-deferred-record.
           05  f-def-invoice-number                pic 9(6).
           05  f-def-customer-id                   pic 9(5).
           05  f-def-contract-id                   pic 9(5).
           05  f-def-billed-period                 pic 9(6).
           05  f-def-line-type                     pic x.
               88  f-def-billed-line               value 'B'.
           05  f-def-line-number                   pic 99.
           05  f-def-period                        pic 9(6).
           05  f-def-amount                        pic 9(7)v99.
           05  f-def-status                        pic x.
               88  f-def-posted                    value 'P'.
           05  f-def-posted-date                   pic 9(8).
           05  filler redefines f-def-posted-date.
               10  f-def-posted-period             pic 9(6).
               10  filler                          pic 99.

       fd  fd-ledger.
       01  f-ledger-entry-record.
           05  f-entry-date                        pic x(8).
           05  filler                              pic x.
           05  f-entry-time                        pic x(8).
           05  filler                              pic x.
           05  f-entry-x-val                       pic x(10).
           05  filler                              pic x.
           05  f-entry-9-val                       pic 9(10).
           05  filler                              pic x.
           05  f-entry-currency-val                pic x(15).
           05  filler                              pic x.
           05  f-entry-total                       pic -(8)9.99.
           05  filler                              pic x.
           05  f-entry-account-code                pic 9(4).

       fd  fd-report-file.
       01  f-report-record                         pic x(132).

       working-storage section.

       01  ws-fs-status-deferred                   pic xx.
       01  ws-fs-status-ledger                     pic xx.
       01  ws-fs-status-report                     pic xx.

       01  ws-eof-sw                               pic x value 'N'.
           88  ws-eof                              value 'Y'.
           88  ws-not-eof                          value 'N'.

      *> The deferred revenue code on the chart of accounts.
       01  ws-deferred-account                     pic 9(4) value 2400.

       01  ws-business-date-request.
           05  ws-bd-action                 pic x.
           05  ws-bd-date                   pic 9(8).

       01  ws-business-date                        pic 9(8).
       01  filler redefines ws-business-date.
           05  ws-bd-period                        pic 9(6).
           05  filler                              pic 99.

       01  ws-report-period                        pic 9(6).
       01  ws-report-period-env                    pic x(6).

      *> Control-break fields for the invoice being rolled forward.
       01  ws-first-invoice-sw                     pic x.
           88  ws-first-invoice                    value 'Y'.
           88  ws-not-first-invoice                value 'N'.

       01  ws-prev-invoice-number                  pic 9(6).
       01  ws-prev-customer-id                     pic 9(5).
       01  ws-prev-contract-id                     pic 9(5).
       01  ws-prev-billed-period                   pic 9(6).

       01  ws-inv-opening                          pic s9(9)v99.
       01  ws-inv-billed                           pic 9(9)v99.
       01  ws-inv-recognized                       pic 9(9)v99.
       01  ws-inv-closing                          pic s9(9)v99.

       01  ws-lines-read                           pic 9(5) value 0.
       01  ws-invoice-count                        pic 9(5) value 0.
       01  ws-total-opening                        pic s9(9)v99 value 0.
       01  ws-total-billed                         pic 9(9)v99 value 0.
       01  ws-total-recognized                     pic 9(9)v99 value 0.
       01  ws-total-closing                        pic s9(9)v99 value 0.

       01  ws-ledger-balance                       pic s9(9)v99 value 0.
       01  ws-difference                           pic s9(9)v99 value 0.

       01  ws-report-line                          pic x(132).
       01  ws-amount-display                       pic zzz,zzz,zz9.99-.

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

           display "Deferred revenue roll-forward."

           perform log-job-start
           perform fetch-report-period

           open output fd-report-file

           if ws-fs-status-report not = "00"
               display "Error opening deferred-revenue-report.txt: "
                   ws-fs-status-report
               end-display
               move "main-procedure" to ws-err-paragraph
               move ws-fs-status-report to ws-err-file-status
               move "open output fd-report-file" to ws-err-message
               perform fail-run
           end-if

           move spaces to ws-report-line
           string
               "Deferred revenue roll-forward for period "
               ws-report-period
               into ws-report-line
           end-string
           perform write-report-line
           move spaces to ws-report-line
           perform write-report-line

           move "  invoice  cust   contract  billed  " to ws-report-line
           move "        opening" to ws-report-line(38:15)
           move "         billed" to ws-report-line(54:15)
           move "     recognized" to ws-report-line(70:15)
           move "        closing" to ws-report-line(86:15)
           perform write-report-line

           perform roll-forward-schedule

           if ws-invoice-count = 0
               move "  (no deferred balance or activity this period)"
                   to ws-report-line
               perform write-report-line
           end-if

           perform sum-ledger-balance
           perform write-report-totals

           close fd-report-file

           perform log-job-end

           display "Done. See deferred-revenue-report.txt"
           move spaces to ws-catalog-request
           move "DEFERRED-REV" to ws-rc-name
           move "deferred-revenue-report.txt" to ws-rc-file
           move 0 to ws-rc-pages
           call "report-catalog" using ws-catalog-request
               on exception
                   display "Warning: unable to call report-catalog."
           end-call

           display "Schedule lines read: " ws-lines-read
           display "Invoices listed:     " ws-invoice-count
           move ws-total-closing to ws-amount-display
           display "Closing deferred:    " ws-amount-display
           move ws-ledger-balance to ws-amount-display
           display "Ledger " ws-deferred-account " balance: "
               ws-amount-display
           end-display

           if ws-difference not = 0
               move ws-difference to ws-amount-display
               display "Out of balance with the ledger by "
                   ws-amount-display
               end-display
               move 4 to return-code
           end-if

           goback.


      *> The business month unless DEFERRED_REPORT_PERIOD names
      *> another; system date is the fallback when the calendar
      *> module isn't linked.
       fetch-report-period.

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

           move ws-bd-period to ws-report-period

           accept ws-report-period-env
               from environment "DEFERRED_REPORT_PERIOD"

           if ws-report-period-env not = spaces
           and function trim(ws-report-period-env) is numeric
               move function numval(ws-report-period-env)
                   to ws-report-period
           end-if

           exit paragraph.


      *> Reads the schedule an invoice at a time. No schedule file
      *> (status "35") just means nothing has been billed in
      *> advance.
       roll-forward-schedule.

           set ws-not-eof to true
           set ws-first-invoice to true

           open input fd-deferred-schedule

           if ws-fs-status-deferred = "35"
               exit paragraph
           end-if

           if ws-fs-status-deferred not = "00"
               display "Error opening deferred-revenue-schedule.txt: "
                   ws-fs-status-deferred
               end-display
               move "roll-forward-schedule" to ws-err-paragraph
               move ws-fs-status-deferred to ws-err-file-status
               move "open fd-deferred-schedule" to ws-err-message
               perform fail-run
           end-if

           perform until ws-eof
               read fd-deferred-schedule
                   at end
                       set ws-eof to true
                   not at end
                       add 1 to ws-lines-read
                       if ws-first-invoice
                       or f-def-invoice-number
                           not = ws-prev-invoice-number
                       or f-def-billed-period
                           not = ws-prev-billed-period
                           if ws-not-first-invoice
                               perform write-invoice-line
                           end-if
                           set ws-not-first-invoice to true
                           perform start-invoice
                       end-if
                       perform apply-schedule-line
               end-read
           end-perform

           if ws-not-first-invoice
               perform write-invoice-line
           end-if

           close fd-deferred-schedule

           exit paragraph.


       start-invoice.

           move f-def-invoice-number to ws-prev-invoice-number
           move f-def-customer-id to ws-prev-customer-id
           move f-def-contract-id to ws-prev-contract-id
           move f-def-billed-period to ws-prev-billed-period

           move 0 to ws-inv-opening
           move 0 to ws-inv-billed
           move 0 to ws-inv-recognized

           exit paragraph.


      *> Only what has reached the ledger moves the balance, in the
      *> month it was posted; lines posted after the report month
      *> don't count yet.
       apply-schedule-line.

           if not f-def-posted
           or f-def-posted-period > ws-report-period
               exit paragraph
           end-if

           if f-def-posted-period < ws-report-period
               if f-def-billed-line
                   add f-def-amount to ws-inv-opening
               else
                   subtract f-def-amount from ws-inv-opening
               end-if
               exit paragraph
           end-if

           if f-def-billed-line
               add f-def-amount to ws-inv-billed
           else
               add f-def-amount to ws-inv-recognized
           end-if

           exit paragraph.


      *> An invoice fully earned before the month, or not yet
      *> posted, has nothing to show.
       write-invoice-line.

           compute ws-inv-closing =
               ws-inv-opening + ws-inv-billed - ws-inv-recognized
           end-compute

           if ws-inv-opening = 0
           and ws-inv-billed = 0
           and ws-inv-recognized = 0
               exit paragraph
           end-if

           add 1 to ws-invoice-count
           add ws-inv-opening to ws-total-opening
           add ws-inv-billed to ws-total-billed
           add ws-inv-recognized to ws-total-recognized
           add ws-inv-closing to ws-total-closing

           move spaces to ws-report-line
           move ws-prev-invoice-number to ws-report-line(3:6)
           move ws-prev-customer-id to ws-report-line(12:5)
           move ws-prev-contract-id to ws-report-line(19:5)
           move ws-prev-billed-period to ws-report-line(29:6)
           move ws-inv-opening to ws-amount-display
           move ws-amount-display to ws-report-line(38:15)
           move ws-inv-billed to ws-amount-display
           move ws-amount-display to ws-report-line(54:15)
           move ws-inv-recognized to ws-amount-display
           move ws-amount-display to ws-report-line(70:15)
           move ws-inv-closing to ws-amount-display
           move ws-amount-display to ws-report-line(86:15)
           perform write-report-line

           exit paragraph.


      *> The deferred revenue account's balance through the month's
      *> end: every entry to it dated in or before the month.
      *> Close records carry no account entry and are skipped.
       sum-ledger-balance.

           set ws-not-eof to true

           open input fd-ledger

           if ws-fs-status-ledger = "35"
               exit paragraph
           end-if

           if ws-fs-status-ledger not = "00"
               display "Error opening numval-ledger.txt: "
                   ws-fs-status-ledger
               end-display
               move "sum-ledger-balance" to ws-err-paragraph
               move ws-fs-status-ledger to ws-err-file-status
               move "open fd-ledger" to ws-err-message
               perform fail-run
           end-if

           perform until ws-eof
               read fd-ledger
                   at end
                       set ws-eof to true
                   not at end
                       if f-ledger-entry-record(1:7) not = "*CLOSE*"
                       and f-entry-account-code = ws-deferred-account
                       and f-entry-date(1:6) <= ws-report-period
                           add function numval(f-entry-total)
                               to ws-ledger-balance
                       end-if
               end-read
           end-perform

           close fd-ledger

           set ws-not-eof to true

           exit paragraph.


       write-report-totals.

           compute ws-difference = ws-total-closing - ws-ledger-balance

           move spaces to ws-report-line
           perform write-report-line

           move spaces to ws-report-line
           string "  Period totals, " ws-invoice-count " invoice(s)"
               delimited by size
               into ws-report-line
           end-string
           move ws-total-opening to ws-amount-display
           move ws-amount-display to ws-report-line(38:15)
           move ws-total-billed to ws-amount-display
           move ws-amount-display to ws-report-line(54:15)
           move ws-total-recognized to ws-amount-display
           move ws-amount-display to ws-report-line(70:15)
           move ws-total-closing to ws-amount-display
           move ws-amount-display to ws-report-line(86:15)
           perform write-report-line

           move spaces to ws-report-line
           perform write-report-line

           move spaces to ws-report-line
           string "  Ledger account " ws-deferred-account
               " balance at period end"
               delimited by size
               into ws-report-line
           end-string
           move ws-ledger-balance to ws-amount-display
           move ws-amount-display to ws-report-line(86:15)
           perform write-report-line

           move spaces to ws-report-line
           move ws-difference to ws-amount-display
           if ws-difference = 0
               move "  Difference -- in balance" to ws-report-line
           else
               move "  Difference -- ** OUT OF BALANCE **"
                   to ws-report-line
           end-if
           move ws-amount-display to ws-report-line(86:15)
           perform write-report-line

           exit paragraph.


       write-report-line.

           move ws-report-line to f-report-record
           write f-report-record

           exit paragraph.


      *> Records the start of the run in the common operations log.
       log-job-start.

           move spaces to ws-job-audit-request
           move "deferred-revenue-report" to ws-ja-program
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
           move ws-lines-read to ws-ja-read-count
           move ws-invoice-count to ws-ja-written-count
           move 0 to ws-ja-rejected-count
           if ws-difference = 0
               move "COMPLETE" to ws-ja-status
           else
               move "OUT-OF-BAL" to ws-ja-status
           end-if

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

           move "deferred-revenue-report" to ws-err-program

           call "error-logger" using ws-error-request
               on exception
                   display "Warning: unable to call error-logger."
           end-call

           move 8 to return-code

           goback.

       end program deferred-revenue-report.

      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-10-15
      * Purpose: Monthly credit memo report by reason -- where the
      *          billing errors come from. Takes the memos
      *          invoice-adjustments issued in the business month
      *          (shared business-date subprogram, system date
      *          fallback; MEMO_REPORT_PERIOD=yyyymm reports another
      *          month) off invoice-memos.txt and lists them grouped
      *          by reason code, each group with its count and its
      *          credit, debit and net totals, then the month's
      *          totals. No memo history is an empty report.
      * Tectonics: cobc
      ******************************************************************
       identification division.
       program-id. credit-memo-report.

       environment division.
       input-output section.
       file-control.

           select fd-memo-file
           assign to "invoice-memos.txt"
           organization is line sequential
           file status is ws-fs-status-memo.

      *> Work file for putting the month's memos in reason order.
           select fd-memo-sort-file
           assign to "memo-sort-temp.txt".

           select fd-report-file
           assign to "credit-memo-report.txt"
           organization is line sequential
           file status is ws-fs-status-report.

       data division.

       file section.

       fd  fd-memo-file.
       01  f-memo-record.
           05  f-memo-number                       pic 9(6).
           05  f-memo-type                         pic x.
           05  f-memo-invoice-number               pic 9(6).
           05  f-memo-customer-id                  pic 9(5).
           05  f-memo-reason                       pic x(4).
           05  f-memo-amount                       pic 9(7)v99.
           05  f-memo-date                         pic 9(8).
           05  f-memo-period                       pic 9(6).
           05  f-memo-description                  pic x(30).
           05  f-memo-register-period              pic 9(6).

       sd  fd-memo-sort-file.
       01  f-sort-memo-record.
           05  f-sort-reason                       pic x(4).
           05  f-sort-memo-number                  pic 9(6).
           05  f-sort-type                         pic x.
               88  f-sort-credit                   value 'C'.
           05  f-sort-invoice-number               pic 9(6).
           05  f-sort-customer-id                  pic 9(5).
           05  f-sort-amount                       pic 9(7)v99.
           05  f-sort-date                         pic 9(8).
           05  f-sort-description                  pic x(30).

       fd  fd-report-file.
       01  f-report-record                         pic x(132).

       working-storage section.

       01  ws-fs-status-memo                       pic xx.
       01  ws-fs-status-report                     pic xx.

       01  ws-eof-sw                               pic x value 'N'.
           88  ws-eof                              value 'Y'.
           88  ws-not-eof                          value 'N'.

      *> The reasons invoice-adjustments accepts, with the heading
      *> each prints under.
       01  ws-reason-definitions.
           05  filler.
               10  filler          pic x(4) value "RATE".
               10  filler          pic x(30)
                   value "contract rate wrong".
           05  filler.
               10  filler          pic x(4) value "BILL".
               10  filler          pic x(30)
                   value "order billed in error".
           05  filler.
               10  filler          pic x(4) value "PRIC".
               10  filler          pic x(30)
                   value "price or charge wrong".
           05  filler.
               10  filler          pic x(4) value "QTY ".
               10  filler          pic x(30)
                   value "quantity wrong".
           05  filler.
               10  filler          pic x(4) value "TAX ".
               10  filler          pic x(30)
                   value "sales tax wrong".
           05  filler.
               10  filler          pic x(4) value "GOOD".
               10  filler          pic x(30)
                   value "goodwill".
           05  filler.
               10  filler          pic x(4) value "OTHR".
               10  filler          pic x(30)
                   value "other".

       01  filler redefines ws-reason-definitions.
           05  ws-reason-entry     occurs 7 times
                                   indexed by ws-reason-idx.
               10  ws-reason-code  pic x(4).
               10  ws-reason-text  pic x(30).

       77  ws-num-reasons          pic 9 value 7.

       01  ws-reason-text-out                      pic x(30).

       01  ws-business-date-request.
           05  ws-bd-action                 pic x.
           05  ws-bd-date                   pic 9(8).

       01  ws-business-date                        pic 9(8).
       01  filler redefines ws-business-date.
           05  ws-bd-period                        pic 9(6).
           05  filler                              pic 99.

       01  ws-report-period                        pic 9(6).
       01  ws-report-period-env                    pic x(6).

      *> Control-break fields for the reason groups.
       01  ws-first-group-sw                       pic x.
           88  ws-first-group                      value 'Y'.
           88  ws-not-first-group                  value 'N'.

       01  ws-prev-reason                          pic x(4).

       01  ws-group-count                          pic 9(5) value 0.
       01  ws-group-credits                        pic 9(9)v99 value 0.
       01  ws-group-debits                         pic 9(9)v99 value 0.

       01  ws-memos-read-count                     pic 9(5) value 0.
       01  ws-memo-count                           pic 9(5) value 0.
       01  ws-reason-count                         pic 9(3) value 0.
       01  ws-total-credits                        pic 9(9)v99 value 0.
       01  ws-total-debits                         pic 9(9)v99 value 0.

       01  ws-net-amount                           pic s9(9)v99.
       01  ws-signed-amount                        pic s9(7)v99.

       01  ws-report-line                          pic x(132).
       01  ws-date-display                         pic 9999/99/99.
       01  ws-amount-display                       pic z,zzz,zz9.99-.
       01  ws-total-display                        pic zzz,zzz,zz9.99.
       01  ws-net-display                          pic zzz,zzz,zz9.99-.

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

           display "Credit memo report."

           perform log-job-start
           perform fetch-report-period

           open output fd-report-file

           if ws-fs-status-report not = "00"
               display "Error opening credit-memo-report.txt: "
                   ws-fs-status-report
               end-display
               move "main-procedure" to ws-err-paragraph
               move ws-fs-status-report to ws-err-file-status
               move "open output fd-report-file" to ws-err-message
               perform fail-run
           end-if

           move spaces to ws-report-line
           string
               "Credit and debit memos by reason for period "
               ws-report-period
               into ws-report-line
           end-string
           perform write-report-line
           move spaces to ws-report-line
           perform write-report-line

           move "    memo    type    invoice  cust   date        "
               & "       amount  description" to ws-report-line
           perform write-report-line

           set ws-first-group to true

           sort fd-memo-sort-file
               on ascending key f-sort-reason
               ascending key f-sort-memo-number
               input procedure is release-period-memos
               output procedure is print-memo-lines

           if ws-memo-count = 0
               move "    (no memos this period)" to ws-report-line
               perform write-report-line
           end-if

           perform write-report-totals

           close fd-report-file

           perform log-job-end

           display "Done. See credit-memo-report.txt"
           move spaces to ws-catalog-request
           move "CREDIT-MEMOS" to ws-rc-name
           move "credit-memo-report.txt" to ws-rc-file
           move 0 to ws-rc-pages
           call "report-catalog" using ws-catalog-request
               on exception
                   display "Warning: unable to call report-catalog."
           end-call

           display "Memos on file:       " ws-memos-read-count
           display "Memos this period:   " ws-memo-count
           display "Reasons:             " ws-reason-count

           goback.


      *> The business month unless MEMO_REPORT_PERIOD names another;
      *> system date is the fallback when the calendar module isn't
      *> linked.
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
               from environment "MEMO_REPORT_PERIOD"

           if ws-report-period-env not = spaces
           and function trim(ws-report-period-env) is numeric
               move function numval(ws-report-period-env)
                   to ws-report-period
           end-if

           exit paragraph.


      *> Releases the period's memos. No memo file (status "35")
      *> just means none have been issued.
       release-period-memos.

           set ws-not-eof to true

           open input fd-memo-file

           if ws-fs-status-memo = "35"
               exit paragraph
           end-if

           if ws-fs-status-memo not = "00"
               display "Error opening invoice-memos.txt: "
                   ws-fs-status-memo
               end-display
               move "release-period-memos" to ws-err-paragraph
               move ws-fs-status-memo to ws-err-file-status
               move "open fd-memo-file" to ws-err-message
               perform fail-run
           end-if

           perform until ws-eof
               read fd-memo-file
                   at end
                       set ws-eof to true
                   not at end
                       add 1 to ws-memos-read-count
                       if f-memo-period = ws-report-period
                           move f-memo-reason to f-sort-reason
                           move f-memo-number to f-sort-memo-number
                           move f-memo-type to f-sort-type
                           move f-memo-invoice-number
                               to f-sort-invoice-number
                           move f-memo-customer-id
                               to f-sort-customer-id
                           move f-memo-amount to f-sort-amount
                           move f-memo-date to f-sort-date
                           move f-memo-description
                               to f-sort-description
                           release f-sort-memo-record
                           add 1 to ws-memo-count
                       end-if
               end-read
           end-perform

           close fd-memo-file

           exit paragraph.


      *> Returns the memos in reason order, printing each under its
      *> reason and totalling the group at every break.
       print-memo-lines.

           set ws-not-eof to true

           perform until ws-eof
               return fd-memo-sort-file
                   at end
                       set ws-eof to true
                   not at end
                       if ws-first-group
                       or f-sort-reason not = ws-prev-reason
                           if ws-not-first-group
                               perform write-reason-totals
                           end-if
                           set ws-not-first-group to true
                           move f-sort-reason to ws-prev-reason
                           perform write-reason-heading
                       end-if
                       perform write-memo-line
               end-return
           end-perform

           if ws-not-first-group
               perform write-reason-totals
           end-if

           exit paragraph.


       write-reason-heading.

           move 0 to ws-group-count
           move 0 to ws-group-credits
           move 0 to ws-group-debits
           add 1 to ws-reason-count

           move "(reason not on file)" to ws-reason-text-out
           perform varying ws-reason-idx from 1 by 1
           until ws-reason-idx > ws-num-reasons
               if ws-reason-code(ws-reason-idx) = ws-prev-reason
                   move ws-reason-text(ws-reason-idx)
                       to ws-reason-text-out
                   exit perform
               end-if
           end-perform

           move spaces to ws-report-line
           string
               "  " ws-prev-reason " -- " ws-reason-text-out
               delimited by size
               into ws-report-line
           end-string
           perform write-report-line

           exit paragraph.


      *> A credit prints negative, a debit positive.
       write-memo-line.

           add 1 to ws-group-count

           if f-sort-credit
               add f-sort-amount to ws-group-credits
               compute ws-signed-amount = 0 - f-sort-amount
           else
               add f-sort-amount to ws-group-debits
               move f-sort-amount to ws-signed-amount
           end-if

           move f-sort-date to ws-date-display
           move ws-signed-amount to ws-amount-display

           move spaces to ws-report-line
           string
               "    " f-sort-memo-number
               delimited by size
               into ws-report-line
           end-string
           if f-sort-credit
               move "credit" to ws-report-line(13:6)
           else
               move "debit" to ws-report-line(13:6)
           end-if
           move f-sort-invoice-number to ws-report-line(21:6)
           move f-sort-customer-id to ws-report-line(30:5)
           move ws-date-display to ws-report-line(37:10)
           move ws-amount-display to ws-report-line(49:13)
           move f-sort-description to ws-report-line(64:30)
           perform write-report-line

           exit paragraph.


       write-reason-totals.

           compute ws-net-amount = ws-group-debits - ws-group-credits

           move spaces to ws-report-line
           move ws-group-credits to ws-total-display
           string
               "      " ws-prev-reason " memos: " ws-group-count
               "   credits: " ws-total-display
               delimited by size
               into ws-report-line
           end-string
           move ws-group-debits to ws-total-display
           move "debits: " to ws-report-line(64:8)
           move ws-total-display to ws-report-line(72:14)
           move ws-net-amount to ws-net-display
           move "net: " to ws-report-line(88:5)
           move ws-net-display to ws-report-line(93:15)
           perform write-report-line

           move spaces to ws-report-line
           perform write-report-line

           add ws-group-credits to ws-total-credits
           add ws-group-debits to ws-total-debits

           exit paragraph.


       write-report-totals.

           compute ws-net-amount = ws-total-debits - ws-total-credits

           move spaces to ws-report-line
           move ws-total-credits to ws-total-display
           string
               "  Period memos: " ws-memo-count
               "   credits: " ws-total-display
               delimited by size
               into ws-report-line
           end-string
           move ws-total-debits to ws-total-display
           move "debits: " to ws-report-line(64:8)
           move ws-total-display to ws-report-line(72:14)
           move ws-net-amount to ws-net-display
           move "net: " to ws-report-line(88:5)
           move ws-net-display to ws-report-line(93:15)
           perform write-report-line

           exit paragraph.


       write-report-line.

           move ws-report-line to f-report-record
           write f-report-record

           exit paragraph.


      *> Records the start of the run in the common operations log.
       log-job-start.

           move spaces to ws-job-audit-request
           move "credit-memo-report" to ws-ja-program
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
           move ws-memos-read-count to ws-ja-read-count
           move ws-memo-count to ws-ja-written-count
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

           move "credit-memo-report" to ws-err-program

           call "error-logger" using ws-error-request
               on exception
                   display "Warning: unable to call error-logger."
           end-call

           move 8 to return-code

           goback.

       end program credit-memo-report.

      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-10-15
      * Purpose: Period-end financial statements off numval-ledger.txt.
      *          Ledger activity rolls up by chart code and chart
      *          type (chart-of-accounts.txt) into an income
      *          statement -- revenue less expenses for the period
      *          and year to date -- and a balance sheet as of the
      *          period end: assets, liabilities and equity, with
      *          prior years' and current-year earnings carried into
      *          equity. The period is the last one
      *          ledger-period-close has closed, or
      *          FIN_STMT_PERIOD=yyyymm. A period that isn't closed
      *          yet is refused unless FIN_STMT_DRAFT=Y asks for a
      *          draft, which is marked DRAFT throughout (and with no
      *          period given reports the business month). Report to
      *          financial-statements.txt, registered in the report
      *          catalog. Ledger entries under a code not on the
      *          chart, or of a type the statements don't carry, are
      *          totaled in the footing and finish with return
      *          code 4.
      * Tectonics: cobc
      ******************************************************************
       identification division.
       program-id. financial-statements.

       environment division.
       input-output section.
       file-control.

           select fd-ledger assign to "numval-ledger.txt"
           organization is line sequential
           file status is ws-fs-status-ledger.

           select fd-chart-file assign to "chart-of-accounts.txt"
           organization is line sequential
           file status is ws-fs-status-chart.

           select fd-report-file assign to "financial-statements.txt"
           organization is line sequential
           file status is ws-fs-status-report.

       data division.

       file section.

       fd  fd-ledger.
       01  f-ledger-record                         pic x(75).

      *> A close record ledger-period-close appends; only the
      *> period closed matters here.
       01  f-ledger-close-record.
           05  f-close-marker                      pic x(7).
               88  close-record                    value "*CLOSE*".
           05  filler                              pic x.
           05  f-close-period                      pic 9(6).
           05  filler                              pic x(61).

      *> An ordinary posted entry, as numval-test writes it.
       01  f-ledger-entry-record.
           05  f-entry-date                        pic x(8).
           05  filler                              pic x.
           05  f-entry-time                        pic x(8).
           05  filler                              pic x.
           05  f-entry-x-val                       pic x(10).
           05  filler                              pic x.
           05  f-entry-9-val                       pic x(10).
           05  filler                              pic x.
           05  f-entry-currency-val                pic x(15).
           05  filler                              pic x.
           05  f-entry-total                       pic x(12).
           05  filler                              pic x.
           05  f-entry-account-code                pic x(4).

       fd  fd-chart-file.
       01  f-chart-record.
           05  f-chart-code                        pic 9(4).
           05  f-chart-description                 pic x(30).
           05  f-chart-type                        pic x.

       fd  fd-report-file.
       01  f-report-record                         pic x(80).

       working-storage section.

       01  ws-fs-status-ledger                     pic xx.
       01  ws-fs-status-chart                      pic xx.
       01  ws-fs-status-report                     pic xx.

       01  ws-eof-sw                               pic x value 'N'.
           88  ws-eof                              value 'Y'.
           88  ws-not-eof                          value 'N'.

      *> The chart, each code carrying its period and year-to-date
      *> activity (revenue and expense codes) or its balance at the
      *> period end (asset, liability and equity codes).
       01  ws-num-chart                            pic 9(4) comp
                                                   value 0.

       01  ws-chart-table                          occurs 1000 times
                                                   indexed by
                                                       ws-chart-idx.
           05  ws-ch-code                          pic 9(4).
           05  ws-ch-description                   pic x(30).
           05  ws-ch-type                          pic x.
               88  ws-ch-income-type               values 'R' 'E'.
               88  ws-ch-balance-type              values 'A' 'L' 'Q'.
           05  ws-ch-period-amount                 pic s9(9)v99.
           05  ws-ch-ytd-amount                    pic s9(9)v99.
           05  ws-ch-balance                       pic s9(11)v99.
           05  ws-ch-used-sw                       pic x.
               88  ws-ch-used                      value 'Y'.

       01  ws-business-date-request.
           05  ws-bd-action                 pic x.
           05  ws-bd-date                   pic 9(8).

       01  ws-business-date                        pic 9(8).

       01  ws-stmt-period                          pic 9(6) value 0.
       01  filler redefines ws-stmt-period.
           05  ws-stmt-year                        pic 9(4).
           05  ws-stmt-month                       pic 99.
       01  ws-last-closed-period                   pic 9(6) value 0.
       01  ws-period-env                           pic x(6).
       01  ws-draft-env                            pic x.

       01  ws-draft-sw                             pic x value 'N'.
           88  ws-draft                            value 'Y'.

       01  ws-entry-code                           pic 9(4).
       01  ws-entry-amount                         pic s9(9)v99.
       01  ws-entry-period                         pic 9(6).
       01  ws-entry-year                           pic 9(4).

       01  ws-ledger-entries-read                  pic 9(7) value 0.
       01  ws-unclassified-count                   pic 9(7) value 0.
       01  ws-unclassified-amount                  pic s9(11)v99
                                                   value 0.

      *> Revenue and expense from years before the statement year,
      *> never closed out into an equity code on this ledger.
       01  ws-prior-earnings                       pic s9(11)v99
                                                   value 0.

       01  ws-total-revenue-period                 pic s9(11)v99.
       01  ws-total-revenue-ytd                    pic s9(11)v99.
       01  ws-total-expense-period                 pic s9(11)v99.
       01  ws-total-expense-ytd                    pic s9(11)v99.
       01  ws-net-income-period                    pic s9(11)v99.
       01  ws-net-income-ytd                       pic s9(11)v99.
       01  ws-total-assets                         pic s9(11)v99.
       01  ws-total-liabilities                    pic s9(11)v99.
       01  ws-total-equity                         pic s9(11)v99.
       01  ws-total-liab-equity                    pic s9(11)v99.
       01  ws-out-of-balance                       pic s9(11)v99.

      *> Type whose codes are being listed, in ascending code order,
      *> and the subtotals the listing builds.
       01  ws-list-type                            pic x.
       01  ws-last-code-listed                     pic s9(5).
       01  ws-next-idx                             pic 9(4) comp.
       01  ws-list-period-total                    pic s9(11)v99.
       01  ws-list-ytd-total                       pic s9(11)v99.
       01  ws-list-balance-total                   pic s9(11)v99.
       01  ws-lines-listed                         pic 9(5) value 0.

       01  ws-report-line                          pic x(80).
       01  ws-period-display                       pic 9999/99.
       01  ws-amount-display                       pic -(11)9.99.
       01  ws-line-label                           pic x(40).
       01  ws-line-period-amount                   pic s9(11)v99.
       01  ws-line-ytd-amount                      pic s9(11)v99.
       01  ws-count-display                        pic z(6)9.

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

           display "Period-end financial statements."

           perform log-job-start
           perform find-last-closed-period
           perform fetch-statement-period
           perform load-chart
           perform total-ledger-activity

           open output fd-report-file

           if ws-fs-status-report not = "00"
               display "Error opening financial-statements.txt: "
                   ws-fs-status-report
               end-display
               move "main-procedure" to ws-err-paragraph
               move ws-fs-status-report to ws-err-file-status
               move "open fd-report-file" to ws-err-message
               perform fail-run
           end-if

           perform write-income-statement
           perform write-balance-sheet
           perform write-report-footing

           close fd-report-file

           move spaces to ws-catalog-request
           move "FIN-STATEMENTS" to ws-rc-name
           move "financial-statements.txt" to ws-rc-file
           move 0 to ws-rc-pages
           call "report-catalog" using ws-catalog-request
               on exception
                   display "Warning: unable to call report-catalog."
           end-call

           perform log-job-end

           move ws-stmt-period to ws-period-display
           display "Period:              " ws-period-display
           if ws-draft
               display "DRAFT -- the period is not closed."
           end-if
           display "Ledger entries read: " ws-ledger-entries-read
           move ws-net-income-ytd to ws-amount-display
           display "Net income YTD:      " ws-amount-display
           if ws-unclassified-count > 0
               display "Unclassified entries: " ws-unclassified-count
           end-if
           display "See financial-statements.txt"

           if ws-unclassified-count > 0
               move 4 to return-code
           end-if

           goback.


      *> The latest close record on the ledger marks everything at
      *> or before its period closed.
       find-last-closed-period.

           set ws-not-eof to true

           open input fd-ledger

           if ws-fs-status-ledger not = "00"
               display "Error opening numval-ledger.txt: "
                   ws-fs-status-ledger
               end-display
               move "find-last-closed-period" to ws-err-paragraph
               move ws-fs-status-ledger to ws-err-file-status
               move "open fd-ledger" to ws-err-message
               perform fail-run
           end-if

           perform until ws-eof
               read fd-ledger
                   at end
                       set ws-eof to true
                   not at end
                       if close-record
                       and f-close-period is numeric
                           move f-close-period
                               to ws-last-closed-period
                       end-if
               end-read
           end-perform

           close fd-ledger

           exit paragraph.


       fetch-statement-period.

           accept ws-draft-env from environment "FIN_STMT_DRAFT"
           if ws-draft-env = 'Y' or ws-draft-env = 'y'
               set ws-draft to true
           end-if

           accept ws-period-env from environment "FIN_STMT_PERIOD"

           if ws-period-env is numeric
           and ws-period-env(5:2) >= "01"
           and ws-period-env(5:2) <= "12"
               move ws-period-env to ws-stmt-period
           else
               if ws-period-env not = spaces
                   display "FIN_STMT_PERIOD must be YYYYMM: "
                       ws-period-env
                   end-display
                   move "fetch-statement-period" to ws-err-paragraph
                   move spaces to ws-err-file-status
                   move "FIN_STMT_PERIOD not YYYYMM" to ws-err-message
                   perform fail-run
               end-if
               move ws-last-closed-period to ws-stmt-period
               if ws-draft
                   perform fetch-business-month
               end-if
           end-if

           if ws-stmt-period = 0
               display "No period has been closed on the ledger -- "
                   "run ledger-period-close, or set FIN_STMT_DRAFT=Y "
                   "for a draft."
               end-display
               move "fetch-statement-period" to ws-err-paragraph
               move spaces to ws-err-file-status
               move "no closed period on the ledger" to ws-err-message
               perform fail-run
           end-if

      *> A closed period prints final statements even if a draft
      *> was asked for.
           if ws-stmt-period <= ws-last-closed-period
               move 'N' to ws-draft-sw
               exit paragraph
           end-if

           if not ws-draft
               move ws-stmt-period to ws-period-display
               display "Period " ws-period-display " is not closed -- "
                   "the last close was " ws-last-closed-period
                   ". Set FIN_STMT_DRAFT=Y for a draft."
               end-display
               move "fetch-statement-period" to ws-err-paragraph
               move spaces to ws-err-file-status
               move "period not closed, no draft asked for"
                   to ws-err-message
               perform fail-run
           end-if

           exit paragraph.


       fetch-business-month.

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

           move ws-business-date(1:6) to ws-stmt-period

           exit paragraph.


       load-chart.

           set ws-not-eof to true

           open input fd-chart-file

           if ws-fs-status-chart not = "00"
               display "Error opening chart-of-accounts.txt: "
                   ws-fs-status-chart
               end-display
               move "load-chart" to ws-err-paragraph
               move ws-fs-status-chart to ws-err-file-status
               move "open fd-chart-file" to ws-err-message
               perform fail-run
           end-if

           perform until ws-eof
               read fd-chart-file
                   at end
                       set ws-eof to true
                   not at end
                       if ws-num-chart < 1000
                       and f-chart-code is numeric
                           add 1 to ws-num-chart
                           set ws-chart-idx to ws-num-chart
                           move f-chart-code to ws-ch-code(ws-chart-idx)
                           move f-chart-description
                               to ws-ch-description(ws-chart-idx)
                           move f-chart-type to ws-ch-type(ws-chart-idx)
                           move 0 to ws-ch-period-amount(ws-chart-idx)
                           move 0 to ws-ch-ytd-amount(ws-chart-idx)
                           move 0 to ws-ch-balance(ws-chart-idx)
                           move 'N' to ws-ch-used-sw(ws-chart-idx)
                       end-if
               end-read
           end-perform

           close fd-chart-file

           exit paragraph.


      *> Every entry through the end of the statement period.
       total-ledger-activity.

           set ws-not-eof to true

           open input fd-ledger

           if ws-fs-status-ledger not = "00"
               display "Error opening numval-ledger.txt: "
                   ws-fs-status-ledger
               end-display
               move "total-ledger-activity" to ws-err-paragraph
               move ws-fs-status-ledger to ws-err-file-status
               move "open fd-ledger" to ws-err-message
               perform fail-run
           end-if

           perform until ws-eof
               read fd-ledger
                   at end
                       set ws-eof to true
                   not at end
                       if not close-record
                       and f-entry-date is numeric
                           perform tally-ledger-entry
                       end-if
               end-read
           end-perform

           close fd-ledger

           exit paragraph.


       tally-ledger-entry.

           move f-entry-date(1:6) to ws-entry-period
           move f-entry-date(1:4) to ws-entry-year

           if ws-entry-period > ws-stmt-period
               exit paragraph
           end-if

           if function test-numval(f-entry-total) not = 0
               exit paragraph
           end-if

           add 1 to ws-ledger-entries-read

           compute ws-entry-amount = function numval(f-entry-total)
           end-compute

           if f-entry-account-code is numeric
               move f-entry-account-code to ws-entry-code
           else
               move 0 to ws-entry-code
           end-if

           set ws-chart-idx to 1
           search ws-chart-table varying ws-chart-idx
               at end
                   perform tally-unclassified
                   exit paragraph
               when ws-chart-idx > ws-num-chart
                   perform tally-unclassified
                   exit paragraph
               when ws-ch-code(ws-chart-idx) = ws-entry-code
                   continue
           end-search

           evaluate true
               when ws-ch-balance-type(ws-chart-idx)
                   add ws-entry-amount to ws-ch-balance(ws-chart-idx)
                   set ws-ch-used(ws-chart-idx) to true

               when ws-ch-income-type(ws-chart-idx)
                   evaluate true
                       when ws-entry-year < ws-stmt-year
                           perform tally-prior-earnings
                       when other
                           add ws-entry-amount
                               to ws-ch-ytd-amount(ws-chart-idx)
                           if ws-entry-period = ws-stmt-period
                               add ws-entry-amount
                                   to ws-ch-period-amount(ws-chart-idx)
                           end-if
                           set ws-ch-used(ws-chart-idx) to true
                   end-evaluate

               when other
                   perform tally-unclassified
           end-evaluate

           exit paragraph.


      *> Revenue adds to earnings, expense takes away.
       tally-prior-earnings.

           if ws-ch-type(ws-chart-idx) = 'R'
               add ws-entry-amount to ws-prior-earnings
           else
               subtract ws-entry-amount from ws-prior-earnings
           end-if

           exit paragraph.


       tally-unclassified.

           add 1 to ws-unclassified-count
           add ws-entry-amount to ws-unclassified-amount

           exit paragraph.


      *> Revenue less expenses, for the period and year to date.
       write-income-statement.

           move ws-stmt-period to ws-period-display

           move spaces to ws-report-line
           string "Income statement for period " ws-period-display
               delimited by size
               into ws-report-line
           end-string
           perform add-draft-marker
           perform write-report-line

           move spaces to ws-report-line
           perform write-report-line

           move spaces to ws-report-line
           move "period" to ws-report-line(53:6)
           move "year to date" to ws-report-line(67:12)
           perform write-report-line

           move spaces to ws-report-line
           move "Revenue" to ws-report-line
           perform write-report-line

           move 'R' to ws-list-type
           perform list-income-codes
           move ws-list-period-total to ws-total-revenue-period
           move ws-list-ytd-total to ws-total-revenue-ytd

           move "  Total revenue" to ws-line-label
           move ws-total-revenue-period to ws-line-period-amount
           move ws-total-revenue-ytd to ws-line-ytd-amount
           perform write-two-amount-line

           move spaces to ws-report-line
           perform write-report-line
           move "Expenses" to ws-report-line
           perform write-report-line

           move 'E' to ws-list-type
           perform list-income-codes
           move ws-list-period-total to ws-total-expense-period
           move ws-list-ytd-total to ws-total-expense-ytd

           move "  Total expenses" to ws-line-label
           move ws-total-expense-period to ws-line-period-amount
           move ws-total-expense-ytd to ws-line-ytd-amount
           perform write-two-amount-line

           compute ws-net-income-period =
               ws-total-revenue-period - ws-total-expense-period
           end-compute
           compute ws-net-income-ytd =
               ws-total-revenue-ytd - ws-total-expense-ytd
           end-compute

           move spaces to ws-report-line
           perform write-report-line
           move "Net income" to ws-line-label
           move ws-net-income-period to ws-line-period-amount
           move ws-net-income-ytd to ws-line-ytd-amount
           perform write-two-amount-line

           exit paragraph.


      *> Assets, liabilities and equity as of the period end, with
      *> the earnings not yet in an equity code shown in equity.
       write-balance-sheet.

           move spaces to ws-report-line
           perform write-report-line
           perform write-report-line

           move ws-stmt-period to ws-period-display

           move spaces to ws-report-line
           string "Balance sheet as of the end of period "
               ws-period-display
               delimited by size
               into ws-report-line
           end-string
           perform add-draft-marker
           perform write-report-line

           move spaces to ws-report-line
           perform write-report-line
           move "Assets" to ws-report-line
           perform write-report-line

           move 'A' to ws-list-type
           perform list-balance-codes
           move ws-list-balance-total to ws-total-assets

           move "  Total assets" to ws-line-label
           move ws-total-assets to ws-line-ytd-amount
           perform write-one-amount-line

           move spaces to ws-report-line
           perform write-report-line
           move "Liabilities" to ws-report-line
           perform write-report-line

           move 'L' to ws-list-type
           perform list-balance-codes
           move ws-list-balance-total to ws-total-liabilities

           move "  Total liabilities" to ws-line-label
           move ws-total-liabilities to ws-line-ytd-amount
           perform write-one-amount-line

           move spaces to ws-report-line
           perform write-report-line
           move "Equity" to ws-report-line
           perform write-report-line

           move 'Q' to ws-list-type
           perform list-balance-codes

           move "  Retained earnings, prior years" to ws-line-label
           move ws-prior-earnings to ws-line-ytd-amount
           perform write-one-amount-line

           move "  Current-year earnings" to ws-line-label
           move ws-net-income-ytd to ws-line-ytd-amount
           perform write-one-amount-line

           compute ws-total-equity = ws-list-balance-total
               + ws-prior-earnings + ws-net-income-ytd
           end-compute

           move "  Total equity" to ws-line-label
           move ws-total-equity to ws-line-ytd-amount
           perform write-one-amount-line

           compute ws-total-liab-equity =
               ws-total-liabilities + ws-total-equity
           end-compute

           move spaces to ws-report-line
           perform write-report-line
           move "Total liabilities and equity" to ws-line-label
           move ws-total-liab-equity to ws-line-ytd-amount
           perform write-one-amount-line

           compute ws-out-of-balance =
               ws-total-assets - ws-total-liab-equity
           end-compute

           if ws-out-of-balance not = 0
               move "Assets less liabilities and equity"
                   to ws-line-label
               move ws-out-of-balance to ws-line-ytd-amount
               perform write-one-amount-line
           end-if

           exit paragraph.


      *> Lists the revenue or expense codes of ws-list-type with
      *> activity this year, lowest code first.
       list-income-codes.

           move 0 to ws-list-period-total
           move 0 to ws-list-ytd-total
           move -1 to ws-last-code-listed

           perform forever
               perform find-next-code-to-list
               if ws-next-idx = 0
                   exit perform
               end-if
               set ws-chart-idx to ws-next-idx
               move ws-ch-code(ws-chart-idx) to ws-last-code-listed

               add ws-ch-period-amount(ws-chart-idx)
                   to ws-list-period-total
               add ws-ch-ytd-amount(ws-chart-idx) to ws-list-ytd-total

               move spaces to ws-line-label
               move ws-ch-code(ws-chart-idx) to ws-line-label(3:4)
               move ws-ch-description(ws-chart-idx)
                   to ws-line-label(8:30)
               move ws-ch-period-amount(ws-chart-idx)
                   to ws-line-period-amount
               move ws-ch-ytd-amount(ws-chart-idx)
                   to ws-line-ytd-amount
               perform write-two-amount-line
               add 1 to ws-lines-listed
           end-perform

           exit paragraph.


      *> Lists the asset, liability or equity codes of
      *> ws-list-type with a balance, lowest code first.
       list-balance-codes.

           move 0 to ws-list-balance-total
           move -1 to ws-last-code-listed

           perform forever
               perform find-next-code-to-list
               if ws-next-idx = 0
                   exit perform
               end-if
               set ws-chart-idx to ws-next-idx
               move ws-ch-code(ws-chart-idx) to ws-last-code-listed

               add ws-ch-balance(ws-chart-idx) to ws-list-balance-total

               move spaces to ws-line-label
               move ws-ch-code(ws-chart-idx) to ws-line-label(3:4)
               move ws-ch-description(ws-chart-idx)
                   to ws-line-label(8:30)
               move ws-ch-balance(ws-chart-idx) to ws-line-ytd-amount
               perform write-one-amount-line
               add 1 to ws-lines-listed
           end-perform

           exit paragraph.


      *> The lowest used code of ws-list-type above the last one
      *> listed, or 0 when the type is done.
       find-next-code-to-list.

           move 0 to ws-next-idx

           perform varying ws-chart-idx from 1 by 1
           until ws-chart-idx > ws-num-chart
               if ws-ch-used(ws-chart-idx)
               and ws-ch-type(ws-chart-idx) = ws-list-type
               and ws-ch-code(ws-chart-idx) > ws-last-code-listed
                   if ws-next-idx = 0
                       set ws-next-idx to ws-chart-idx
                   else
                       if ws-ch-code(ws-chart-idx)
                           < ws-ch-code(ws-next-idx)
                           set ws-next-idx to ws-chart-idx
                       end-if
                   end-if
               end-if
           end-perform

           exit paragraph.


       write-two-amount-line.

           move spaces to ws-report-line
           move ws-line-label to ws-report-line(1:40)
           move ws-line-period-amount to ws-amount-display
           move ws-amount-display to ws-report-line(44:15)
           move ws-line-ytd-amount to ws-amount-display
           move ws-amount-display to ws-report-line(64:15)
           perform write-report-line

           exit paragraph.


       write-one-amount-line.

           move spaces to ws-report-line
           move ws-line-label to ws-report-line(1:40)
           move ws-line-ytd-amount to ws-amount-display
           move ws-amount-display to ws-report-line(64:15)
           perform write-report-line

           exit paragraph.


       add-draft-marker.

           if ws-draft
               move "DRAFT -- period not closed"
                   to ws-report-line(50:26)
           end-if

           exit paragraph.


       write-report-footing.

           move spaces to ws-report-line
           perform write-report-line

           if ws-unclassified-count = 0
               exit paragraph
           end-if

           move ws-unclassified-count to ws-count-display
           move spaces to ws-report-line
           string "Not in the statements: " ws-count-display
               " ledger entr(y/ies) under a code not on the chart"
               delimited by size
               into ws-report-line
           end-string
           perform write-report-line

           move "  or of another chart type, totaling" to ws-line-label
           move ws-unclassified-amount to ws-line-ytd-amount
           perform write-one-amount-line

           exit paragraph.


       write-report-line.

           move ws-report-line to f-report-record
           write f-report-record

           exit paragraph.


      *> Records the start of the run in the common operations log.
       log-job-start.

           move spaces to ws-job-audit-request
           move "financial-statements" to ws-ja-program
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
           move ws-ledger-entries-read to ws-ja-read-count
           move ws-lines-listed to ws-ja-written-count
           move ws-unclassified-count to ws-ja-rejected-count
           if ws-draft
               move "DRAFT" to ws-ja-status
           else
               move "COMPLETE" to ws-ja-status
           end-if

           call "job-audit-log" using ws-job-audit-request
               on exception
                   display "Warning: unable to call job-audit-log."
           end-call

           exit paragraph.


      *> Records the failure just displayed in the common error log
      *> through the shared error-logger subprogram, then stops the
      *> run with status 8.
       fail-run.

           move "financial-statements" to ws-err-program

           call "error-logger" using ws-error-request
               on exception
                   display "Warning: unable to call error-logger."
           end-call

           move 8 to return-code

           goback.

       end program financial-statements.

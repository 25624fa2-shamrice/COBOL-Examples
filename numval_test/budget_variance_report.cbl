      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-10-15
      * Purpose: Monthly budget-vs-actual report on the ledger. For
      *          the business month (shared business-date
      *          subprogram, system date fallback;
      *          BUDGET_REPORT_PERIOD=yyyymm reports another month)
      *          every chart code with a budget or ledger activity
      *          gets a line: the month's actual off
      *          numval-ledger.txt, its budget off ledger-budget.txt
      *          (loaded by budget-maintenance), the variance
      *          (actual less budget) and variance percent of
      *          budget, then the same four figures year to date
      *          from January through the month. Codes are grouped
      *          by chart type -- revenue, expense, assets,
      *          liabilities, equity -- with a subtotal for each
      *          type. A line whose month or year-to-date variance
      *          is over BUDGET_VARIANCE_PCT percent (default 10) of
      *          budget, or that has actuals and no budget at all,
      *          is flagged; ledger entries whose code isn't on the
      *          chart show together on one line at the end. Report
      *          to budget-variance-report.txt, registered in the
      *          report catalog. Any flagged line finishes with
      *          return code 4.
      * Tectonics: cobc
      ******************************************************************
       identification division.
       program-id. budget-variance-report.

       environment division.
       input-output section.
       file-control.

           select fd-ledger assign to "numval-ledger.txt"
           organization is line sequential
           file status is ws-fs-status-ledger.

           select fd-budget-file assign to "ledger-budget.txt"
           organization is line sequential
           file status is ws-fs-status-budget.

           select fd-chart-file assign to "chart-of-accounts.txt"
           organization is line sequential
           file status is ws-fs-status-chart.

           select fd-report-file
           assign to "budget-variance-report.txt"
           organization is line sequential
           file status is ws-fs-status-report.

      *> Work file for putting the codes in chart type and code
      *> order.
           select fd-variance-sort-file
           assign to "budget-variance-sort-temp.txt".

       data division.

       file section.

      *> Same entry layout numval-test and the posting jobs append.
      *> Close records ledger-period-close writes start *CLOSE* and
      *> carry no account entry.
       fd  fd-ledger.
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

      *> The budget file as budget-maintenance writes it.
       fd  fd-budget-file.
       01  f-budget-record.
           05  f-bud-code                          pic 9(4).
           05  filler                              pic x.
           05  f-bud-period                        pic 9(6).
           05  filler                              pic x.
           05  f-bud-amount                        pic -9(9).99.
           05  filler                              pic x.
           05  f-bud-loaded-date                   pic 9(8).

       fd  fd-chart-file.
       01  f-chart-record.
           05  f-chart-code                        pic 9(4).
           05  f-chart-description                 pic x(30).
           05  f-chart-type                        pic x.

       fd  fd-report-file.
       01  f-report-record                         pic x(132).

       sd  fd-variance-sort-file.
       01  f-sort-variance-record.
           05  f-sort-type-rank                    pic 9.
           05  f-sort-code                         pic 9(4).
           05  f-sort-chart-idx                    pic 9(4).

       working-storage section.

       01  ws-fs-status-ledger                     pic xx.
       01  ws-fs-status-budget                     pic xx.
       01  ws-fs-status-chart                      pic xx.
       01  ws-fs-status-report                     pic xx.

       01  ws-eof-sw                               pic x value 'N'.
           88  ws-eof                              value 'Y'.
           88  ws-not-eof                          value 'N'.

      *> The chart, each code carrying its month and year-to-date
      *> actual and budget as the ledger and budget are read. The
      *> last slot collects entries whose code isn't on the chart.
       01  ws-num-chart                            pic 9(4) comp
                                                   value 0.

       01  ws-chart-table                          occurs 1001 times
                                                   indexed by
                                                       ws-chart-idx.
           05  ws-ch-code                          pic 9(4).
           05  ws-ch-description                   pic x(30).
           05  ws-ch-type                          pic x.
           05  ws-ch-period-actual                 pic s9(9)v99.
           05  ws-ch-period-budget                 pic s9(9)v99.
           05  ws-ch-ytd-actual                    pic s9(9)v99.
           05  ws-ch-ytd-budget                    pic s9(9)v99.
           05  ws-ch-used-sw                       pic x.
               88  ws-ch-used                      value 'Y'.

       01  ws-off-chart-idx                        pic 9(4) comp
                                                   value 1001.

      *> Report order and headings of the chart types.
       01  ws-type-names-data.
           05  filler        pic x(13) value "RRevenue     ".
           05  filler        pic x(13) value "EExpenses    ".
           05  filler        pic x(13) value "AAssets      ".
           05  filler        pic x(13) value "LLiabilities ".
           05  filler        pic x(13) value "QEquity      ".
       01  ws-type-names redefines ws-type-names-data.
           05  ws-type-entry                       occurs 5 times
                                                   indexed by
                                                       ws-type-idx.
               10  ws-type-code                    pic x.
               10  ws-type-name                    pic x(12).

       01  ws-type-rank                            pic 9.
       01  ws-type-heading                         pic x(30).

       01  ws-business-date-request.
           05  ws-bd-action                 pic x.
           05  ws-bd-date                   pic 9(8).

       01  ws-business-date                        pic 9(8).
       01  ws-report-period                        pic 9(6).
       01  filler redefines ws-report-period.
           05  ws-report-year                      pic 9(4).
           05  ws-report-month                     pic 99.
       01  ws-period-env                           pic x(6).

      *> Variance tolerance, percent of budget, overridable with the
      *> BUDGET_VARIANCE_PCT environment variable.
       01  ws-tolerance-pct                        pic 9(3)v99
                                                   value 10.
       01  ws-tolerance-env                        pic x(7).

       01  ws-entry-code                           pic 9(4).
       01  ws-entry-amount                         pic s9(9)v99.
       01  ws-entry-year                           pic 9(4).
       01  ws-entry-period                         pic 9(6).

      *> One report line's figures, and the running subtotals.
       01  ws-period-variance                      pic s9(9)v99.
       01  ws-ytd-variance                         pic s9(9)v99.
       01  ws-variance-pct                         pic s9(5)v9.
       01  ws-pct-overflow-sw                      pic x.
           88  ws-pct-overflow                     value 'Y'.
       01  ws-line-flag                            pic x(9).
       01  ws-pct-work-variance                    pic s9(9)v99.
       01  ws-pct-work-budget                      pic s9(9)v99.
       01  ws-pct-display                          pic -(4)9.9.
       01  ws-pct-text                             pic x(7).
       01  ws-period-pct-text                      pic x(7).
       01  ws-ytd-pct-text                         pic x(7).

       01  ws-first-type-sw                        pic x value 'Y'.
           88  ws-first-type                       value 'Y'.
       01  ws-prev-type-rank                       pic 9.
       01  ws-prev-type                            pic x.

       01  ws-sub-period-actual                    pic s9(9)v99.
       01  ws-sub-period-budget                    pic s9(9)v99.
       01  ws-sub-ytd-actual                       pic s9(9)v99.
       01  ws-sub-ytd-budget                       pic s9(9)v99.

       01  ws-ledger-entries-read                  pic 9(7) value 0.
       01  ws-budget-figures-read                  pic 9(7) value 0.
       01  ws-lines-reported                       pic 9(5) value 0.
       01  ws-flagged-count                        pic 9(5) value 0.

       01  ws-report-line                          pic x(132).
       01  ws-period-display                       pic 9999/99.
       01  ws-amount-display                       pic -(8)9.99.
       01  ws-tolerance-display                    pic zz9.99.

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

           display "Budget vs actual report."

           perform log-job-start
           perform fetch-report-period
           perform load-chart
           perform total-ledger-actuals
           perform total-budget-figures

           open output fd-report-file

           if ws-fs-status-report not = "00"
               display "Error opening budget-variance-report.txt: "
                   ws-fs-status-report
               end-display
               move "main-procedure" to ws-err-paragraph
               move ws-fs-status-report to ws-err-file-status
               move "open fd-report-file" to ws-err-message
               perform fail-run
           end-if

           perform write-report-heading

           sort fd-variance-sort-file
               on ascending key f-sort-type-rank
               ascending key f-sort-code
               input procedure is release-reported-codes
               output procedure is write-variance-lines

           perform write-report-footing

           close fd-report-file

           move spaces to ws-catalog-request
           move "BUDGET-VARIANCE" to ws-rc-name
           move "budget-variance-report.txt" to ws-rc-file
           move 0 to ws-rc-pages
           call "report-catalog" using ws-catalog-request
               on exception
                   display "Warning: unable to call report-catalog."
           end-call

           perform log-job-end

           move ws-report-period to ws-period-display
           display "Period:              " ws-period-display
           display "Ledger entries read: " ws-ledger-entries-read
           display "Budget figures read: " ws-budget-figures-read
           display "Codes reported:      " ws-lines-reported
           display "Lines flagged:       " ws-flagged-count
           display "See budget-variance-report.txt"

           if ws-flagged-count > 0
               move 4 to return-code
           end-if

           goback.


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

           move ws-business-date(1:6) to ws-report-period

           accept ws-period-env from environment "BUDGET_REPORT_PERIOD"

           if ws-period-env is numeric
           and ws-period-env(5:2) >= "01"
           and ws-period-env(5:2) <= "12"
               move ws-period-env to ws-report-period
           end-if

           accept ws-tolerance-env from environment
               "BUDGET_VARIANCE_PCT"
           end-accept

           if ws-tolerance-env not = spaces
           and function test-numval(ws-tolerance-env) = 0
               compute ws-tolerance-pct =
                   function numval(ws-tolerance-env)
               end-compute
           end-if

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
                           perform clear-chart-figures
                       end-if
               end-read
           end-perform

           close fd-chart-file

           set ws-chart-idx to ws-off-chart-idx
           move 0 to ws-ch-code(ws-chart-idx)
           move "(not on the chart)" to ws-ch-description(ws-chart-idx)
           move '?' to ws-ch-type(ws-chart-idx)
           perform clear-chart-figures

           exit paragraph.


       clear-chart-figures.

           move 0 to ws-ch-period-actual(ws-chart-idx)
           move 0 to ws-ch-period-budget(ws-chart-idx)
           move 0 to ws-ch-ytd-actual(ws-chart-idx)
           move 0 to ws-ch-ytd-budget(ws-chart-idx)
           move 'N' to ws-ch-used-sw(ws-chart-idx)

           exit paragraph.


      *> The year's entries from January through the report month.
       total-ledger-actuals.

           set ws-not-eof to true

           open input fd-ledger

           if ws-fs-status-ledger = "35"
               display "No numval-ledger.txt -- actuals are all zero."
               exit paragraph
           end-if

           if ws-fs-status-ledger not = "00"
               display "Error opening numval-ledger.txt: "
                   ws-fs-status-ledger
               end-display
               move "total-ledger-actuals" to ws-err-paragraph
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
                       and f-entry-date is numeric
                           perform tally-ledger-entry
                       end-if
               end-read
           end-perform

           close fd-ledger

           exit paragraph.


       tally-ledger-entry.

           move f-entry-date(1:4) to ws-entry-year
           move f-entry-date(1:6) to ws-entry-period

           if ws-entry-year not = ws-report-year
           or ws-entry-period > ws-report-period
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

           perform find-chart-code

           add ws-entry-amount to ws-ch-ytd-actual(ws-chart-idx)
           if ws-entry-period = ws-report-period
               add ws-entry-amount to ws-ch-period-actual(ws-chart-idx)
           end-if
           set ws-ch-used(ws-chart-idx) to true

           exit paragraph.


      *> A code not on the chart lands on the off-chart line.
       find-chart-code.

           set ws-chart-idx to 1
           search ws-chart-table varying ws-chart-idx
               at end
                   set ws-chart-idx to ws-off-chart-idx
               when ws-chart-idx > ws-num-chart
                   set ws-chart-idx to ws-off-chart-idx
               when ws-ch-code(ws-chart-idx) = ws-entry-code
                   continue
           end-search

           exit paragraph.


      *> No budget file yet reports every budget as zero.
       total-budget-figures.

           set ws-not-eof to true

           open input fd-budget-file

           if ws-fs-status-budget = "35"
               display "No ledger-budget.txt -- run budget-maintenance "
                   "to load the budget."
               end-display
               exit paragraph
           end-if

           if ws-fs-status-budget not = "00"
               display "Error opening ledger-budget.txt: "
                   ws-fs-status-budget
               end-display
               move "total-budget-figures" to ws-err-paragraph
               move ws-fs-status-budget to ws-err-file-status
               move "open fd-budget-file" to ws-err-message
               perform fail-run
           end-if

           perform until ws-eof
               read fd-budget-file
                   at end
                       set ws-eof to true
                   not at end
                       if f-bud-period(1:4) = ws-report-year
                       and f-bud-period <= ws-report-period
                           add 1 to ws-budget-figures-read
                           move f-bud-code to ws-entry-code
                           move f-bud-amount to ws-entry-amount
                           perform find-chart-code
                           add ws-entry-amount
                               to ws-ch-ytd-budget(ws-chart-idx)
                           if f-bud-period = ws-report-period
                               add ws-entry-amount
                                   to ws-ch-period-budget(ws-chart-idx)
                           end-if
                           set ws-ch-used(ws-chart-idx) to true
                       end-if
               end-read
           end-perform

           close fd-budget-file

           exit paragraph.


       write-report-heading.

           move ws-report-period to ws-period-display
           move ws-tolerance-pct to ws-tolerance-display

           move spaces to ws-report-line
           string "Budget vs actual for period " ws-period-display
               "    variance tolerance " ws-tolerance-display "%"
               delimited by size
               into ws-report-line
           end-string
           perform write-report-line

           move spaces to ws-report-line
           perform write-report-line

           move spaces to ws-report-line
           move "---------------- period ----------------"
               to ws-report-line(33:46)
           move "------------- year to date --------------"
               to ws-report-line(80:46)
           perform write-report-line

           move spaces to ws-report-line
           move "code description" to ws-report-line(3:16)
           move "actual" to ws-report-line(39:6)
           move "budget" to ws-report-line(52:6)
           move "variance" to ws-report-line(63:8)
           move "var %" to ws-report-line(74:5)
           move "actual" to ws-report-line(86:6)
           move "budget" to ws-report-line(99:6)
           move "variance" to ws-report-line(110:8)
           move "var %" to ws-report-line(121:5)
           perform write-report-line

           exit paragraph.


      *> Releases every code with a budget or activity, ranked by
      *> where its chart type falls on the report.
       release-reported-codes.

           perform varying ws-chart-idx from 1 by 1
           until ws-chart-idx > ws-num-chart
               if ws-ch-used(ws-chart-idx)
                   perform release-one-code
               end-if
           end-perform

           set ws-chart-idx to ws-off-chart-idx
           if ws-ch-used(ws-chart-idx)
               perform release-one-code
           end-if

           exit paragraph.


       release-one-code.

           move 6 to ws-type-rank

           if ws-ch-type(ws-chart-idx) = '?'
               move 7 to ws-type-rank
           else
               perform varying ws-type-idx from 1 by 1
               until ws-type-idx > 5
                   if ws-type-code(ws-type-idx)
                       = ws-ch-type(ws-chart-idx)
                       set ws-type-rank to ws-type-idx
                       exit perform
                   end-if
               end-perform
           end-if

           move ws-type-rank to f-sort-type-rank
           move ws-ch-code(ws-chart-idx) to f-sort-code
           set f-sort-chart-idx to ws-chart-idx
           release f-sort-variance-record

           exit paragraph.


      *> Returns the codes a chart type at a time, with a subtotal
      *> at each break. Other types on the chart share one group,
      *> broken by the type letter.
       write-variance-lines.

           set ws-not-eof to true

           perform until ws-eof
               return fd-variance-sort-file
                   at end
                       set ws-eof to true
                   not at end
                       set ws-chart-idx to f-sort-chart-idx
                       if ws-first-type
                       or f-sort-type-rank not = ws-prev-type-rank
                       or ws-ch-type(ws-chart-idx) not = ws-prev-type
                           if not ws-first-type
                               perform write-type-subtotal
                           end-if
                           move 'N' to ws-first-type-sw
                           move f-sort-type-rank to ws-prev-type-rank
                           move ws-ch-type(ws-chart-idx)
                               to ws-prev-type
                           perform start-type-group
                       end-if
                       perform write-code-line
               end-return
           end-perform

           if not ws-first-type
               perform write-type-subtotal
           end-if

           exit paragraph.


       start-type-group.

           move 0 to ws-sub-period-actual
           move 0 to ws-sub-period-budget
           move 0 to ws-sub-ytd-actual
           move 0 to ws-sub-ytd-budget

           evaluate true
               when ws-prev-type-rank <= 5
                   move ws-type-name(ws-prev-type-rank)
                       to ws-type-heading
               when ws-prev-type-rank = 7
                   move "Codes not on the chart" to ws-type-heading
               when other
                   move spaces to ws-type-heading
                   string "Chart type " ws-prev-type
                       delimited by size
                       into ws-type-heading
                   end-string
           end-evaluate

           move spaces to ws-report-line
           perform write-report-line
           move ws-type-heading to ws-report-line
           perform write-report-line

           exit paragraph.


       write-code-line.

           add ws-ch-period-actual(ws-chart-idx)
               to ws-sub-period-actual
           add ws-ch-period-budget(ws-chart-idx)
               to ws-sub-period-budget
           add ws-ch-ytd-actual(ws-chart-idx) to ws-sub-ytd-actual
           add ws-ch-ytd-budget(ws-chart-idx) to ws-sub-ytd-budget

           compute ws-period-variance =
               ws-ch-period-actual(ws-chart-idx)
               - ws-ch-period-budget(ws-chart-idx)
           end-compute
           compute ws-ytd-variance =
               ws-ch-ytd-actual(ws-chart-idx)
               - ws-ch-ytd-budget(ws-chart-idx)
           end-compute

           move spaces to ws-line-flag

           move ws-period-variance to ws-pct-work-variance
           move ws-ch-period-budget(ws-chart-idx) to ws-pct-work-budget
           perform figure-variance-pct
           move ws-pct-text to ws-period-pct-text
           perform check-tolerance

           move ws-ytd-variance to ws-pct-work-variance
           move ws-ch-ytd-budget(ws-chart-idx) to ws-pct-work-budget
           perform figure-variance-pct
           move ws-pct-text to ws-ytd-pct-text
           perform check-tolerance

           if ws-line-flag not = spaces
               add 1 to ws-flagged-count
           end-if

           move spaces to ws-report-line
           move ws-ch-code(ws-chart-idx) to ws-report-line(3:4)
           move ws-ch-description(ws-chart-idx) to ws-report-line(8:24)

           move ws-ch-period-actual(ws-chart-idx) to ws-amount-display
           move ws-amount-display to ws-report-line(33:12)
           move ws-ch-period-budget(ws-chart-idx) to ws-amount-display
           move ws-amount-display to ws-report-line(46:12)
           move ws-period-variance to ws-amount-display
           move ws-amount-display to ws-report-line(59:12)
           move ws-period-pct-text to ws-report-line(72:7)

           move ws-ch-ytd-actual(ws-chart-idx) to ws-amount-display
           move ws-amount-display to ws-report-line(80:12)
           move ws-ch-ytd-budget(ws-chart-idx) to ws-amount-display
           move ws-amount-display to ws-report-line(93:12)
           move ws-ytd-variance to ws-amount-display
           move ws-amount-display to ws-report-line(106:12)
           move ws-ytd-pct-text to ws-report-line(119:7)

           move ws-line-flag to ws-report-line(127:6)
           perform write-report-line

           add 1 to ws-lines-reported

           exit paragraph.


      *> Variance as a percent of budget, signed as the variance is
      *> even where a code's budget is negative; no budget has no
      *> percent.
       figure-variance-pct.

           move 'N' to ws-pct-overflow-sw

           if ws-pct-work-budget = 0
               move "    n/a" to ws-pct-text
               exit paragraph
           end-if

           if ws-pct-work-budget < 0
               compute ws-pct-work-budget = 0 - ws-pct-work-budget
               end-compute
           end-if

           compute ws-variance-pct rounded =
               ws-pct-work-variance * 100 / ws-pct-work-budget
               on size error
                   set ws-pct-overflow to true
           end-compute

           if ws-pct-overflow
           or ws-variance-pct > 9999.9
           or ws-variance-pct < -9999.9
               set ws-pct-overflow to true
               move "  *****" to ws-pct-text
           else
               move ws-variance-pct to ws-pct-display
               move ws-pct-display to ws-pct-text
           end-if

           exit paragraph.


      *> Over the tolerance either way, or actuals with no budget.
       check-tolerance.

           if ws-pct-work-budget = 0
               if ws-pct-work-variance not = 0
                   move "NO BUD" to ws-line-flag
               end-if
               exit paragraph
           end-if

           if ws-pct-overflow
           or ws-variance-pct > ws-tolerance-pct
           or ws-variance-pct < 0 - ws-tolerance-pct
               if ws-line-flag = spaces
                   move "**" to ws-line-flag
               end-if
           end-if

           exit paragraph.


       write-type-subtotal.

           compute ws-period-variance =
               ws-sub-period-actual - ws-sub-period-budget
           end-compute
           compute ws-ytd-variance =
               ws-sub-ytd-actual - ws-sub-ytd-budget
           end-compute

           move ws-period-variance to ws-pct-work-variance
           move ws-sub-period-budget to ws-pct-work-budget
           perform figure-variance-pct
           move ws-pct-text to ws-period-pct-text

           move ws-ytd-variance to ws-pct-work-variance
           move ws-sub-ytd-budget to ws-pct-work-budget
           perform figure-variance-pct
           move ws-pct-text to ws-ytd-pct-text

           move spaces to ws-report-line
           string "  Total " function trim(ws-type-heading)
               delimited by size
               into ws-report-line(1:31)
           end-string

           move ws-sub-period-actual to ws-amount-display
           move ws-amount-display to ws-report-line(33:12)
           move ws-sub-period-budget to ws-amount-display
           move ws-amount-display to ws-report-line(46:12)
           move ws-period-variance to ws-amount-display
           move ws-amount-display to ws-report-line(59:12)
           move ws-period-pct-text to ws-report-line(72:7)

           move ws-sub-ytd-actual to ws-amount-display
           move ws-amount-display to ws-report-line(80:12)
           move ws-sub-ytd-budget to ws-amount-display
           move ws-amount-display to ws-report-line(93:12)
           move ws-ytd-variance to ws-amount-display
           move ws-amount-display to ws-report-line(106:12)
           move ws-ytd-pct-text to ws-report-line(119:7)
           perform write-report-line

           exit paragraph.


       write-report-footing.

           move spaces to ws-report-line
           perform write-report-line

           move spaces to ws-report-line
           string "Codes reported: " ws-lines-reported
               "   flagged: " ws-flagged-count
               "   (** over tolerance, NO BUD actuals with no budget)"
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
           move "budget-variance-report" to ws-ja-program
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
           move ws-lines-reported to ws-ja-written-count
           move 0 to ws-ja-rejected-count
           move "COMPLETE" to ws-ja-status

           call "job-audit-log" using ws-job-audit-request
               on exception
                   display "Warning: unable to call job-audit-log."
           end-call

           exit paragraph.


      *> Records the failure just displayed in the common error log
      *> through the shared error-logger subprogram, then stops the
      *> run with status 8.
       fail-run.

           move "budget-variance-report" to ws-err-program

           call "error-logger" using ws-error-request
               on exception
                   display "Warning: unable to call error-logger."
           end-call

           move 8 to return-code

           goback.

       end program budget-variance-report.

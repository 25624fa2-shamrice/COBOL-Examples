      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-10-15
      * Purpose: Budget maintenance for the ledger. Management's
      *          budget comes out of the spreadsheet as
      *          budget-load.csv, one line per chart code and month:
      *          code,yyyymm,amount -- with an optional fourth field
      *          D to take a month's budget out. Lines starting # are
      *          comments, and a heading line naming the columns is
      *          passed over. Each line is checked -- the code must
      *          be on chart-of-accounts.txt, the period a real
      *          month, the amount a number (signed the way the
      *          ledger carries that code) -- and a line that fails,
      *          or names a code and month already on an earlier
      *          line of the same load, goes to
      *          budget-load-reject.txt with the reason instead of
      *          being guessed at. Good lines replace or add to the
      *          budget file ledger-budget.txt, which is rewritten
      *          in code and period order with the date each figure
      *          was loaded. Any reject finishes with return code 4.
      *          budget-variance-report reads the file.
      * Tectonics: cobc
      ******************************************************************
       identification division.
       program-id. budget-maintenance.

       environment division.
       input-output section.
       file-control.

           select fd-budget-load assign to "budget-load.csv"
           organization is line sequential
           file status is ws-fs-status-load.

           select fd-budget-file assign to "ledger-budget.txt"
           organization is line sequential
           file status is ws-fs-status-budget.

           select fd-reject-file assign to "budget-load-reject.txt"
           organization is line sequential
           file status is ws-fs-status-reject.

           select fd-chart-file assign to "chart-of-accounts.txt"
           organization is line sequential
           file status is ws-fs-status-chart.

      *> Work file for putting the budget back in code and period
      *> order.
           select fd-budget-sort-file
           assign to "budget-sort-temp.txt".

       data division.

       file section.

       fd  fd-budget-load.
       01  f-load-record                           pic x(80).

      *> One budget figure: chart code, month, amount, and the day
      *> it was loaded.
       fd  fd-budget-file.
       01  f-budget-record.
           05  f-bud-code                          pic 9(4).
           05  filler                              pic x.
           05  f-bud-period                        pic 9(6).
           05  filler                              pic x.
           05  f-bud-amount                        pic -9(9).99.
           05  filler                              pic x.
           05  f-bud-loaded-date                   pic 9(8).

       fd  fd-reject-file.
       01  f-reject-record.
           05  f-rej-reason                        pic x(16).
           05  filler                              pic x.
           05  f-rej-line                          pic x(80).

       fd  fd-chart-file.
       01  f-chart-record.
           05  f-chart-code                        pic 9(4).
           05  f-chart-description                 pic x(30).
           05  f-chart-type                        pic x.

       sd  fd-budget-sort-file.
       01  f-sort-budget-record.
           05  f-sort-code                         pic 9(4).
           05  f-sort-period                       pic 9(6).
           05  f-sort-amount                       pic s9(9)v99.
           05  f-sort-loaded-date                  pic 9(8).

       working-storage section.

       01  ws-fs-status-load                       pic xx.
       01  ws-fs-status-budget                     pic xx.
       01  ws-fs-status-reject                     pic xx.
       01  ws-fs-status-chart                      pic xx.

       01  ws-eof-sw                               pic x value 'N'.
           88  ws-eof                              value 'Y'.
           88  ws-not-eof                          value 'N'.

      *> The chart codes a budget line may name.
       01  ws-num-chart                            pic 9(4) comp
                                                   value 0.

       01  ws-chart-table                          occurs 0 to 1000
                                                   times depending on
                                                       ws-num-chart
                                                   indexed by
                                                       ws-chart-idx.
           05  ws-chart-code                       pic 9(4).

      *> The budget file, loaded whole, changed in place and
      *> written back sorted. A figure taken out is flagged and left
      *> off the rewrite.
       01  ws-num-budget                           pic 9(5) comp
                                                   value 0.

       01  ws-budget-table                         occurs 0 to 20000
                                                   times depending on
                                                       ws-num-budget
                                                   indexed by
                                                       ws-budget-idx.
           05  ws-bud-code                         pic 9(4).
           05  ws-bud-period                       pic 9(6).
           05  ws-bud-amount                       pic s9(9)v99.
           05  ws-bud-loaded-date                  pic 9(8).
           05  ws-bud-touched-sw                   pic x.
               88  ws-bud-touched                  value 'Y'.
           05  ws-bud-deleted-sw                   pic x.
               88  ws-bud-deleted                  value 'Y'.

       01  ws-business-date-request.
           05  ws-bd-action                 pic x.
           05  ws-bd-date                   pic 9(8).

       01  ws-business-date                        pic 9(8).

      *> One load line pulled apart on its commas.
       01  ws-raw-code                             pic x(10).
       01  ws-raw-period                           pic x(10).
       01  ws-raw-amount                           pic x(20).
       01  ws-raw-action                           pic x(5).
       01  ws-field-count                          pic 99.

       01  ws-load-code                            pic 9(4).
       01  ws-load-period                          pic 9(6).
       01  filler redefines ws-load-period.
           05  ws-load-year                        pic 9(4).
           05  ws-load-month                       pic 99.
       01  ws-load-amount                          pic s9(9)v99.
       01  ws-reject-reason                        pic x(16).

       01  ws-found-sw                             pic x.
           88  ws-found                            value 'Y'.

       01  ws-lines-read                           pic 9(5) value 0.
       01  ws-added-count                          pic 9(5) value 0.
       01  ws-replaced-count                       pic 9(5) value 0.
       01  ws-deleted-count                        pic 9(5) value 0.
       01  ws-rejected-count                       pic 9(5) value 0.
       01  ws-written-count                        pic 9(5) value 0.

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

           display "Budget maintenance."

           perform log-job-start
           perform fetch-business-date
           perform load-chart-codes
           perform load-budget-file

           open input fd-budget-load

           if ws-fs-status-load not = "00"
               display "Error opening budget-load.csv: "
                   ws-fs-status-load
               end-display
               move "main-procedure" to ws-err-paragraph
               move ws-fs-status-load to ws-err-file-status
               move "open fd-budget-load" to ws-err-message
               perform fail-run
           end-if

           open output fd-reject-file

           if ws-fs-status-reject not = "00"
               display "Error opening budget-load-reject.txt: "
                   ws-fs-status-reject
               end-display
               move "main-procedure" to ws-err-paragraph
               move ws-fs-status-reject to ws-err-file-status
               move "open fd-reject-file" to ws-err-message
               perform fail-run
           end-if

           set ws-not-eof to true

           perform until ws-eof
               read fd-budget-load
                   at end
                       set ws-eof to true
                   not at end
                       perform apply-load-line
               end-read
           end-perform

           close fd-budget-load
           close fd-reject-file

           sort fd-budget-sort-file
               on ascending key f-sort-code
               ascending key f-sort-period
               input procedure is release-budget-figures
               output procedure is write-budget-file

           perform log-job-end

           display "Load lines read:   " ws-lines-read
           display "Figures added:     " ws-added-count
           display "Figures replaced:  " ws-replaced-count
           display "Figures removed:   " ws-deleted-count
           display "Lines rejected:    " ws-rejected-count
           display "Budget figures on file: " ws-written-count

           if ws-rejected-count > 0
               display "See budget-load-reject.txt"
               move 4 to return-code
           end-if

           goback.


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


      *> A budget can't be loaded against codes nobody can check,
      *> so no chart stops the run.
       load-chart-codes.

           set ws-not-eof to true

           open input fd-chart-file

           if ws-fs-status-chart not = "00"
               display "Error opening chart-of-accounts.txt: "
                   ws-fs-status-chart
               end-display
               move "load-chart-codes" to ws-err-paragraph
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
                           move f-chart-code
                               to ws-chart-code(ws-num-chart)
                       end-if
               end-read
           end-perform

           close fd-chart-file

           exit paragraph.


      *> No budget file yet is the first load.
       load-budget-file.

           set ws-not-eof to true

           open input fd-budget-file

           if ws-fs-status-budget = "35"
               exit paragraph
           end-if

           if ws-fs-status-budget not = "00"
               display "Error opening ledger-budget.txt: "
                   ws-fs-status-budget
               end-display
               move "load-budget-file" to ws-err-paragraph
               move ws-fs-status-budget to ws-err-file-status
               move "open fd-budget-file" to ws-err-message
               perform fail-run
           end-if

           perform until ws-eof
               read fd-budget-file
                   at end
                       set ws-eof to true
                   not at end
                       if ws-num-budget >= 20000
                           display "ledger-budget.txt exceeds the "
                               "20000-figure table -- run stopped "
                               "before it could be truncated."
                           end-display
                           move "load-budget-file" to ws-err-paragraph
                           move spaces to ws-err-file-status
                           move "budget table overflow"
                               to ws-err-message
                           perform fail-run
                       end-if

                       add 1 to ws-num-budget
                       move f-bud-code to ws-bud-code(ws-num-budget)
                       move f-bud-period
                           to ws-bud-period(ws-num-budget)
                       move f-bud-amount
                           to ws-bud-amount(ws-num-budget)
                       move f-bud-loaded-date
                           to ws-bud-loaded-date(ws-num-budget)
                       move 'N' to ws-bud-touched-sw(ws-num-budget)
                       move 'N' to ws-bud-deleted-sw(ws-num-budget)
               end-read
           end-perform

           close fd-budget-file

           exit paragraph.


       apply-load-line.

           if f-load-record = spaces
           or f-load-record(1:1) = "#"
               exit paragraph
           end-if

           add 1 to ws-lines-read

           move spaces to ws-raw-code
           move spaces to ws-raw-period
           move spaces to ws-raw-amount
           move spaces to ws-raw-action
           move 0 to ws-field-count

           unstring f-load-record
               delimited by ","
               into
                   ws-raw-code
                   ws-raw-period
                   ws-raw-amount
                   ws-raw-action
               tallying in ws-field-count
               on overflow
                   move "TOO-MANY-FIELDS" to ws-reject-reason
                   perform reject-load-line
                   exit paragraph
           end-unstring

      *> The spreadsheet's column heading row.
           if ws-lines-read = 1
           and function upper-case(function trim(ws-raw-code))
               = "CODE"
               subtract 1 from ws-lines-read
               exit paragraph
           end-if

           perform validate-load-line

           if ws-reject-reason not = spaces
               perform reject-load-line
               exit paragraph
           end-if

           perform find-budget-figure

           if function upper-case(function trim(ws-raw-action)) = "D"
               if ws-found
                   set ws-bud-deleted(ws-budget-idx) to true
                   set ws-bud-touched(ws-budget-idx) to true
                   add 1 to ws-deleted-count
               else
                   move "NOT-ON-FILE" to ws-reject-reason
                   perform reject-load-line
               end-if
               exit paragraph
           end-if

           if ws-found
               move ws-load-amount to ws-bud-amount(ws-budget-idx)
               move ws-business-date
                   to ws-bud-loaded-date(ws-budget-idx)
               move 'N' to ws-bud-deleted-sw(ws-budget-idx)
               set ws-bud-touched(ws-budget-idx) to true
               add 1 to ws-replaced-count
               exit paragraph
           end-if

           if ws-num-budget >= 20000
               move "BUDGET-FULL" to ws-reject-reason
               perform reject-load-line
               exit paragraph
           end-if

           add 1 to ws-num-budget
           move ws-load-code to ws-bud-code(ws-num-budget)
           move ws-load-period to ws-bud-period(ws-num-budget)
           move ws-load-amount to ws-bud-amount(ws-num-budget)
           move ws-business-date to ws-bud-loaded-date(ws-num-budget)
           move 'Y' to ws-bud-touched-sw(ws-num-budget)
           move 'N' to ws-bud-deleted-sw(ws-num-budget)
           add 1 to ws-added-count

           exit paragraph.


      *> Code on the chart, a real month, a number for the amount
      *> (not needed to take a figure out), and an action that is
      *> blank or D.
       validate-load-line.

           move spaces to ws-reject-reason

           if function trim(ws-raw-code) is not numeric
               move "BAD-CODE" to ws-reject-reason
               exit paragraph
           end-if

           move function numval(ws-raw-code) to ws-load-code

           set ws-chart-idx to 1
           search ws-chart-table
               at end
                   move "NOT-ON-CHART" to ws-reject-reason
                   exit paragraph
               when ws-chart-code(ws-chart-idx) = ws-load-code
                   continue
           end-search

           if function trim(ws-raw-period) is not numeric
           or function length(function trim(ws-raw-period)) not = 6
               move "BAD-PERIOD" to ws-reject-reason
               exit paragraph
           end-if

           move function trim(ws-raw-period) to ws-load-period

           if ws-load-month < 1 or ws-load-month > 12
           or ws-load-year < 1900
               move "BAD-PERIOD" to ws-reject-reason
               exit paragraph
           end-if

           if function upper-case(function trim(ws-raw-action))
               not = "D"
           and ws-raw-action not = spaces
               move "BAD-ACTION" to ws-reject-reason
               exit paragraph
           end-if

           if function upper-case(function trim(ws-raw-action)) = "D"
               move 0 to ws-load-amount
           else
               if ws-raw-amount = spaces
               or function test-numval(ws-raw-amount) not = 0
                   move "BAD-AMOUNT" to ws-reject-reason
                   exit paragraph
               end-if
               compute ws-load-amount = function numval(ws-raw-amount)
                   on size error
                       move "BAD-AMOUNT" to ws-reject-reason
                       exit paragraph
               end-compute
           end-if

      *> A figure this load already set can't be set again further
      *> down -- one of the two lines is a spreadsheet mistake.
           perform find-budget-figure

           if ws-found
           and ws-bud-touched(ws-budget-idx)
               move "DUP-IN-LOAD" to ws-reject-reason
           end-if

           exit paragraph.


       find-budget-figure.

           move 'N' to ws-found-sw

           perform varying ws-budget-idx from 1 by 1
           until ws-budget-idx > ws-num-budget
               if ws-bud-code(ws-budget-idx) = ws-load-code
               and ws-bud-period(ws-budget-idx) = ws-load-period
                   set ws-found to true
                   exit perform
               end-if
           end-perform

           exit paragraph.


       reject-load-line.

           move spaces to f-reject-record
           move ws-reject-reason to f-rej-reason
           move f-load-record to f-rej-line
           write f-reject-record

           add 1 to ws-rejected-count

           exit paragraph.


       release-budget-figures.

           perform varying ws-budget-idx from 1 by 1
           until ws-budget-idx > ws-num-budget
               if not ws-bud-deleted(ws-budget-idx)
                   move ws-bud-code(ws-budget-idx) to f-sort-code
                   move ws-bud-period(ws-budget-idx) to f-sort-period
                   move ws-bud-amount(ws-budget-idx) to f-sort-amount
                   move ws-bud-loaded-date(ws-budget-idx)
                       to f-sort-loaded-date
                   release f-sort-budget-record
               end-if
           end-perform

           exit paragraph.


       write-budget-file.

           open output fd-budget-file

           if ws-fs-status-budget not = "00"
               display "Error writing ledger-budget.txt: "
                   ws-fs-status-budget
               end-display
               move "write-budget-file" to ws-err-paragraph
               move ws-fs-status-budget to ws-err-file-status
               move "open output fd-budget-file" to ws-err-message
               perform fail-run
           end-if

           set ws-not-eof to true

           perform until ws-eof
               return fd-budget-sort-file
                   at end
                       set ws-eof to true
                   not at end
                       move spaces to f-budget-record
                       move f-sort-code to f-bud-code
                       move f-sort-period to f-bud-period
                       move f-sort-amount to f-bud-amount
                       move f-sort-loaded-date to f-bud-loaded-date
                       write f-budget-record
                       add 1 to ws-written-count
               end-return
           end-perform

           close fd-budget-file

           exit paragraph.


      *> Records the start of the run in the common operations log.
       log-job-start.

           move spaces to ws-job-audit-request
           move "budget-maintenance" to ws-ja-program
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
           move ws-written-count to ws-ja-written-count
           move ws-rejected-count to ws-ja-rejected-count
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

           move "budget-maintenance" to ws-err-program

           call "error-logger" using ws-error-request
               on exception
                   display "Warning: unable to call error-logger."
           end-call

           move 8 to return-code

           goback.

       end program budget-maintenance.

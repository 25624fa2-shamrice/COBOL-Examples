      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-10-15
      * Purpose: Monthly revenue recognition for advance-billed
      *          contracts. Walks the recognition schedule
      *          contract-invoicing builds on
      *          deferred-revenue-schedule.txt and posts every line
      *          due by the business month (shared business-date
      *          subprogram, system date fallback) that hasn't
      *          reached the ledger: billed lines book the amount
      *          billed in advance to deferred revenue, and the
      *          month's recognition lines move their share out of
      *          deferred revenue into revenue. The postings go onto
      *          numval-ledger.txt in the entry layout numval-test
      *          and inventory-valuation write -- DEF-BILLED to the
      *          deferred revenue code, DEF-RECOG out of it and
      *          REV-RECOG into the revenue code -- and each line
      *          posted is stamped on the schedule with the date, so
      *          a rerun posts nothing twice and a missed month is
      *          caught up. Both codes must be on
      *          chart-of-accounts.txt, and the month must not be
      *          closed by ledger-period-close; either failing stops
      *          the run before anything posts. deferred-revenue-
      *          report rolls the balance forward against the
      *          ledger.
      * Tectonics: cobc
      ******************************************************************
       identification division.
       program-id. revenue-recognition.

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

           select fd-chart-file assign to "chart-of-accounts.txt"
           organization is line sequential
           file status is ws-fs-status-chart.

       data division.

       file section.

      *> Revenue recognition schedule, as contract-invoicing writes
      *> it: a billed ('B') line per advance-billed invoice, then a
      *> recognition ('R') line per month covered. Posted lines are
      *> 'P' with the date they reached the ledger.
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

      *> Same entry layout numval-test and inventory-valuation
      *> append. Close records ledger-period-close writes start
      *> *CLOSE* and carry the period closed behind the marker.
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

       fd  fd-chart-file.
       01  f-chart-record.
           05  f-chart-code                        pic 9(4).
           05  f-chart-description                 pic x(30).
           05  f-chart-type                        pic x.

       working-storage section.

       01  ws-fs-status-deferred                   pic xx.
       01  ws-fs-status-ledger                     pic xx.
       01  ws-fs-status-chart                      pic xx.

       01  ws-eof-sw                               pic x value 'N'.
           88  ws-eof                              value 'Y'.
           88  ws-not-eof                          value 'N'.

      *> Deferred revenue and revenue on the chart of accounts, and
      *> the tags the postings carry.
       01  ws-deferred-account                     pic 9(4) value 2400.
       01  ws-revenue-account                      pic 9(4) value 4100.
       01  ws-billed-tag                           pic x(10)
                                                   value "DEF-BILLED".
       01  ws-release-tag                          pic x(10)
                                                   value "DEF-RECOG".
       01  ws-revenue-tag                          pic x(10)
                                                   value "REV-RECOG".

       01  ws-deferred-on-chart-sw                 pic x value 'N'.
           88  ws-deferred-on-chart                value 'Y'.
       01  ws-revenue-on-chart-sw                  pic x value 'N'.
           88  ws-revenue-on-chart                 value 'Y'.

      *> The schedule, loaded whole and written back stamped.
       01  ws-num-deferred                         pic 9(5) comp.

       01  ws-deferred-table                       occurs 0 to 20000
                                                   times depending on
                                                       ws-num-deferred
                                                   indexed by
                                                       ws-deferred-idx.
           05  ws-def-image                        pic x(49).

       01  ws-business-date-request.
           05  ws-bd-action                 pic x.
           05  ws-bd-date                   pic 9(8).

       01  ws-business-date                        pic 9(8).
       01  filler redefines ws-business-date.
           05  ws-bd-period                        pic 9(6).
           05  filler                              pic 99.

       01  ws-posting-time                         pic x(8).
       01  ws-last-closed-period                   pic 9(6) value 0.

       01  ws-lines-read                           pic 9(5) value 0.
       01  ws-billed-count                         pic 9(5) value 0.
       01  ws-recognized-count                     pic 9(5) value 0.
       01  ws-billed-total                         pic 9(9)v99 value 0.
       01  ws-recognized-total                     pic 9(9)v99 value 0.
       01  ws-entries-posted                       pic 9 value 0.

       01  ws-amount-display                       pic zzz,zzz,zz9.99.

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

           display "Revenue recognition."

           perform log-job-start
           perform fetch-business-date
           perform check-chart-codes
           perform find-last-closed-period

           if ws-bd-period <= ws-last-closed-period
               display "Period " ws-bd-period " is closed (last "
                   "close: " ws-last-closed-period ") -- nothing "
                   "recognized."
               end-display
               move "main-procedure" to ws-err-paragraph
               move spaces to ws-err-file-status
               move "recognition period already closed"
                   to ws-err-message
               perform fail-run
           end-if

           perform load-deferred-schedule

           perform varying ws-deferred-idx from 1 by 1
           until ws-deferred-idx > ws-num-deferred
               move ws-def-image(ws-deferred-idx) to f-deferred-record
               if not f-def-posted
               and f-def-period <= ws-bd-period
                   perform post-one-line
               end-if
           end-perform

           if ws-billed-count > 0
           or ws-recognized-count > 0
               perform write-ledger-entries
               perform write-deferred-file
           end-if

           perform log-job-end

           display "Recognition for period " ws-bd-period
           display "Schedule lines read:  " ws-lines-read
           move ws-billed-total to ws-amount-display
           display "Billed lines posted:  " ws-billed-count
               "  deferred " ws-amount-display
           end-display
           move ws-recognized-total to ws-amount-display
           display "Months recognized:    " ws-recognized-count
               "  revenue  " ws-amount-display
           end-display
           display "Ledger entries posted: " ws-entries-posted

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

           accept ws-posting-time from time

           exit paragraph.


      *> Both accounts must be on the chart before anything posts.
      *> No chart at all means codes aren't being checked yet, the
      *> same as numval-test before its first run.
       check-chart-codes.

           set ws-not-eof to true

           open input fd-chart-file

           if ws-fs-status-chart = "35"
               display "Warning: no chart-of-accounts.txt -- "
                   "account codes not checked."
               end-display
               exit paragraph
           end-if

           if ws-fs-status-chart not = "00"
               display "Error opening chart-of-accounts.txt: "
                   ws-fs-status-chart
               end-display
               move "check-chart-codes" to ws-err-paragraph
               move ws-fs-status-chart to ws-err-file-status
               move "open fd-chart-file" to ws-err-message
               perform fail-run
           end-if

           perform until ws-eof
               read fd-chart-file
                   at end
                       set ws-eof to true
                   not at end
                       if f-chart-code = ws-deferred-account
                           set ws-deferred-on-chart to true
                       end-if
                       if f-chart-code = ws-revenue-account
                           set ws-revenue-on-chart to true
                       end-if
               end-read
           end-perform

           close fd-chart-file

           set ws-not-eof to true

           if not ws-deferred-on-chart
           or not ws-revenue-on-chart
               display "Account " ws-deferred-account " (deferred "
                   "revenue) and " ws-revenue-account " (revenue) "
                   "must both be on chart-of-accounts.txt -- "
                   "nothing recognized."
               end-display
               move "check-chart-codes" to ws-err-paragraph
               move spaces to ws-err-file-status
               move "account code not on chart" to ws-err-message
               perform fail-run
           end-if

           exit paragraph.


      *> The latest period ledger-period-close has closed. No
      *> ledger, or no close records, means nothing is closed.
       find-last-closed-period.

           set ws-not-eof to true

           open input fd-ledger

           if ws-fs-status-ledger not = "00"
               exit paragraph
           end-if

           perform until ws-eof
               read fd-ledger
                   at end
                       set ws-eof to true
                   not at end
                       if f-ledger-entry-record(1:7) = "*CLOSE*"
                       and f-ledger-entry-record(9:6) numeric
                           move f-ledger-entry-record(9:6)
                               to ws-last-closed-period
                       end-if
               end-read
           end-perform

           close fd-ledger

           set ws-not-eof to true

           exit paragraph.


      *> No schedule means nothing has been billed in advance.
       load-deferred-schedule.

           move 0 to ws-num-deferred

           open input fd-deferred-schedule

           if ws-fs-status-deferred = "35"
               exit paragraph
           end-if

           if ws-fs-status-deferred not = "00"
               display "Error opening deferred-revenue-schedule.txt: "
                   ws-fs-status-deferred
               end-display
               move "load-deferred-schedule" to ws-err-paragraph
               move ws-fs-status-deferred to ws-err-file-status
               move "open fd-deferred-schedule" to ws-err-message
               perform fail-run
           end-if

           perform until ws-eof
               read fd-deferred-schedule
                   at end
                       set ws-eof to true
                   not at end
                       perform load-one-line
               end-read
           end-perform

           close fd-deferred-schedule

           set ws-not-eof to true

           exit paragraph.


      *> The schedule is written back whole, so running out of room
      *> stops the run rather than losing lines.
       load-one-line.

           if ws-num-deferred >= 20000
               display "deferred-revenue-schedule.txt exceeds the "
                   "20000-line table -- run stopped before it could "
                   "be truncated."
               end-display
               move "load-one-line" to ws-err-paragraph
               move spaces to ws-err-file-status
               move "deferred schedule table overflow"
                   to ws-err-message
               perform fail-run
           end-if

           add 1 to ws-num-deferred
           add 1 to ws-lines-read
           move f-deferred-record to ws-def-image(ws-num-deferred)

           exit paragraph.


       post-one-line.

           if f-def-billed-line
               add 1 to ws-billed-count
               add f-def-amount to ws-billed-total
           else
               add 1 to ws-recognized-count
               add f-def-amount to ws-recognized-total
           end-if

           move 'P' to f-def-status
           move ws-business-date to f-def-posted-date
           move f-deferred-record to ws-def-image(ws-deferred-idx)

           exit paragraph.


      *> The month's postings: what was billed in advance into
      *> deferred revenue, and what was earned out of it into
      *> revenue.
       write-ledger-entries.

           open extend fd-ledger

           if ws-fs-status-ledger = "35"
               open output fd-ledger
           end-if

           if ws-fs-status-ledger not = "00"
               display "Error opening numval-ledger.txt: "
                   ws-fs-status-ledger
               end-display
               move "write-ledger-entries" to ws-err-paragraph
               move ws-fs-status-ledger to ws-err-file-status
               move "open extend fd-ledger" to ws-err-message
               perform fail-run
           end-if

           if ws-billed-total > 0
               move spaces to f-ledger-entry-record
               move ws-business-date to f-entry-date
               move ws-posting-time to f-entry-time
               move ws-billed-tag to f-entry-x-val
               move ws-billed-count to f-entry-9-val
               move spaces to f-entry-currency-val
               move ws-billed-total to f-entry-total
               move ws-deferred-account to f-entry-account-code
               write f-ledger-entry-record
               add 1 to ws-entries-posted
           end-if

           if ws-recognized-total > 0
               move spaces to f-ledger-entry-record
               move ws-business-date to f-entry-date
               move ws-posting-time to f-entry-time
               move ws-release-tag to f-entry-x-val
               move ws-recognized-count to f-entry-9-val
               move spaces to f-entry-currency-val
               compute f-entry-total = 0 - ws-recognized-total
               move ws-deferred-account to f-entry-account-code
               write f-ledger-entry-record
               add 1 to ws-entries-posted

               move spaces to f-ledger-entry-record
               move ws-business-date to f-entry-date
               move ws-posting-time to f-entry-time
               move ws-revenue-tag to f-entry-x-val
               move ws-recognized-count to f-entry-9-val
               move spaces to f-entry-currency-val
               move ws-recognized-total to f-entry-total
               move ws-revenue-account to f-entry-account-code
               write f-ledger-entry-record
               add 1 to ws-entries-posted
           end-if

           close fd-ledger

           exit paragraph.


       write-deferred-file.

           open output fd-deferred-schedule

           if ws-fs-status-deferred not = "00"
               display "Error rewriting deferred-revenue-schedule.txt: "
                   ws-fs-status-deferred
               end-display
               move "write-deferred-file" to ws-err-paragraph
               move ws-fs-status-deferred to ws-err-file-status
               move "open output fd-deferred-schedule"
                   to ws-err-message
               perform fail-run
           end-if

           perform varying ws-deferred-idx from 1 by 1
           until ws-deferred-idx > ws-num-deferred
               move ws-def-image(ws-deferred-idx) to f-deferred-record
               write f-deferred-record
           end-perform

           close fd-deferred-schedule

           exit paragraph.


      *> Records the start of the run in the common operations log.
       log-job-start.

           move spaces to ws-job-audit-request
           move "revenue-recognition" to ws-ja-program
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
           compute ws-ja-written-count =
               ws-billed-count + ws-recognized-count
           end-compute
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

           move "revenue-recognition" to ws-err-program

           call "error-logger" using ws-error-request
               on exception
                   display "Warning: unable to call error-logger."
           end-call

           move 8 to return-code

           goback.

       end program revenue-recognition.

      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-10-15
      * Purpose: Contract renewal run. Every active contract on
      *          contract-master.txt whose eff-to has passed (before
      *          the business date from the shared business-date
      *          subprogram, system date fallback) is either renewed
      *          or expired. An auto-renew contract runs on for its
      *          renewal term -- eff-from the day after the old
      *          eff-to, eff-to the term's months on less a day --
      *          with its rate and period minimum raised by its
      *          escalation percentage; a contract that would still
      *          be behind the business date renews again, term by
      *          term. A contract not set to auto-renew is made
      *          inactive, with any customers still attached to it
      *          counted. The terms each renewal or expiry replaces
      *          are appended to contract-history.txt with the date
      *          and what happened, so an old invoice's rate can
      *          still be explained, and every renewal and expiry is
      *          listed on contract-renewal-register.txt (report
      *          catalog CONTRACT-RENEWAL). An expiry with customers
      *          attached, or an auto-renew contract with no term,
      *          finishes with return code 4.
      * Tectonics: cobc
      ******************************************************************
       identification division.
       program-id. contract-renewal.

       environment division.
       input-output section.
       file-control.

           select fd-contract-master
           assign to "contract-master.txt"
           organization is line sequential
           file status is ws-fs-status-contract.

           select fd-customer-master
           assign to "customer-master.txt"
           organization is line sequential
           file status is ws-fs-status-master.

           select fd-contract-history
           assign to "contract-history.txt"
           organization is line sequential
           file status is ws-fs-status-history.

           select fd-register-report
           assign to "contract-renewal-register.txt"
           organization is line sequential
           file status is ws-fs-status-register.

       data division.

       file section.

       fd  fd-contract-master.
       01  f-contract-record.
           05  f-contract-id                       pic 9(5).
           05  f-contract-description              pic x(30).
           05  f-contract-status                   pic x.
           05  f-contract-eff-from                 pic 9(8).
           05  f-contract-eff-to                   pic 9(8).
           05  f-contract-rate                     pic 9(3)v9(4).
           05  f-contract-bill-freq                pic x.
           05  f-contract-minimum                  pic 9(7)v99.
           05  f-contract-auto-renew               pic x.
           05  f-contract-renew-months             pic 9(3).
           05  f-contract-escalation-pct           pic 99v99.

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

      *> The terms a contract had before a renewal ('R') or expiry
      *> ('X') replaced them, with the date it happened. The rest
      *> of the record is the contract as it stood.
       fd  fd-contract-history.
       01  f-history-record.
           05  f-hist-date                         pic 9(8).
           05  f-hist-action                       pic x.
           05  f-hist-contract-id                  pic 9(5).
           05  f-hist-description                  pic x(30).
           05  f-hist-status                       pic x.
           05  f-hist-eff-from                     pic 9(8).
           05  f-hist-eff-to                       pic 9(8).
           05  f-hist-rate                         pic 9(3)v9(4).
           05  f-hist-bill-freq                    pic x.
           05  f-hist-minimum                      pic 9(7)v99.
           05  f-hist-auto-renew                   pic x.
           05  f-hist-renew-months                 pic 9(3).
           05  f-hist-escalation-pct               pic 99v99.

       fd  fd-register-report.
       01  f-register-record                       pic x(132).

       working-storage section.

       01  ws-fs-status-contract                   pic xx.
       01  ws-fs-status-master                     pic xx.
       01  ws-fs-status-history                    pic xx.
       01  ws-fs-status-register                   pic xx.

       01  ws-eof-sw                               pic x value 'N'.
           88  ws-eof                              value 'Y'.
           88  ws-not-eof                          value 'N'.

      *> The contract master, loaded whole and written back when a
      *> contract renews or expires.
       01  ws-num-contracts                        pic 999 comp.

       01  ws-contract-table                       occurs 0 to 500
                                                   times depending on
                                                       ws-num-contracts
                                                   indexed by
                                                       ws-contract-idx.
           05  ws-con-id                           pic 9(5).
           05  ws-con-description                  pic x(30).
           05  ws-con-status                       pic x.
           05  ws-con-eff-from                     pic 9(8).
           05  ws-con-eff-to                       pic 9(8).
           05  ws-con-rate                         pic 9(3)v9(4).
           05  ws-con-bill-freq                    pic x.
           05  ws-con-minimum                      pic 9(7)v99.
           05  ws-con-auto-renew                   pic x.
               88  ws-con-renews                   value 'Y'.
           05  ws-con-renew-months                 pic 9(3).
           05  ws-con-escalation-pct               pic 99v99.

       01  ws-changed-sw                           pic x value 'N'.
           88  ws-contracts-changed                value 'Y'.

       01  ws-business-date-request.
           05  ws-bd-action                 pic x.
           05  ws-bd-date                   pic 9(8).

       01  ws-business-date                        pic 9(8).

      *> Renewal term arithmetic: the new eff-to is the new eff-from
      *> moved on the term's months, then back a day.
       01  ws-date-int                             pic 9(8) comp.
       01  ws-new-eff-from                         pic 9(8).
       01  ws-new-eff-to                           pic 9(8).
       01  ws-term-date                            pic 9(8).
       01  filler redefines ws-term-date.
           05  ws-td-year                          pic 9(4).
           05  ws-td-month                         pic 99.
           05  ws-td-day                           pic 99.
       01  ws-month-count                          pic 9(5) comp.
       01  ws-month-end-day                        pic 99.

       01  ws-old-eff-from                         pic 9(8).
       01  ws-old-eff-to                           pic 9(8).
       01  ws-old-rate                             pic 9(3)v9(4).
       01  ws-old-minimum                          pic 9(7)v99.

       01  ws-attached-count                       pic 9(5).

       01  ws-contract-count                       pic 999 value 0.
       01  ws-renewal-count                        pic 999 value 0.
       01  ws-expired-count                        pic 999 value 0.
       01  ws-in-use-count                         pic 999 value 0.
       01  ws-no-term-count                        pic 999 value 0.

       01  ws-report-line                          pic x(132).
       01  ws-rate-display                         pic zz9.9999.
       01  ws-amount-display                       pic z,zzz,zz9.99.
       01  ws-pct-display                          pic z9.99.

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

           display "Contract renewal run."

           perform log-job-start
           perform fetch-business-date
           perform load-contract-master

           open output fd-register-report

           if ws-fs-status-register not = "00"
               display "Error opening contract-renewal-register.txt: "
                   ws-fs-status-register
               end-display
               move "main-procedure" to ws-err-paragraph
               move ws-fs-status-register to ws-err-file-status
               move "open output fd-register-report"
                   to ws-err-message
               perform fail-run
           end-if

           move spaces to ws-report-line
           string "Contract renewals and expiries as of "
               ws-business-date
               into ws-report-line
           end-string
           perform write-report-line

           move spaces to ws-report-line
           perform write-report-line

           move "contract  description                     action"
               & "    old term            new term           "
               & "   rate         minimum" to ws-report-line
           perform write-report-line

           perform varying ws-contract-idx from 1 by 1
           until ws-contract-idx > ws-num-contracts
               if ws-con-status(ws-contract-idx) = 'A'
               and ws-con-eff-to(ws-contract-idx) < ws-business-date
                   perform renew-or-expire
               end-if
           end-perform

           if ws-renewal-count = 0
           and ws-expired-count = 0
           and ws-no-term-count = 0
               move "  (no contract has reached its end date)"
                   to ws-report-line
               perform write-report-line
           end-if

           perform write-register-totals

           close fd-register-report

           if ws-contracts-changed
               perform write-contract-master
           end-if

           perform log-job-end

           move spaces to ws-catalog-request
           move "CONTRACT-RENEWAL" to ws-rc-name
           move "contract-renewal-register.txt" to ws-rc-file
           move 0 to ws-rc-pages
           call "report-catalog" using ws-catalog-request
               on exception
                   display "Warning: unable to call report-catalog."
           end-call

           display "Done. See contract-renewal-register.txt"
           display "Contracts on file: " ws-contract-count
           display "Renewals:          " ws-renewal-count
           display "Expired:           " ws-expired-count
           display "  with customers:  " ws-in-use-count
           display "Auto-renew, no term: " ws-no-term-count

           if ws-in-use-count > 0
           or ws-no-term-count > 0
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


      *> Loads contract-master.txt. A contract from before renewal
      *> terms were kept reads as not auto-renewing.
       load-contract-master.

           move 0 to ws-num-contracts
           set ws-not-eof to true

           open input fd-contract-master

           if ws-fs-status-contract not = "00"
               display "Error opening contract-master.txt: "
                   ws-fs-status-contract
               end-display
               display "Run customer-master-update once to seed it."
               move "load-contract-master" to ws-err-paragraph
               move ws-fs-status-contract to ws-err-file-status
               move "open fd-contract-master" to ws-err-message
               perform fail-run
           end-if

           perform until ws-eof
               read fd-contract-master
                   at end
                       set ws-eof to true
                   not at end
                       perform load-one-contract
               end-read
           end-perform

           close fd-contract-master

           set ws-not-eof to true

           exit paragraph.


      *> The master is written back whole, so running out of room
      *> stops the run rather than losing contracts.
       load-one-contract.

           if ws-num-contracts >= 500
               display "contract-master.txt exceeds the 500-entry "
                   "table -- run stopped before it could be "
                   "truncated."
               end-display
               move "load-one-contract" to ws-err-paragraph
               move spaces to ws-err-file-status
               move "contract table overflow" to ws-err-message
               perform fail-run
           end-if

           add 1 to ws-num-contracts
           add 1 to ws-contract-count
           move f-contract-id to ws-con-id(ws-num-contracts)
           move f-contract-description
               to ws-con-description(ws-num-contracts)
           move f-contract-status to ws-con-status(ws-num-contracts)
           move f-contract-eff-from
               to ws-con-eff-from(ws-num-contracts)
           move f-contract-eff-to to ws-con-eff-to(ws-num-contracts)
           move f-contract-rate to ws-con-rate(ws-num-contracts)
           move f-contract-bill-freq
               to ws-con-bill-freq(ws-num-contracts)
           move f-contract-minimum to ws-con-minimum(ws-num-contracts)

           if f-contract-auto-renew = 'Y'
               move 'Y' to ws-con-auto-renew(ws-num-contracts)
           else
               move 'N' to ws-con-auto-renew(ws-num-contracts)
           end-if

           if f-contract-renew-months is numeric
               move f-contract-renew-months
                   to ws-con-renew-months(ws-num-contracts)
           else
               move 0 to ws-con-renew-months(ws-num-contracts)
           end-if

           if f-contract-escalation-pct is numeric
               move f-contract-escalation-pct
                   to ws-con-escalation-pct(ws-num-contracts)
           else
               move 0 to ws-con-escalation-pct(ws-num-contracts)
           end-if

           exit paragraph.


      *> One contract past its end date. An auto-renew contract
      *> renews term after term until it covers the business date;
      *> one with no term to renew for is left as it is and named.
       renew-or-expire.

           if not ws-con-renews(ws-contract-idx)
               perform expire-contract
               exit paragraph
           end-if

           if ws-con-renew-months(ws-contract-idx) = 0
               add 1 to ws-no-term-count
               move spaces to ws-report-line
               move ws-con-id(ws-contract-idx) to ws-report-line(1:5)
               move ws-con-description(ws-contract-idx)
                   to ws-report-line(11:30)
               move "NO TERM" to ws-report-line(43:8)
               string
                   "auto-renew set but no renewal term -- "
                   "contract left to lapse; set the term"
                   into ws-report-line(53:75)
               end-string
               perform write-report-line
               exit paragraph
           end-if

           perform renew-contract
               until ws-con-eff-to(ws-contract-idx)
                   >= ws-business-date

           exit paragraph.


      *> One renewal term: the old terms go to history, the dates
      *> move on a term, and the rate and minimum escalate.
       renew-contract.

           move 'R' to f-hist-action
           perform write-history-record

           move ws-con-eff-from(ws-contract-idx) to ws-old-eff-from
           move ws-con-eff-to(ws-contract-idx) to ws-old-eff-to
           move ws-con-rate(ws-contract-idx) to ws-old-rate
           move ws-con-minimum(ws-contract-idx) to ws-old-minimum

           compute ws-date-int =
               function integer-of-date(ws-old-eff-to) + 1
           end-compute
           compute ws-new-eff-from =
               function date-of-integer(ws-date-int)
           end-compute

           move ws-new-eff-from to ws-term-date
           compute ws-month-count =
               ws-td-year * 12 + ws-td-month - 1
               + ws-con-renew-months(ws-contract-idx)
           end-compute
           compute ws-td-year = ws-month-count / 12
           compute ws-td-month =
               ws-month-count - (ws-td-year * 12) + 1
           end-compute
           perform clamp-term-day

           compute ws-date-int =
               function integer-of-date(ws-term-date) - 1
           end-compute
           compute ws-new-eff-to =
               function date-of-integer(ws-date-int)
           end-compute

           move ws-new-eff-from to ws-con-eff-from(ws-contract-idx)
           move ws-new-eff-to to ws-con-eff-to(ws-contract-idx)

           compute ws-con-rate(ws-contract-idx) rounded =
               ws-old-rate
               * (100 + ws-con-escalation-pct(ws-contract-idx))
               / 100
           end-compute
           compute ws-con-minimum(ws-contract-idx) rounded =
               ws-old-minimum
               * (100 + ws-con-escalation-pct(ws-contract-idx))
               / 100
           end-compute

           add 1 to ws-renewal-count
           set ws-contracts-changed to true

           perform write-renewal-line

           exit paragraph.


      *> A term landing on a day its month doesn't have (a contract
      *> that ran from the 31st) ends on the month's last day.
       clamp-term-day.

           evaluate ws-td-month
               when 02
                   if function mod(ws-td-year, 4) = 0
                   and (function mod(ws-td-year, 100) not = 0
                   or function mod(ws-td-year, 400) = 0)
                       move 29 to ws-month-end-day
                   else
                       move 28 to ws-month-end-day
                   end-if
               when 04
               when 06
               when 09
               when 11
                   move 30 to ws-month-end-day
               when other
                   move 31 to ws-month-end-day
           end-evaluate

           if ws-td-day > ws-month-end-day
               move ws-month-end-day to ws-td-day
           end-if

           exit paragraph.


      *> A contract not set to auto-renew lapses: it goes inactive,
      *> and customers still attached to it are counted -- they will
      *> reject until they are moved.
       expire-contract.

           move 'X' to f-hist-action
           perform write-history-record

           move 'I' to ws-con-status(ws-contract-idx)
           add 1 to ws-expired-count
           set ws-contracts-changed to true

           perform count-attached-customers

           move spaces to ws-report-line
           move ws-con-id(ws-contract-idx) to ws-report-line(1:5)
           move ws-con-description(ws-contract-idx)
               to ws-report-line(11:30)
           move "EXPIRED" to ws-report-line(43:7)
           move ws-con-eff-from(ws-contract-idx)
               to ws-report-line(53:8)
           move "-" to ws-report-line(61:1)
           move ws-con-eff-to(ws-contract-idx) to ws-report-line(62:8)

           if ws-attached-count > 0
               add 1 to ws-in-use-count
               string
                   "customers attached: " ws-attached-count
                   "  ** MOVE THEM **"
                   into ws-report-line(73:50)
               end-string
           end-if

           perform write-report-line

           exit paragraph.


       write-renewal-line.

           move spaces to ws-report-line
           move ws-con-id(ws-contract-idx) to ws-report-line(1:5)
           move ws-con-description(ws-contract-idx)
               to ws-report-line(11:30)
           move "RENEWED" to ws-report-line(43:7)
           move ws-old-eff-from to ws-report-line(53:8)
           move "-" to ws-report-line(61:1)
           move ws-old-eff-to to ws-report-line(62:8)
           move ws-new-eff-from to ws-report-line(73:8)
           move "-" to ws-report-line(81:1)
           move ws-new-eff-to to ws-report-line(82:8)
           move ws-con-rate(ws-contract-idx) to ws-rate-display
           move ws-rate-display to ws-report-line(93:8)
           move ws-con-minimum(ws-contract-idx) to ws-amount-display
           move ws-amount-display to ws-report-line(103:12)
           perform write-report-line

           move spaces to ws-report-line
           move ws-con-escalation-pct(ws-contract-idx)
               to ws-pct-display
           string
               "escalated " ws-pct-display "% from rate"
               into ws-report-line(53:30)
           end-string
           move ws-old-rate to ws-rate-display
           move ws-rate-display to ws-report-line(93:8)
           move ws-old-minimum to ws-amount-display
           move ws-amount-display to ws-report-line(103:12)
           perform write-report-line

           exit paragraph.


      *> Appends the contract's terms as they stand to the history.
      *> The caller sets the action first.
       write-history-record.

           open extend fd-contract-history

           if ws-fs-status-history = "35"
               open output fd-contract-history
           end-if

           if ws-fs-status-history not = "00"
               display "Error opening contract-history.txt: "
                   ws-fs-status-history
               end-display
               move "write-history-record" to ws-err-paragraph
               move ws-fs-status-history to ws-err-file-status
               move "open extend fd-contract-history"
                   to ws-err-message
               perform fail-run
           end-if

           move ws-business-date to f-hist-date
           move ws-con-id(ws-contract-idx) to f-hist-contract-id
           move ws-con-description(ws-contract-idx)
               to f-hist-description
           move ws-con-status(ws-contract-idx) to f-hist-status
           move ws-con-eff-from(ws-contract-idx) to f-hist-eff-from
           move ws-con-eff-to(ws-contract-idx) to f-hist-eff-to
           move ws-con-rate(ws-contract-idx) to f-hist-rate
           move ws-con-bill-freq(ws-contract-idx) to f-hist-bill-freq
           move ws-con-minimum(ws-contract-idx) to f-hist-minimum
           move ws-con-auto-renew(ws-contract-idx)
               to f-hist-auto-renew
           move ws-con-renew-months(ws-contract-idx)
               to f-hist-renew-months
           move ws-con-escalation-pct(ws-contract-idx)
               to f-hist-escalation-pct
           write f-history-record

           close fd-contract-history

           exit paragraph.


      *> The same contract-to-customer walk the xref report does,
      *> for the one contract expiring.
       count-attached-customers.

           move 0 to ws-attached-count
           set ws-not-eof to true

           open input fd-customer-master

           if ws-fs-status-master not = "00"
               exit paragraph
           end-if

           perform until ws-eof
               read fd-customer-master
                   at end
                       set ws-eof to true
                   not at end
                       if f-customer-contract-id
                           = ws-con-id(ws-contract-idx)
                           add 1 to ws-attached-count
                       end-if
               end-read
           end-perform

           close fd-customer-master

           set ws-not-eof to true

           exit paragraph.


       write-register-totals.

           move spaces to ws-report-line
           perform write-report-line

           move spaces to ws-report-line
           string
               "Renewals: " ws-renewal-count
               "   expired: " ws-expired-count
               "   expired with customers attached: "
               ws-in-use-count
               "   auto-renew with no term: " ws-no-term-count
               into ws-report-line
           end-string
           perform write-report-line

           exit paragraph.


       write-report-line.

           move ws-report-line to f-register-record
           write f-register-record

           exit paragraph.


       write-contract-master.

           open output fd-contract-master

           if ws-fs-status-contract not = "00"
               display "Error rewriting contract-master.txt: "
                   ws-fs-status-contract
               end-display
               move "write-contract-master" to ws-err-paragraph
               move ws-fs-status-contract to ws-err-file-status
               move "open output fd-contract-master"
                   to ws-err-message
               perform fail-run
           end-if

           perform varying ws-contract-idx from 1 by 1
           until ws-contract-idx > ws-num-contracts
               move spaces to f-contract-record
               move ws-con-id(ws-contract-idx) to f-contract-id
               move ws-con-description(ws-contract-idx)
                   to f-contract-description
               move ws-con-status(ws-contract-idx)
                   to f-contract-status
               move ws-con-eff-from(ws-contract-idx)
                   to f-contract-eff-from
               move ws-con-eff-to(ws-contract-idx)
                   to f-contract-eff-to
               move ws-con-rate(ws-contract-idx) to f-contract-rate
               move ws-con-bill-freq(ws-contract-idx)
                   to f-contract-bill-freq
               move ws-con-minimum(ws-contract-idx)
                   to f-contract-minimum
               move ws-con-auto-renew(ws-contract-idx)
                   to f-contract-auto-renew
               move ws-con-renew-months(ws-contract-idx)
                   to f-contract-renew-months
               move ws-con-escalation-pct(ws-contract-idx)
                   to f-contract-escalation-pct
               write f-contract-record
           end-perform

           close fd-contract-master

           exit paragraph.


      *> Records the start of the run in the common operations log.
       log-job-start.

           move spaces to ws-job-audit-request
           move "contract-renewal" to ws-ja-program
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
           move ws-contract-count to ws-ja-read-count
           compute ws-ja-written-count =
               ws-renewal-count + ws-expired-count
           end-compute
           move ws-no-term-count to ws-ja-rejected-count
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

           move "contract-renewal" to ws-err-program

           call "error-logger" using ws-error-request
               on exception
                   display "Warning: unable to call error-logger."
           end-call

           move 8 to return-code

           goback.

       end program contract-renewal.

      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-10-15
      * Purpose: Report distribution, run after the night's report
      *          jobs. Reads the reports report-catalog registered
      *          for the business date and sends each one to the
      *          recipients report-distribution.txt lists for it --
      *          one record per report and recipient -- as a copy in
      *          the recipient's own outbox folder, outbox/<recipient>.
      *          A record may carry a burst key: the column and length
      *          of a field on the report's detail lines (a region, a
      *          state) and the value this recipient gets. The
      *          recipient's copy then keeps the headings (lines
      *          starting in column 1), the blank lines, and only the
      *          detail lines (indented lines) whose field holds that
      *          value -- so each region sees its own slice of
      *          sales-analysis and nobody else's. Every copy goes to
      *          report-distribution-log.txt: what went to whom, how
      *          many lines, and where. A report marked required that
      *          was not produced this cycle, a cataloged report whose
      *          file is gone, an empty report, and a burst slice with
      *          no detail lines are flagged in the log and raised
      *          with the shared operator-alert subprogram, and end
      *          the run with return code 4. A missing distribution
      *          list is seeded with a worked example.
      * Tectonics: cobc -x report_distribution.cbl, with
      *            business_date.cbl, operator_alert.cbl and
      *            job_audit_log.cbl compiled as modules.
      ******************************************************************
       identification division.
       program-id. report-distribution.

       environment division.
       input-output section.
       file-control.

           select fd-distribution-list
           assign to "report-distribution.txt"
           organization is line sequential
           file status is ws-fs-status-list.

           select fd-catalog-file assign to "report-catalog.txt"
           organization is line sequential
           file status is ws-fs-status-catalog.

           select fd-report-file assign to ws-report-file-name
           organization is line sequential
           file status is ws-fs-status-report.

           select fd-outbox-file assign to ws-outbox-file-name
           organization is line sequential
           file status is ws-fs-status-outbox.

           select fd-distribution-log
           assign to "report-distribution-log.txt"
           organization is line sequential
           file status is ws-fs-status-log.

       data division.

       file section.

      *> One record per report and recipient. Burst column zero sends
      *> the whole report. Required 'Y' flags a cycle in which the
      *> report was not produced at all.
       fd  fd-distribution-list.
       01  f-distribution-record.
           05  f-dist-report                   pic x(20).
           05  filler                          pic x.
           05  f-dist-recipient                pic x(20).
           05  filler                          pic x.
           05  f-dist-burst-col                pic 9(3).
           05  filler                          pic x.
           05  f-dist-burst-len                pic 9(2).
           05  filler                          pic x.
           05  f-dist-burst-value              pic x(20).
           05  filler                          pic x.
           05  f-dist-required                 pic x.

       fd  fd-catalog-file.
       01  f-catalog-record.
           05  f-rc-name                       pic x(20).
           05  filler                          pic x.
           05  f-rc-date                       pic 9(8).
           05  filler                          pic x.
           05  f-rc-file                       pic x(50).
           05  filler                          pic x.
           05  f-rc-pages                      pic 9(3).

       fd  fd-report-file.
       01  f-report-record                     pic x(256).

       fd  fd-outbox-file.
       01  f-outbox-record                     pic x(256).

       fd  fd-distribution-log.
       01  f-log-record.
           05  f-log-date                      pic 9(8).
           05  filler                          pic x.
           05  f-log-time                      pic 9(6).
           05  filler                          pic x.
           05  f-log-report                    pic x(20).
           05  filler                          pic x.
           05  f-log-recipient                 pic x(20).
           05  filler                          pic x.
           05  f-log-status                    pic x(8).
           05  filler                          pic x.
           05  f-log-lines                     pic 9(6).
           05  filler                          pic x.
           05  f-log-detail                    pic x(80).

       working-storage section.

       01  ws-fs-status-list                   pic xx.
       01  ws-fs-status-catalog                pic xx.
       01  ws-fs-status-report                 pic xx.
       01  ws-fs-status-outbox                 pic xx.
       01  ws-fs-status-log                    pic xx.

       01  ws-eof-sw                           pic x value 'N'.
           88  ws-eof                          value 'Y'.
           88  ws-not-eof                      value 'N'.

       01  ws-report-eof-sw                    pic x value 'N'.
           88  ws-report-eof                   value 'Y'.
           88  ws-report-not-eof               value 'N'.

      *> The distribution list as loaded.
       01  ws-distribution-table.
           05  ws-dist-entry                   occurs 100 times.
               10  ws-dist-report              pic x(20).
               10  ws-dist-recipient           pic x(20).
               10  ws-dist-burst-col           pic 9(3).
               10  ws-dist-burst-len           pic 9(2).
               10  ws-dist-burst-value         pic x(20).
               10  ws-dist-required            pic x.
                   88  ws-dist-is-required     value 'Y'.
               10  ws-dist-found-sw            pic x.
                   88  ws-dist-found           value 'Y'.
                   88  ws-dist-not-found       value 'N'.

       77  ws-max-dist                         pic 9(3) value 100.
       01  ws-dist-count                       pic 9(3) value 0.
       01  ws-dist-idx                         pic 9(3).

      *> Shared business-date interface.
       01  ws-business-date-request.
           05  ws-bd-action                    pic x.
           05  ws-bd-date                      pic 9(8).

      *> Shared operator-alert interface.
       01  ws-alert-request.
           05  ws-alert-job                    pic x(20).
           05  ws-alert-metric                 pic x(20).
           05  ws-alert-count                  pic 9(7).
           05  ws-alert-threshold              pic 9(7).

      *> Shared job-audit-log interface.
       01  ws-job-audit-request.
           05  ws-ja-program                   pic x(30).
           05  ws-ja-phase                     pic x.
           05  ws-ja-read-count                pic 9(7).
           05  ws-ja-written-count             pic 9(7).
           05  ws-ja-rejected-count            pic 9(7).
           05  ws-ja-status                    pic x(10).

       01  ws-run-date                         pic 9(8).
       01  ws-run-time                         pic 9(6).
       01  ws-clock-time.
           05  ws-clock-hh                     pic 99.
           05  ws-clock-mi                     pic 99.
           05  ws-clock-ss                     pic 99.
           05  ws-clock-cc                     pic 99.

       01  ws-report-file-name                 pic x(50).
       01  ws-outbox-file-name                 pic x(80).
       01  ws-outbox-root                      pic x(10) value "outbox".
       01  ws-outbox-dir                       pic x(40).
       01  ws-dir-status                       pic s9(9) comp-5.

       01  ws-burst-col                        pic 9(3).
       01  ws-burst-len                        pic 9(2).
       01  ws-report-lines                     pic 9(6).
       01  ws-copy-lines                       pic 9(6).
       01  ws-detail-matched                   pic 9(6).

       01  ws-keep-line-sw                     pic x.
           88  ws-keep-line                    value 'Y'.
           88  ws-drop-line                    value 'N'.

       01  ws-log-status                       pic x(8).
       01  ws-log-detail                       pic x(80).
       01  ws-log-lines                        pic 9(6).

       01  ws-catalog-read                     pic 9(5) value 0.
       01  ws-copies-sent                      pic 9(5) value 0.
       01  ws-flagged-count                    pic 9(5) value 0.
       01  ws-not-run-count                    pic 9(5) value 0.

       01  ws-date-fallback-sw                 pic x value 'N'.
           88  ws-date-fallback                value 'Y'.

       01  ws-run-error-sw                     pic x value 'N'.
           88  ws-run-error                    value 'Y'.

       procedure division.
       main-procedure.

           perform log-job-start

           perform fetch-run-date

           accept ws-clock-time from time
           compute ws-run-time =
               ws-clock-hh * 10000 + ws-clock-mi * 100 + ws-clock-ss
           end-compute

           perform load-distribution-list

           if ws-run-error
               perform log-job-end
               move 8 to return-code
               goback
           end-if

           open extend fd-distribution-log

           if ws-fs-status-log = "35"
               open output fd-distribution-log
           end-if

           if ws-fs-status-log not = "00"
               display "Error opening report-distribution-log.txt: "
                   ws-fs-status-log
               end-display
               set ws-run-error to true
               perform log-job-end
               move 8 to return-code
               goback
           end-if

           call "CBL_CREATE_DIR" using ws-outbox-root
               returning ws-dir-status

           display "Report distribution for business date "
               ws-run-date ":"
           end-display

           perform distribute-cataloged-reports
           perform flag-reports-not-produced

           close fd-distribution-log

           display space
           display "Catalog entries for the date: " ws-catalog-read
           display "Copies sent:                  " ws-copies-sent
           display "Not run this cycle:           " ws-not-run-count
           display "Flagged:                      " ws-flagged-count

           perform log-job-end

           evaluate true
               when ws-run-error
                   move 8 to return-code
               when ws-flagged-count > 0
               or ws-date-fallback
                   move 4 to return-code
               when other
                   move 0 to return-code
           end-evaluate

           goback.


      *> The reports belong to the business date report-catalog
      *> stamped on them; without a calendar it used the clock date,
      *> and so does this.
       fetch-run-date.

           move 'F' to ws-bd-action
           move 0 to ws-bd-date

           call "business-date" using ws-business-date-request
               on exception
                   move 0 to ws-bd-date
           end-call

           if ws-bd-date = 0
               accept ws-run-date from date yyyymmdd
               set ws-date-fallback to true
               display "Warning: business date unavailable -- "
                   "distributing the reports cataloged for "
                   ws-run-date "."
               end-display
           else
               move ws-bd-date to ws-run-date
           end-if

           exit paragraph.


       load-distribution-list.

           move 0 to ws-dist-count
           set ws-not-eof to true

           open input fd-distribution-list

           if ws-fs-status-list = "35"
               perform create-distribution-list
               open input fd-distribution-list
           end-if

           if ws-fs-status-list not = "00"
               display "Error opening report-distribution.txt: "
                   ws-fs-status-list
               end-display
               set ws-run-error to true
               exit paragraph
           end-if

           perform until ws-eof
               read fd-distribution-list
                   at end
                       set ws-eof to true
                   not at end
                       perform load-one-distribution
               end-read
           end-perform

           close fd-distribution-list

           exit paragraph.


      *> A record with no report or recipient, or a burst field that
      *> runs off the end of a report line, is skipped with a warning
      *> -- sending someone the whole report instead of their slice
      *> is exactly what the burst is there to prevent.
       load-one-distribution.

           if f-dist-report = spaces
           or f-dist-recipient = spaces
               exit paragraph
           end-if

           if f-dist-burst-col not numeric
           or f-dist-burst-len not numeric
               move 0 to f-dist-burst-col
               move 0 to f-dist-burst-len
           end-if

           if f-dist-burst-col > 0
               if f-dist-burst-len = 0
               or f-dist-burst-len > 20
               or f-dist-burst-col + f-dist-burst-len - 1 > 256
                   display "Warning: bad burst field for "
                       function trim(f-dist-report) " to "
                       function trim(f-dist-recipient)
                       " -- entry skipped."
                   end-display
                   add 1 to ws-flagged-count
                   exit paragraph
               end-if
           end-if

           if ws-dist-count >= ws-max-dist
               display "Warning: more than " ws-max-dist
                   " distribution entries -- the rest are skipped."
               end-display
               add 1 to ws-flagged-count
               set ws-eof to true
               exit paragraph
           end-if

           add 1 to ws-dist-count
           move f-dist-report to ws-dist-report(ws-dist-count)
           move f-dist-recipient to ws-dist-recipient(ws-dist-count)
           move f-dist-burst-col to ws-dist-burst-col(ws-dist-count)
           move f-dist-burst-len to ws-dist-burst-len(ws-dist-count)
           move f-dist-burst-value
               to ws-dist-burst-value(ws-dist-count)
           move f-dist-required to ws-dist-required(ws-dist-count)
           set ws-dist-not-found(ws-dist-count) to true

           exit paragraph.


      *> Every catalog entry for the business date goes to each
      *> recipient listed for its report.
       distribute-cataloged-reports.

           set ws-not-eof to true

           open input fd-catalog-file

           if ws-fs-status-catalog not = "00"
               display "No report catalog -- nothing was registered "
                   "to distribute."
               end-display
               exit paragraph
           end-if

           perform until ws-eof
               read fd-catalog-file
                   at end
                       set ws-eof to true
                   not at end
                       if f-rc-date = ws-run-date
                           add 1 to ws-catalog-read
                           perform distribute-one-report
                       end-if
               end-read
           end-perform

           close fd-catalog-file

           exit paragraph.


       distribute-one-report.

           perform varying ws-dist-idx from 1 by 1
           until ws-dist-idx > ws-dist-count
               if ws-dist-report(ws-dist-idx) = f-rc-name
                   set ws-dist-found(ws-dist-idx) to true
                   move f-rc-file to ws-report-file-name
                   perform send-one-copy
               end-if
           end-perform

           exit paragraph.


      *> Copies the report, or the recipient's slice of it, into
      *> outbox/<recipient>/ under the report's dated file name.
       send-one-copy.

           move ws-dist-burst-col(ws-dist-idx) to ws-burst-col
           move ws-dist-burst-len(ws-dist-idx) to ws-burst-len

           move spaces to ws-outbox-dir
           string function trim(ws-outbox-root) "/"
               function trim(ws-dist-recipient(ws-dist-idx))
               into ws-outbox-dir
           end-string

           call "CBL_CREATE_DIR" using ws-outbox-dir
               returning ws-dir-status

           move spaces to ws-outbox-file-name
           string function trim(ws-outbox-dir) "/"
               function trim(ws-report-file-name)
               into ws-outbox-file-name
           end-string

           open input fd-report-file

           if ws-fs-status-report not = "00"
               move "NOFILE" to ws-log-status
               move 0 to ws-log-lines
               move spaces to ws-log-detail
               string "cataloged file "
                   function trim(ws-report-file-name)
                   " is missing"
                   into ws-log-detail
               end-string
               perform write-log-entry
               perform raise-flag
               exit paragraph
           end-if

           open output fd-outbox-file

           if ws-fs-status-outbox not = "00"
               close fd-report-file
               display "Error: cannot write "
                   function trim(ws-outbox-file-name) ": "
                   ws-fs-status-outbox
               end-display
               move "FAILED" to ws-log-status
               move 0 to ws-log-lines
               move ws-outbox-file-name to ws-log-detail
               perform write-log-entry
               set ws-run-error to true
               exit paragraph
           end-if

           move 0 to ws-report-lines
           move 0 to ws-copy-lines
           move 0 to ws-detail-matched
           set ws-report-not-eof to true

           perform until ws-report-eof
               read fd-report-file
                   at end
                       set ws-report-eof to true
                   not at end
                       add 1 to ws-report-lines
                       perform check-burst-line
                       if ws-keep-line
                           move f-report-record to f-outbox-record
                           write f-outbox-record
                           add 1 to ws-copy-lines
                       end-if
               end-read
           end-perform

           close fd-report-file
           close fd-outbox-file

           add 1 to ws-copies-sent
           move ws-copy-lines to ws-log-lines
           move ws-outbox-file-name to ws-log-detail

           evaluate true
               when ws-report-lines = 0
                   move "EMPTY" to ws-log-status
                   perform write-log-entry
                   perform raise-flag
               when ws-burst-col > 0
               and ws-detail-matched = 0
                   move "EMPTY" to ws-log-status
                   move spaces to ws-log-detail
                   string "no detail lines for "
                       function trim(ws-dist-burst-value(ws-dist-idx))
                       " -- " function trim(ws-outbox-file-name)
                       into ws-log-detail
                   end-string
                   perform write-log-entry
                   perform raise-flag
               when ws-burst-col > 0
                   move "BURST" to ws-log-status
                   perform write-log-entry
               when other
                   move "SENT" to ws-log-status
                   perform write-log-entry
           end-evaluate

           exit paragraph.


      *> Whole-report recipients keep every line. For a burst, blank
      *> lines and headings (text from column 1) are kept; an
      *> indented detail line is kept only when its burst field
      *> holds the recipient's value.
       check-burst-line.

           set ws-keep-line to true

           if ws-burst-col = 0
           or f-report-record = spaces
           or f-report-record(1:1) not = space
               exit paragraph
           end-if

           if f-report-record(ws-burst-col:ws-burst-len)
               = ws-dist-burst-value(ws-dist-idx)(1:ws-burst-len)
               add 1 to ws-detail-matched
           else
               set ws-drop-line to true
           end-if

           exit paragraph.


      *> Reports on the list that were not cataloged for the date:
      *> flagged when required, otherwise just logged as not run.
       flag-reports-not-produced.

           perform varying ws-dist-idx from 1 by 1
           until ws-dist-idx > ws-dist-count
               if ws-dist-not-found(ws-dist-idx)
                   move 0 to ws-log-lines
                   move spaces to ws-log-detail
                   if ws-dist-is-required(ws-dist-idx)
                       move "MISSING" to ws-log-status
                       move "required report not produced this cycle"
                           to ws-log-detail
                       perform write-log-entry
                       perform raise-flag
                   else
                       move "NOT RUN" to ws-log-status
                       move "not produced this cycle"
                           to ws-log-detail
                       perform write-log-entry
                       add 1 to ws-not-run-count
                   end-if
               end-if
           end-perform

           exit paragraph.


       write-log-entry.

           move spaces to f-log-record
           move ws-run-date to f-log-date
           move ws-run-time to f-log-time
           move ws-dist-report(ws-dist-idx) to f-log-report
           move ws-dist-recipient(ws-dist-idx) to f-log-recipient
           move ws-log-status to f-log-status
           move ws-log-lines to f-log-lines
           move ws-log-detail to f-log-detail
           write f-log-record

           display "  " ws-log-status " "
               ws-dist-report(ws-dist-idx) " -> "
               ws-dist-recipient(ws-dist-idx) " "
               ws-log-lines " line(s)"
           end-display

           exit paragraph.


       raise-flag.

           add 1 to ws-flagged-count

           move spaces to ws-alert-request
           move "REPORT-DISTRIB" to ws-alert-job
           move ws-dist-report(ws-dist-idx) to ws-alert-metric
           move ws-log-lines to ws-alert-count
           move 1 to ws-alert-threshold

           call "operator-alert" using ws-alert-request
               on exception
                   display "Warning: unable to call operator-alert."
           end-call

           exit paragraph.


      *> Seeds a worked example: credit gets the held orders, finance
      *> the trial balance (month end only, so not required), and
      *> each region its own slice of sales-analysis, burst on the
      *> region code in columns 3-6 of the region lines.
      *> Only called when report-distribution.txt is missing.
       create-distribution-list.

           open output fd-distribution-list

               move spaces to f-distribution-record
               move "HELD-ORDERS" to f-dist-report
               move "CREDIT" to f-dist-recipient
               move 0 to f-dist-burst-col
               move 0 to f-dist-burst-len
               move "Y" to f-dist-required
               write f-distribution-record

               move spaces to f-distribution-record
               move "TRIAL-BALANCE" to f-dist-report
               move "FINANCE" to f-dist-recipient
               move 0 to f-dist-burst-col
               move 0 to f-dist-burst-len
               move "N" to f-dist-required
               write f-distribution-record

               move spaces to f-distribution-record
               move "SALES-ANALYSIS" to f-dist-report
               move "SALES-EAST" to f-dist-recipient
               move 3 to f-dist-burst-col
               move 4 to f-dist-burst-len
               move "EAST" to f-dist-burst-value
               move "N" to f-dist-required
               write f-distribution-record

               move spaces to f-distribution-record
               move "SALES-ANALYSIS" to f-dist-report
               move "SALES-WEST" to f-dist-recipient
               move 3 to f-dist-burst-col
               move 4 to f-dist-burst-len
               move "WEST" to f-dist-burst-value
               move "N" to f-dist-required
               write f-distribution-record

           close fd-distribution-list

           exit paragraph.


       log-job-start.

           move spaces to ws-job-audit-request
           move "report-distribution" to ws-ja-program
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
           move ws-catalog-read to ws-ja-read-count
           move ws-copies-sent to ws-ja-written-count
           move ws-flagged-count to ws-ja-rejected-count
           move "COMPLETE" to ws-ja-status
           if ws-run-error
               move "FAILED" to ws-ja-status
           end-if

           call "job-audit-log" using ws-job-audit-request
               on exception
                   display "Warning: unable to call job-audit-log."
           end-call

           exit paragraph.

       end program report-distribution.

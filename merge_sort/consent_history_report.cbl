      ******************************************************************
      * author: Erik Eriksen
      * date: 2026-10-15
      * purpose: Lists the consent changes customer_consent_maint.cbl
      *          has recorded in customer-consent-history.txt,
      *          grouped by customer in the order they were applied:
      *          which consent (marketing mail, partner sharing,
      *          electronic contact) went from what to what, the date
      *          the customer gave it, where it came from and who
      *          entered it. The customer's name comes off the flat
      *          customer-master.txt extract. CONSENT_CUSTOMER_ID
      *          limits the report to one customer.
      * tectonics: cobc
      ******************************************************************
       identification division.
       program-id. consent-history-report.

       environment division.
       input-output section.
       file-control.

           select fd-history-file
           assign to "customer-consent-history.txt"
           organization is line sequential
           file status is ws-fs-status-history.

           select fd-customer-master
           assign to "customer-master.txt"
           organization is line sequential
           file status is ws-fs-status-master.

           select fd-history-report
           assign to "consent-history-report.txt"
           organization is line sequential
           file status is ws-fs-status-report.

           select fd-history-sort-file
           assign to "consent-history-sort-temp.txt".

       data division.

       file section.

      *> The history line customer_consent_maint.cbl appends for
      *> every consent flag it changes.
       fd  fd-history-file.
       01  f-history-record                        pic x(67).

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

       fd  fd-history-report.
       01  f-history-report-record                 pic x(132).

      *> Sort keys up front, then the history line as written.
       sd  fd-history-sort-file.
       01  f-sort-history-record.
           05  f-sort-customer-id                  pic 9(5).
           05  f-sort-applied-date                 pic 9(8).
           05  f-sort-applied-time                 pic x(6).
           05  f-sort-history-data                 pic x(67).

       working-storage section.

       01  ws-fs-status-history                    pic xx.
       01  ws-fs-status-master                     pic xx.
       01  ws-fs-status-report                     pic xx.

       01  ws-eof-sw                               pic x value 'N'.
           88  ws-eof                              value 'Y'.
           88  ws-not-eof                          value 'N'.

      *> The history line being listed.
       01  ws-history-record.
           05  ws-hist-applied-date                pic 9(8).
           05  filler                              pic x.
           05  ws-hist-applied-time                pic x(6).
           05  filler                              pic x.
           05  ws-hist-customer-id                 pic 9(5).
           05  filler                              pic x.
           05  ws-hist-consent-type                pic x(10).
           05  filler                              pic x.
           05  ws-hist-old-flag                    pic x.
           05  filler                              pic x.
           05  ws-hist-new-flag                    pic x.
           05  filler                              pic x.
           05  ws-hist-consent-date                pic 9(8).
           05  filler                              pic x.
           05  ws-hist-source                      pic x(10).
           05  filler                              pic x.
           05  ws-hist-entered-by                  pic x(10).

      *> Customer names off the flat extract, for the group headings.
       01  ws-num-customers                        pic 9(5) comp.

       01  ws-customer-table                       occurs 0 to 2000
                                                   times depending on
                                                       ws-num-customers
                                                   indexed by
                                                       ws-customer-idx.
           05  ws-customer-id                      pic 9(5).
           05  ws-customer-last-name               pic x(50).
           05  ws-customer-first-name              pic x(50).

       01  ws-customer-filter-env                  pic x(5).
       01  ws-customer-filter                      pic 9(5) value 0.

       01  ws-prev-customer-id                     pic 9(5).
       01  ws-first-group-sw                       pic x value 'Y'.
           88  ws-first-group                      value 'Y'.

       01  ws-change-count                         pic 9(5) value 0.
       01  ws-customer-count                       pic 9(5) value 0.

       01  ws-report-line                          pic x(132).
       01  ws-flag-in                              pic x.
       01  ws-flag-text                            pic x(7).
       01  ws-old-flag-text                        pic x(7).

      *> Entry for the common report catalog, written by the shared
      *> report-catalog subprogram.
       01  ws-catalog-request.
           05  ws-rc-name                  pic x(20).
           05  ws-rc-file                  pic x(40).
           05  ws-rc-pages                 pic 9(3).

       procedure division.
       main-procedure.

           display "Customer consent history report."

           accept ws-customer-filter-env
               from environment "CONSENT_CUSTOMER_ID"
           end-accept

           if ws-customer-filter-env not = spaces
           and function trim(ws-customer-filter-env) is numeric
               move function numval(ws-customer-filter-env)
                   to ws-customer-filter
           end-if

           perform load-customer-master

           open output fd-history-report

           if ws-fs-status-report not = "00"
               display "Error opening consent-history-report.txt: "
                   ws-fs-status-report
               end-display
               move 8 to return-code
               goback
           end-if

           move spaces to ws-report-line
           string "Customer consent history -- every consent change "
               "applied by the consent maintenance"
               delimited by size
               into ws-report-line
           end-string
           perform write-report-line

           if ws-customer-filter > 0
               move spaces to ws-report-line
               string "Customer " ws-customer-filter " only"
                   delimited by size
                   into ws-report-line
               end-string
               perform write-report-line
           end-if

           move spaces to ws-report-line
           perform write-report-line

           move spaces to ws-report-line
           move "applied" to ws-report-line(3:7)
           move "time" to ws-report-line(12:4)
           move "consent" to ws-report-line(20:7)
           move "was" to ws-report-line(32:3)
           move "now" to ws-report-line(41:3)
           move "dated" to ws-report-line(50:5)
           move "source" to ws-report-line(60:6)
           move "entered by" to ws-report-line(72:10)
           perform write-report-line

           sort fd-history-sort-file
               on ascending key f-sort-customer-id
               ascending key f-sort-applied-date
               ascending key f-sort-applied-time
               with duplicates in order
               input procedure is release-history
               output procedure is write-history-groups

           move spaces to ws-report-line
           perform write-report-line

           move spaces to ws-report-line
           string "Consent changes: " ws-change-count
               "   customers: " ws-customer-count
               delimited by size
               into ws-report-line
           end-string
           perform write-report-line

           close fd-history-report

           move spaces to ws-catalog-request
           move "CONSENT-HISTORY" to ws-rc-name
           move "consent-history-report.txt" to ws-rc-file
           move 0 to ws-rc-pages
           call "report-catalog" using ws-catalog-request
               on exception
                   display "Warning: unable to call report-catalog."
           end-call

           display "Consent changes: " ws-change-count
           display "Customers:       " ws-customer-count
           display "See consent-history-report.txt"

           goback.


      *> A missing extract only leaves the names off the headings.
       load-customer-master.

           move 0 to ws-num-customers
           set ws-not-eof to true

           open input fd-customer-master

           if ws-fs-status-master not = "00"
               display "Warning: no customer-master.txt -- names "
                   "are left off."
               end-display
               exit paragraph
           end-if

           perform until ws-eof
               read fd-customer-master
                   at end
                       set ws-eof to true
                   not at end
                       if ws-num-customers < 2000
                           add 1 to ws-num-customers
                           move f-customer-id
                               to ws-customer-id(ws-num-customers)
                           move f-customer-last-name
                               to ws-customer-last-name
                                   (ws-num-customers)
                           move f-customer-first-name
                               to ws-customer-first-name
                                   (ws-num-customers)
                       end-if
               end-read
           end-perform

           close fd-customer-master

           exit paragraph.


      *> No history file simply means no consent has changed yet.
       release-history.

           set ws-not-eof to true

           open input fd-history-file

           if ws-fs-status-history = "35"
               exit paragraph
           end-if

           if ws-fs-status-history not = "00"
               display "Error opening customer-consent-history.txt: "
                   ws-fs-status-history
               end-display
               move 8 to return-code
               exit paragraph
           end-if

           perform until ws-eof
               read fd-history-file
                   at end
                       set ws-eof to true
                   not at end
                       move f-history-record to ws-history-record
                       if ws-customer-filter = 0
                       or ws-customer-filter = ws-hist-customer-id
                           move ws-hist-customer-id
                               to f-sort-customer-id
                           move ws-hist-applied-date
                               to f-sort-applied-date
                           move ws-hist-applied-time
                               to f-sort-applied-time
                           move f-history-record
                               to f-sort-history-data
                           release f-sort-history-record
                       end-if
               end-read
           end-perform

           close fd-history-file

           exit paragraph.


       write-history-groups.

           set ws-not-eof to true

           perform until ws-eof
               return fd-history-sort-file
                   at end
                       set ws-eof to true
                   not at end
                       move f-sort-history-data to ws-history-record
                       if ws-first-group
                       or ws-hist-customer-id not = ws-prev-customer-id
                           move 'N' to ws-first-group-sw
                           move ws-hist-customer-id
                               to ws-prev-customer-id
                           perform write-customer-heading
                       end-if
                       perform write-history-line
               end-return
           end-perform

           exit paragraph.


       write-customer-heading.

           add 1 to ws-customer-count

           move spaces to ws-report-line
           perform write-report-line

           move spaces to ws-report-line

           set ws-customer-idx to 1
           search ws-customer-table
               at end
                   string "Customer " ws-hist-customer-id
                       "  (not on the master)"
                       delimited by size
                       into ws-report-line
                   end-string
               when ws-customer-id(ws-customer-idx)
                   = ws-hist-customer-id
                   string "Customer " ws-hist-customer-id "  "
                       function trim(ws-customer-last-name
                           (ws-customer-idx))
                       ", "
                       function trim(ws-customer-first-name
                           (ws-customer-idx))
                       delimited by size
                       into ws-report-line
                   end-string
           end-search

           perform write-report-line

           exit paragraph.


       write-history-line.

           add 1 to ws-change-count

           move ws-hist-old-flag to ws-flag-in
           perform describe-flag
           move ws-flag-text to ws-old-flag-text

           move ws-hist-new-flag to ws-flag-in
           perform describe-flag

           move spaces to ws-report-line
           move ws-hist-applied-date to ws-report-line(3:8)
           move ws-hist-applied-time to ws-report-line(12:6)
           move ws-hist-consent-type to ws-report-line(20:10)
           move ws-old-flag-text to ws-report-line(32:7)
           move ws-flag-text to ws-report-line(41:7)
           move ws-hist-consent-date to ws-report-line(50:8)
           move ws-hist-source to ws-report-line(60:10)
           move ws-hist-entered-by to ws-report-line(72:10)
           perform write-report-line

           exit paragraph.


      *> Blank before the first consent was recorded reads "none".
       describe-flag.

           evaluate ws-flag-in
               when 'Y'
                   move "given" to ws-flag-text
               when 'N'
                   move "refused" to ws-flag-text
               when space
                   move "none" to ws-flag-text
               when other
                   move ws-flag-in to ws-flag-text
           end-evaluate

           exit paragraph.


       write-report-line.

           move ws-report-line to f-history-report-record
           write f-history-report-record

           exit paragraph.

       end program consent-history-report.

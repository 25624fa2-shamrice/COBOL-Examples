      ******************************************************************
      * author: Erik Eriksen
      * date: 2026-10-15
      * purpose: Lists the future-dated customer changes
      *          customer_master_update.cbl has parked in
      *          customer-pending-changes.txt, grouped by customer in
      *          effective-date order: what each change does (add,
      *          change or delete, and the fields it carries), when
      *          it takes effect, and when and from which stream it
      *          was parked. The customer's name comes off the flat
      *          customer-master.txt extract. PENDING_CUSTOMER_ID
      *          limits the report to one customer.
      * tectonics: cobc
      ******************************************************************
       identification division.
       program-id. pending-changes-report.

       environment division.
       input-output section.
       file-control.

           select fd-pending-file
           assign to "customer-pending-changes.txt"
           organization is line sequential
           file status is ws-fs-status-pending.

           select fd-customer-master
           assign to "customer-master.txt"
           organization is line sequential
           file status is ws-fs-status-master.

           select fd-pending-report
           assign to "pending-changes-report.txt"
           organization is line sequential
           file status is ws-fs-status-report.

           select fd-pending-sort-file
           assign to "pending-changes-sort-temp.txt".

       data division.

       file section.

      *> The pending record customer_master_update.cbl parks: the
      *> date parked, the source stream, and the transaction whole.
       fd  fd-pending-file.
       01  f-pending-record.
           05  f-pend-parked-date                  pic 9(8).
           05  f-pend-source                       pic x(10).
           05  f-pend-transaction                  pic x(155).

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

       fd  fd-pending-report.
       01  f-pending-report-record                 pic x(132).

      *> Sort keys up front, then the pending record as parked.
       sd  fd-pending-sort-file.
       01  f-sort-pending-record.
           05  f-sort-customer-id                  pic 9(5).
           05  f-sort-effective-date               pic x(8).
           05  f-sort-pending-data                 pic x(173).

       working-storage section.

       01  ws-fs-status-pending                    pic xx.
       01  ws-fs-status-master                     pic xx.
       01  ws-fs-status-report                     pic xx.

       01  ws-eof-sw                               pic x value 'N'.
           88  ws-eof                              value 'Y'.
           88  ws-not-eof                          value 'N'.

      *> The parked record being listed, in the update job's
      *> transaction layout.
       01  ws-pending-record.
           05  ws-pend-parked-date                 pic 9(8).
           05  ws-pend-source                      pic x(10).
           05  ws-pend-transaction.
               10  ws-trans-code                   pic x.
                   88  ws-trans-add                value 'A'.
                   88  ws-trans-change             value 'C'.
                   88  ws-trans-delete             value 'D'.
               10  ws-trans-customer-id            pic 9(5).
               10  ws-trans-last-name              pic x(50).
               10  ws-trans-first-name             pic x(50).
               10  ws-trans-contract-id            pic 9(5).
               10  ws-trans-state                  pic xx.
               10  ws-trans-zip                    pic x(5).
               10  ws-trans-comment                pic x(25).
               10  ws-trans-region                 pic x(4).
               10  ws-trans-effective-date         pic x(8).

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

       01  ws-pending-count                        pic 9(5) value 0.
       01  ws-customer-count                       pic 9(5) value 0.

       01  ws-report-line                          pic x(132).
       01  ws-change-text                          pic x(80).
       01  ws-change-pointer                       pic 999.
       01  ws-action-text                          pic x(6).

      *> Entry for the common report catalog, written by the shared
      *> report-catalog subprogram.
       01  ws-catalog-request.
           05  ws-rc-name                  pic x(20).
           05  ws-rc-file                  pic x(40).
           05  ws-rc-pages                 pic 9(3).

       procedure division.
       main-procedure.

           display "Pending customer changes report."

           accept ws-customer-filter-env
               from environment "PENDING_CUSTOMER_ID"
           end-accept

           if ws-customer-filter-env not = spaces
           and function trim(ws-customer-filter-env) is numeric
               move function numval(ws-customer-filter-env)
                   to ws-customer-filter
           end-if

           perform load-customer-master

           open output fd-pending-report

           if ws-fs-status-report not = "00"
               display "Error opening pending-changes-report.txt: "
                   ws-fs-status-report
               end-display
               move 8 to return-code
               goback
           end-if

           move spaces to ws-report-line
           string "Pending customer changes -- parked until their "
               "effective date by the customer master update"
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
           move "effective" to ws-report-line(3:9)
           move "action" to ws-report-line(14:6)
           move "parked" to ws-report-line(22:6)
           move "source" to ws-report-line(32:6)
           move "changes" to ws-report-line(43:7)
           perform write-report-line

           sort fd-pending-sort-file
               on ascending key f-sort-customer-id
               ascending key f-sort-effective-date
               input procedure is release-pending-changes
               output procedure is write-pending-groups

           move spaces to ws-report-line
           perform write-report-line

           move spaces to ws-report-line
           string "Pending changes: " ws-pending-count
               "   customers: " ws-customer-count
               delimited by size
               into ws-report-line
           end-string
           perform write-report-line

           close fd-pending-report

           move spaces to ws-catalog-request
           move "PENDING-CHANGES" to ws-rc-name
           move "pending-changes-report.txt" to ws-rc-file
           move 0 to ws-rc-pages
           call "report-catalog" using ws-catalog-request
               on exception
                   display "Warning: unable to call report-catalog."
           end-call

           display "Pending changes: " ws-pending-count
           display "Customers:       " ws-customer-count
           display "See pending-changes-report.txt"

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


      *> No pending file simply means nothing is waiting.
       release-pending-changes.

           set ws-not-eof to true

           open input fd-pending-file

           if ws-fs-status-pending = "35"
               exit paragraph
           end-if

           if ws-fs-status-pending not = "00"
               display "Error opening customer-pending-changes.txt: "
                   ws-fs-status-pending
               end-display
               move 8 to return-code
               exit paragraph
           end-if

           perform until ws-eof
               read fd-pending-file
                   at end
                       set ws-eof to true
                   not at end
                       move f-pending-record to ws-pending-record
                       if ws-customer-filter = 0
                       or ws-customer-filter = ws-trans-customer-id
                           move ws-trans-customer-id
                               to f-sort-customer-id
                           move ws-trans-effective-date
                               to f-sort-effective-date
                           move f-pending-record
                               to f-sort-pending-data
                           release f-sort-pending-record
                       end-if
               end-read
           end-perform

           close fd-pending-file

           exit paragraph.


       write-pending-groups.

           set ws-not-eof to true

           perform until ws-eof
               return fd-pending-sort-file
                   at end
                       set ws-eof to true
                   not at end
                       move f-sort-pending-data to ws-pending-record
                       if ws-first-group
                       or ws-trans-customer-id not = ws-prev-customer-id
                           move 'N' to ws-first-group-sw
                           move ws-trans-customer-id
                               to ws-prev-customer-id
                           perform write-customer-heading
                       end-if
                       perform write-pending-line
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
                   string "Customer " ws-trans-customer-id
                       "  (not on the master)"
                       delimited by size
                       into ws-report-line
                   end-string
               when ws-customer-id(ws-customer-idx)
                   = ws-trans-customer-id
                   string "Customer " ws-trans-customer-id "  "
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


      *> One parked change: the fields it carries are the ones it
      *> will set -- blank fields on a change keep the master value.
       write-pending-line.

           add 1 to ws-pending-count

           evaluate true
               when ws-trans-add
                   move "add" to ws-action-text
               when ws-trans-change
                   move "change" to ws-action-text
               when ws-trans-delete
                   move "delete" to ws-action-text
               when other
                   move ws-trans-code to ws-action-text
           end-evaluate

           move spaces to ws-change-text
           move 1 to ws-change-pointer

           if not ws-trans-delete
               if ws-trans-last-name not = spaces
               or ws-trans-first-name not = spaces
                   string "name " function trim(ws-trans-last-name)
                       ", " function trim(ws-trans-first-name) "; "
                       delimited by size
                       into ws-change-text
                       with pointer ws-change-pointer
                   end-string
               end-if
               if ws-trans-contract-id not = 0
                   string "contract " ws-trans-contract-id "; "
                       delimited by size
                       into ws-change-text
                       with pointer ws-change-pointer
                   end-string
               end-if
               if ws-trans-state not = spaces
               or ws-trans-zip not = spaces
                   string "address " ws-trans-state " " ws-trans-zip
                       "; "
                       delimited by size
                       into ws-change-text
                       with pointer ws-change-pointer
                   end-string
               end-if
               if ws-trans-comment not = spaces
                   string "comment " function trim(ws-trans-comment)
                       delimited by size
                       into ws-change-text
                       with pointer ws-change-pointer
                   end-string
               end-if
           end-if

           move spaces to ws-report-line
           move ws-trans-effective-date to ws-report-line(3:8)
           move ws-action-text to ws-report-line(14:6)
           move ws-pend-parked-date to ws-report-line(22:8)
           move ws-pend-source to ws-report-line(32:10)
           move ws-change-text to ws-report-line(43:80)
           perform write-report-line

           exit paragraph.


       write-report-line.

           move ws-report-line to f-pending-report-record
           write f-pending-report-record

           exit paragraph.

       end program pending-changes-report.

      *>****************************************************************
      *> Author: Erik Eriksen
      *> Date: 2026-10-15
      *> Purpose: Monthly consolidated statement for every customer
      *>          who is on both sides of the house -- on
      *>          customer-master.txt and with an ACCOUNTS row under
      *>          the same id, the match master-account-recon uses.
      *>          One statement per customer for the business month
      *>          (CONSOLIDATED_PERIOD=yyyymm overrides) carries the
      *>          month's orders off the order book (canceled ones
      *>          left off), the open invoices on ar-open-items.txt
      *>          with the balance due, and the account's activity
      *>          for the month between its opening and closing
      *>          balances. Statements route by
      *>          customer-delivery-prefs.txt the way
      *>          customer-statements does: print ones land in
      *>          consolidated-statements.txt (registered in the
      *>          report catalog), electronic ones go out one
      *>          document per statement in a feed envelope
      *>          (consolidated-feed.txt, sequence persisted in
      *>          consolidated-feed-seq.txt), and suppressed ones are
      *>          proved deliberate on consolidated-suppressed.txt;
      *>          no preference prints. Every statement sent, print
      *>          or electronic, is filed in statement-archive.dat
      *>          under the customer/account id and period, replacing
      *>          the account-only copy statement-archive filed for
      *>          that id, so statement-reprint brings back the
      *>          statement the customer actually got.
      *>
      *> Note: WORKING-STORAGE SECTION header as well as SQL related
      *>       statements must be in uppercase for the esqlOC
      *>       precompiler to pick them up and process them.
      *>
      *> Prerequisites: Postgres SQL database with create_db script ran
      *>                on.
      *>                esqlOC Precompiler
      *>                unixODBC odbc-postgresql driver installed
      *>
      *> Precomiler: esqlOC -static -o generated_consol_stmt.cbl
      *>             consolidated_statements.cbl
      *> Tectonics: cobc -x -static -locsql generated_consol_stmt.cbl
      *>
      *>****************************************************************
       identification division.
       program-id. consolidated-statements.

       environment division.
       input-output section.
       file-control.

           select fd-customer-master
           assign to "customer-master.txt"
           organization is line sequential
           file status is ws-fs-status-master.

      *> The indexed order book order-intake maintains, read front
      *> to back.
           select fd-customer-orders
           assign to "customer-orders.dat"
           organization is indexed
           access mode is dynamic
           record key is f-order-number
           alternate record key is f-order-customer-id
               with duplicates
           file status is ws-fs-status-orders.

      *> The flat extract, read only when the indexed book hasn't
      *> been built yet.
           select fd-customer-orders-flat
           assign to "customer-orders.txt"
           organization is line sequential
           file status is ws-fs-status-orders-flat.

           select fd-ar-file
           assign to "ar-open-items.txt"
           organization is line sequential
           file status is ws-fs-status-ar.

           select fd-delivery-prefs
           assign to "customer-delivery-prefs.txt"
           organization is line sequential
           file status is ws-fs-status-prefs.

           select fd-statement-file
           assign to "consolidated-statements.txt"
           organization is line sequential
           file status is ws-fs-status-stmt.

           select fd-statement-feed
           assign to "consolidated-feed.txt"
           organization is line sequential
           file status is ws-fs-status-feed.

           select fd-suppress-register
           assign to "consolidated-suppressed.txt"
           organization is line sequential
           file status is ws-fs-status-suppress.

           select fd-feed-seq
           assign to "consolidated-feed-seq.txt"
           organization is line sequential
           file status is ws-fs-status-seq.

           select fd-archive-file
           assign to "statement-archive.dat"
           organization is indexed
           access mode is dynamic
           record key is f-arch-key
           file status is ws-fs-status-archive.

       data division.
       file section.

           fd  fd-customer-master.
           01  f-customer-record-master.
               05  f-customer-id                   pic 9(5).
               05  f-customer-last-name            pic x(50).
               05  f-customer-first-name           pic x(50).
               05  f-customer-contract-id          pic 9(5).
               05  f-customer-state                pic xx.
               05  f-customer-zip                  pic x(5).
               05  f-customer-comment              pic x(25).
               05  f-customer-region               pic x(4).

           fd  fd-customer-orders.
           01  f-customer-order.
               05  f-order-customer-id             pic 9(5).
               05  f-order-number                  pic 9(6).
               05  f-order-date                    pic x(8).
               05  f-order-description             pic x(30).
               05  f-order-amount                  pic 9(7)v99.
               05  f-order-item-id-1               pic 9(4).
               05  f-order-item-id-2               pic 9(4).
               05  f-order-line-count              pic 9(3).
               05  f-order-status                  pic x.
                   88  f-order-canceled            value 'X'.
               05  f-order-ship-date               pic x(8).
               05  f-order-invoice-period          pic 9(6).

           fd  fd-customer-orders-flat.
           01  f-customer-order-flat               pic x(84).

           fd  fd-ar-file.
           01  f-ar-record.
               05  f-ar-type                       pic x.
                   88  f-ar-invoice                value 'I'.
               05  f-ar-invoice-number             pic 9(6).
               05  f-ar-customer-id                pic 9(5).
               05  f-ar-period                     pic 9(6).
               05  f-ar-invoice-date               pic 9(8).
               05  f-ar-due-date                   pic 9(8).
               05  f-ar-original-amount            pic 9(7)v99.
               05  f-ar-paid-amount                pic 9(7)v99.
               05  f-ar-balance                    pic 9(7)v99.
               05  f-ar-last-receipt-date          pic 9(8).
               05  f-ar-status                     pic x.
                   88  f-ar-open                   value 'O'.
               05  f-ar-dunning-level              pic 9.
               05  f-ar-dunning-date               pic 9(8).

           fd  fd-delivery-prefs.
           01  f-delivery-pref-record.
               05  f-pref-customer-id              pic 9(5).
               05  f-pref-route                    pic x.

           fd  fd-statement-file.
           01  f-statement-record                  pic x(100).

           fd  fd-statement-feed.
           01  f-feed-record                       pic x(250).

           fd  fd-suppress-register.
           01  f-suppress-record                   pic x(100).

           fd  fd-feed-seq.
           01  f-feed-seq-record                   pic 9(6).

           fd  fd-archive-file.
           01  f-archive-record.
               05  f-arch-key.
                   10  f-arch-account-id           pic 9(5).
                   10  f-arch-period               pic 9(6).
                   10  f-arch-line-number          pic 9(4).
               05  f-arch-line                     pic x(100).

       WORKING-STORAGE SECTION.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.

      *> Replace values as needed for your own local test environment
       77  ws-db-connection-string pic x(1024) value
               'DRIVER={PostgreSQL Unicode};' &
               'SERVER=localhost;' &
               'PORT=5432;' &
               'DATABASE=cobol_db_example;' &
               'UID=postgres;' &
               'PWD=password;' &
               'COMRESSED_PROTO=0;'.

       01  ws-sql-account-id                  pic 9(5).
       01  ws-sql-account-count               pic 9(5).
       01  ws-sql-is-enabled                  pic x.
       01  ws-sql-balance                     pic s9(9)v99.
       01  ws-sql-later-total                 pic s9(9)v99.
       01  ws-sql-post-date                   pic x(8).
       01  ws-sql-trans-type                  pic x(2).
       01  ws-sql-amount                      pic s9(7)v99.
       01  ws-sql-reference                   pic x(15).
       01  ws-sql-from-date                   pic x(8).
       01  ws-sql-to-date                     pic x(8).

       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

      *> Local variables to the program only. These are not seen by
      *> the precompiler operation.
       01  ws-fs-status-master                pic xx.
       01  ws-fs-status-orders                pic xx.
       01  ws-fs-status-orders-flat           pic xx.
       01  ws-fs-status-ar                    pic xx.
       01  ws-fs-status-prefs                 pic xx.
       01  ws-fs-status-stmt                  pic xx.
       01  ws-fs-status-feed                  pic xx.
       01  ws-fs-status-suppress              pic xx.
       01  ws-fs-status-seq                   pic xx.
       01  ws-fs-status-archive               pic xx.

       01  ws-eof-sw                          pic x value 'N'.
           88  ws-eof                         value 'Y'.
           88  ws-not-eof                     value 'N'.

       01  ws-business-date-request.
           05  ws-bd-action                 pic x.
           05  ws-bd-date                   pic 9(8).

       01  ws-business-date                   pic 9(8).
       01  ws-statement-period                pic 9(6).
       01  ws-period-env                      pic x(6).

      *> The customer master, in file order.
       01  ws-num-customers                   pic 9(4) comp value 0.

       01  ws-customer-table                  occurs 0 to 2000
                                              times depending on
                                                  ws-num-customers
                                              indexed by
                                                  ws-customer-idx.
           05  ws-cust-id                     pic 9(5).
           05  ws-cust-name                   pic x(60).
           05  ws-cust-state                  pic xx.
           05  ws-cust-zip                    pic x(5).

      *> The month's orders, canceled ones already left out.
       01  ws-num-orders                      pic 9(4) comp value 0.

       01  ws-order-table                     occurs 0 to 5000
                                              times depending on
                                                  ws-num-orders
                                              indexed by
                                                  ws-order-idx.
           05  ws-ord-customer-id             pic 9(5).
           05  ws-ord-number                  pic 9(6).
           05  ws-ord-date                    pic x(8).
           05  ws-ord-description             pic x(30).
           05  ws-ord-amount                  pic 9(7)v99.

      *> Open invoices with a balance still due.
       01  ws-num-invoices                    pic 9(4) comp value 0.

       01  ws-invoice-table                   occurs 0 to 5000
                                              times depending on
                                                  ws-num-invoices
                                              indexed by
                                                  ws-invoice-idx.
           05  ws-inv-customer-id             pic 9(5).
           05  ws-inv-number                  pic 9(6).
           05  ws-inv-date                    pic 9(8).
           05  ws-inv-due-date                pic 9(8).
           05  ws-inv-balance                 pic 9(7)v99.

      *> Delivery preferences -- a customer with no record prints.
       01  ws-num-prefs                       pic 999 comp value 0.

       01  ws-pref-table                      occurs 500 times
                                              indexed by ws-pref-idx.
           05  ws-pref-customer-id            pic 9(5).
           05  ws-pref-route                  pic x.

       01  ws-current-route                   pic x value 'P'.
           88  ws-route-print                 value 'P'.
           88  ws-route-electronic            value 'E'.
           88  ws-route-suppress              value 'S'.

      *> A table that filled up means something was left off a
      *> statement -- warn and finish with status 4.
       01  ws-overflow-sw                     pic x value 'N'.
           88  ws-overflow                    value 'Y'.

      *> The statement being built, held whole so the same lines
      *> print and file in the archive.
       01  ws-num-stmt-lines                  pic 9(4) comp value 0.

       01  ws-stmt-line-table                 occurs 500 times
                                              indexed by
                                                  ws-stmt-line-idx.
           05  ws-stmt-line                   pic x(100).

       01  ws-stmt-truncated-sw               pic x value 'N'.
           88  ws-stmt-truncated              value 'Y'.

      *> The customer's figures for the statement and the feed.
       01  ws-cust-order-count                pic 9(5).
       01  ws-cust-order-total                pic 9(9)v99.
       01  ws-cust-invoice-count              pic 9(5).
       01  ws-cust-invoice-total              pic 9(9)v99.
       01  ws-cust-trans-count                pic 9(5).
       01  ws-cust-trans-total                pic s9(9)v99.
       01  ws-cust-opening                    pic s9(9)v99.
       01  ws-cust-closing                    pic s9(9)v99.
       01  ws-cust-status-text                pic x(8).

       01  ws-master-read-count               pic 9(7) value 0.
       01  ws-matched-count                   pic 9(5) value 0.
       01  ws-statement-count                 pic 9(5) value 0.
       01  ws-print-count                     pic 9(5) value 0.
       01  ws-electronic-count                pic 9(5) value 0.
       01  ws-suppressed-count                pic 9(5) value 0.
       01  ws-archived-count                  pic 9(5) value 0.

       01  ws-statement-line                  pic x(100).
       01  ws-period-display                  pic 9999/99.
       01  ws-date-display                    pic 9999/99/99.
       01  ws-due-display                     pic 9999/99/99.
       01  ws-amount-display                  pic -(7)9.99.
       01  ws-total-display                   pic -(9)9.99.

       01  ws-feed-sequence                   pic 9(6) value 0.
       01  ws-feed-doc-count                  pic 9(5) value 0.
       01  ws-generated-date                  pic x(8).
       01  ws-generated-time                  pic x(8).
       01  ws-envelope-line                   pic x(250).
       01  ws-seq-display                     pic z(5)9.
       01  ws-count-display                   pic z(4)9.
       01  ws-order-feed-display              pic -9(9).99.
       01  ws-invoice-feed-display            pic -9(9).99.
       01  ws-opening-feed-display            pic -9(9).99.
       01  ws-closing-feed-display            pic -9(9).99.
       01  ws-suppress-line                   pic x(100).

       01  ws-sweep-done-sw                   pic x.
           88  ws-sweep-done                  value 'Y'.

      *> Start/end entry for the common operations log, written by
      *> the shared job-audit-log subprogram.
       01  ws-job-audit-request.
           05  ws-ja-program                pic x(30).
           05  ws-ja-phase                  pic x.
           05  ws-ja-read-count             pic 9(7).
           05  ws-ja-written-count          pic 9(7).
           05  ws-ja-rejected-count         pic 9(7).
           05  ws-ja-status                 pic x(10).

      *> Failure detail handed to the shared error-logger subprogram
      *> before a hard stop, per the suite's return-code convention.
       01  ws-error-request.
           05  ws-err-program               pic x(30).
           05  ws-err-paragraph             pic x(30).
           05  ws-err-file-status           pic xx.
           05  ws-err-message               pic x(48).

      *> Entry for the common report catalog, written by the shared
      *> report-catalog subprogram.
       01  ws-catalog-request.
           05  ws-rc-name                  pic x(20).
           05  ws-rc-file                  pic x(40).
           05  ws-rc-pages                 pic 9(3).

       procedure division.
       main-procedure.
           display space
           display "Consolidated customer statements"
           display "---------------------------------"
           display space

           perform log-job-start
           perform fetch-business-date
           perform load-customer-master
           perform load-period-orders
           perform load-open-invoices
           perform load-delivery-prefs
           perform load-feed-sequence

           perform open-statement-files
           perform open-archive-file
           perform write-feed-envelope-opening

           EXEC SQL
               CONNECT TO :ws-db-connection-string
           END-EXEC.
           perform check-sql-state

           EXEC SQL
               DECLARE ACTIVITY-CUR CURSOR FOR
               SELECT POST_DT, TRANS_TYPE, AMOUNT, REFERENCE
               FROM ACCOUNT_TRANSACTIONS
               WHERE ACCOUNT_ID = :ws-sql-account-id
                   AND POST_DT >= :ws-sql-from-date
                   AND POST_DT <= :ws-sql-to-date
               ORDER BY POST_DT, TRANS_ID;
           END-EXEC
           perform check-sql-state

           perform varying ws-customer-idx from 1 by 1
           until ws-customer-idx > ws-num-customers
               perform consolidate-customer
           end-perform

           EXEC SQL
               CONNECT RESET
           END-EXEC

           perform write-feed-envelope-closing
           perform close-statement-files
           close fd-archive-file

           perform save-feed-sequence

           move spaces to ws-catalog-request
           move "CONSOL-STATEMENTS" to ws-rc-name
           move "consolidated-statements.txt" to ws-rc-file
           move 0 to ws-rc-pages
           call "report-catalog" using ws-catalog-request
               on exception
                   display "Warning: unable to call "
                       "report-catalog."
           end-call

           perform log-job-end

           move ws-statement-period to ws-period-display
           display "Statement period:      " ws-period-display
           display "Customers on master:   " ws-num-customers
           display "With an account:       " ws-matched-count
           display "Statements produced:   " ws-statement-count
           display "  routed to print:       " ws-print-count
           display "  routed electronic:     " ws-electronic-count
           display "  suppressed (on file):  " ws-suppressed-count
           display "Filed in the archive:  " ws-archived-count
           display "See consolidated-statements.txt"

           if ws-overflow
               move 4 to return-code
           end-if

           goback.


      *> The statement month is the business month, as the archive
      *> step files it; CONSOLIDATED_PERIOD=yyyymm reruns an
      *> earlier one.
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

           move ws-business-date(1:6) to ws-statement-period

           accept ws-period-env from environment "CONSOLIDATED_PERIOD"

           if ws-period-env is numeric
           and ws-period-env(5:2) >= "01"
           and ws-period-env(5:2) <= "12"
               move ws-period-env to ws-statement-period
           end-if

           move spaces to ws-sql-from-date
           string ws-statement-period "01" delimited by size
               into ws-sql-from-date
           end-string
           move spaces to ws-sql-to-date
           string ws-statement-period "31" delimited by size
               into ws-sql-to-date
           end-string

           exit paragraph.


       load-customer-master.

           set ws-not-eof to true

           open input fd-customer-master

           if ws-fs-status-master not = "00"
               display "Error opening customer-master.txt: "
                   ws-fs-status-master
               end-display
               move "load-customer-master" to ws-err-paragraph
               move ws-fs-status-master to ws-err-file-status
               move "open fd-customer-master" to ws-err-message
               perform fail-run
           end-if

           perform until ws-eof
               read fd-customer-master
                   at end
                       set ws-eof to true
                   not at end
                       add 1 to ws-master-read-count
                       if ws-num-customers < 2000
                           add 1 to ws-num-customers
                           move f-customer-id
                               to ws-cust-id(ws-num-customers)
                           move spaces
                               to ws-cust-name(ws-num-customers)
                           string
                               function trim(f-customer-first-name)
                               " "
                               function trim(f-customer-last-name)
                               delimited by size
                               into ws-cust-name(ws-num-customers)
                           end-string
                           move f-customer-state
                               to ws-cust-state(ws-num-customers)
                           move f-customer-zip
                               to ws-cust-zip(ws-num-customers)
                       else
                           set ws-overflow to true
                       end-if
               end-read
           end-perform

           close fd-customer-master

           if ws-overflow
               display "WARNING: customer-master.txt exceeds the "
                   "2000-customer table -- customers past the bound "
                   "get no consolidated statement this run."
               end-display
           end-if

           exit paragraph.


      *> The month's orders off the indexed order book; before the
      *> book has been built the flat extract stands in for it.
       load-period-orders.

           set ws-not-eof to true

           open input fd-customer-orders

           if ws-fs-status-orders = "35"
               perform load-period-orders-flat
               exit paragraph
           end-if

           if ws-fs-status-orders not = "00"
               display "Error opening customer-orders.dat: "
                   ws-fs-status-orders
               end-display
               move "load-period-orders" to ws-err-paragraph
               move ws-fs-status-orders to ws-err-file-status
               move "open fd-customer-orders" to ws-err-message
               perform fail-run
           end-if

           perform until ws-eof
               read fd-customer-orders next record
                   at end
                       set ws-eof to true
                   not at end
                       perform keep-period-order
               end-read
           end-perform

           close fd-customer-orders

           exit paragraph.


       load-period-orders-flat.

           open input fd-customer-orders-flat

           if ws-fs-status-orders-flat = "35"
               display "No order book on file -- statements carry "
                   "no orders."
               end-display
               exit paragraph
           end-if

           perform until ws-eof
               read fd-customer-orders-flat
                   at end
                       set ws-eof to true
                   not at end
                       move f-customer-order-flat to f-customer-order
                       perform keep-period-order
               end-read
           end-perform

           close fd-customer-orders-flat

           exit paragraph.


       keep-period-order.

           if f-order-date(1:6) not = ws-statement-period
           or f-order-canceled
               exit paragraph
           end-if

           if ws-num-orders >= 5000
               set ws-overflow to true
               exit paragraph
           end-if

           add 1 to ws-num-orders
           move f-order-customer-id to ws-ord-customer-id(ws-num-orders)
           move f-order-number to ws-ord-number(ws-num-orders)
           move f-order-date to ws-ord-date(ws-num-orders)
           move f-order-description
               to ws-ord-description(ws-num-orders)
           move f-order-amount to ws-ord-amount(ws-num-orders)

           exit paragraph.


      *> The open-item ledger cash-receipts keeps. No ledger yet
      *> means nobody owes on an invoice.
       load-open-invoices.

           set ws-not-eof to true

           open input fd-ar-file

           if ws-fs-status-ar = "35"
               exit paragraph
           end-if

           if ws-fs-status-ar not = "00"
               display "Error opening ar-open-items.txt: "
                   ws-fs-status-ar
               end-display
               move "load-open-invoices" to ws-err-paragraph
               move ws-fs-status-ar to ws-err-file-status
               move "open fd-ar-file" to ws-err-message
               perform fail-run
           end-if

           perform until ws-eof
               read fd-ar-file
                   at end
                       set ws-eof to true
                   not at end
                       if f-ar-invoice
                       and f-ar-open
                       and f-ar-balance > 0
                           if ws-num-invoices < 5000
                               add 1 to ws-num-invoices
                               move f-ar-customer-id
                                   to ws-inv-customer-id
                                       (ws-num-invoices)
                               move f-ar-invoice-number
                                   to ws-inv-number(ws-num-invoices)
                               move f-ar-invoice-date
                                   to ws-inv-date(ws-num-invoices)
                               move f-ar-due-date
                                   to ws-inv-due-date(ws-num-invoices)
                               move f-ar-balance
                                   to ws-inv-balance(ws-num-invoices)
                           else
                               set ws-overflow to true
                           end-if
                       end-if
               end-read
           end-perform

           close fd-ar-file

           exit paragraph.


      *> Loads customer-delivery-prefs.txt, the file
      *> customer-statements seeds and honors. With no file every
      *> statement prints.
       load-delivery-prefs.

           move 0 to ws-num-prefs
           set ws-not-eof to true

           open input fd-delivery-prefs

           if ws-fs-status-prefs = "35"
               exit paragraph
           end-if

           if ws-fs-status-prefs not = "00"
               display "Error opening customer-delivery-prefs.txt: "
                   ws-fs-status-prefs
               end-display
               move "load-delivery-prefs" to ws-err-paragraph
               move ws-fs-status-prefs to ws-err-file-status
               move "open fd-delivery-prefs" to ws-err-message
               perform fail-run
           end-if

           perform until ws-eof
               read fd-delivery-prefs
                   at end
                       set ws-eof to true
                   not at end
                       if ws-num-prefs < 500
                           add 1 to ws-num-prefs
                           move f-pref-customer-id
                               to ws-pref-customer-id(ws-num-prefs)
                           move f-pref-route
                               to ws-pref-route(ws-num-prefs)
                       else
                           set ws-overflow to true
                           set ws-eof to true
                       end-if
               end-read
           end-perform

           close fd-delivery-prefs

           exit paragraph.


       open-statement-files.

           open output fd-statement-file

           if ws-fs-status-stmt not = "00"
               display "Error opening consolidated-statements.txt: "
                   ws-fs-status-stmt
               end-display
               move "open-statement-files" to ws-err-paragraph
               move ws-fs-status-stmt to ws-err-file-status
               move "open output fd-statement-file" to ws-err-message
               perform fail-run
           end-if

           open output fd-statement-feed

           if ws-fs-status-feed not = "00"
               display "Error opening consolidated-feed.txt: "
                   ws-fs-status-feed
               end-display
               move "open-statement-files" to ws-err-paragraph
               move ws-fs-status-feed to ws-err-file-status
               move "open output fd-statement-feed" to ws-err-message
               perform fail-run
           end-if

           open output fd-suppress-register

           if ws-fs-status-suppress not = "00"
               display "Error opening consolidated-suppressed.txt: "
                   ws-fs-status-suppress
               end-display
               move "open-statement-files" to ws-err-paragraph
               move ws-fs-status-suppress to ws-err-file-status
               move "open output fd-suppress-register"
                   to ws-err-message
               perform fail-run
           end-if

           exit paragraph.


       close-statement-files.

           close fd-statement-file
           close fd-statement-feed
           close fd-suppress-register

           exit paragraph.


      *> Opens the keyed store for update, creating it on first use
      *> the way statement-archive does.
       open-archive-file.

           open i-o fd-archive-file

           if ws-fs-status-archive = "35"
               open output fd-archive-file
               close fd-archive-file
               open i-o fd-archive-file
           end-if

           if ws-fs-status-archive not = "00"
               display "Error opening statement-archive.dat: "
                   ws-fs-status-archive
               end-display
               move "open-archive-file" to ws-err-paragraph
               move ws-fs-status-archive to ws-err-file-status
               move "open fd-archive-file" to ws-err-message
               perform fail-run
           end-if

           exit paragraph.


      *> Only a customer with an ACCOUNTS row under the same id gets
      *> a consolidated statement; everyone else stays on the
      *> separate runs.
       consolidate-customer.

           move ws-cust-id(ws-customer-idx) to ws-sql-account-id

           EXEC SQL
               SELECT COUNT(*), MAX(IS_ENABLED)
               INTO :ws-sql-account-count, :ws-sql-is-enabled
               FROM ACCOUNTS
               WHERE ID = :ws-sql-account-id
           END-EXEC
           perform check-sql-state

           if SQL-NODATA or ws-sql-account-count = 0
               exit paragraph
           end-if

           add 1 to ws-matched-count

           perform figure-account-balances

           move 0 to ws-num-stmt-lines
           move 'N' to ws-stmt-truncated-sw

           perform build-statement-heading
           perform build-order-section
           perform build-invoice-section
           perform build-account-section

           perform look-up-delivery-route

           add 1 to ws-statement-count

           evaluate true
               when ws-route-print
                   add 1 to ws-print-count
                   perform write-print-statement
                   perform archive-statement
               when ws-route-electronic
                   add 1 to ws-electronic-count
                   perform write-electronic-statement
                   perform archive-statement
               when ws-route-suppress
                   add 1 to ws-suppressed-count
                   perform write-suppression-line
           end-evaluate

           exit paragraph.


      *> The closing balance is today's balance less whatever posted
      *> after the month; the opening is the closing less the
      *> month's own activity.
       figure-account-balances.

           move 0 to ws-sql-balance

           EXEC SQL
               SELECT BALANCE
               INTO :ws-sql-balance
               FROM ACCOUNT_BALANCES
               WHERE ACCOUNT_ID = :ws-sql-account-id
           END-EXEC
           perform check-sql-state

           if SQL-NODATA
               move 0 to ws-sql-balance
           end-if

           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT), 0)
               INTO :ws-sql-later-total
               FROM ACCOUNT_TRANSACTIONS
               WHERE ACCOUNT_ID = :ws-sql-account-id
                   AND POST_DT > :ws-sql-to-date
           END-EXEC
           perform check-sql-state

           compute ws-cust-closing = ws-sql-balance - ws-sql-later-total
           end-compute

           evaluate ws-sql-is-enabled
               when 'C'
                   move "CLOSED" to ws-cust-status-text
               when 'N'
                   move "DISABLED" to ws-cust-status-text
               when other
                   move spaces to ws-cust-status-text
           end-evaluate

           exit paragraph.


       build-statement-heading.

           move spaces to ws-statement-line
           string "Consolidated statement for customer "
               ws-cust-id(ws-customer-idx)
               delimited by size
               into ws-statement-line
           end-string
           move ws-statement-period to ws-period-display
           move "Period" to ws-statement-line(80:6)
           move ws-period-display to ws-statement-line(87:7)
           perform add-statement-line

           move spaces to ws-statement-line
           string "  " ws-cust-name(ws-customer-idx)
               delimited by size
               into ws-statement-line
           end-string
           move ws-cust-state(ws-customer-idx)
               to ws-statement-line(64:2)
           move ws-cust-zip(ws-customer-idx) to ws-statement-line(67:5)
           perform add-statement-line

           move spaces to ws-statement-line
           perform add-statement-line

           exit paragraph.


       build-order-section.

           move 0 to ws-cust-order-count
           move 0 to ws-cust-order-total

           move "Orders this period" to ws-statement-line
           perform add-statement-line
           move "    date        order   description"
               & "                           amount"
               to ws-statement-line
           perform add-statement-line

           perform varying ws-order-idx from 1 by 1
           until ws-order-idx > ws-num-orders
               if ws-ord-customer-id(ws-order-idx)
                   = ws-cust-id(ws-customer-idx)
                   add 1 to ws-cust-order-count
                   add ws-ord-amount(ws-order-idx)
                       to ws-cust-order-total
                   move ws-ord-date(ws-order-idx) to ws-date-display
                   move ws-ord-amount(ws-order-idx)
                       to ws-amount-display
                   move spaces to ws-statement-line
                   string "    " ws-date-display
                       "  " ws-ord-number(ws-order-idx)
                       "  " ws-ord-description(ws-order-idx)
                       "  " ws-amount-display
                       delimited by size
                       into ws-statement-line
                   end-string
                   perform add-statement-line
               end-if
           end-perform

           if ws-cust-order-count = 0
               move "    No orders this period." to ws-statement-line
               perform add-statement-line
           end-if

           move ws-cust-order-total to ws-total-display
           move spaces to ws-statement-line
           string "                                     Orders total "
               ws-total-display
               delimited by size
               into ws-statement-line
           end-string
           perform add-statement-line

           move spaces to ws-statement-line
           perform add-statement-line

           exit paragraph.


       build-invoice-section.

           move 0 to ws-cust-invoice-count
           move 0 to ws-cust-invoice-total

           move "Open invoices" to ws-statement-line
           perform add-statement-line
           move "    invoice   invoice date    due date"
               & "                    balance"
               to ws-statement-line
           perform add-statement-line

           perform varying ws-invoice-idx from 1 by 1
           until ws-invoice-idx > ws-num-invoices
               if ws-inv-customer-id(ws-invoice-idx)
                   = ws-cust-id(ws-customer-idx)
                   add 1 to ws-cust-invoice-count
                   add ws-inv-balance(ws-invoice-idx)
                       to ws-cust-invoice-total
                   move ws-inv-date(ws-invoice-idx) to ws-date-display
                   move ws-inv-due-date(ws-invoice-idx)
                       to ws-due-display
                   move ws-inv-balance(ws-invoice-idx)
                       to ws-amount-display
                   move spaces to ws-statement-line
                   string "    " ws-inv-number(ws-invoice-idx)
                       "    " ws-date-display
                       "    " ws-due-display
                       "            " ws-amount-display
                       delimited by size
                       into ws-statement-line
                   end-string
                   perform add-statement-line
               end-if
           end-perform

           if ws-cust-invoice-count = 0
               move "    No invoices open." to ws-statement-line
               perform add-statement-line
           end-if

           move ws-cust-invoice-total to ws-total-display
           move spaces to ws-statement-line
           string "                               Invoice balance due "
               ws-total-display
               delimited by size
               into ws-statement-line
           end-string
           perform add-statement-line

           move spaces to ws-statement-line
           perform add-statement-line

           exit paragraph.


      *> The account's month: opening balance, each posting, and the
      *> closing balance the two come to.
       build-account-section.

           move 0 to ws-cust-trans-count
           move 0 to ws-cust-trans-total

           move spaces to ws-statement-line
           string "Account " ws-cust-id(ws-customer-idx) " activity  "
               ws-cust-status-text
               delimited by size
               into ws-statement-line
           end-string
           perform add-statement-line

      *> Lines are added at the opening-balance slot once the total
      *> is known, so keep its place.
           move spaces to ws-statement-line
           perform add-statement-line
           set ws-stmt-line-idx to ws-num-stmt-lines

           EXEC SQL
               OPEN ACTIVITY-CUR
           END-EXEC
           perform check-sql-state

           perform with test after until SQLCODE = 100

               EXEC SQL
                   FETCH ACTIVITY-CUR
                   INTO
                       :ws-sql-post-date,
                       :ws-sql-trans-type,
                       :ws-sql-amount,
                       :ws-sql-reference;
               END-EXEC
               perform check-sql-state

               if not SQL-NODATA
                   add 1 to ws-cust-trans-count
                   add ws-sql-amount to ws-cust-trans-total
                   move ws-sql-post-date to ws-date-display
                   move ws-sql-amount to ws-amount-display
                   move spaces to ws-statement-line
                   string "    " ws-date-display
                       "  " ws-sql-trans-type
                       "  " ws-sql-reference
                       "                          " ws-amount-display
                       delimited by size
                       into ws-statement-line
                   end-string
                   perform add-statement-line
               end-if
           end-perform

           EXEC SQL
               CLOSE ACTIVITY-CUR
           END-EXEC
           perform check-sql-state

           compute ws-cust-opening =
               ws-cust-closing - ws-cust-trans-total
           end-compute

           move ws-cust-opening to ws-total-display
           move spaces to ws-stmt-line(ws-stmt-line-idx)
           string "    Opening balance                              "
               "    " ws-total-display
               delimited by size
               into ws-stmt-line(ws-stmt-line-idx)
           end-string

           if ws-cust-trans-count = 0
               move "    No account activity this period."
                   to ws-statement-line
               perform add-statement-line
           end-if

           move ws-cust-closing to ws-total-display
           move spaces to ws-statement-line
           string "    Closing balance                              "
               "    " ws-total-display
               delimited by size
               into ws-statement-line
           end-string
           perform add-statement-line

           move spaces to ws-statement-line
           perform add-statement-line

           exit paragraph.


      *> A statement too long for the table keeps its first lines
      *> and says so on its last.
       add-statement-line.

           if ws-num-stmt-lines >= 500
               if not ws-stmt-truncated
                   set ws-stmt-truncated to true
                   set ws-overflow to true
                   move "    ... statement continues; too many "
                       & "lines to print here."
                       to ws-stmt-line(500)
                   display "Warning: statement for customer "
                       ws-cust-id(ws-customer-idx)
                       " exceeds 500 lines -- truncated."
                   end-display
               end-if
               exit paragraph
           end-if

           add 1 to ws-num-stmt-lines
           move ws-statement-line to ws-stmt-line(ws-num-stmt-lines)

           exit paragraph.


       look-up-delivery-route.

           move 'P' to ws-current-route

           perform varying ws-pref-idx from 1 by 1
           until ws-pref-idx > ws-num-prefs
               if ws-pref-customer-id(ws-pref-idx)
                   = ws-cust-id(ws-customer-idx)
                   move ws-pref-route(ws-pref-idx)
                       to ws-current-route
                   exit perform
               end-if
           end-perform

      *> Anything unrecognized prints, as on the statements.
           if not ws-route-electronic
           and not ws-route-suppress
               move 'P' to ws-current-route
           end-if

           exit paragraph.


       write-print-statement.

           perform varying ws-stmt-line-idx from 1 by 1
           until ws-stmt-line-idx > ws-num-stmt-lines
               move ws-stmt-line(ws-stmt-line-idx)
                   to f-statement-record
               write f-statement-record
           end-perform

           exit paragraph.


      *> One statement document inside the feed envelope, the same
      *> element shape the statement feed uses.
       write-electronic-statement.

           move ws-cust-order-total to ws-order-feed-display
           move ws-cust-invoice-total to ws-invoice-feed-display
           move ws-cust-opening to ws-opening-feed-display
           move ws-cust-closing to ws-closing-feed-display
           move ws-cust-order-count to ws-count-display

           move spaces to ws-envelope-line
           string
               '<statement><customerId>'
               ws-cust-id(ws-customer-idx)
               '</customerId><name>'
               function trim(ws-cust-name(ws-customer-idx))
               '</name><period>'
               ws-statement-period
               '</period><orderCount>'
               function trim(ws-count-display)
               '</orderCount><orderTotal>'
               function trim(ws-order-feed-display)
               '</orderTotal><invoiceBalance>'
               function trim(ws-invoice-feed-display)
               '</invoiceBalance><openingBalance>'
               function trim(ws-opening-feed-display)
               '</openingBalance><closingBalance>'
               function trim(ws-closing-feed-display)
               '</closingBalance></statement>'
               into ws-envelope-line
           end-string

           move ws-envelope-line to f-feed-record
           write f-feed-record

           add 1 to ws-feed-doc-count

           exit paragraph.


      *> The register that proves a skipped statement was skipped on
      *> purpose -- customer, period, balances, name.
       write-suppression-line.

           move ws-cust-invoice-total to ws-invoice-feed-display
           move ws-cust-closing to ws-closing-feed-display

           move spaces to ws-suppress-line
           string
               ws-cust-id(ws-customer-idx)
               " SUPPRESSED " ws-statement-period
               " " function trim(ws-invoice-feed-display)
               " " function trim(ws-closing-feed-display)
               " " function trim(ws-cust-name(ws-customer-idx))
               into ws-suppress-line
           end-string

           move ws-suppress-line to f-suppress-record
           write f-suppress-record

           exit paragraph.


      *> Files the statement as sent under the id and period,
      *> clearing whatever was filed there before -- the
      *> account-only copy or an earlier run of this one.
       archive-statement.

           move 'N' to ws-sweep-done-sw

           move ws-cust-id(ws-customer-idx) to f-arch-account-id
           move ws-statement-period to f-arch-period
           move 0 to f-arch-line-number

           start fd-archive-file key is greater than
               or equal to f-arch-key
               invalid key
                   set ws-sweep-done to true
           end-start

           perform until ws-sweep-done
               read fd-archive-file next record
                   at end
                       set ws-sweep-done to true
                   not at end
                       if f-arch-account-id
                           = ws-cust-id(ws-customer-idx)
                       and f-arch-period = ws-statement-period
                           delete fd-archive-file
                               invalid key
                                   set ws-sweep-done to true
                           end-delete
                       else
                           set ws-sweep-done to true
                       end-if
               end-read
           end-perform

           perform varying ws-stmt-line-idx from 1 by 1
           until ws-stmt-line-idx > ws-num-stmt-lines
               move spaces to f-archive-record
               move ws-cust-id(ws-customer-idx) to f-arch-account-id
               move ws-statement-period to f-arch-period
               set f-arch-line-number to ws-stmt-line-idx
               move ws-stmt-line(ws-stmt-line-idx) to f-arch-line

               write f-archive-record
                   invalid key
                       display "Error filing line "
                           f-arch-line-number " for customer "
                           f-arch-account-id ", status "
                           ws-fs-status-archive
                       end-display
                       move "archive-statement" to ws-err-paragraph
                       move ws-fs-status-archive
                           to ws-err-file-status
                       move "write f-archive-record"
                           to ws-err-message
                       perform fail-run
               end-write
           end-perform

           add 1 to ws-archived-count

           exit paragraph.


      *> The electronic feed rides in the same envelope shape as the
      *> statement feed: a sequenced opening line, one document per
      *> line, a closing count line.
       write-feed-envelope-opening.

           accept ws-generated-date from date yyyymmdd
           accept ws-generated-time from time

           move ws-feed-sequence to ws-seq-display

           move spaces to ws-envelope-line
           string
               '<consolidatedStatementFeed sequence="'
               function trim(ws-seq-display)
               '" generated="' ws-generated-date
               '-' ws-generated-time '">'
               into ws-envelope-line
           end-string

           move ws-envelope-line to f-feed-record
           write f-feed-record

           exit paragraph.


       write-feed-envelope-closing.

           move ws-feed-doc-count to ws-count-display

           move spaces to ws-envelope-line
           string
               '<documentCount>'
               function trim(ws-count-display)
               '</documentCount></consolidatedStatementFeed>'
               into ws-envelope-line
           end-string

           move ws-envelope-line to f-feed-record
           write f-feed-record

           exit paragraph.


      *> The feed sequence is loaded here, advanced, and only saved
      *> once the feed file is complete on disk.
       load-feed-sequence.

           open input fd-feed-seq

           if ws-fs-status-seq = "00"
               read fd-feed-seq
                   at end
                       continue
                   not at end
                       move f-feed-seq-record to ws-feed-sequence
               end-read
               close fd-feed-seq
           end-if

           add 1 to ws-feed-sequence

           exit paragraph.


       save-feed-sequence.

           open output fd-feed-seq

           if ws-fs-status-seq not = "00"
               display "Warning: could not save consolidated feed "
                   "sequence, status " ws-fs-status-seq
               end-display
               exit paragraph
           end-if

           move ws-feed-sequence to f-feed-seq-record
           write f-feed-seq-record

           close fd-feed-seq

           exit paragraph.


       log-job-start.

           move spaces to ws-job-audit-request
           move "consolidated-statements" to ws-ja-program
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
           move ws-master-read-count to ws-ja-read-count
           move ws-statement-count to ws-ja-written-count
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

           move "consolidated-statements" to ws-err-program

           call "error-logger" using ws-error-request
               on exception
                   display "Warning: unable to call error-logger."
           end-call

           move 8 to return-code

           goback.


      *> Checks SQLCODE/SQLSTATE after every EXEC SQL statement and
      *> stops the run on an unexpected database error, the same
      *> check the other SQL programs here run.
       check-sql-state.

           if SQL-SUCCESS or SQL-NODATA then
               exit paragraph
           end-if

           display space
           display "SQL Error:"
           display "SQLCODE: " SQLCODE
           display "SQLSTATE: " SQLSTATE

           if SQLERRML > 0 then
               display "ERROR MESSAGE: " SQLERRMC(1:SQLERRML)
           end-if
           display space

           EXEC SQL
               CONNECT RESET
           END-EXEC

           move spaces to ws-error-request
           move "consolidated-statements" to ws-err-program
           move "check-sql-state" to ws-err-paragraph
           move SQLSTATE(1:2) to ws-err-file-status
           move spaces to ws-err-message
           string "SQL error, SQLSTATE " SQLSTATE
               into ws-err-message
           end-string

           call "error-logger" using ws-error-request
               on exception
                   display "Warning: unable to call error-logger."
           end-call

           move 8 to return-code
           goback
           exit paragraph. *> not reachable, used as paragraph end scope.

       end program consolidated-statements.

      ******************************************************************
      * author: Erik Eriksen
      * date: 2026-10-15
      * purpose: Corporate group rollup. Every corp group on the
      *          indexed customer file redefines.cbl maintains -- a
      *          top-level parent and all the subsidiaries beneath
      *          it, at any depth -- is reported as one: each member
      *          with its open order count and amount (from the
      *          customer-orders.txt extract order-intake writes,
      *          canceled orders left out) and its open invoice
      *          balance (open 'I' items on ar-open-items.txt), then
      *          the group total. Customers that belong to no group
      *          are left off. The report goes to
      *          group-rollup-report.txt and is registered in the
      *          report catalog. A member whose parent is missing or
      *          whose chain loops is reported under the highest
      *          customer reached, and flagged.
      * tectonics: cobc
      ******************************************************************
       identification division.
       program-id. group-rollup-report.

       environment division.
       input-output section.
       file-control.

           select fd-customer assign to "redefines-customer.dat"
           organization is indexed
           access mode is sequential
           record key is f-customer-id
           alternate record key is f-customer-zip-code
               with duplicates
           alternate record key is f-customer-name
               with duplicates
           alternate record key is f-customer-parent-id
               with duplicates
           file status is ws-fs-status-customer.

           select fd-customer-orders-flat
           assign to "customer-orders.txt"
           organization is line sequential
           file status is ws-fs-status-orders.

           select fd-ar-file
           assign to "ar-open-items.txt"
           organization is line sequential
           file status is ws-fs-status-ar.

           select fd-rollup-report
           assign to "group-rollup-report.txt"
           organization is line sequential
           file status is ws-fs-status-report.

       data division.

       file section.

       fd  fd-customer.
       01  f-customer-record.
           05  f-customer-id                  pic 9(5).
           05  f-customer-type                pic 9.
               88  f-customer-type-person     value 1.
               88  f-customer-type-corp       value 2.
           05  f-customer-name.
               10  f-customer-first-name       pic x(10).
               10  f-customer-last-name        pic x(20).
           05  f-corp-name redefines f-customer-name pic x(30).
           05  f-street-address                pic x(20).
           05  f-state                          pic xx.
           05  f-customer-zip-code              pic 9(5).
           05  f-customer-parent-id             pic 9(5).

       fd  fd-customer-orders-flat.
       01  f-customer-order.
           05  f-order-customer-id                 pic 9(5).
           05  f-order-number                      pic 9(6).
           05  f-order-date                        pic x(8).
           05  f-order-description                 pic x(30).
           05  f-order-amount                      pic 9(7)v99.
           05  f-order-item-id-1                   pic 9(4).
           05  f-order-item-id-2                   pic 9(4).
           05  f-order-line-count                  pic 9(3).
           05  f-order-status                      pic x.
               88  f-order-canceled                value 'X'.
           05  f-order-ship-date                   pic x(8).
           05  f-order-invoice-period              pic 9(6).

       fd  fd-ar-file.
       01  f-ar-record.
           05  f-ar-type                           pic x.
               88  f-ar-invoice                    value 'I'.
               88  f-ar-unapplied                  value 'U'.
           05  f-ar-invoice-number                 pic 9(6).
           05  f-ar-customer-id                    pic 9(5).
           05  f-ar-period                         pic 9(6).
           05  f-ar-invoice-date                   pic 9(8).
           05  f-ar-due-date                       pic 9(8).
           05  f-ar-original-amount                pic 9(7)v99.
           05  f-ar-paid-amount                    pic 9(7)v99.
           05  f-ar-balance                        pic 9(7)v99.
           05  f-ar-last-receipt-date              pic 9(8).
           05  f-ar-status                         pic x.
               88  f-ar-open                       value 'O'.
           05  f-ar-dunning-level                  pic 9.
           05  f-ar-dunning-date                   pic 9(8).

       fd  fd-rollup-report.
       01  f-rollup-report-record                  pic x(132).

       working-storage section.

       01  ws-fs-status-customer                   pic xx.
       01  ws-fs-status-orders                     pic xx.
       01  ws-fs-status-ar                         pic xx.
       01  ws-fs-status-report                     pic xx.

       01  ws-eof-sw                               pic x value 'N'.
           88  ws-eof                              value 'Y'.
           88  ws-not-eof                          value 'N'.

      *> The customer file loaded whole, in id order, with each
      *> customer's top-level parent and depth worked out, and its
      *> orders and open invoices totaled against it.
       01  ws-num-customers                        pic 9(4) comp
                                                   value 0.

       01  ws-customer-table                       occurs 0 to 2000
                                                   times depending on
                                                       ws-num-customers
                                                   ascending key is
                                                       ws-cust-id
                                                   indexed by
                                                       ws-cust-idx.
           05  ws-cust-id                          pic 9(5).
           05  ws-cust-parent-id                   pic 9(5).
           05  ws-cust-name                        pic x(30).
           05  ws-cust-top-id                      pic 9(5).
           05  ws-cust-level                       pic 99.
           05  ws-cust-chain-sw                    pic x.
               88  ws-cust-chain-broken            value 'B'.
               88  ws-cust-chain-loops             value 'L'.
           05  ws-cust-member-count                pic 9(4) comp.
           05  ws-cust-order-count                 pic 9(5).
           05  ws-cust-order-amount                pic 9(9)v99.
           05  ws-cust-open-invoices               pic 9(9)v99.

       01  ws-top-sub                              pic 9(4) comp.
       01  ws-member-sub                           pic 9(4) comp.
       01  ws-walk-sub                             pic 9(4) comp.
       01  ws-walk-id                              pic 9(5).
       01  ws-walk-depth                           pic 99.
       01  ws-max-depth                            pic 99 value 50.

       01  ws-group-count                          pic 9(5) value 0.
       01  ws-member-total-count                   pic 9(5) value 0.
       01  ws-chain-problem-count                  pic 9(5) value 0.

       01  ws-group-totals.
           05  ws-grp-members                      pic 9(5).
           05  ws-grp-order-count                  pic 9(7).
           05  ws-grp-order-amount                 pic 9(9)v99.
           05  ws-grp-open-invoices                pic 9(9)v99.

       01  ws-grand-totals.
           05  ws-grand-order-count                pic 9(7) value 0.
           05  ws-grand-order-amount               pic 9(9)v99 value 0.
           05  ws-grand-open-invoices              pic 9(9)v99 value 0.

       01  ws-report-line                          pic x(132).
       01  ws-count-display                        pic z(6)9.
       01  ws-amount-display                       pic z(8)9.99.
       01  ws-indent                               pic 99.

      *> Entry for the common report catalog, written by the shared
      *> report-catalog subprogram.
       01  ws-catalog-request.
           05  ws-rc-name                  pic x(20).
           05  ws-rc-file                  pic x(40).
           05  ws-rc-pages                 pic 9(3).

       procedure division.
       main-procedure.

           display "Corporate group rollup report."

           perform load-customers
           perform resolve-top-parents
           perform total-open-orders
           perform total-open-invoices

           open output fd-rollup-report

           if ws-fs-status-report not = "00"
               display "Error opening group-rollup-report.txt: "
                   ws-fs-status-report
               end-display
               move 8 to return-code
               goback
           end-if

           move spaces to ws-report-line
           string "Corporate group rollup -- open orders and open "
               "invoices by top-level parent"
               delimited by size
               into ws-report-line
           end-string
           perform write-report-line

           move spaces to ws-report-line
           perform write-report-line

           move spaces to ws-report-line
           move "customer" to ws-report-line(3:8)
           move "name" to ws-report-line(14:4)
           move "orders" to ws-report-line(59:6)
           move "order amount" to ws-report-line(68:12)
           move "open invoices" to ws-report-line(83:13)
           perform write-report-line

           perform varying ws-top-sub from 1 by 1
           until ws-top-sub > ws-num-customers
               if ws-cust-top-id(ws-top-sub) = ws-cust-id(ws-top-sub)
               and (ws-cust-member-count(ws-top-sub) > 1
                   or ws-cust-chain-sw(ws-top-sub) not = space)
                   perform write-one-group
               end-if
           end-perform

           if ws-group-count = 0
               move spaces to ws-report-line
               perform write-report-line
               move "  (no corporate groups on file)" to ws-report-line
               perform write-report-line
           end-if

           move spaces to ws-report-line
           perform write-report-line

           move spaces to ws-report-line
           move "All groups" to ws-report-line(3:10)
           move ws-grand-order-count to ws-count-display
           move ws-count-display to ws-report-line(58:7)
           move ws-grand-order-amount to ws-amount-display
           move ws-amount-display to ws-report-line(67:12)
           move ws-grand-open-invoices to ws-amount-display
           move ws-amount-display to ws-report-line(84:12)
           perform write-report-line

           move spaces to ws-report-line
           string "Groups: " ws-group-count
               "   members: " ws-member-total-count
               "   broken or looping chains: " ws-chain-problem-count
               delimited by size
               into ws-report-line
           end-string
           perform write-report-line

           close fd-rollup-report

           move spaces to ws-catalog-request
           move "GROUP-ROLLUP" to ws-rc-name
           move "group-rollup-report.txt" to ws-rc-file
           move 0 to ws-rc-pages
           call "report-catalog" using ws-catalog-request
               on exception
                   display "Warning: unable to call report-catalog."
           end-call

           if ws-chain-problem-count > 0
               move 4 to return-code
           end-if

           display "Groups:  " ws-group-count
           display "Members: " ws-member-total-count
           display "See group-rollup-report.txt"

           goback.


       load-customers.

           set ws-not-eof to true

           open input fd-customer

           if ws-fs-status-customer not = "00"
               display "Error opening customer file: "
                   ws-fs-status-customer
               end-display
               display "Run redefines-test once to create it."
               move 8 to return-code
               goback
           end-if

           perform until ws-eof
               read fd-customer next record
                   at end
                       set ws-eof to true
                   not at end
                       if ws-num-customers < 2000
                           add 1 to ws-num-customers
                           perform load-one-customer
                       else
                           display "Warning: more than 2000 "
                               "customers, the rest left off."
                           end-display
                           set ws-eof to true
                       end-if
               end-read
           end-perform

           close fd-customer

           exit paragraph.


       load-one-customer.

           move f-customer-id to ws-cust-id(ws-num-customers)
           move f-customer-parent-id
               to ws-cust-parent-id(ws-num-customers)

           if f-customer-type-corp
               move f-corp-name to ws-cust-name(ws-num-customers)
           else
               move spaces to ws-cust-name(ws-num-customers)
               string function trim(f-customer-first-name) " "
                   function trim(f-customer-last-name)
                   delimited by size
                   into ws-cust-name(ws-num-customers)
               end-string
           end-if

           move f-customer-id to ws-cust-top-id(ws-num-customers)
           move 0 to ws-cust-level(ws-num-customers)
           move space to ws-cust-chain-sw(ws-num-customers)
           move 0 to ws-cust-member-count(ws-num-customers)
           move 0 to ws-cust-order-count(ws-num-customers)
           move 0 to ws-cust-order-amount(ws-num-customers)
           move 0 to ws-cust-open-invoices(ws-num-customers)

           exit paragraph.


      *> Each customer climbs its parent ids through the table to
      *> the top of its group, counting the levels, and is counted
      *> as a member of that top customer's group.
       resolve-top-parents.

           perform varying ws-member-sub from 1 by 1
           until ws-member-sub > ws-num-customers
               perform resolve-one-top
               perform count-group-member
           end-perform

           exit paragraph.


       resolve-one-top.

           move ws-member-sub to ws-walk-sub
           move 0 to ws-walk-depth

           perform until ws-cust-parent-id(ws-walk-sub) = 0
               if ws-walk-depth >= ws-max-depth
                   set ws-cust-chain-loops(ws-member-sub) to true
                   exit perform
               end-if

               move ws-cust-parent-id(ws-walk-sub) to ws-walk-id

               search all ws-customer-table
                   at end
                       set ws-cust-chain-broken(ws-member-sub)
                           to true
                       exit perform
                   when ws-cust-id(ws-cust-idx) = ws-walk-id
                       set ws-walk-sub to ws-cust-idx
               end-search

               add 1 to ws-walk-depth
           end-perform

           move ws-cust-id(ws-walk-sub) to ws-cust-top-id(ws-member-sub)
           move ws-walk-depth to ws-cust-level(ws-member-sub)

           if ws-cust-chain-sw(ws-member-sub) not = space
               add 1 to ws-chain-problem-count
           end-if

           exit paragraph.


       count-group-member.

           move ws-cust-top-id(ws-member-sub) to ws-walk-id

           search all ws-customer-table
               at end
                   continue
               when ws-cust-id(ws-cust-idx) = ws-walk-id
                   add 1 to ws-cust-member-count(ws-cust-idx)
           end-search

           exit paragraph.


      *> No extract just leaves the order columns at zero.
       total-open-orders.

           set ws-not-eof to true

           open input fd-customer-orders-flat

           if ws-fs-status-orders not = "00"
               display "Warning: no customer-orders.txt -- order "
                   "totals are zero."
               end-display
               exit paragraph
           end-if

           perform until ws-eof
               read fd-customer-orders-flat
                   at end
                       set ws-eof to true
                   not at end
                       if not f-order-canceled
                           perform add-one-order
                       end-if
               end-read
           end-perform

           close fd-customer-orders-flat

           exit paragraph.


       add-one-order.

           search all ws-customer-table
               at end
                   continue
               when ws-cust-id(ws-cust-idx) = f-order-customer-id
                   add 1 to ws-cust-order-count(ws-cust-idx)
                   add f-order-amount
                       to ws-cust-order-amount(ws-cust-idx)
           end-search

           exit paragraph.


      *> No open-item ledger just leaves the invoice column at zero.
       total-open-invoices.

           set ws-not-eof to true

           open input fd-ar-file

           if ws-fs-status-ar not = "00"
               display "Warning: no ar-open-items.txt -- open "
                   "invoices are zero."
               end-display
               exit paragraph
           end-if

           perform until ws-eof
               read fd-ar-file
                   at end
                       set ws-eof to true
                   not at end
                       if f-ar-invoice
                       and f-ar-open
                           perform add-one-invoice
                       end-if
               end-read
           end-perform

           close fd-ar-file

           exit paragraph.


       add-one-invoice.

           search all ws-customer-table
               at end
                   continue
               when ws-cust-id(ws-cust-idx) = f-ar-customer-id
                   add f-ar-balance
                       to ws-cust-open-invoices(ws-cust-idx)
           end-search

           exit paragraph.


      *> The top-level parent's heading, every member of its group in
      *> id order indented by level, then the group total.
       write-one-group.

           add 1 to ws-group-count
           initialize ws-group-totals

           move spaces to ws-report-line
           perform write-report-line

           move spaces to ws-report-line
           string "Group " ws-cust-id(ws-top-sub) "  "
               function trim(ws-cust-name(ws-top-sub))
               delimited by size
               into ws-report-line
           end-string
           perform write-report-line

           perform varying ws-member-sub from 1 by 1
           until ws-member-sub > ws-num-customers
               if ws-cust-top-id(ws-member-sub) = ws-cust-id(ws-top-sub)
                   perform write-member-line
               end-if
           end-perform

           move spaces to ws-report-line
           string "Group total, " ws-grp-members " member(s)"
               delimited by size
               into ws-report-line(5:30)
           end-string
           move ws-grp-order-count to ws-count-display
           move ws-count-display to ws-report-line(58:7)
           move ws-grp-order-amount to ws-amount-display
           move ws-amount-display to ws-report-line(67:12)
           move ws-grp-open-invoices to ws-amount-display
           move ws-amount-display to ws-report-line(84:12)
           perform write-report-line

           add ws-grp-order-count to ws-grand-order-count
           add ws-grp-order-amount to ws-grand-order-amount
           add ws-grp-open-invoices to ws-grand-open-invoices

           exit paragraph.


       write-member-line.

           add 1 to ws-grp-members
           add 1 to ws-member-total-count
           add ws-cust-order-count(ws-member-sub) to ws-grp-order-count
           add ws-cust-order-amount(ws-member-sub)
               to ws-grp-order-amount
           add ws-cust-open-invoices(ws-member-sub)
               to ws-grp-open-invoices

           move spaces to ws-report-line
           move ws-cust-id(ws-member-sub) to ws-report-line(3:5)

           compute ws-indent = ws-cust-level(ws-member-sub) * 2 + 14
           end-compute
           if ws-indent > 26
               move 26 to ws-indent
           end-if
           move ws-cust-name(ws-member-sub)
               to ws-report-line(ws-indent:30)

           move ws-cust-order-count(ws-member-sub) to ws-count-display
           move ws-count-display to ws-report-line(58:7)
           move ws-cust-order-amount(ws-member-sub)
               to ws-amount-display
           move ws-amount-display to ws-report-line(67:12)
           move ws-cust-open-invoices(ws-member-sub)
               to ws-amount-display
           move ws-amount-display to ws-report-line(84:12)

           evaluate true
               when ws-cust-chain-broken(ws-member-sub)
                   move "parent missing" to ws-report-line(100:14)
               when ws-cust-chain-loops(ws-member-sub)
                   move "parent chain loops" to ws-report-line(100:18)
           end-evaluate

           perform write-report-line

           exit paragraph.


       write-report-line.

           move ws-report-line to f-rollup-report-record
           write f-rollup-report-record

           exit paragraph.

       end program group-rollup-report.

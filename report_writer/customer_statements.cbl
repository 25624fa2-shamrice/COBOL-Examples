      *          statement-feed-seq.txt); suppressed ones are proved
      *          deliberate on the statements-suppressed.txt
      *          register. The run summary counts each route.
      * Updated: 2026-10-15 EE: orders entered with item lines
      *          print each line (item code, quantity, line amount)
      *          under the order. The headers and
      *          customer-order-lines.txt are released into one
      *          sort so every order's lines follow it; only the
      *          headers carry the amount the totals sum.
      * Updated: 2026-10-15 EE: canceled orders stay on
      *          customer-orders.txt with status 'X' for the
      *          record; they are left off the statement.
      * Updated: 2026-10-15 EE: return credits from
      *          customer-returns.txt print on the customer's
      *          statement as negative lines ("Return credit, RMA
      *          nnnnnn") dated the day the return was booked, and
      *          net against the statement total. Electronic and
      *          suppressed totals net the same way.
      * Updated: 2026-10-15 EE: order headers are read off the
      *          indexed customer-orders.dat order-intake now keeps,
      *          walked customer by customer on its customer-id
      *          alternate key with START/READ NEXT, instead of the
      *          flat file. A missing indexed file is built from the
      *          flat customer-orders.txt extract (or the demo seed)
      *          on the fly, the same first-run conversion intake
      *          performs.
      * Updated: 2026-10-15 EE: credit and debit memos from
      *          invoice-memos.txt print on the customer's statement
      *          the same way ("Credit memo nnnnnn, inv nnnnnn"),
      *          dated the day the memo was issued -- a credit
      *          negative, a debit positive -- and net into the
      *          statement total.
      * Purpose: Customer statement run. Joins the customer master
      *          (the flat customer-master.txt layout
      *          customer_master_update.cbl writes) with a customer
           record key is f-dat-customer-id
           file status is ws-fs-status-dat.

      *> The indexed order book order-intake maintains, read in
      *> customer-id order on its alternate key.
           select fd-customer-orders
           assign to "customer-orders.dat"
           organization is indexed
           access mode is dynamic
           record key is f-order-number
           alternate record key is f-order-customer-id
               with duplicates
           file status is ws-fs-status-orders.

      *> The flat extract, read only to build a missing indexed file.
           select fd-customer-orders-flat
           assign to "customer-orders.txt"
           organization is line sequential
           file status is ws-fs-status-orders-flat.

           select fd-order-lines
           assign to "customer-order-lines.txt"
           organization is line sequential
           file status is ws-fs-status-lines.

           select fd-customer-returns
           assign to "customer-returns.txt"
           organization is line sequential
           file status is ws-fs-status-returns.

           select fd-invoice-memos
           assign to "invoice-memos.txt"
           organization is line sequential
           file status is ws-fs-status-memos.

           select fd-order-sort-file assign to "order-sort-temp.txt".

           05  f-dat-comment                       pic x(25).
           05  f-dat-region                        pic x(4).

      *> One order per record, keyed on order number with the
      *> customer id it belongs to as the alternate key. The headers
      *> come off in customer order but are still sorted, with the
      *> lines and return credits, before the statement control
      *> break runs over them.
       fd  fd-customer-orders.
       01  f-customer-order.
           05  f-order-customer-id                 pic 9(5).
           05  f-order-amount                      pic 9(7)v99.
           05  f-order-item-id-1                   pic 9(4).
           05  f-order-item-id-2                   pic 9(4).
           05  f-order-line-count                  pic 9(3).
           05  f-order-status                      pic x.
               88  f-order-canceled                value 'X'.
           05  f-order-ship-date                   pic x(8).
           05  f-order-invoice-period              pic 9(6).

       fd  fd-customer-orders-flat.
       01  f-customer-order-flat                   pic x(84).

      *> The item lines behind each order header, carrying the
      *> order's customer and date so they sort in alongside it.
       fd  fd-order-lines.
       01  f-order-line.
           05  f-line-order-number                 pic 9(6).
           05  f-line-number                       pic 9(3).
           05  f-line-customer-id                  pic 9(5).
           05  f-line-order-date                   pic x(8).
           05  f-line-item-id-1                    pic 9(4).
           05  f-line-item-id-2                    pic 9(4).
           05  f-line-quantity                     pic 9(5).
           05  f-line-amount                       pic 9(7)v99.
           05  f-line-allocated                    pic 9(5).
           05  f-line-shipped                      pic 9(5).
           05  f-line-returned                     pic 9(5).

      *> One booked return per record, as order intake writes them.
      *> The credit is the customer's from the day it is booked, so
      *> every one prints; invoicing tracks which period took it.
       fd  fd-customer-returns.
       01  f-return-record.
           05  f-rtn-number                        pic 9(6).
           05  f-rtn-date                          pic x(8).
           05  f-rtn-order-number                  pic 9(6).
           05  f-rtn-line-number                   pic 9(3).
           05  f-rtn-customer-id                   pic 9(5).
           05  f-rtn-item-id-1                     pic 9(4).
           05  f-rtn-item-id-2                     pic 9(4).
           05  f-rtn-quantity                      pic 9(5).
           05  f-rtn-condition                     pic x.
           05  f-rtn-reason                        pic xx.
           05  f-rtn-credit-amount                 pic 9(7)v99.
           05  f-rtn-credit-period                 pic 9(6).

      *> Credit and debit memos against invoices, as
      *> invoice-adjustments writes them.
       fd  fd-invoice-memos.
       01  f-memo-record.
           05  f-memo-number                       pic 9(6).
           05  f-memo-type                         pic x.
               88  f-memo-credit                   value 'C'.
           05  f-memo-invoice-number               pic 9(6).
           05  f-memo-customer-id                  pic 9(5).
           05  f-memo-reason                       pic x(4).
           05  f-memo-amount                       pic 9(7)v99.
           05  f-memo-date                         pic 9(8).
           05  f-memo-period                       pic 9(6).
           05  f-memo-description                  pic x(30).
           05  f-memo-register-period              pic 9(6).

      *> Headers and lines sort together: customer, date, order
      *> number, then the header ('H') ahead of its lines ('L') in
      *> line order. Only a header carries f-sort-order-amount, so
      *> the report's sums count each order once. A return credit
      *> ('C') sorts in on its return date and carries its amount
      *> negative, so the same sums net it off. An invoice memo
      *> sorts in the same way as a 'C', a debit memo positive.
       sd  fd-order-sort-file.
       01  f-order-record-sort.
           05  f-sort-customer-id                  pic 9(5).
           05  f-sort-order-date                   pic x(8).
           05  f-sort-order-number                 pic 9(6).
           05  f-sort-record-type                  pic x.
           05  f-sort-line-number                  pic 9(3).
           05  f-sort-order-description            pic x(30).
           05  f-sort-order-amount                 pic s9(7)v99.
           05  f-sort-item-id-1                    pic 9(4).
           05  f-sort-item-id-2                    pic 9(4).
           05  f-sort-quantity                     pic 9(5).
           05  f-sort-line-amount                  pic 9(7)v99.

       fd  fd-orders-sorted.
       01  f-sorted-order.
           05  f-sorted-customer-id                pic 9(5).
           05  f-sorted-order-date                 pic x(8).
           05  f-sorted-order-number               pic 9(6).
           05  f-sorted-record-type                pic x.
               88  f-sorted-header                 value 'H'.
               88  f-sorted-line                   value 'L'.
               88  f-sorted-credit                 value 'C'.
           05  f-sorted-line-number                pic 9(3).
           05  f-sorted-order-description         pic x(30).
           05  f-sorted-order-amount               pic s9(7)v99.
           05  f-sorted-item-id-1                  pic 9(4).
           05  f-sorted-item-id-2                  pic 9(4).
           05  f-sorted-quantity                   pic 9(5).
           05  f-sorted-line-amount                pic 9(7)v99.

       fd  fd-statement-file
       report is r-statement-report.

       01  ws-fs-status-master                 pic xx.
       01  ws-fs-status-orders                 pic xx.
       01  ws-fs-status-orders-flat            pic xx.
       01  ws-fs-status-sorted                 pic xx.
       01  ws-fs-status-lines                  pic xx.
       01  ws-fs-status-returns                pic xx.
       01  ws-fs-status-memos                  pic xx.

       01  ws-eof-sw                           pic x value 'N'.
           88  ws-eof                          value 'Y'.
       01  ws-statement-name                   pic x(60).

       01  ws-order-count                      pic 9(5) value 0.
       01  ws-line-count                       pic 9(5) value 0.
       01  ws-credit-count                     pic 9(5) value 0.
       01  ws-statement-count                  pic 9(5) value 0.
       01  ws-prior-customer-id                pic 9(5) value 0.
       01  ws-has-prior-sw                     pic x value 'N'.
           88  ws-route-electronic             value 'E'.
           88  ws-route-suppress               value 'S'.

       01  ws-route-total                      pic s9(9)v99
                                               value 0.
       01  ws-route-order-count                pic 9(4) value 0.

       01  ws-envelope-line                    pic x(200).
       01  ws-seq-display                      pic z(5)9.
       01  ws-count-display                    pic z(4)9.
       01  ws-total-display-feed               pic -9(9).99.
       01  ws-suppress-line                    pic x(100).

      *> Entry for the common report catalog, written by the shared
               05  column 14 pic x(8) source f-sorted-order-date.
               05  column 24 pic x(30)
                   source f-sorted-order-description.
               05  column 56 pic z,zzz,zz9.99-
                   source f-sorted-order-amount.

      *> An item line prints under its order; its amount is already
      *> in the order's, so it sits left of the summed column.
           01  statement-item-line type detail line plus 1.
               05  column 14 pic zz9 source f-sorted-line-number.
               05  column 24 pic 9(4) source f-sorted-item-id-1.
               05  column 28 pic x value "/".
               05  column 29 pic 9(4) source f-sorted-item-id-2.
               05  column 35 pic zzzz9 source f-sorted-quantity.
               05  column 42 pic z,zzz,zz9.99
                   source f-sorted-line-amount.

           01  statement-total-line
               type control footing f-sorted-customer-id
               line plus 1.
               05  column 24 pic x(16) value "Statement total:".
               05  column 56 pic z,zzz,zz9.99-
                   sum f-sorted-order-amount.

           01  statement-grand-total-line type control footing final
               line plus 2.
               05  column 4  pic x(26)
                   value "Total across statements:".
               05  column 56 pic zz,zzz,zz9.99-
                   sum f-sorted-order-amount.

       procedure division.

           display space
           display "Orders read:        " ws-order-count
           display "Order lines read:   " ws-line-count
           display "Return credits read: " ws-credit-count
           display "Orders for missing customers: "
               ws-missing-order-count
           end-display
           exit paragraph.


      *> Sorts the orders on customer id so every customer's orders
      *> land together for the control break, each order's item
      *> lines right behind it. A missing order book (status "35")
      *> is built from the flat extract -- or seeded with a small
      *> demo batch when even that is missing.
       sort-customer-orders.

           open input fd-customer-orders

           if ws-fs-status-orders = "35"
               perform convert-orders-file
           else
               close fd-customer-orders
           end-if
           sort fd-order-sort-file
               on ascending key f-sort-customer-id
               ascending key f-sort-order-date
               ascending key f-sort-order-number
               ascending key f-sort-record-type
               ascending key f-sort-line-number
               input procedure is release-order-records
               giving fd-orders-sorted

           exit paragraph.


      *> Builds the indexed order book for the first time from the
      *> flat customer-orders.txt extract, the same first-run
      *> conversion order-intake performs, or seeds the demo orders
      *> when there is no extract either.
       convert-orders-file.

           open input fd-customer-orders-flat

           if ws-fs-status-orders-flat = "35"
               perform create-test-orders
               exit paragraph
           end-if

           if ws-fs-status-orders-flat not = "00"
               display "Error opening customer-orders.txt: "
                   ws-fs-status-orders-flat
               end-display
               move 8 to return-code
               goback
           end-if

           display "Converting flat customer-orders.txt into "
               "indexed customer-orders.dat..."
           end-display

           open output fd-customer-orders

           set ws-not-eof to true

           perform until ws-eof
               read fd-customer-orders-flat
                   at end
                       set ws-eof to true
                   not at end
                       move f-customer-order-flat to f-customer-order
                       write f-customer-order
                           invalid key
                               display "Duplicate order number "
                                   "dropped during conversion: "
                                   f-order-number
                               end-display
                       end-write
               end-read
           end-perform

           close fd-customer-orders-flat
           close fd-customer-orders

           set ws-not-eof to true

           exit paragraph.


      *> Releases every order header, customer by customer off the
      *> alternate key, then every item line. No lines file just
      *> means every order predates item lines.
       release-order-records.

           set ws-not-eof to true

           open input fd-customer-orders

           if ws-fs-status-orders not = "00"
               display "Error opening customer-orders.dat: "
                   ws-fs-status-orders
               end-display
               move 8 to return-code
               goback
           end-if

           move 0 to f-order-customer-id
           start fd-customer-orders key is greater than
               or equal to f-order-customer-id
               invalid key
                   set ws-eof to true
           end-start

           perform until ws-eof
               read fd-customer-orders next record
                   at end
                       set ws-eof to true
                   not at end
                     if not f-order-canceled
                       move spaces to f-order-record-sort
                       move f-order-customer-id
                           to f-sort-customer-id
                       move f-order-date to f-sort-order-date
                       move f-order-number to f-sort-order-number
                       move 'H' to f-sort-record-type
                       move 0 to f-sort-line-number
                       move f-order-description
                           to f-sort-order-description
                       move f-order-amount to f-sort-order-amount
                       move f-order-item-id-1 to f-sort-item-id-1
                       move f-order-item-id-2 to f-sort-item-id-2
                       move 0 to f-sort-quantity
                       move 0 to f-sort-line-amount
                       release f-order-record-sort
                     end-if
               end-read
           end-perform

           close fd-customer-orders

           set ws-not-eof to true

           open input fd-order-lines

           if ws-fs-status-lines = "35"
               exit paragraph
           end-if

           if ws-fs-status-lines not = "00"
               display "Error opening customer-order-lines.txt: "
                   ws-fs-status-lines
               end-display
               move 8 to return-code
               goback
           end-if

           perform until ws-eof
               read fd-order-lines
                   at end
                       set ws-eof to true
                   not at end
                       move spaces to f-order-record-sort
                       move f-line-customer-id to f-sort-customer-id
                       move f-line-order-date to f-sort-order-date
                       move f-line-order-number
                           to f-sort-order-number
                       move 'L' to f-sort-record-type
                       move f-line-number to f-sort-line-number
                       move 0 to f-sort-order-amount
                       move f-line-item-id-1 to f-sort-item-id-1
                       move f-line-item-id-2 to f-sort-item-id-2
                       move f-line-quantity to f-sort-quantity
                       move f-line-amount to f-sort-line-amount
                       release f-order-record-sort
               end-read
           end-perform

           close fd-order-lines

           perform release-return-credits
           perform release-invoice-memos

           exit paragraph.


      *> Releases each booked return as a credit line on the
      *> customer's statement. No returns file just means nothing
      *> has come back yet.
       release-return-credits.

           set ws-not-eof to true

           open input fd-customer-returns

           if ws-fs-status-returns = "35"
               exit paragraph
           end-if

           if ws-fs-status-returns not = "00"
               display "Error opening customer-returns.txt: "
                   ws-fs-status-returns
               end-display
               move 8 to return-code
               goback
           end-if

           perform until ws-eof
               read fd-customer-returns
                   at end
                       set ws-eof to true
                   not at end
                       move spaces to f-order-record-sort
                       move f-rtn-customer-id to f-sort-customer-id
                       move f-rtn-date to f-sort-order-date
                       move f-rtn-order-number
                           to f-sort-order-number
                       move 'C' to f-sort-record-type
                       move f-rtn-line-number to f-sort-line-number
                       string "Return credit, RMA " f-rtn-number
                           into f-sort-order-description
                       end-string
                       compute f-sort-order-amount
                           = 0 - f-rtn-credit-amount
                       end-compute
                       move f-rtn-item-id-1 to f-sort-item-id-1
                       move f-rtn-item-id-2 to f-sort-item-id-2
                       move f-rtn-quantity to f-sort-quantity
                       move 0 to f-sort-line-amount
                       release f-order-record-sort
               end-read
           end-perform

           close fd-customer-returns

           set ws-not-eof to true

           exit paragraph.


      *> Releases each invoice memo as a line on the customer's
      *> statement, on the invoice's number. No memo file just means
      *> none has been issued.
       release-invoice-memos.

           set ws-not-eof to true

           open input fd-invoice-memos

           if ws-fs-status-memos = "35"
               exit paragraph
           end-if

           if ws-fs-status-memos not = "00"
               display "Error opening invoice-memos.txt: "
                   ws-fs-status-memos
               end-display
               move 8 to return-code
               goback
           end-if

           perform until ws-eof
               read fd-invoice-memos
                   at end
                       set ws-eof to true
                   not at end
                       move spaces to f-order-record-sort
                       move f-memo-customer-id to f-sort-customer-id
                       move f-memo-date to f-sort-order-date
                       move f-memo-invoice-number
                           to f-sort-order-number
                       move 'C' to f-sort-record-type
                       move 0 to f-sort-line-number
                       if f-memo-credit
                           string "Credit memo " f-memo-number
                               ", inv " f-memo-invoice-number
                               into f-sort-order-description
                           end-string
                           compute f-sort-order-amount
                               = 0 - f-memo-amount
                           end-compute
                       else
                           string "Debit memo " f-memo-number
                               ", inv " f-memo-invoice-number
                               into f-sort-order-description
                           end-string
                           move f-memo-amount to f-sort-order-amount
                       end-if
                       move 0 to f-sort-item-id-1
                       move 0 to f-sort-item-id-2
                       move 0 to f-sort-quantity
                       move 0 to f-sort-line-amount
                       release f-order-record-sort
               end-read
           end-perform

           close fd-invoice-memos

           set ws-not-eof to true

           exit paragraph.

                   at end
                       set ws-eof to true
                   not at end
                       evaluate true
                           when f-sorted-header
                               add 1 to ws-order-count
                           when f-sorted-credit
                               add 1 to ws-credit-count
                           when other
                               add 1 to ws-line-count
                       end-evaluate

                       if not ws-has-prior
                       or f-sorted-customer-id
                       end-if

                       if ws-customer-missing
                       and f-sorted-header
                           add 1 to ws-missing-order-count
                           display "Order " f-sorted-order-number
                               " refers to missing customer "

      *> Print-route orders flow to the report writer as always;
      *> electronic and suppressed routes accumulate for the
      *> customer's single feed document or register line instead,
      *> counting orders, not their lines. A credit nets off the
      *> total without counting as an order.
                       evaluate true
                           when ws-route-print
                           and f-sorted-line
                               generate statement-item-line
                           when ws-route-print
                               generate statement-order-line
                           when f-sorted-header
                               add f-sorted-order-amount
                                   to ws-route-total
                               add 1 to ws-route-order-count
                           when f-sorted-credit
                               add f-sorted-order-amount
                                   to ws-route-total
                       end-evaluate
               end-read
           end-perform

               '</name><orderCount>'
               ws-route-order-count
               '</orderCount><total>'
               function trim(ws-total-display-feed)
               '</total></statement>'
               into ws-envelope-line
           end-string
           string
               ws-prior-customer-id
               " SUPPRESSED "
               function trim(ws-total-display-feed)
               " " function trim(ws-statement-name)
               into ws-suppress-line
           end-string


      *> Seeds a small demo orders file -- two customers with
      *> activity, one of them with several orders, the other with
      *> an order entered as item lines -- so the statement run
      *> demonstrates the per-customer break and total on a fresh
      *> checkout. Only called when neither customer-orders.dat nor
      *> the flat extract exists (status "35").
       create-test-orders.

           open output fd-customer-orders

               move 'O' to f-order-status
               move 0 to f-order-line-count

               move 1 to f-order-customer-id
               move 100001 to f-order-number
               move 0001 to f-order-item-id-1

               move 5 to f-order-customer-id
               move 100002 to f-order-number
               move 0 to f-order-item-id-1
               move 0 to f-order-item-id-2
               move "20260805" to f-order-date
               move "annual service plan" to f-order-description
               move 1200.00 to f-order-amount
               move 2 to f-order-line-count
               write f-customer-order

               move 0 to f-order-line-count

               move 1 to f-order-customer-id
               move 100003 to f-order-number
               move 0001 to f-order-item-id-1

           close fd-customer-orders

           open output fd-order-lines

               move 100002 to f-line-order-number
               move 1 to f-line-number
               move 5 to f-line-customer-id
               move "20260805" to f-line-order-date
               move 0002 to f-line-item-id-1
               move 0102 to f-line-item-id-2
               move 1 to f-line-quantity
               move 900.00 to f-line-amount
               write f-order-line

               move 2 to f-line-number
               move 0001 to f-line-item-id-1
               move 0101 to f-line-item-id-2
               move 12 to f-line-quantity
               move 300.00 to f-line-amount
               write f-order-line

           close fd-order-lines

           exit paragraph.

       end program customer-statements.

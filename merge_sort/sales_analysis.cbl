      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-09-02
      * updated: 2026-10-15 EE: by item now tallies real quantities
      *          off customer-order-lines.txt; orders from before
      *          item lines count as one of the header's item code.
      * updated: 2026-10-15 EE: canceled orders stay on the order
      *          file now, marked with their status, and are left out
      *          of the analysis; their lines are already gone.
      * updated: 2026-10-15 EE: the order, line, and item layouts
      *          carry the full records the order side now writes
      *          (shipping, allocation, returns, location) so every
      *          record reads whole.
      * updated: 2026-10-15 EE: shipped revenue, cost of goods sold
      *          at the item's standard cost, and gross margin by
      *          item and by region, off what actually went out the
      *          door net of returns.
      * updated: 2026-10-15 EE: orders are read off the indexed
      *          customer-orders.dat order-intake now keeps, walked
      *          by the customer-id alternate key with START/READ
      *          NEXT, so each customer's region is looked up once
      *          per customer break rather than once per order. A
      *          missing indexed file is built from the flat
      *          customer-orders.txt extract on the fly, the same
      *          first-run conversion intake performs.
      * Purpose: Sales analysis over customer-orders.txt, now that
      *          each order carries a validated item code. Reports
      *          order quantity and amount three ways -- by item
       input-output section.
       file-control.

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

           select fd-item-file assign to "search-items.txt"
           organization is line sequential
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

       fd  fd-item-file.
       01  f-item-record.
           05  f-item-on-hand                      pic 9(5).
           05  f-item-reorder-point                pic 9(5).
           05  f-item-reorder-qty                  pic 9(5).
           05  f-item-allocated                    pic 9(5).
           05  f-item-location                     pic x(6).
           05  f-item-damaged                      pic 9(5).
           05  f-item-vendor-id                    pic 9(5).
           05  f-item-unit-cost                    pic 9(5)v99.
           05  f-item-on-order                     pic 9(5).
           05  f-item-last-count-date              pic 9(8).
           05  f-item-std-cost                     pic 9(5)v99.

       fd  fd-customer-master.
       01  f-customer-record-master.
       working-storage section.

       01  ws-fs-status-orders                     pic xx.
       01  ws-fs-status-orders-flat                pic xx.
       01  ws-fs-status-lines                      pic xx.
       01  ws-fs-status-items                      pic xx.
       01  ws-fs-status-master                     pic xx.
       01  ws-fs-status-report                     pic xx.
           05  ws-item-key-1                       pic 9(4).
           05  ws-item-key-2                       pic 9(4).
           05  ws-item-name                        pic x(16).
           05  ws-item-std-cost                    pic 9(5)v99.

      *> Customer regions for the by-region section.
       01  ws-num-customers                        pic 999 comp
                                                       ws-ib-idx.
           05  ws-ib-key-1                         pic 9(4).
           05  ws-ib-key-2                         pic 9(4).
           05  ws-ib-quantity                      pic 9(7).
           05  ws-ib-amount                        pic 9(9)v99.
           05  ws-ib-shipped                       pic 9(7).
           05  ws-ib-revenue                       pic 9(9)v99.
           05  ws-ib-cogs                          pic 9(9)v99.

       01  ws-num-region-buckets                   pic 99 comp
                                                   value 0.
           05  ws-rb-region                        pic x(4).
           05  ws-rb-count                         pic 9(5).
           05  ws-rb-amount                        pic 9(9)v99.
           05  ws-rb-shipped                       pic 9(7).
           05  ws-rb-revenue                       pic 9(9)v99.
           05  ws-rb-cogs                          pic 9(9)v99.

       01  ws-num-period-buckets                   pic 99 comp
                                                   value 0.
           05  ws-pb-count                         pic 9(5).
           05  ws-pb-amount                        pic 9(9)v99.

      *> The item, quantity, and amount being tallied -- a line off
      *> customer-order-lines.txt, or an order from before lines.
       01  ws-tally-item-id-1                      pic 9(4).
       01  ws-tally-item-id-2                      pic 9(4).
       01  ws-tally-quantity                       pic 9(5).
       01  ws-tally-amount                         pic 9(7)v99.

      *> What of it went out the door: shipped less returned, the
      *> line's amount pro-rated to that, and its standard cost.
       01  ws-tally-shipped                        pic 9(5).
       01  ws-tally-revenue                        pic 9(7)v99.
       01  ws-tally-cogs                           pic 9(9)v99.
       01  ws-tally-std-cost                       pic 9(5)v99.
       01  ws-tally-region                         pic x(4).

       01  ws-region-customer-id                   pic 9(5).
      *> The customer whose region ws-order-region holds, so the
      *> lookup happens once per customer break.
       01  ws-break-customer-id                    pic 9(5).

       01  ws-shipped-revenue                      pic 9(9)v99
                                                   value 0.
       01  ws-shipped-cogs                         pic 9(9)v99
                                                   value 0.
       01  ws-uncosted-count                       pic 9(5) value 0.

       01  ws-margin-revenue                       pic 9(9)v99.
       01  ws-margin-cogs                          pic 9(9)v99.
       01  ws-margin                               pic s9(9)v99.
       01  ws-margin-pct                           pic s9(3)v9.
       01  ws-margin-display                       pic zz,zzz,zz9.99-.
       01  ws-pct-display                          pic zz9.9-.
       01  ws-shipped-display                      pic z,zzz,zz9.

       01  ws-order-region                         pic x(4).
       01  ws-order-period                         pic 9(6).

       01  ws-order-count                          pic 9(5) value 0.
       01  ws-line-count                           pic 9(5) value 0.
       01  ws-order-total                          pic 9(9)v99
                                                   value 0.

           perform load-item-names
           perform load-customer-regions
           perform tally-orders
           perform tally-order-lines

           open output fd-report-file


           display "Done. See sales-analysis-report.txt"
           display "Orders analyzed: " ws-order-count
           display "Order lines analyzed: " ws-line-count

           goback.

                               to ws-item-key-2(ws-num-items)
                           move f-item-name
                               to ws-item-name(ws-num-items)
                           if f-item-std-cost is numeric
                               move f-item-std-cost
                                   to ws-item-std-cost(ws-num-items)
                           else
                               move 0
                                   to ws-item-std-cost(ws-num-items)
                           end-if
                       end-if
               end-read
           end-perform
           exit paragraph.


      *> Walks the order book customer by customer on the
      *> alternate key, looking the region up on each break.
       tally-orders.

           set ws-not-eof to true

           open input fd-customer-orders

           if ws-fs-status-orders = "35"
               perform convert-orders-file
               open input fd-customer-orders
           end-if

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

           move 99999 to ws-break-customer-id
           move "????" to ws-order-region

           perform until ws-eof
               read fd-customer-orders next record
                   at end
                       set ws-eof to true
                   not at end
                       if f-order-customer-id
                           not = ws-break-customer-id
                           move f-order-customer-id
                               to ws-break-customer-id
                               ws-region-customer-id
                           perform find-order-region
                       end-if
                       if not f-order-canceled
                           perform tally-one-header
                       end-if
               end-read
           end-perform

           exit paragraph.


      *> Builds a missing customer-orders.dat from the flat extract
      *> -- empty when there is no extract either -- the same
      *> first-run conversion order-intake performs.
       convert-orders-file.

           open output fd-customer-orders

           open input fd-customer-orders-flat

           if ws-fs-status-orders-flat not = "00"
               close fd-customer-orders
               exit paragraph
           end-if

           display "Converting flat customer-orders.txt into "
               "indexed customer-orders.dat..."
           end-display

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


       tally-one-header.

           add 1 to ws-order-count
           add f-order-amount to ws-order-total
           perform tally-one-order

      *> An order from before item lines has no lines to stream --
      *> it counts as one of its header's item code.
           if f-order-line-count is not numeric
           or f-order-line-count = 0
               move f-order-item-id-1 to ws-tally-item-id-1
               move f-order-item-id-2 to ws-tally-item-id-2
               move 1 to ws-tally-quantity
               move f-order-amount to ws-tally-amount
               if f-order-status = 'S' or 'I'
                   move 1 to ws-tally-shipped
                   move f-order-amount to ws-tally-revenue
               else
                   move 0 to ws-tally-shipped
                   move 0 to ws-tally-revenue
               end-if
               move ws-order-region to ws-tally-region
               perform cost-shipped-quantity
               perform tally-one-item
               perform tally-shipped-region
           end-if

           exit paragraph.


      *> The lines carry the real quantities for the by-item section.
      *> No lines file just means every order predates them.
       tally-order-lines.

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
                       add 1 to ws-line-count
                       move f-line-item-id-1 to ws-tally-item-id-1
                       move f-line-item-id-2 to ws-tally-item-id-2
                       move f-line-quantity to ws-tally-quantity
                       move f-line-amount to ws-tally-amount
                       perform price-shipped-quantity
                       move f-line-customer-id
                           to ws-region-customer-id
                       perform find-order-region
                       move ws-order-region to ws-tally-region
                       perform cost-shipped-quantity
                       perform tally-one-item
                       perform tally-shipped-region
               end-read
           end-perform

           close fd-order-lines

           exit paragraph.


      *> By item -- an all-zero code is pre-code history, bucketed
      *> under 0000/0000 and labeled UNCODED on the report.
       tally-one-item.

           perform varying ws-ib-idx from 1 by 1
           until ws-ib-idx > ws-num-item-buckets
               if ws-ib-key-1(ws-ib-idx) = ws-tally-item-id-1
               and ws-ib-key-2(ws-ib-idx) = ws-tally-item-id-2
                   add ws-tally-quantity to ws-ib-quantity(ws-ib-idx)
                   add ws-tally-amount to ws-ib-amount(ws-ib-idx)
                   add ws-tally-shipped to ws-ib-shipped(ws-ib-idx)
                   add ws-tally-revenue to ws-ib-revenue(ws-ib-idx)
                   add ws-tally-cogs to ws-ib-cogs(ws-ib-idx)
                   exit perform
               end-if
           end-perform
           if ws-ib-idx > ws-num-item-buckets
           and ws-num-item-buckets < 200
               add 1 to ws-num-item-buckets
               move ws-tally-item-id-1
                   to ws-ib-key-1(ws-num-item-buckets)
               move ws-tally-item-id-2
                   to ws-ib-key-2(ws-num-item-buckets)
               move ws-tally-quantity
                   to ws-ib-quantity(ws-num-item-buckets)
               move ws-tally-amount
                   to ws-ib-amount(ws-num-item-buckets)
               move ws-tally-shipped
                   to ws-ib-shipped(ws-num-item-buckets)
               move ws-tally-revenue
                   to ws-ib-revenue(ws-num-item-buckets)
               move ws-tally-cogs
                   to ws-ib-cogs(ws-num-item-buckets)
           end-if

           exit paragraph.


      *> A line's shipped quantity net of returns, and its amount
      *> pro-rated to that quantity.
       price-shipped-quantity.

           move 0 to ws-tally-shipped
           move 0 to ws-tally-revenue

           if f-line-shipped is not numeric
           or f-line-returned is not numeric
               exit paragraph
           end-if

           if f-line-shipped > f-line-returned
               compute ws-tally-shipped =
                   f-line-shipped - f-line-returned
               end-compute
           end-if

           if f-line-quantity > 0
               compute ws-tally-revenue rounded =
                   f-line-amount * ws-tally-shipped / f-line-quantity
               end-compute
           end-if

           exit paragraph.


      *> Cost of goods sold at the item's standard cost. Shipped stock
      *> with no standard cost is counted so the report can say its
      *> margin is overstated.
       cost-shipped-quantity.

           move 0 to ws-tally-std-cost
           move 0 to ws-tally-cogs

           if ws-tally-shipped = 0
               exit paragraph
           end-if

           perform varying ws-item-idx from 1 by 1
           until ws-item-idx > ws-num-items
               if ws-item-key-1(ws-item-idx) = ws-tally-item-id-1
               and ws-item-key-2(ws-item-idx) = ws-tally-item-id-2
                   move ws-item-std-cost(ws-item-idx)
                       to ws-tally-std-cost
                   exit perform
               end-if
           end-perform

           if ws-tally-std-cost = 0
               add 1 to ws-uncosted-count
           end-if

           compute ws-tally-cogs = ws-tally-shipped * ws-tally-std-cost
           end-compute

           add ws-tally-revenue to ws-shipped-revenue
           add ws-tally-cogs to ws-shipped-cogs

           exit paragraph.


       tally-shipped-region.

           if ws-tally-shipped = 0
               exit paragraph
           end-if

           perform varying ws-rb-idx from 1 by 1
           until ws-rb-idx > ws-num-region-buckets
               if ws-rb-region(ws-rb-idx) = ws-tally-region
                   add ws-tally-shipped to ws-rb-shipped(ws-rb-idx)
                   add ws-tally-revenue to ws-rb-revenue(ws-rb-idx)
                   add ws-tally-cogs to ws-rb-cogs(ws-rb-idx)
                   exit perform
               end-if
           end-perform

           if ws-rb-idx > ws-num-region-buckets
           and ws-num-region-buckets < 50
               add 1 to ws-num-region-buckets
               move ws-tally-region
                   to ws-rb-region(ws-num-region-buckets)
               move 0 to ws-rb-count(ws-num-region-buckets)
               move 0 to ws-rb-amount(ws-num-region-buckets)
               move ws-tally-shipped
                   to ws-rb-shipped(ws-num-region-buckets)
               move ws-tally-revenue
                   to ws-rb-revenue(ws-num-region-buckets)
               move ws-tally-cogs
                   to ws-rb-cogs(ws-num-region-buckets)
           end-if

           exit paragraph.


      *> Region and period count orders, off the headers.
       tally-one-order.

      *> By region, off the customer master -- ws-order-region was
      *> looked up on the customer break.
           perform varying ws-rb-idx from 1 by 1
           until ws-rb-idx > ws-num-region-buckets
               if ws-rb-region(ws-rb-idx) = ws-order-region
               move 1 to ws-rb-count(ws-num-region-buckets)
               move f-order-amount
                   to ws-rb-amount(ws-num-region-buckets)
               move 0 to ws-rb-shipped(ws-num-region-buckets)
               move 0 to ws-rb-revenue(ws-num-region-buckets)
               move 0 to ws-rb-cogs(ws-num-region-buckets)
           end-if

      *> By period -- the order date's month.
           perform varying ws-customer-idx from 1 by 1
           until ws-customer-idx > ws-num-customers
               if ws-customer-id(ws-customer-idx)
                   = ws-region-customer-id
                   move ws-customer-region(ws-customer-idx)
                       to ws-order-region
                   exit perform
               move "/" to ws-report-line(7:1)
               move ws-ib-key-2(ws-ib-idx) to ws-report-line(8:4)
               move ws-lookup-name to ws-report-line(14:16)
               move ws-ib-quantity(ws-ib-idx)
                   to ws-report-line(30:7)
               move ws-ib-amount(ws-ib-idx) to ws-amount-display
               move ws-amount-display to ws-report-line(40:13)
               perform write-report-line
           end-string
           perform write-report-line

           perform write-margin-report

           exit paragraph.


      *> Gross margin on what shipped, net of returns: revenue, cost
      *> of goods sold at standard, margin, and margin percent.
       write-margin-report.

           move spaces to ws-report-line
           perform write-report-line
           move "Shipped margin by item:" to ws-report-line
           perform write-report-line
           move "  item       name              shipped       "
               & "revenue           cogs        margin     pct"
               to ws-report-line
           perform write-report-line

           perform varying ws-ib-idx from 1 by 1
           until ws-ib-idx > ws-num-item-buckets
               if ws-ib-shipped(ws-ib-idx) > 0
                   perform look-up-item-name

                   move spaces to ws-report-line
                   move ws-ib-key-1(ws-ib-idx) to ws-report-line(3:4)
                   move "/" to ws-report-line(7:1)
                   move ws-ib-key-2(ws-ib-idx) to ws-report-line(8:4)
                   move ws-lookup-name to ws-report-line(14:16)
                   move ws-ib-shipped(ws-ib-idx) to ws-shipped-display
                   move ws-shipped-display to ws-report-line(30:9)
                   move ws-ib-revenue(ws-ib-idx) to ws-margin-revenue
                   move ws-ib-cogs(ws-ib-idx) to ws-margin-cogs
                   perform format-margin-columns
                   perform write-report-line
               end-if
           end-perform

           move spaces to ws-report-line
           perform write-report-line
           move "Shipped margin by region:" to ws-report-line
           perform write-report-line

           perform varying ws-rb-idx from 1 by 1
           until ws-rb-idx > ws-num-region-buckets
               if ws-rb-shipped(ws-rb-idx) > 0
                   move spaces to ws-report-line
                   move ws-rb-region(ws-rb-idx) to ws-report-line(3:4)
                   move ws-rb-shipped(ws-rb-idx) to ws-shipped-display
                   move ws-shipped-display to ws-report-line(30:9)
                   move ws-rb-revenue(ws-rb-idx) to ws-margin-revenue
                   move ws-rb-cogs(ws-rb-idx) to ws-margin-cogs
                   perform format-margin-columns
                   perform write-report-line
               end-if
           end-perform

           move spaces to ws-report-line
           perform write-report-line

           move spaces to ws-report-line
           move "Shipped total" to ws-report-line(3:13)
           move ws-shipped-revenue to ws-margin-revenue
           move ws-shipped-cogs to ws-margin-cogs
           perform format-margin-columns
           perform write-report-line

           if ws-uncosted-count > 0
               move spaces to ws-report-line
               string
                   "Shipments with no standard cost (margin overstated)"
                   ": " ws-uncosted-count
                   into ws-report-line
               end-string
               perform write-report-line
           end-if

           exit paragraph.


       format-margin-columns.

           compute ws-margin = ws-margin-revenue - ws-margin-cogs
           end-compute

           if ws-margin-revenue > 0
               compute ws-margin-pct rounded =
                   ws-margin * 100 / ws-margin-revenue
                   on size error
                       move -999.9 to ws-margin-pct
               end-compute
           else
               move 0 to ws-margin-pct
           end-if

           move ws-margin-revenue to ws-amount-display
           move ws-amount-display to ws-report-line(40:13)
           move ws-margin-cogs to ws-amount-display
           move ws-amount-display to ws-report-line(55:13)
           move ws-margin to ws-margin-display
           move ws-margin-display to ws-report-line(69:14)
           move ws-margin-pct to ws-pct-display
           move ws-pct-display to ws-report-line(85:6)

           exit paragraph.



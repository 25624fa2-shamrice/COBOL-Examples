      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-10-15
      * updated: 2026-10-15 EE: the order book of record is now the
      *          indexed customer-orders.dat order-intake keeps; the
      *          orders listed are marked picked there by a keyed
      *          REWRITE as well as on the flat customer-orders.txt
      *          extract this run reads, so intake's next run sees
      *          them picked. Before intake has built the indexed
      *          file the flat file is still the book and only it is
      *          marked.
      * Purpose: Daily warehouse pick list. Takes every open order on
      *          customer-orders.txt whose booked lines are all fully
      *          allocated -- the warehouse ships complete, so an
      *          order with anything still on backorder waits -- and
      *          prints its lines on pick-list.txt in walking order:
      *          by bin location off search-items.txt, then item,
      *          then order and line. Each location carries the units
      *          to pull from it. Every order listed is marked 'P'
      *          (picked) on customer-orders.txt, so it drops off
      *          tomorrow's list and order-intake will take its ship
      *          confirmation. Orders keyed before item lines existed
      *          have nothing to pick and stay open; they ship
      *          straight from open.
      * Tectonics: cobc
      ******************************************************************
       identification division.
       program-id. pick-list.

       environment division.
       input-output section.
       file-control.

           select fd-customer-orders
           assign to "customer-orders.txt"
           organization is line sequential
           file status is ws-fs-status-orders.

      *> The indexed order book order-intake maintains -- the
      *> listed orders are marked picked on it by key.
           select fd-order-book
           assign to "customer-orders.dat"
           organization is indexed
           access mode is random
           record key is f-book-order-number
           alternate record key is f-book-customer-id
               with duplicates
           file status is ws-fs-status-book.

           select fd-order-lines
           assign to "customer-order-lines.txt"
           organization is line sequential
           file status is ws-fs-status-lines.

           select fd-item-file assign to "search-items.txt"
           organization is line sequential
           file status is ws-fs-status-items.

      *> Work file for putting the pick lines in walking order.
           select fd-pick-sort-file
           assign to "pick-sort-temp.txt".

           select fd-report-file
           assign to "pick-list.txt"
           organization is line sequential
           file status is ws-fs-status-report.

       data division.

       file section.

       fd  fd-customer-orders.
       01  f-customer-order.
           05  f-order-customer-id                 pic 9(5).
           05  f-order-number                      pic 9(6).
           05  f-order-date                        pic x(8).
           05  f-order-description                 pic x(30).
           05  f-order-amount                      pic 9(7)v99.
           05  f-order-item-id-1                   pic 9(4).
           05  f-order-item-id-2                   pic 9(4).
           05  f-order-line-count                  pic 9(3).
      *> 'O' open, 'P' picked, 'S' shipped, 'I' invoiced, 'X'
      *> canceled; blank on an order from before status is open.
           05  f-order-status                      pic x.
           05  f-order-ship-date                   pic x(8).
           05  f-order-invoice-period              pic 9(6).

      *> Same 84-byte order record; only the keys and the status
      *> matter here.
       fd  fd-order-book.
       01  f-book-order.
           05  f-book-customer-id                  pic 9(5).
           05  f-book-order-number                 pic 9(6).
           05  filler                              pic x(58).
           05  f-book-status                       pic x.
               88  f-book-open                     value 'O' ' '.
           05  filler                              pic x(14).

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
           05  f-item-id-1                         pic 9(4).
           05  f-item-id-2                         pic 9(4).
           05  f-item-id-3                         pic 9(4).
           05  f-item-name                         pic x(16).
           05  f-item-date                         pic x(10).
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

      *> Items with no bin assigned sort and print under
      *> "UNASSIGNED".
       sd  fd-pick-sort-file.
       01  f-sort-pick-record.
           05  f-sort-location                     pic x(10).
           05  f-sort-item-id-1                    pic 9(4).
           05  f-sort-item-id-2                    pic 9(4).
           05  f-sort-order-number                 pic 9(6).
           05  f-sort-line-number                  pic 9(3).
           05  f-sort-customer-id                  pic 9(5).
           05  f-sort-item-name                    pic x(16).
           05  f-sort-quantity                     pic 9(5).

       fd  fd-report-file.
       01  f-report-record                         pic x(132).

       working-storage section.

       01  ws-fs-status-orders                     pic xx.
       01  ws-fs-status-book                       pic xx.
       01  ws-fs-status-lines                      pic xx.
       01  ws-fs-status-items                      pic xx.
       01  ws-fs-status-report                     pic xx.

       01  ws-eof-sw                               pic x value 'N'.
           88  ws-eof                              value 'Y'.
           88  ws-not-eof                          value 'N'.

      *> Order headers, loaded whole and written back with the
      *> picked orders marked. The image carries every field this
      *> program doesn't touch.
       01  ws-num-orders                           pic 9(4) comp
                                                   value 0.

       01  ws-order-table                          occurs 0 to 2000
                                                   times depending on
                                                       ws-num-orders
                                                   indexed by
                                                       ws-order-idx.
           05  ws-ord-number                       pic 9(6).
           05  ws-ord-line-count                   pic 9(3).
           05  ws-ord-status                       pic x.
               88  ws-ord-open                     value 'O' ' '.
               88  ws-ord-picked                   value 'P'.
           05  ws-ord-image                        pic x(84).

      *> The booked order lines, read only.
       01  ws-num-lines                            pic 9(4) comp
                                                   value 0.

       01  ws-line-table                           occurs 0 to 8000
                                                   times depending on
                                                       ws-num-lines
                                                   indexed by
                                                       ws-line-idx.
           05  ws-ln-order-number                  pic 9(6).
           05  ws-ln-number                        pic 9(3).
           05  ws-ln-customer-id                   pic 9(5).
           05  ws-ln-item-id-1                     pic 9(4).
           05  ws-ln-item-id-2                     pic 9(4).
           05  ws-ln-quantity                      pic 9(5).
           05  ws-ln-allocated                     pic 9(5).

      *> Item names and bin locations for the list.
       01  ws-num-items                            pic 999 comp
                                                   value 0.

       01  ws-item-table                           occurs 0 to 500
                                                   times depending on
                                                       ws-num-items
                                                   indexed by
                                                       ws-item-idx.
           05  ws-item-key-1                       pic 9(4).
           05  ws-item-key-2                       pic 9(4).
           05  ws-item-name                        pic x(16).
           05  ws-item-location                    pic x(6).

      *> Per-order check: lines found and whether all are covered.
       01  ws-order-line-found                     pic 9(3).
       01  ws-order-short-sw                       pic x.
           88  ws-order-short                      value 'Y'.
           88  ws-order-covered                    value 'N'.

       01  ws-pick-location                        pic x(10).
       01  ws-pick-item-name                       pic x(16).

      *> Control-break fields for the location groups.
       01  ws-first-group-sw                       pic x.
           88  ws-first-group                      value 'Y'.
           88  ws-not-first-group                  value 'N'.

       01  ws-prev-location                        pic x(10).
       01  ws-group-count                          pic 9(4) value 0.
       01  ws-group-quantity                       pic 9(7) value 0.

       01  ws-orders-read-count                    pic 9(5) value 0.
       01  ws-orders-picked-count                  pic 9(5) value 0.
       01  ws-orders-waiting-count                 pic 9(5) value 0.
       01  ws-lines-picked-count                   pic 9(5) value 0.
       01  ws-location-count                       pic 9(4) value 0.
       01  ws-total-quantity                       pic 9(7) value 0.

      *> Business-date request for the shared business-date
      *> subprogram -- the date printed on the list.
       01  ws-business-date-request.
           05  ws-bd-action                 pic x.
           05  ws-bd-date                   pic 9(8).

       01  ws-business-date                        pic 9(8).

       01  ws-report-line                          pic x(132).
       01  ws-date-display                         pic 9999/99/99.
       01  ws-quantity-display                     pic zz,zz9.
       01  ws-subtotal-display                     pic z,zzz,zz9.

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

           display "Pick list."

           perform log-job-start
           perform fetch-business-date

           perform load-customer-orders
           perform load-order-lines
           perform load-item-file

           open output fd-report-file

           if ws-fs-status-report not = "00"
               display "Error opening pick-list.txt: "
                   ws-fs-status-report
               end-display
               move "main-procedure" to ws-err-paragraph
               move ws-fs-status-report to ws-err-file-status
               move "open output fd-report-file" to ws-err-message
               perform fail-run
           end-if

           move ws-business-date to ws-date-display
           move spaces to ws-report-line
           string
               "Pick list for " ws-date-display
               into ws-report-line
           end-string
           perform write-report-line
           move spaces to ws-report-line
           perform write-report-line

           move "  location    item       name              order  "
               & "line  cust    quantity" to ws-report-line
           perform write-report-line

           set ws-first-group to true

           sort fd-pick-sort-file
               on ascending key f-sort-location
               ascending key f-sort-item-id-1
               ascending key f-sort-item-id-2
               ascending key f-sort-order-number
               ascending key f-sort-line-number
               input procedure is release-pick-lines
               output procedure is print-pick-lines

           if ws-orders-picked-count = 0
               move "    (nothing ready to pick)" to ws-report-line
               perform write-report-line
               move spaces to ws-report-line
               perform write-report-line
           end-if

           perform write-report-totals

           close fd-report-file

           if ws-orders-picked-count > 0
               perform mark-order-book
               perform write-orders-file
           end-if

           perform log-job-end

           display "Done. See pick-list.txt"
           move spaces to ws-catalog-request
           move "PICK-LIST" to ws-rc-name
           move "pick-list.txt" to ws-rc-file
           move 0 to ws-rc-pages
           call "report-catalog" using ws-catalog-request
               on exception
                   display "Warning: unable to call report-catalog."
           end-call

           display "Orders read:         " ws-orders-read-count
           display "Orders picked:       " ws-orders-picked-count
           display "Lines picked:        " ws-lines-picked-count
           display "Units to pick:       " ws-total-quantity
           display "Waiting on stock:    " ws-orders-waiting-count

           goback.


      *> System date is the fallback when the calendar module isn't
      *> linked.
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


      *> No orders file (status "35") just means an empty list.
       load-customer-orders.

           set ws-not-eof to true

           open input fd-customer-orders

           if ws-fs-status-orders = "35"
               exit paragraph
           end-if

           if ws-fs-status-orders not = "00"
               display "Error opening customer-orders.txt: "
                   ws-fs-status-orders
               end-display
               move "load-customer-orders" to ws-err-paragraph
               move ws-fs-status-orders to ws-err-file-status
               move "open fd-customer-orders" to ws-err-message
               perform fail-run
           end-if

           perform until ws-eof
               read fd-customer-orders
                   at end
                       set ws-eof to true
                   not at end
                       if ws-num-orders >= 2000
                           display "customer-orders.txt exceeds the "
                               "2000-order table -- run stopped "
                               "before it could be truncated."
                           end-display
                           move "load-customer-orders"
                               to ws-err-paragraph
                           move spaces to ws-err-file-status
                           move "order table overflow"
                               to ws-err-message
                           perform fail-run
                       end-if

                       add 1 to ws-num-orders
                       add 1 to ws-orders-read-count
                       move f-order-number
                           to ws-ord-number(ws-num-orders)
                       if f-order-line-count is numeric
                           move f-order-line-count
                               to ws-ord-line-count(ws-num-orders)
                       else
                           move 0 to ws-ord-line-count(ws-num-orders)
                       end-if
                       move f-order-status
                           to ws-ord-status(ws-num-orders)
                       move f-customer-order
                           to ws-ord-image(ws-num-orders)
               end-read
           end-perform

           close fd-customer-orders

           exit paragraph.


       load-order-lines.

           set ws-not-eof to true

           open input fd-order-lines

           if ws-fs-status-lines = "35"
               exit paragraph
           end-if

           if ws-fs-status-lines not = "00"
               display "Error opening customer-order-lines.txt: "
                   ws-fs-status-lines
               end-display
               move "load-order-lines" to ws-err-paragraph
               move ws-fs-status-lines to ws-err-file-status
               move "open fd-order-lines" to ws-err-message
               perform fail-run
           end-if

           perform until ws-eof
               read fd-order-lines
                   at end
                       set ws-eof to true
                   not at end
                       if ws-num-lines >= 8000
                           display "customer-order-lines.txt exceeds "
                               "the 8000-line table -- run stopped "
                               "before the list came out short."
                           end-display
                           move "load-order-lines" to ws-err-paragraph
                           move spaces to ws-err-file-status
                           move "line table overflow"
                               to ws-err-message
                           perform fail-run
                       end-if

                       add 1 to ws-num-lines
                       move f-line-order-number
                           to ws-ln-order-number(ws-num-lines)
                       move f-line-number to ws-ln-number(ws-num-lines)
                       move f-line-customer-id
                           to ws-ln-customer-id(ws-num-lines)
                       move f-line-item-id-1
                           to ws-ln-item-id-1(ws-num-lines)
                       move f-line-item-id-2
                           to ws-ln-item-id-2(ws-num-lines)
                       move f-line-quantity
                           to ws-ln-quantity(ws-num-lines)
                       if f-line-allocated is numeric
                           move f-line-allocated
                               to ws-ln-allocated(ws-num-lines)
                       else
                           move 0 to ws-ln-allocated(ws-num-lines)
                       end-if
               end-read
           end-perform

           close fd-order-lines

           exit paragraph.


      *> No item file just means every line picks as unassigned.
       load-item-file.

           set ws-not-eof to true

           open input fd-item-file

           if ws-fs-status-items not = "00"
               display "Warning: search-items.txt not readable, "
                   "status " ws-fs-status-items
               end-display
               exit paragraph
           end-if

           perform until ws-eof
               read fd-item-file
                   at end
                       set ws-eof to true
                   not at end
                       if ws-num-items < 500
                           add 1 to ws-num-items
                           move f-item-id-1
                               to ws-item-key-1(ws-num-items)
                           move f-item-id-2
                               to ws-item-key-2(ws-num-items)
                           move f-item-name
                               to ws-item-name(ws-num-items)
                           move f-item-location
                               to ws-item-location(ws-num-items)
                       end-if
               end-read
           end-perform

           close fd-item-file

           exit paragraph.


      *> Picks each open order that is ready -- it has lines, every
      *> one of them allocated in full, and all of them on file --
      *> and releases its lines to the sort.
       release-pick-lines.

           perform varying ws-order-idx from 1 by 1
           until ws-order-idx > ws-num-orders
               if ws-ord-open(ws-order-idx)
               and ws-ord-line-count(ws-order-idx) > 0
                   perform check-order-covered
                   if ws-order-covered
                   and ws-order-line-found
                       = ws-ord-line-count(ws-order-idx)
                       perform release-order-lines
                       set ws-ord-picked(ws-order-idx) to true
                       add 1 to ws-orders-picked-count
                   else
                       add 1 to ws-orders-waiting-count
                   end-if
               end-if
           end-perform

           exit paragraph.


       check-order-covered.

           move 0 to ws-order-line-found
           set ws-order-covered to true

           perform varying ws-line-idx from 1 by 1
           until ws-line-idx > ws-num-lines
               if ws-ln-order-number(ws-line-idx)
                   = ws-ord-number(ws-order-idx)
                   add 1 to ws-order-line-found
                   if ws-ln-allocated(ws-line-idx)
                       < ws-ln-quantity(ws-line-idx)
                       set ws-order-short to true
                   end-if
               end-if
           end-perform

           exit paragraph.


       release-order-lines.

           perform varying ws-line-idx from 1 by 1
           until ws-line-idx > ws-num-lines
               if ws-ln-order-number(ws-line-idx)
                   = ws-ord-number(ws-order-idx)
                   perform look-up-item
                   move spaces to f-sort-pick-record
                   move ws-pick-location to f-sort-location
                   move ws-ln-item-id-1(ws-line-idx)
                       to f-sort-item-id-1
                   move ws-ln-item-id-2(ws-line-idx)
                       to f-sort-item-id-2
                   move ws-ln-order-number(ws-line-idx)
                       to f-sort-order-number
                   move ws-ln-number(ws-line-idx)
                       to f-sort-line-number
                   move ws-ln-customer-id(ws-line-idx)
                       to f-sort-customer-id
                   move ws-pick-item-name to f-sort-item-name
                   move ws-ln-quantity(ws-line-idx)
                       to f-sort-quantity
                   release f-sort-pick-record
               end-if
           end-perform

           exit paragraph.


       look-up-item.

           move "UNASSIGNED" to ws-pick-location
           move "*** NOT ON FILE" to ws-pick-item-name

           perform varying ws-item-idx from 1 by 1
           until ws-item-idx > ws-num-items
               if ws-item-key-1(ws-item-idx)
                   = ws-ln-item-id-1(ws-line-idx)
               and ws-item-key-2(ws-item-idx)
                   = ws-ln-item-id-2(ws-line-idx)
                   move ws-item-name(ws-item-idx)
                       to ws-pick-item-name
                   if ws-item-location(ws-item-idx) not = spaces
                       move ws-item-location(ws-item-idx)
                           to ws-pick-location
                   end-if
                   exit perform
               end-if
           end-perform

           exit paragraph.


       print-pick-lines.

           set ws-not-eof to true

           perform until ws-eof
               return fd-pick-sort-file
                   at end
                       set ws-eof to true
                   not at end
                       if ws-first-group
                       or f-sort-location not = ws-prev-location
                           perform start-location-group
                       end-if
                       perform write-pick-detail-line
               end-return
           end-perform

           if ws-not-first-group
               perform write-location-subtotal
           end-if

           exit paragraph.


       start-location-group.

           if ws-not-first-group
               perform write-location-subtotal
           end-if

           set ws-not-first-group to true
           add 1 to ws-location-count
           move f-sort-location to ws-prev-location
           move 0 to ws-group-count
           move 0 to ws-group-quantity

           exit paragraph.


       write-pick-detail-line.

           add 1 to ws-group-count
           add f-sort-quantity to ws-group-quantity
           add 1 to ws-lines-picked-count
           add f-sort-quantity to ws-total-quantity

           move spaces to ws-report-line

           if ws-group-count = 1
               move f-sort-location to ws-report-line(3:10)
           end-if

           move f-sort-item-id-1 to ws-report-line(15:4)
           move "/" to ws-report-line(19:1)
           move f-sort-item-id-2 to ws-report-line(20:4)
           move f-sort-item-name to ws-report-line(26:16)
           move f-sort-order-number to ws-report-line(44:6)
           move f-sort-line-number to ws-report-line(51:3)
           move f-sort-customer-id to ws-report-line(57:5)
           move f-sort-quantity to ws-quantity-display
           move ws-quantity-display to ws-report-line(67:6)

           perform write-report-line

           exit paragraph.


       write-location-subtotal.

           move spaces to ws-report-line
           move "location total" to ws-report-line(44:14)
           move ws-group-quantity to ws-subtotal-display
           move ws-subtotal-display to ws-report-line(64:9)
           perform write-report-line

           move spaces to ws-report-line
           perform write-report-line

           exit paragraph.


       write-report-totals.

           move spaces to ws-report-line
           string
               "Orders picked: " ws-orders-picked-count
               "   lines: " ws-lines-picked-count
               "   units: " ws-total-quantity
               "   locations: " ws-location-count
               into ws-report-line
           end-string
           perform write-report-line

           move spaces to ws-report-line
           string
               "Open orders waiting on stock: "
               ws-orders-waiting-count
               into ws-report-line
           end-string
           perform write-report-line

           exit paragraph.


       write-report-line.

           move ws-report-line to f-report-record
           write f-report-record

           exit paragraph.


      *> Marks the orders just listed picked on the indexed order
      *> book, each by a keyed read and REWRITE. No book yet (status
      *> "35") means intake hasn't converted the flat file, which is
      *> still the book. An order no longer open on the book was
      *> changed under the extract -- it is left alone and named on
      *> the run log.
       mark-order-book.

           open i-o fd-order-book

           if ws-fs-status-book = "35"
               exit paragraph
           end-if

           if ws-fs-status-book not = "00"
               display "Error opening customer-orders.dat: "
                   ws-fs-status-book
               end-display
               move "mark-order-book" to ws-err-paragraph
               move ws-fs-status-book to ws-err-file-status
               move "open fd-order-book" to ws-err-message
               perform fail-run
           end-if

           perform varying ws-order-idx from 1 by 1
           until ws-order-idx > ws-num-orders
               if ws-ord-picked(ws-order-idx)
                   move ws-ord-number(ws-order-idx)
                       to f-book-order-number
                   read fd-order-book
                       invalid key
                           display "Order " f-book-order-number
                               " is not on customer-orders.dat"
                           end-display
                       not invalid key
                           if f-book-open
                               move 'P' to f-book-status
                               rewrite f-book-order
                           else
                               if f-book-status not = 'P'
                                   display "Order "
                                       f-book-order-number
                                       " is no longer open on "
                                       "customer-orders.dat (status '"
                                       f-book-status "')"
                                   end-display
                               end-if
                           end-if
                   end-read
               end-if
           end-perform

           close fd-order-book

           exit paragraph.


      *> Rewrites customer-orders.txt from the table, in file order,
      *> with the orders just listed marked picked.
       write-orders-file.

           open output fd-customer-orders

           if ws-fs-status-orders not = "00"
               display "Error rewriting customer-orders.txt: "
                   ws-fs-status-orders
               end-display
               move "write-orders-file" to ws-err-paragraph
               move ws-fs-status-orders to ws-err-file-status
               move "open output fd-customer-orders"
                   to ws-err-message
               perform fail-run
           end-if

           perform varying ws-order-idx from 1 by 1
           until ws-order-idx > ws-num-orders
               move ws-ord-image(ws-order-idx) to f-customer-order
               if ws-ord-picked(ws-order-idx)
                   move 'P' to f-order-status
               end-if
               write f-customer-order
           end-perform

           close fd-customer-orders

           exit paragraph.


       log-job-start.

           move spaces to ws-job-audit-request
           move "pick-list" to ws-ja-program
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
           move ws-orders-read-count to ws-ja-read-count
           move ws-orders-picked-count to ws-ja-written-count
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

           move "pick-list" to ws-err-program

           call "error-logger" using ws-error-request
               on exception
                   display "Warning: unable to call error-logger."
           end-call

           move 8 to return-code

           goback.

       end program pick-list.

      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-10-15
      * Purpose: Daily backorder report. Lists what is still open on
      *          backorders.txt after backorder-fill has worked the
      *          day's receipts -- once by item, with the item name
      *          off search-items.txt and the quantity short per item
      *          for purchasing, and once by customer, with the name
      *          off the flat master and the quantity each customer
      *          is waiting on for customer service. Oldest first
      *          within each item and customer. Finishes with return
      *          code 4 when anything is on backorder so the schedule
      *          summary shows it.
      * Tectonics: cobc
      ******************************************************************
       identification division.
       program-id. backorder-report.

       environment division.
       input-output section.
       file-control.

           select fd-backorder-file assign to "backorders.txt"
           organization is line sequential
           file status is ws-fs-status-backorders.

           select fd-backorder-sort-file
           assign to "backorder-sort-temp.txt".

           select fd-item-file assign to "search-items.txt"
           organization is line sequential
           file status is ws-fs-status-items.

           select fd-customer-master
           assign to "customer-master.txt"
           organization is line sequential
           file status is ws-fs-status-master.

           select fd-report-file
           assign to "backorder-report.txt"
           organization is line sequential
           file status is ws-fs-status-report.

       data division.

       file section.

       fd  fd-backorder-file.
       01  f-backorder-record.
           05  f-bo-number                         pic 9(6).
           05  f-bo-date                           pic 9(8).
           05  f-bo-order-number                   pic 9(6).
           05  f-bo-line-number                    pic 9(3).
           05  f-bo-customer-id                    pic 9(5).
           05  f-bo-item-id-1                      pic 9(4).
           05  f-bo-item-id-2                      pic 9(4).
           05  f-bo-quantity                       pic 9(5).

       sd  fd-backorder-sort-file.
       01  f-sort-backorder-record.
           05  f-sort-bo-number                    pic 9(6).
           05  f-sort-bo-date                      pic 9(8).
           05  f-sort-bo-order-number              pic 9(6).
           05  f-sort-bo-line-number               pic 9(3).
           05  f-sort-bo-customer-id               pic 9(5).
           05  f-sort-bo-item-id-1                 pic 9(4).
           05  f-sort-bo-item-id-2                 pic 9(4).
           05  f-sort-bo-quantity                  pic 9(5).

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

       fd  fd-report-file.
       01  f-report-record                         pic x(132).

       working-storage section.

       01  ws-fs-status-backorders                 pic xx.
       01  ws-fs-status-items                      pic xx.
       01  ws-fs-status-master                     pic xx.
       01  ws-fs-status-report                     pic xx.

       01  ws-eof-sw                               pic x value 'N'.
           88  ws-eof                              value 'Y'.
           88  ws-not-eof                          value 'N'.

       01  ws-backorders-present-sw                pic x value 'N'.
           88  ws-backorders-present               value 'Y'.

      *> Item names for the report.
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

      *> Customer names for the report, the same load-then-search
      *> technique customer_statements.cbl uses.
       01  ws-num-customers                        pic 999 comp
                                                   value 0.

       01  ws-customer-table                       occurs 0 to 500
                                                   times depending on
                                                       ws-num-customers
                                                   indexed by
                                                       ws-customer-idx.
           05  ws-customer-id                      pic 9(5).
           05  ws-customer-last-name               pic x(50).

       01  ws-item-name-found                      pic x(16).
       01  ws-customer-name                        pic x(30).

      *> Control-break fields for the two sections.
       01  ws-first-group-sw                       pic x.
           88  ws-first-group                      value 'Y'.
           88  ws-not-first-group                  value 'N'.

       01  ws-prev-item-id-1                       pic 9(4).
       01  ws-prev-item-id-2                       pic 9(4).
       01  ws-prev-customer-id                     pic 9(5).

       01  ws-group-count                          pic 9(4) value 0.
       01  ws-group-quantity                       pic 9(7) value 0.

       01  ws-backorder-count                      pic 9(5) value 0.
       01  ws-total-quantity                       pic 9(7) value 0.
       01  ws-item-group-count                     pic 9(4) value 0.
       01  ws-customer-group-count                 pic 9(4) value 0.

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

       procedure division.
       main-procedure.

           display "Backorder report."

           perform load-item-names
           perform load-customer-master
           perform check-backorder-file

           open output fd-report-file

           if ws-fs-status-report not = "00"
               display "Error opening backorder-report.txt: "
                   ws-fs-status-report
               end-display
               move 8 to return-code
               goback
           end-if

           move "Open backorders" to ws-report-line
           perform write-report-line
           move spaces to ws-report-line
           perform write-report-line

           if ws-backorders-present
               perform report-by-item
               perform report-by-customer
           else
               move "    (nothing on backorder)" to ws-report-line
               perform write-report-line
           end-if

           perform write-report-totals

           close fd-report-file

           display "Done. See backorder-report.txt"
           move spaces to ws-catalog-request
           move "BACKORDERS" to ws-rc-name
           move "backorder-report.txt" to ws-rc-file
           move 0 to ws-rc-pages
           call "report-catalog" using ws-catalog-request
               on exception
                   display "Warning: unable to call report-catalog."
           end-call

           display "Backorders open: " ws-backorder-count

           if ws-backorder-count > 0
               move 4 to return-code
           end-if

           goback.


      *> No item file just means the names print blank.
       load-item-names.

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
                       end-if
               end-read
           end-perform

           close fd-item-file

           exit paragraph.


       load-customer-master.

           set ws-not-eof to true

           open input fd-customer-master

           if ws-fs-status-master not = "00"
               display "Error opening customer master: "
                   ws-fs-status-master
               end-display
               move 8 to return-code
               goback
           end-if

           perform until ws-eof
               read fd-customer-master
                   at end
                       set ws-eof to true
                   not at end
                       if ws-num-customers < 500
                           add 1 to ws-num-customers
                           move f-customer-id
                               to ws-customer-id(ws-num-customers)
                           move f-customer-last-name
                               to
                               ws-customer-last-name(ws-num-customers)
                       end-if
               end-read
           end-perform

           close fd-customer-master

           exit paragraph.


      *> No backorder file (status "35") is a good morning -- the
      *> report still prints, saying so. An empty file is the same.
       check-backorder-file.

           open input fd-backorder-file

           if ws-fs-status-backorders = "35"
               exit paragraph
           end-if

           if ws-fs-status-backorders not = "00"
               display "Error opening backorders.txt: "
                   ws-fs-status-backorders
               end-display
               move 8 to return-code
               goback
           end-if

           read fd-backorder-file
               at end
                   continue
               not at end
                   set ws-backorders-present to true
           end-read

           close fd-backorder-file

           exit paragraph.


       report-by-item.

           move "By item" to ws-report-line
           perform write-report-line
           move spaces to ws-report-line
           perform write-report-line

           move "  item       name              backorder  raised    "
               & "   order  line  cust    quantity" to ws-report-line
           perform write-report-line

           set ws-first-group to true

           sort fd-backorder-sort-file
               on ascending key f-sort-bo-item-id-1
               ascending key f-sort-bo-item-id-2
               ascending key f-sort-bo-date
               ascending key f-sort-bo-number
               using fd-backorder-file
               output procedure is print-item-section

           exit paragraph.


       print-item-section.

           set ws-not-eof to true

           perform until ws-eof
               return fd-backorder-sort-file
                   at end
                       set ws-eof to true
                   not at end
                       if ws-first-group
                       or f-sort-bo-item-id-1 not = ws-prev-item-id-1
                       or f-sort-bo-item-id-2 not = ws-prev-item-id-2
                           perform start-item-group
                       end-if
                       perform write-item-detail-line
               end-return
           end-perform

           if ws-not-first-group
               perform write-item-subtotal
           end-if

           exit paragraph.


       start-item-group.

           if ws-not-first-group
               perform write-item-subtotal
           end-if

           set ws-not-first-group to true
           add 1 to ws-item-group-count
           move f-sort-bo-item-id-1 to ws-prev-item-id-1
           move f-sort-bo-item-id-2 to ws-prev-item-id-2
           move 0 to ws-group-count
           move 0 to ws-group-quantity

           perform look-up-item-name

           exit paragraph.


       write-item-detail-line.

           add 1 to ws-group-count
           add f-sort-bo-quantity to ws-group-quantity
           add 1 to ws-backorder-count
           add f-sort-bo-quantity to ws-total-quantity

           move spaces to ws-report-line

           if ws-group-count = 1
               move f-sort-bo-item-id-1 to ws-report-line(3:4)
               move "/" to ws-report-line(7:1)
               move f-sort-bo-item-id-2 to ws-report-line(8:4)
               move ws-item-name-found to ws-report-line(14:16)
           end-if

           move f-sort-bo-number to ws-report-line(32:6)
           move f-sort-bo-date to ws-date-display
           move ws-date-display to ws-report-line(43:10)
           move f-sort-bo-order-number to ws-report-line(56:6)
           move f-sort-bo-line-number to ws-report-line(63:3)
           move f-sort-bo-customer-id to ws-report-line(69:5)
           move f-sort-bo-quantity to ws-quantity-display
           move ws-quantity-display to ws-report-line(79:6)

           perform write-report-line

           exit paragraph.


       write-item-subtotal.

           move spaces to ws-report-line
           move "item total" to ws-report-line(56:10)
           move ws-group-quantity to ws-subtotal-display
           move ws-subtotal-display to ws-report-line(76:9)
           perform write-report-line

           move spaces to ws-report-line
           perform write-report-line

           exit paragraph.


       report-by-customer.

           move "By customer" to ws-report-line
           perform write-report-line
           move spaces to ws-report-line
           perform write-report-line

           move "  cust   customer name                  backorder  "
               & "raised       order  line  item       quantity"
               to ws-report-line
           perform write-report-line

           set ws-first-group to true

           sort fd-backorder-sort-file
               on ascending key f-sort-bo-customer-id
               ascending key f-sort-bo-date
               ascending key f-sort-bo-number
               using fd-backorder-file
               output procedure is print-customer-section

           exit paragraph.


       print-customer-section.

           set ws-not-eof to true

           perform until ws-eof
               return fd-backorder-sort-file
                   at end
                       set ws-eof to true
                   not at end
                       if ws-first-group
                       or f-sort-bo-customer-id
                           not = ws-prev-customer-id
                           perform start-customer-group
                       end-if
                       perform write-customer-detail-line
               end-return
           end-perform

           if ws-not-first-group
               perform write-customer-subtotal
           end-if

           exit paragraph.


       start-customer-group.

           if ws-not-first-group
               perform write-customer-subtotal
           end-if

           set ws-not-first-group to true
           add 1 to ws-customer-group-count
           move f-sort-bo-customer-id to ws-prev-customer-id
           move 0 to ws-group-count
           move 0 to ws-group-quantity

           perform look-up-customer-name

           exit paragraph.


       write-customer-detail-line.

           add 1 to ws-group-count
           add f-sort-bo-quantity to ws-group-quantity

           move spaces to ws-report-line

           if ws-group-count = 1
               move f-sort-bo-customer-id to ws-report-line(3:5)
               move ws-customer-name to ws-report-line(10:30)
           end-if

           move f-sort-bo-number to ws-report-line(41:6)
           move f-sort-bo-date to ws-date-display
           move ws-date-display to ws-report-line(52:10)
           move f-sort-bo-order-number to ws-report-line(65:6)
           move f-sort-bo-line-number to ws-report-line(72:3)
           move f-sort-bo-item-id-1 to ws-report-line(78:4)
           move "/" to ws-report-line(82:1)
           move f-sort-bo-item-id-2 to ws-report-line(83:4)
           move f-sort-bo-quantity to ws-quantity-display
           move ws-quantity-display to ws-report-line(91:6)

           perform write-report-line

           exit paragraph.


       write-customer-subtotal.

           move spaces to ws-report-line
           move "customer total" to ws-report-line(65:14)
           move ws-group-quantity to ws-subtotal-display
           move ws-subtotal-display to ws-report-line(88:9)
           perform write-report-line

           move spaces to ws-report-line
           perform write-report-line

           exit paragraph.


       look-up-item-name.

           move "*** NOT ON FILE" to ws-item-name-found

           perform varying ws-item-idx from 1 by 1
           until ws-item-idx > ws-num-items
               if ws-item-key-1(ws-item-idx) = f-sort-bo-item-id-1
               and ws-item-key-2(ws-item-idx) = f-sort-bo-item-id-2
                   move ws-item-name(ws-item-idx)
                       to ws-item-name-found
                   exit perform
               end-if
           end-perform

           exit paragraph.


       look-up-customer-name.

           move "*** NOT ON MASTER ***" to ws-customer-name

           perform varying ws-customer-idx from 1 by 1
           until ws-customer-idx > ws-num-customers
               if ws-customer-id(ws-customer-idx)
                   = f-sort-bo-customer-id
                   move ws-customer-last-name(ws-customer-idx)
                       to ws-customer-name
                   exit perform
               end-if
           end-perform

           exit paragraph.


       write-report-totals.

           move spaces to ws-report-line
           string
               "Backorders open: " ws-backorder-count
               "   units short: " ws-total-quantity
               "   items: " ws-item-group-count
               "   customers: " ws-customer-group-count
               into ws-report-line
           end-string
           perform write-report-line

           exit paragraph.


       write-report-line.

           move ws-report-line to f-report-record
           write f-report-record

           exit paragraph.

       end program backorder-report.

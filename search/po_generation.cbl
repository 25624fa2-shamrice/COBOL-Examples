      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-10-15
      * Purpose: Purchase order generation off the reorder list.
      *          Every item reorder-report would list -- managed,
      *          with available stock plus what is already on order
      *          at or below its reorder point -- is ordered in its
      *          reorder quantity from its preferred vendor on
      *          search-items.txt. One numbered purchase order goes
      *          to each vendor (numbers from po-number-seq.txt, a
      *          persisted counter like order-intake's), printed
      *          for the vendor in purchase-orders.txt and listed on
      *          the PO register (po-register.txt). The lines are
      *          appended to purchase-order-lines.txt, where
      *          item-maintenance's 'P' receipts close them, and the
      *          quantity goes onto each item's on-order so the item
      *          drops off tomorrow's reorder list. An item due for
      *          reorder with no preferred vendor, or one that isn't
      *          an active vendor on vendor-master.txt, is listed on
      *          the register instead and the run finishes with
      *          return code 4.
      * Tectonics: cobc
      ******************************************************************
       identification division.
       program-id. po-generation.

       environment division.
       input-output section.
       file-control.

           select fd-item-file assign to "search-items.txt"
           organization is line sequential
           file status is ws-fs-status-items.

           select fd-vendor-master assign to "vendor-master.txt"
           organization is line sequential
           file status is ws-fs-status-vendor.

           select fd-po-lines assign to "purchase-order-lines.txt"
           organization is line sequential
           file status is ws-fs-status-po.

           select fd-po-seq assign to "po-number-seq.txt"
           organization is line sequential
           file status is ws-fs-status-seq.

           select fd-po-sort-file assign to "po-sort-temp.txt".

           select fd-po-document assign to "purchase-orders.txt"
           organization is line sequential
           file status is ws-fs-status-document.

           select fd-register-report assign to "po-register.txt"
           organization is line sequential
           file status is ws-fs-status-register.

       data division.

       file section.

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

      *> The vendors purchasing buys from. Status 'A' active; an
      *> inactive vendor is never sent a purchase order.
       fd  fd-vendor-master.
       01  f-vendor-record.
           05  f-vendor-id                         pic 9(5).
           05  f-vendor-name                       pic x(30).
           05  f-vendor-contact                    pic x(40).
           05  f-vendor-status                     pic x.

      *> One line per item per purchase order. Status 'O' open, 'P'
      *> part received, 'C' closed -- item-maintenance's 'P'
      *> receipts move it along.
       fd  fd-po-lines.
       01  f-po-line-record.
           05  f-po-number                         pic 9(6).
           05  f-po-line-number                    pic 9(3).
           05  f-po-vendor-id                      pic 9(5).
           05  f-po-date                           pic x(8).
           05  f-po-item-id-1                      pic 9(4).
           05  f-po-item-id-2                      pic 9(4).
           05  f-po-qty-ordered                    pic 9(5).
           05  f-po-unit-cost                      pic 9(5)v99.
           05  f-po-qty-received                   pic 9(5).
           05  f-po-line-status                    pic x.

       fd  fd-po-seq.
       01  f-po-seq-record                         pic 9(6).

      *> The items to order, by vendor then item, each carrying its
      *> slot in the item table so on-order can be raised.
       sd  fd-po-sort-file.
       01  f-po-sort-record.
           05  f-sort-vendor-id                    pic 9(5).
           05  f-sort-item-id-1                    pic 9(4).
           05  f-sort-item-id-2                    pic 9(4).
           05  f-sort-item-slot                    pic 9(3).
           05  f-sort-item-name                    pic x(16).
           05  f-sort-quantity                     pic 9(5).
           05  f-sort-unit-cost                    pic 9(5)v99.

       fd  fd-po-document.
       01  f-document-record                       pic x(100).

       fd  fd-register-report.
       01  f-register-record                       pic x(100).

       working-storage section.

       01  ws-fs-status-items                      pic xx.
       01  ws-fs-status-vendor                     pic xx.
       01  ws-fs-status-po                         pic xx.
       01  ws-fs-status-seq                        pic xx.
       01  ws-fs-status-document                   pic xx.
       01  ws-fs-status-register                   pic xx.

       01  ws-eof-sw                               pic x value 'N'.
           88  ws-eof                              value 'Y'.
           88  ws-not-eof                          value 'N'.

      *> Business-date request for the shared business-date
      *> subprogram -- purchase orders are dated the business day.
       01  ws-business-date-request.
           05  ws-bd-action                 pic x.
           05  ws-bd-date                   pic 9(8).

       01  ws-business-date                        pic 9(8).

      *> The item file, loaded whole so on-order can be raised and
      *> the file written back. The image carries every field this
      *> program doesn't touch.
       01  ws-num-items                            pic 999 comp
                                                   value 0.

       01  ws-item-table                           occurs 0 to 500
                                                   times depending on
                                                       ws-num-items
                                                   indexed by
                                                       ws-item-idx.
           05  ws-item-id-1                        pic 9(4).
           05  ws-item-id-2                        pic 9(4).
           05  ws-item-name                        pic x(16).
           05  ws-item-on-hand                     pic 9(5).
           05  ws-item-reorder-point               pic 9(5).
           05  ws-item-reorder-qty                 pic 9(5).
           05  ws-item-allocated                   pic 9(5).
           05  ws-item-vendor-id                   pic 9(5).
           05  ws-item-unit-cost                   pic 9(5)v99.
           05  ws-item-on-order                    pic 9(5).
           05  ws-item-image                       pic x(101).

       01  ws-num-vendors                          pic 999 comp
                                                   value 0.

       01  ws-vendor-table                         occurs 0 to 500
                                                   times depending on
                                                       ws-num-vendors
                                                   indexed by
                                                       ws-vendor-idx.
           05  ws-vendor-id                        pic 9(5).
           05  ws-vendor-name                      pic x(30).
           05  ws-vendor-contact                   pic x(40).
           05  ws-vendor-status                    pic x.
               88  ws-vendor-active                value 'A'.

      *> Whether the item being looked at is due for reorder, and
      *> whether its vendor can take the order.
       01  ws-due-sw                               pic x.
           88  ws-item-due                         value 'Y'.
           88  ws-item-not-due                     value 'N'.

       01  ws-vendor-check-sw                      pic x.
           88  ws-vendor-ok                        value 'O'.
           88  ws-vendor-none                      value 'N'.
           88  ws-vendor-unknown                   value 'U'.
           88  ws-vendor-inactive                  value 'I'.
           88  ws-vendor-no-quantity               value 'Q'.

       01  ws-found-vendor-idx                     pic 999 comp.

       01  ws-available-qty                        pic 9(5).
       01  ws-coming-qty                           pic 9(6).

       01  ws-po-sequence                          pic 9(6) value 0.

      *> Control-break fields for one purchase order per vendor.
       01  ws-first-po-sw                          pic x.
           88  ws-first-po                         value 'Y'.
           88  ws-not-first-po                     value 'N'.

       01  ws-prev-vendor-id                       pic 9(5).
       01  ws-po-line-count                        pic 999 value 0.
       01  ws-po-value                             pic 9(9)v99 value 0.
       01  ws-line-value                           pic 9(9)v99.

       01  ws-po-count                             pic 9(5) value 0.
       01  ws-total-line-count                     pic 9(5) value 0.
       01  ws-total-value                          pic 9(9)v99 value 0.
       01  ws-exception-count                      pic 9(5) value 0.

       01  ws-report-line                          pic x(100).
       01  ws-date-display                         pic 9999/99/99.
       01  ws-quantity-display                     pic zz,zz9.
       01  ws-cost-display                         pic zz,zz9.99.
       01  ws-amount-display                       pic z,zzz,zz9.99.
       01  ws-total-display                        pic zzz,zzz,zz9.99.


      *> Entry for the common report catalog, written by the shared
      *> report-catalog subprogram.
       01  ws-catalog-request.
           05  ws-rc-name                  pic x(20).
           05  ws-rc-file                  pic x(40).
           05  ws-rc-pages                 pic 9(3).

       procedure division.
       main-procedure.

           display "Purchase order generation."

           perform fetch-po-date
           perform load-vendor-master
           perform load-item-file
           perform load-po-sequence

           open output fd-po-document

           if ws-fs-status-document not = "00"
               display "Error opening purchase-orders.txt: "
                   ws-fs-status-document
               end-display
               move 8 to return-code
               goback
           end-if

           open output fd-register-report

           if ws-fs-status-register not = "00"
               display "Error opening po-register.txt: "
                   ws-fs-status-register
               end-display
               move 8 to return-code
               goback
           end-if

           open extend fd-po-lines

           if ws-fs-status-po = "35"
               open output fd-po-lines
           end-if

           if ws-fs-status-po not = "00"
               display "Error opening purchase-order-lines.txt: "
                   ws-fs-status-po
               end-display
               move 8 to return-code
               goback
           end-if

           perform write-register-heading

           set ws-first-po to true

           sort fd-po-sort-file
               on ascending key f-sort-vendor-id
               ascending key f-sort-item-id-1
               ascending key f-sort-item-id-2
               input procedure is release-items-to-order
               output procedure is write-purchase-orders

           perform write-exception-section
           perform write-register-totals

           close fd-po-lines
           close fd-po-document
           close fd-register-report

           if ws-po-count > 0
               perform rewrite-item-file
               perform save-po-sequence
           end-if

           display "Done. See purchase-orders.txt and po-register.txt"
           move spaces to ws-catalog-request
           move "PO-REGISTER" to ws-rc-name
           move "po-register.txt" to ws-rc-file
           move 0 to ws-rc-pages
           call "report-catalog" using ws-catalog-request
               on exception
                   display "Warning: unable to call report-catalog."
           end-call

           move spaces to ws-catalog-request
           move "PURCHASE-ORDERS" to ws-rc-name
           move "purchase-orders.txt" to ws-rc-file
           move 0 to ws-rc-pages
           call "report-catalog" using ws-catalog-request
               on exception
                   display "Warning: unable to call report-catalog."
           end-call

           display "Purchase orders: " ws-po-count
           display "PO lines:        " ws-total-line-count
           display "Due, not ordered: " ws-exception-count

           if ws-exception-count > 0
               move 4 to return-code
           end-if

           goback.


      *> The business day, with the system date as the fallback when
      *> the calendar subprogram isn't linked in.
       fetch-po-date.

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


      *> Loads vendor-master.txt. A missing file (status "35") is
      *> seeded with the demo vendors the demo items name; real
      *> vendors are maintained by editing the file.
       load-vendor-master.

           set ws-not-eof to true

           open input fd-vendor-master

           if ws-fs-status-vendor = "35"
               perform create-test-vendors
               open input fd-vendor-master
           end-if

           if ws-fs-status-vendor not = "00"
               display "Error opening vendor-master.txt: "
                   ws-fs-status-vendor
               end-display
               move 8 to return-code
               goback
           end-if

           perform until ws-eof
               read fd-vendor-master
                   at end
                       set ws-eof to true
                   not at end
                       if ws-num-vendors < 500
                           add 1 to ws-num-vendors
                           move f-vendor-id
                               to ws-vendor-id(ws-num-vendors)
                           move f-vendor-name
                               to ws-vendor-name(ws-num-vendors)
                           move f-vendor-contact
                               to ws-vendor-contact(ws-num-vendors)
                           move f-vendor-status
                               to ws-vendor-status(ws-num-vendors)
                       end-if
               end-read
           end-perform

           close fd-vendor-master

           exit paragraph.


       create-test-vendors.

           open output fd-vendor-master

               move 00001 to f-vendor-id
               move "Acme Widget Supply" to f-vendor-name
               move "orders@acme-widget.example" to f-vendor-contact
               move 'A' to f-vendor-status
               write f-vendor-record

               move 00002 to f-vendor-id
               move "Northside Training Co" to f-vendor-name
               move "purchasing@northside.example"
                   to f-vendor-contact
               move 'A' to f-vendor-status
               write f-vendor-record

           close fd-vendor-master

           exit paragraph.


      *> The item file is written back whole, so one too big for the
      *> table stops the run rather than truncating it.
       load-item-file.

           set ws-not-eof to true

           open input fd-item-file

           if ws-fs-status-items not = "00"
               display "Error opening search-items.txt: "
                   ws-fs-status-items
               end-display
               display "Run item-maintenance once to build it."
               move 8 to return-code
               goback
           end-if

           perform until ws-eof
               read fd-item-file
                   at end
                       set ws-eof to true
                   not at end
                       perform load-one-item
               end-read
           end-perform

           close fd-item-file

           exit paragraph.


       load-one-item.

           if ws-num-items >= 500
               display "search-items.txt exceeds the 500-item table "
                   "-- run stopped before it could be truncated."
               end-display
               close fd-item-file
               move 8 to return-code
               goback
           end-if

           add 1 to ws-num-items
           move f-item-id-1 to ws-item-id-1(ws-num-items)
           move f-item-id-2 to ws-item-id-2(ws-num-items)
           move f-item-name to ws-item-name(ws-num-items)
           move f-item-on-hand to ws-item-on-hand(ws-num-items)
           move f-item-reorder-point
               to ws-item-reorder-point(ws-num-items)
           move f-item-reorder-qty to ws-item-reorder-qty(ws-num-items)
           move f-item-record to ws-item-image(ws-num-items)

           if f-item-allocated is numeric
               move f-item-allocated to ws-item-allocated(ws-num-items)
           else
               move 0 to ws-item-allocated(ws-num-items)
           end-if

           if f-item-vendor-id is numeric
               move f-item-vendor-id to ws-item-vendor-id(ws-num-items)
           else
               move 0 to ws-item-vendor-id(ws-num-items)
           end-if

           if f-item-unit-cost is numeric
               move f-item-unit-cost to ws-item-unit-cost(ws-num-items)
           else
               move 0 to ws-item-unit-cost(ws-num-items)
           end-if

           if f-item-on-order is numeric
               move f-item-on-order to ws-item-on-order(ws-num-items)
           else
               move 0 to ws-item-on-order(ws-num-items)
           end-if

           exit paragraph.


       load-po-sequence.

           open input fd-po-seq

           if ws-fs-status-seq = "35"
               move 700000 to ws-po-sequence
               exit paragraph
           end-if

           if ws-fs-status-seq not = "00"
               display "Error opening po-number-seq.txt: "
                   ws-fs-status-seq
               end-display
               move 8 to return-code
               goback
           end-if

           read fd-po-seq
               at end
                   move 700000 to ws-po-sequence
               not at end
                   move f-po-seq-record to ws-po-sequence
           end-read

           close fd-po-seq

           exit paragraph.


      *> The counter only rolls forward once the purchase orders are
      *> safely on disk, so a failed run never burns numbers.
       save-po-sequence.

           open output fd-po-seq

           if ws-fs-status-seq not = "00"
               display "Error saving po-number-seq.txt: "
                   ws-fs-status-seq
               end-display
               move 8 to return-code
               goback
           end-if

           move ws-po-sequence to f-po-seq-record
           write f-po-seq-record

           close fd-po-seq

           exit paragraph.


      *> Decides whether the item in ws-item-idx is due for reorder
      *> -- the same test reorder-report lists by -- and whether its
      *> vendor can take the order.
       check-item-due.

           set ws-item-not-due to true

           if ws-item-reorder-point(ws-item-idx) = 0
               exit paragraph
           end-if

           if ws-item-allocated(ws-item-idx)
               >= ws-item-on-hand(ws-item-idx)
               move 0 to ws-available-qty
           else
               compute ws-available-qty =
                   ws-item-on-hand(ws-item-idx)
                   - ws-item-allocated(ws-item-idx)
               end-compute
           end-if

           compute ws-coming-qty =
               ws-available-qty + ws-item-on-order(ws-item-idx)
           end-compute

           if ws-coming-qty > ws-item-reorder-point(ws-item-idx)
               exit paragraph
           end-if

           set ws-item-due to true
           set ws-vendor-none to true
           move 0 to ws-found-vendor-idx

           if ws-item-vendor-id(ws-item-idx) = 0
               exit paragraph
           end-if

           set ws-vendor-unknown to true

           perform varying ws-vendor-idx from 1 by 1
           until ws-vendor-idx > ws-num-vendors
               if ws-vendor-id(ws-vendor-idx)
                   = ws-item-vendor-id(ws-item-idx)
                   set ws-found-vendor-idx to ws-vendor-idx
                   if ws-vendor-active(ws-vendor-idx)
                       set ws-vendor-ok to true
                   else
                       set ws-vendor-inactive to true
                   end-if
                   exit perform
               end-if
           end-perform

           if ws-vendor-ok
           and ws-item-reorder-qty(ws-item-idx) = 0
               set ws-vendor-no-quantity to true
           end-if

           exit paragraph.


       release-items-to-order.

           perform varying ws-item-idx from 1 by 1
           until ws-item-idx > ws-num-items
               perform check-item-due
               if ws-item-due
               and ws-vendor-ok
                   move ws-item-vendor-id(ws-item-idx)
                       to f-sort-vendor-id
                   move ws-item-id-1(ws-item-idx) to f-sort-item-id-1
                   move ws-item-id-2(ws-item-idx) to f-sort-item-id-2
                   set f-sort-item-slot to ws-item-idx
                   move ws-item-name(ws-item-idx) to f-sort-item-name
                   move ws-item-reorder-qty(ws-item-idx)
                       to f-sort-quantity
                   move ws-item-unit-cost(ws-item-idx)
                       to f-sort-unit-cost
                   release f-po-sort-record
               end-if
           end-perform

           exit paragraph.


      *> One purchase order per vendor: each vendor break closes the
      *> order before it and opens the next number.
       write-purchase-orders.

           set ws-not-eof to true

           perform until ws-eof
               return fd-po-sort-file
                   at end
                       set ws-eof to true
                   not at end
                       if ws-first-po
                       or f-sort-vendor-id not = ws-prev-vendor-id
                           perform start-purchase-order
                       end-if
                       perform write-po-line
               end-return
           end-perform

           if ws-not-first-po
               perform finish-purchase-order
           end-if

           exit paragraph.


       start-purchase-order.

           if ws-not-first-po
               perform finish-purchase-order
           end-if

           set ws-not-first-po to true
           move f-sort-vendor-id to ws-prev-vendor-id
           add 1 to ws-po-sequence
           add 1 to ws-po-count
           move 0 to ws-po-line-count
           move 0 to ws-po-value

           perform find-vendor

           move ws-business-date to ws-date-display

           move spaces to ws-report-line
           string
               "PURCHASE ORDER " ws-po-sequence
               "      date " ws-date-display
               into ws-report-line
           end-string
           perform write-document-line

           move spaces to ws-report-line
           string
               "Vendor " ws-prev-vendor-id "  "
               ws-vendor-name(ws-found-vendor-idx)
               into ws-report-line
           end-string
           perform write-document-line

           move spaces to ws-report-line
           string
               "Send to: " ws-vendor-contact(ws-found-vendor-idx)
               into ws-report-line
           end-string
           perform write-document-line

           move spaces to ws-report-line
           perform write-document-line

           move "  line  item       name              quantity  "
               & "unit cost      extended" to ws-report-line
           perform write-document-line

           exit paragraph.


      *> One order line: onto the PO file for receiving, onto the
      *> vendor's copy, and onto the item's on-order.
       write-po-line.

           add 1 to ws-po-line-count
           add 1 to ws-total-line-count

           compute ws-line-value =
               f-sort-quantity * f-sort-unit-cost
           end-compute
           add ws-line-value to ws-po-value
           add ws-line-value to ws-total-value

           move ws-po-sequence to f-po-number
           move ws-po-line-count to f-po-line-number
           move f-sort-vendor-id to f-po-vendor-id
           move ws-business-date to f-po-date
           move f-sort-item-id-1 to f-po-item-id-1
           move f-sort-item-id-2 to f-po-item-id-2
           move f-sort-quantity to f-po-qty-ordered
           move f-sort-unit-cost to f-po-unit-cost
           move 0 to f-po-qty-received
           move 'O' to f-po-line-status
           write f-po-line-record

           add f-sort-quantity to ws-item-on-order(f-sort-item-slot)

           move spaces to ws-report-line
           move ws-po-line-count to ws-report-line(4:3)
           move f-sort-item-id-1 to ws-report-line(9:4)
           move "/" to ws-report-line(13:1)
           move f-sort-item-id-2 to ws-report-line(14:4)
           move f-sort-item-name to ws-report-line(20:16)
           move f-sort-quantity to ws-quantity-display
           move ws-quantity-display to ws-report-line(40:6)
           move f-sort-unit-cost to ws-cost-display
           move ws-cost-display to ws-report-line(48:9)
           move ws-line-value to ws-amount-display
           move ws-amount-display to ws-report-line(59:12)
           perform write-document-line

           exit paragraph.


      *> Closes the vendor's copy with its total and lists the order
      *> on the register.
       finish-purchase-order.

           move spaces to ws-report-line
           move "PO total" to ws-report-line(40:8)
           move ws-po-value to ws-amount-display
           move ws-amount-display to ws-report-line(59:12)
           perform write-document-line

           move spaces to ws-report-line
           perform write-document-line
           move all "-" to ws-report-line(1:70)
           perform write-document-line
           move spaces to ws-report-line
           perform write-document-line

           move spaces to ws-report-line
           move ws-po-sequence to ws-report-line(3:6)
           move ws-prev-vendor-id to ws-report-line(12:5)
           move ws-vendor-name(ws-found-vendor-idx)
               to ws-report-line(19:30)
           move ws-po-line-count to ws-report-line(55:3)
           move ws-po-value to ws-amount-display
           move ws-amount-display to ws-report-line(60:12)
           perform write-register-line

           exit paragraph.


       find-vendor.

           move 0 to ws-found-vendor-idx

           perform varying ws-vendor-idx from 1 by 1
           until ws-vendor-idx > ws-num-vendors
               if ws-vendor-id(ws-vendor-idx) = ws-prev-vendor-id
                   set ws-found-vendor-idx to ws-vendor-idx
                   exit perform
               end-if
           end-perform

           exit paragraph.


       write-register-heading.

           move ws-business-date to ws-date-display

           move spaces to ws-report-line
           string "Purchase order register for " ws-date-display
               into ws-report-line
           end-string
           perform write-register-line

           move spaces to ws-report-line
           perform write-register-line

           move "  po      vendor  vendor name                     "
               & "  lines      po value" to ws-report-line
           perform write-register-line

           exit paragraph.


      *> Items the reorder list wants that no purchase order could
      *> be cut for -- purchasing has to fix the vendor or the
      *> reorder quantity on the item before they will order.
       write-exception-section.

           perform varying ws-item-idx from 1 by 1
           until ws-item-idx > ws-num-items
               perform check-item-due
               if ws-item-due
               and not ws-vendor-ok
                   if ws-exception-count = 0
                       perform write-exception-heading
                   end-if
                   add 1 to ws-exception-count
                   perform write-exception-line
               end-if
           end-perform

           exit paragraph.


       write-exception-heading.

           move spaces to ws-report-line
           perform write-register-line

           move "Due for reorder but not ordered" to ws-report-line
           perform write-register-line

           move "  item       name              vendor  reason"
               to ws-report-line
           perform write-register-line

           exit paragraph.


       write-exception-line.

           move spaces to ws-report-line
           move ws-item-id-1(ws-item-idx) to ws-report-line(3:4)
           move "/" to ws-report-line(7:1)
           move ws-item-id-2(ws-item-idx) to ws-report-line(8:4)
           move ws-item-name(ws-item-idx) to ws-report-line(14:16)
           move ws-item-vendor-id(ws-item-idx)
               to ws-report-line(33:5)

           evaluate true
               when ws-vendor-none
                   move "no preferred vendor on the item"
                       to ws-report-line(40:40)
               when ws-vendor-unknown
                   move "vendor not on vendor-master.txt"
                       to ws-report-line(40:40)
               when ws-vendor-inactive
                   move "vendor inactive"
                       to ws-report-line(40:40)
               when ws-vendor-no-quantity
                   move "no reorder quantity on the item"
                       to ws-report-line(40:40)
           end-evaluate

           perform write-register-line

           exit paragraph.


       write-register-totals.

           move spaces to ws-report-line
           perform write-register-line

           if ws-po-count = 0
               move "  (nothing to order)" to ws-report-line
               perform write-register-line
               move spaces to ws-report-line
               perform write-register-line
           end-if

           move ws-total-value to ws-total-display

           move spaces to ws-report-line
           string
               "Purchase orders: " ws-po-count
               "   lines: " ws-total-line-count
               "   value: " ws-total-display
               into ws-report-line
           end-string
           perform write-register-line

           if ws-exception-count > 0
               move spaces to ws-report-line
               string
                   "Due but not ordered: " ws-exception-count
                   " -- fix the items and rerun."
                   into ws-report-line
               end-string
               perform write-register-line
           end-if

           exit paragraph.


      *> Writes search-items.txt back in its original order with the
      *> new on-order quantities.
       rewrite-item-file.

           open output fd-item-file

           if ws-fs-status-items not = "00"
               display "Error rewriting search-items.txt: "
                   ws-fs-status-items
               end-display
               move 8 to return-code
               goback
           end-if

           perform varying ws-item-idx from 1 by 1
           until ws-item-idx > ws-num-items
               move ws-item-image(ws-item-idx) to f-item-record
               move ws-item-vendor-id(ws-item-idx) to f-item-vendor-id
               move ws-item-unit-cost(ws-item-idx) to f-item-unit-cost
               move ws-item-on-order(ws-item-idx) to f-item-on-order
               write f-item-record
           end-perform

           close fd-item-file

           exit paragraph.


       write-document-line.

           move ws-report-line to f-document-record
           write f-document-record

           exit paragraph.


       write-register-line.

           move ws-report-line to f-register-record
           write f-register-record

           exit paragraph.

       end program po-generation.

      *          -- rejected when it would take on-hand negative, so
      *          the book can't show stock the shelf doesn't have).
      *          reorder-report lists what's at or below its point.
      * updated: 2026-10-15 EE: the item record carries the stock
      *          allocated to open order lines (set by order-intake
      *          and backorder-fill). Maintenance carries it through
      *          untouched, and an 'I' issue may only take what
      *          isn't already promised to an order.
      * updated: 2026-10-15 EE: the item record carries its warehouse
      *          location, the bin the pick list groups by. 'A' sets
      *          it and 'C' replaces it with the other non-key
      *          fields; shipments issue stock through order-intake.
      * updated: 2026-10-15 EE: the item record carries the quantity
      *          returned damaged (set by order-intake's return
      *          authorizations). Maintenance carries it through
      *          untouched; it is never available to sell.
      * updated: 2026-10-15 EE: the item record carries its
      *          preferred vendor, unit cost, and the quantity on
      *          order from purchase orders. 'A' and 'C' set the
      *          vendor (checked against vendor-master.txt) and cost.
      *          A new 'P' transaction receives against a purchase
      *          order line on purchase-order-lines.txt -- partly or
      *          in full, closing the line once everything ordered
      *          is in -- takes the quantity off on-order, and posts
      *          it to on-hand through the same path as an 'R'.
      * updated: 2026-10-15 EE: the item record carries the date it
      *          was last cycle counted (set by count-variance when a
      *          count posts). Maintenance carries it through
      *          untouched; an 'A' starts it at zero, never counted.
      * updated: 2026-10-15 EE: the item record carries the standard
      *          unit cost finance values stock and cost of sales
      *          at, separate from the vendor's price. 'A' and 'C'
      *          set it with the other non-key fields.
      * purpose: Maintenance job for the search-items.txt reference
      *          file search.cbl loads. The file must be sorted
      *          ascending on id-1/id-2 or SEARCH ALL silently

           select fd-item-sort-file assign to "item-sort-temp.txt".

           select fd-vendor-master assign to "vendor-master.txt"
           organization is line sequential
           file status is ws-fs-status-vendor.

           select fd-po-lines assign to "purchase-order-lines.txt"
           organization is line sequential
           file status is ws-fs-status-po.

       data division.

       file section.
           05  f-item-on-hand          pic 9(5).
           05  f-item-reorder-point    pic 9(5).
           05  f-item-reorder-qty      pic 9(5).
           05  f-item-allocated        pic 9(5).
           05  f-item-location         pic x(6).
           05  f-item-damaged          pic 9(5).
           05  f-item-vendor-id        pic 9(5).
           05  f-item-unit-cost        pic 9(5)v99.
           05  f-item-on-order         pic 9(5).
           05  f-item-last-count-date  pic 9(8).
           05  f-item-std-cost         pic 9(5)v99.

      *> Item fields behind a leading transaction code. 'A' adds a
      *> new item, 'C' replaces the non-key fields of the item with
      *> matching id-1/id-2, 'D' removes it. 'R' receives the
      *> transaction quantity into on-hand and 'I' issues it out --
      *> for those two, only the key pair and the quantity field
      *> matter. 'P' receives the quantity against the purchase
      *> order line named on the end, for the same key pair.
       fd  fd-item-transactions.
       01  f-item-transaction.
           05  f-itrans-code           pic x.
               88  itrans-delete       value 'D'.
               88  itrans-receipt      value 'R'.
               88  itrans-issue        value 'I'.
               88  itrans-po-receipt   value 'P'.
           05  f-itrans-id-1           pic 9(4).
           05  f-itrans-id-2           pic 9(4).
           05  f-itrans-id-3           pic 9(4).
           05  f-itrans-quantity       pic 9(5).
           05  f-itrans-reorder-point  pic 9(5).
           05  f-itrans-reorder-qty    pic 9(5).
           05  f-itrans-location       pic x(6).
           05  f-itrans-vendor-id      pic 9(5).
           05  f-itrans-unit-cost      pic 9(5)v99.
           05  f-itrans-po-number      pic 9(6).
           05  f-itrans-po-line        pic 9(3).
           05  f-itrans-std-cost       pic 9(5)v99.

       sd  fd-item-sort-file.
       01  f-item-record-sort.
           05  f-sort-on-hand          pic 9(5).
           05  f-sort-reorder-point    pic 9(5).
           05  f-sort-reorder-qty      pic 9(5).
           05  f-sort-allocated        pic 9(5).
           05  f-sort-location         pic x(6).
           05  f-sort-damaged          pic 9(5).
           05  f-sort-vendor-id        pic 9(5).
           05  f-sort-unit-cost        pic 9(5)v99.
           05  f-sort-on-order         pic 9(5).
           05  f-sort-last-count-date  pic 9(8).
           05  f-sort-std-cost         pic 9(5)v99.

      *> The vendors an item may name as its preferred supplier.
       fd  fd-vendor-master.
       01  f-vendor-record.
           05  f-vendor-id             pic 9(5).
           05  f-vendor-name           pic x(30).
           05  f-vendor-contact        pic x(40).
           05  f-vendor-status         pic x.

      *> One line per item per purchase order, as po-generation
      *> writes them. Status 'O' open, 'P' part received, 'C'
      *> closed.
       fd  fd-po-lines.
       01  f-po-line-record.
           05  f-po-number             pic 9(6).
           05  f-po-line-number        pic 9(3).
           05  f-po-vendor-id          pic 9(5).
           05  f-po-date               pic x(8).
           05  f-po-item-id-1          pic 9(4).
           05  f-po-item-id-2          pic 9(4).
           05  f-po-qty-ordered        pic 9(5).
           05  f-po-unit-cost          pic 9(5)v99.
           05  f-po-qty-received       pic 9(5).
           05  f-po-line-status        pic x.

       working-storage section.

       01  ws-fs-status-items          pic xx.
       01  ws-fs-status-trans          pic xx.
       01  ws-fs-status-vendor         pic xx.
       01  ws-fs-status-po             pic xx.

       01  ws-eof-sw                   pic x value 'N'.
           88  ws-eof                  value 'Y'.
           05  ws-item-on-hand         pic 9(5).
           05  ws-item-reorder-point   pic 9(5).
           05  ws-item-reorder-qty     pic 9(5).
           05  ws-item-allocated       pic 9(5).
           05  ws-item-location        pic x(6).
           05  ws-item-damaged         pic 9(5).
           05  ws-item-vendor-id       pic 9(5).
           05  ws-item-unit-cost       pic 9(5)v99.
           05  ws-item-on-order        pic 9(5).
           05  ws-item-last-count-date pic 9(8).
           05  ws-item-std-cost        pic 9(5)v99.

       01  ws-available-qty            pic 9(5).

      *> Vendor ids on file, for checking an item's preferred
      *> vendor. No vendor master yet means vendors go unchecked.
       01  ws-num-vendors              pic 999 comp value 0.

       01  ws-vendor-table             occurs 0 to 500 times
                                       depending on ws-num-vendors
                                       indexed by ws-vendor-idx.
           05  ws-vendor-id            pic 9(5).

       01  ws-vendors-present-sw       pic x value 'N'.
           88  ws-vendors-present      value 'Y'.

       01  ws-vendor-ok-sw             pic x.
           88  ws-vendor-ok            value 'Y'.
           88  ws-vendor-not-ok        value 'N'.

      *> Purchase order lines, loaded whole so a receipt can close
      *> one and the file be written back.
       01  ws-num-po-lines             pic 9(4) comp value 0.

       01  ws-po-line-table            occurs 0 to 5000 times
                                       depending on ws-num-po-lines
                                       indexed by ws-po-idx.
           05  ws-po-number            pic 9(6).
           05  ws-po-line-number       pic 9(3).
           05  ws-po-item-id-1         pic 9(4).
           05  ws-po-item-id-2         pic 9(4).
           05  ws-po-qty-ordered       pic 9(5).
           05  ws-po-qty-received      pic 9(5).
           05  ws-po-line-status       pic x.
               88  ws-po-line-closed   value 'C'.
           05  ws-po-image             pic x(48).

       01  ws-po-changed-sw            pic x value 'N'.
           88  ws-po-changed           value 'Y'.

       01  ws-found-po-idx             pic 9(4) value 0.
       01  ws-po-open-qty              pic 9(5).

       01  ws-found-idx                pic 999 value 0.

       01  ws-deleted-count            pic 999 value 0.
       01  ws-received-count           pic 999 value 0.
       01  ws-issued-count             pic 999 value 0.
       01  ws-po-received-count        pic 999 value 0.
       01  ws-po-closed-count          pic 999 value 0.
       01  ws-rejected-count           pic 999 value 0.

       procedure division.
           display "Search item maintenance."

           perform load-item-file
           perform load-vendor-ids
           perform load-po-lines
           perform apply-item-transactions
           perform rewrite-item-file

           if ws-po-changed
               perform rewrite-po-lines
           end-if

           display space
           display "Item maintenance complete."
           display "Added:    " ws-added-count
           display "Deleted:  " ws-deleted-count
           display "Receipts: " ws-received-count
           display "Issues:   " ws-issued-count
           display "PO receipts: " ws-po-received-count
           display "PO lines closed: " ws-po-closed-count
           display "Rejected: " ws-rejected-count
           display "Items on file: " ws-num-items

                               to ws-item-reorder-point(ws-num-items)
                           move f-item-reorder-qty
                               to ws-item-reorder-qty(ws-num-items)
                           if f-item-allocated is numeric
                               move f-item-allocated
                                   to ws-item-allocated(ws-num-items)
                           else
                               move 0
                                   to ws-item-allocated(ws-num-items)
                           end-if
                           move f-item-location
                               to ws-item-location(ws-num-items)
                           if f-item-damaged is numeric
                               move f-item-damaged
                                   to ws-item-damaged(ws-num-items)
                           else
                               move 0
                                   to ws-item-damaged(ws-num-items)
                           end-if
                           if f-item-vendor-id is numeric
                               move f-item-vendor-id
                                   to ws-item-vendor-id(ws-num-items)
                           else
                               move 0
                                   to ws-item-vendor-id(ws-num-items)
                           end-if
                           if f-item-unit-cost is numeric
                               move f-item-unit-cost
                                   to ws-item-unit-cost(ws-num-items)
                           else
                               move 0
                                   to ws-item-unit-cost(ws-num-items)
                           end-if
                           if f-item-on-order is numeric
                               move f-item-on-order
                                   to ws-item-on-order(ws-num-items)
                           else
                               move 0
                                   to ws-item-on-order(ws-num-items)
                           end-if
                           if f-item-last-count-date is numeric
                               move f-item-last-count-date
                                   to ws-item-last-count-date
                                       (ws-num-items)
                           else
                               move 0
                                   to ws-item-last-count-date
                                       (ws-num-items)
                           end-if
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


      *> Loads the vendor ids an item may name. A missing
      *> vendor-master.txt (status "35") leaves vendors unchecked
      *> until purchasing sets one up.
       load-vendor-ids.

           set ws-not-eof to true

           open input fd-vendor-master

           if ws-fs-status-vendor = "35"
               display "No vendor-master.txt yet -- vendor ids are "
                   "not checked."
               end-display
               exit paragraph
           end-if

           if ws-fs-status-vendor not = "00"
               display "Error opening vendor master: "
                   ws-fs-status-vendor
               end-display
               move 8 to return-code
               goback
           end-if

           set ws-vendors-present to true

           perform until ws-eof
               read fd-vendor-master
                   at end
                       set ws-eof to true
                   not at end
                       if ws-num-vendors >= 500
                           display "Vendor master has more than 500 "
                               "entries, ignoring the rest."
                           end-display
                           set ws-eof to true
                       else
                           add 1 to ws-num-vendors
                           move f-vendor-id
                               to ws-vendor-id(ws-num-vendors)
                       end-if
               end-read
           end-perform

           close fd-vendor-master

           exit paragraph.


      *> Loads purchase-order-lines.txt whole. The file is written
      *> back whole after a receipt, so one too big for the table
      *> stops the run rather than losing purchase orders. No file
      *> just means nothing is on order.
       load-po-lines.

           set ws-not-eof to true

           open input fd-po-lines

           if ws-fs-status-po = "35"
               exit paragraph
           end-if

           if ws-fs-status-po not = "00"
               display "Error opening purchase-order-lines.txt: "
                   ws-fs-status-po
               end-display
               move 8 to return-code
               goback
           end-if

           perform until ws-eof
               read fd-po-lines
                   at end
                       set ws-eof to true
                   not at end
                       if ws-num-po-lines >= 5000
                           display "purchase-order-lines.txt exceeds "
                               "the 5000-line table -- run stopped "
                               "before it could be truncated."
                           end-display
                           close fd-po-lines
                           move 8 to return-code
                           goback
                       end-if
                       add 1 to ws-num-po-lines
                       move f-po-number
                           to ws-po-number(ws-num-po-lines)
                       move f-po-line-number
                           to ws-po-line-number(ws-num-po-lines)
                       move f-po-item-id-1
                           to ws-po-item-id-1(ws-num-po-lines)
                       move f-po-item-id-2
                           to ws-po-item-id-2(ws-num-po-lines)
                       move f-po-qty-ordered
                           to ws-po-qty-ordered(ws-num-po-lines)
                       move f-po-qty-received
                           to ws-po-qty-received(ws-num-po-lines)
                       move f-po-line-status
                           to ws-po-line-status(ws-num-po-lines)
                       move f-po-line-record
                           to ws-po-image(ws-num-po-lines)
               end-read
           end-perform

           close fd-po-lines

           exit paragraph.


      *> Reads each transaction and applies it against the in-memory
      *> item table. If the transaction file doesn't exist yet
      *> (status "35"), seeds a small demo batch first, the same
               when itrans-issue
                   perform apply-item-issue

               when itrans-po-receipt
                   perform apply-po-receipt

               when other
                   display "Rejected: unknown transaction code '"
                       f-itrans-code "' for item " f-itrans-id-1
               exit paragraph
           end-if

           perform check-vendor

           if ws-vendor-not-ok
               display "Rejected add, vendor " f-itrans-vendor-id
                   " not on vendor-master.txt: "
                   f-itrans-id-1 "/" f-itrans-id-2
               end-display
               add 1 to ws-rejected-count
               exit paragraph
           end-if

           add 1 to ws-num-items
           move f-itrans-id-1 to ws-item-id-1(ws-num-items)
           move f-itrans-id-2 to ws-item-id-2(ws-num-items)
               to ws-item-reorder-point(ws-num-items)
           move f-itrans-reorder-qty
               to ws-item-reorder-qty(ws-num-items)
           move 0 to ws-item-allocated(ws-num-items)
           move f-itrans-location to ws-item-location(ws-num-items)
           move 0 to ws-item-damaged(ws-num-items)
           move f-itrans-vendor-id to ws-item-vendor-id(ws-num-items)
           move f-itrans-unit-cost to ws-item-unit-cost(ws-num-items)
           move f-itrans-std-cost to ws-item-std-cost(ws-num-items)
           move 0 to ws-item-on-order(ws-num-items)
           move 0 to ws-item-last-count-date(ws-num-items)

           add 1 to ws-added-count

               exit paragraph
           end-if

           perform check-vendor

           if ws-vendor-not-ok
               display "Rejected change, vendor " f-itrans-vendor-id
                   " not on vendor-master.txt: "
                   f-itrans-id-1 "/" f-itrans-id-2
               end-display
               add 1 to ws-rejected-count
               exit paragraph
           end-if

           move f-itrans-id-3 to ws-item-id-3(ws-found-idx)
           move f-itrans-name to ws-item-name(ws-found-idx)
           move f-itrans-date to ws-item-date(ws-found-idx)
               to ws-item-reorder-point(ws-found-idx)
           move f-itrans-reorder-qty
               to ws-item-reorder-qty(ws-found-idx)
           move f-itrans-location to ws-item-location(ws-found-idx)
           move f-itrans-vendor-id to ws-item-vendor-id(ws-found-idx)
           move f-itrans-unit-cost to ws-item-unit-cost(ws-found-idx)
           move f-itrans-std-cost to ws-item-std-cost(ws-found-idx)

           add 1 to ws-changed-count

           exit paragraph.


      *> The vendor and costs on an 'A' or 'C'. A transaction from
      *> before they existed carries none, which reads as no
      *> preferred vendor and no cost. A vendor id must be on the
      *> vendor master, when there is one.
       check-vendor.

           set ws-vendor-ok to true

           if f-itrans-vendor-id is not numeric
               move 0 to f-itrans-vendor-id
           end-if

           if f-itrans-unit-cost is not numeric
               move 0 to f-itrans-unit-cost
           end-if

           if f-itrans-std-cost is not numeric
               move 0 to f-itrans-std-cost
           end-if

           if f-itrans-vendor-id = 0
           or not ws-vendors-present
               exit paragraph
           end-if

           set ws-vendor-not-ok to true

           perform varying ws-vendor-idx from 1 by 1
           until ws-vendor-idx > ws-num-vendors
               if ws-vendor-id(ws-vendor-idx) = f-itrans-vendor-id
                   set ws-vendor-ok to true
                   exit perform
               end-if
           end-perform

           exit paragraph.


      *> 'P' receives against a purchase order line. The line must
      *> exist, be for this item, and still be open, and the
      *> quantity may not exceed what is still to come -- anything
      *> over the order is a vendor discussion, not a receipt. The
      *> line closes once everything ordered is in; the quantity
      *> comes off on-order and goes to on-hand the same way an 'R'
      *> receipt does.
       apply-po-receipt.

           if ws-found-idx = 0
               display "Rejected PO receipt, item not found: "
                   f-itrans-id-1 "/" f-itrans-id-2
               end-display
               add 1 to ws-rejected-count
               exit paragraph
           end-if

           move 0 to ws-found-po-idx

           if f-itrans-po-number is numeric
           and f-itrans-po-line is numeric
               perform varying ws-po-idx from 1 by 1
               until ws-po-idx > ws-num-po-lines
                   if ws-po-number(ws-po-idx) = f-itrans-po-number
                   and ws-po-line-number(ws-po-idx)
                       = f-itrans-po-line
                       set ws-found-po-idx to ws-po-idx
                       exit perform
                   end-if
               end-perform
           end-if

           if ws-found-po-idx = 0
               display "Rejected PO receipt, no line "
                   f-itrans-po-number "/" f-itrans-po-line
                   " on purchase-order-lines.txt"
               end-display
               add 1 to ws-rejected-count
               exit paragraph
           end-if

           if ws-po-item-id-1(ws-found-po-idx) not = f-itrans-id-1
           or ws-po-item-id-2(ws-found-po-idx) not = f-itrans-id-2
               display "Rejected PO receipt, line "
                   f-itrans-po-number "/" f-itrans-po-line
                   " is for item " ws-po-item-id-1(ws-found-po-idx)
                   "/" ws-po-item-id-2(ws-found-po-idx)
               end-display
               add 1 to ws-rejected-count
               exit paragraph
           end-if

           if ws-po-line-closed(ws-found-po-idx)
               display "Rejected PO receipt, line "
                   f-itrans-po-number "/" f-itrans-po-line
                   " is already closed"
               end-display
               add 1 to ws-rejected-count
               exit paragraph
           end-if

           compute ws-po-open-qty =
               ws-po-qty-ordered(ws-found-po-idx)
               - ws-po-qty-received(ws-found-po-idx)
           end-compute

           if f-itrans-quantity = 0
           or f-itrans-quantity > ws-po-open-qty
               display "Rejected PO receipt, quantity "
                   f-itrans-quantity " against " ws-po-open-qty
                   " still to come on line " f-itrans-po-number "/"
                   f-itrans-po-line
               end-display
               add 1 to ws-rejected-count
               exit paragraph
           end-if

           add f-itrans-quantity
               to ws-po-qty-received(ws-found-po-idx)

           if ws-po-qty-received(ws-found-po-idx)
               = ws-po-qty-ordered(ws-found-po-idx)
               move 'C' to ws-po-line-status(ws-found-po-idx)
               add 1 to ws-po-closed-count
           else
               move 'P' to ws-po-line-status(ws-found-po-idx)
           end-if

           set ws-po-changed to true

           if f-itrans-quantity >= ws-item-on-order(ws-found-idx)
               move 0 to ws-item-on-order(ws-found-idx)
           else
               subtract f-itrans-quantity
                   from ws-item-on-order(ws-found-idx)
           end-if

           add 1 to ws-po-received-count

           perform apply-item-receipt

           exit paragraph.


      *> 'I' issues stock out. Issuing more than is available --
      *> on-hand less what's allocated to open order lines -- is
      *> rejected: the book can't show stock the shelf doesn't
      *> have, nor hand out stock already promised to a customer.
       apply-item-issue.

           if ws-found-idx = 0
               exit paragraph
           end-if

           if ws-item-allocated(ws-found-idx)
               >= ws-item-on-hand(ws-found-idx)
               move 0 to ws-available-qty
           else
               compute ws-available-qty =
                   ws-item-on-hand(ws-found-idx)
                   - ws-item-allocated(ws-found-idx)
               end-compute
           end-if

           if f-itrans-quantity > ws-available-qty
               display "Rejected issue, only " ws-available-qty
                   " available for " f-itrans-id-1 "/"
                   f-itrans-id-2 ", asked for " f-itrans-quantity
               end-display
               add 1 to ws-rejected-count
               exit paragraph
                   to f-sort-reorder-point
               move ws-item-reorder-qty(ws-item-idx)
                   to f-sort-reorder-qty
               move ws-item-allocated(ws-item-idx)
                   to f-sort-allocated
               move ws-item-location(ws-item-idx) to f-sort-location
               move ws-item-damaged(ws-item-idx) to f-sort-damaged
               move ws-item-vendor-id(ws-item-idx) to f-sort-vendor-id
               move ws-item-unit-cost(ws-item-idx) to f-sort-unit-cost
               move ws-item-on-order(ws-item-idx) to f-sort-on-order
               move ws-item-last-count-date(ws-item-idx)
                   to f-sort-last-count-date
               move ws-item-std-cost(ws-item-idx) to f-sort-std-cost
               release f-item-record-sort
           end-perform

           exit paragraph.


      *> Writes purchase-order-lines.txt back from the table, in
      *> file order, with the receipts just applied.
       rewrite-po-lines.

           open output fd-po-lines

           if ws-fs-status-po not = "00"
               display "Error rewriting purchase-order-lines.txt: "
                   ws-fs-status-po
               end-display
               move 8 to return-code
               goback
           end-if

           perform varying ws-po-idx from 1 by 1
           until ws-po-idx > ws-num-po-lines
               move ws-po-image(ws-po-idx) to f-po-line-record
               move ws-po-qty-received(ws-po-idx) to f-po-qty-received
               move ws-po-line-status(ws-po-idx) to f-po-line-status
               write f-po-line-record
           end-perform

           close fd-po-lines

           exit paragraph.


      *> Seeds a small demo transaction batch -- one out-of-order
      *> add (which the re-sort places correctly), one change, one
      *> delete -- so the job demonstrates itself against the demo
               move 0 to f-itrans-quantity
               move 0 to f-itrans-reorder-point
               move 0 to f-itrans-reorder-qty
               move 0 to f-itrans-vendor-id
               move 0 to f-itrans-unit-cost
               move 0 to f-itrans-po-number
               move 0 to f-itrans-po-line
               move 0 to f-itrans-std-cost

               move 'A' to f-itrans-code
               move 0001 to f-itrans-id-1
               move 00030 to f-itrans-quantity
               move 00010 to f-itrans-reorder-point
               move 00050 to f-itrans-reorder-qty
               move "A01-03" to f-itrans-location
               move 00001 to f-itrans-vendor-id
               move 4.75 to f-itrans-unit-cost
               move 4.60 to f-itrans-std-cost
               write f-item-transaction

               move 'R' to f-itrans-code
               move 00015 to f-itrans-quantity
               move 0 to f-itrans-reorder-point
               move 0 to f-itrans-reorder-qty
               move spaces to f-itrans-location
               move 0 to f-itrans-vendor-id
               move 0 to f-itrans-unit-cost
               move 0 to f-itrans-std-cost
               write f-item-transaction

               move 'I' to f-itrans-code
               move 0 to f-itrans-quantity
               move 00010 to f-itrans-reorder-point
               move 00040 to f-itrans-reorder-qty
               move "B02-04" to f-itrans-location
               move 00002 to f-itrans-vendor-id
               move 120.00 to f-itrans-unit-cost
               move 118.00 to f-itrans-std-cost
               write f-item-transaction

               move 'D' to f-itrans-code

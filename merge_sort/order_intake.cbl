      *          number moves it onto the order book once credit
      *          approves. held-orders-report lists what's sitting on
      *          hold each day.
      * updated: 2026-10-15 EE: multi-line orders. An order is now a
      *          header on customer-orders.txt (customer, date, order
      *          number, description, and the order total) plus item
      *          lines on customer-order-lines.txt, each carrying its
      *          item code, quantity, and line amount. An 'A' header
      *          transaction is followed by one 'L' transaction per
      *          line; the group is validated as a unit, its total is
      *          worked out from the lines, and it is booked, held,
      *          or rejected whole -- a bad line rejects the header
      *          and every line with it, so the resubmit file gets
      *          the group back intact. An 'L' naming an existing
      *          order adds a line to it (line number zero) or
      *          changes one (line number set). An 'A' with no lines
      *          behind it still books as a one-line order from its
      *          own item code, so old-style transactions keep
      *          working. Held orders keep their lines on
      *          customer-order-hold-lines.txt until released.
      * updated: 2026-10-15 EE: stock allocation. Each booked line
      *          allocates its quantity against the item's available
      *          stock (on-hand less what open lines already hold,
      *          the new allocated quantity on search-items.txt), and
      *          any shortfall goes to backorders.txt under its own
      *          backorder number from backorder-number-seq.txt.
      *          Lines held for credit allocate when released; a
      *          canceled order or a changed line gives its stock
      *          and backorders back. backorder-fill fills the
      *          backorders oldest first as receipts come in.
      * updated: 2026-10-15 EE: order status lifecycle. Every order
      *          carries a status -- open, picked, shipped, invoiced,
      *          or canceled (blank on an order keyed before status
      *          reads as open). A cancel now keeps the order on the
      *          file as canceled instead of dropping it. Changes and
      *          new lines are only taken on an open order, and only
      *          an open or picked order can be canceled. pick-list
      *          marks the orders it sends to the warehouse picked;
      *          a new 'S' shipment confirmation naming a picked order
      *          marks it shipped on the transaction date (the
      *          business date when blank) and issues its lines'
      *          stock out of search-items.txt. contract-invoicing
      *          marks what it bills invoiced.
      * updated: 2026-10-15 EE: returns. A new 'M' return
      *          authorization names the shipped order and the item
      *          coming back; the quantity can't exceed what the line
      *          shipped less what has already been returned. The
      *          condition code ('G' good, 'D' damaged) puts the
      *          stock back on hand or into the item's new damaged
      *          quantity, and the reason code is kept for the
      *          monthly returns report. Each return gets an RMA
      *          number from rma-number-seq.txt and a credit at the
      *          line's unit price on customer-returns.txt, which
      *          the statement run prints and contract-invoicing
      *          takes off the customer's next invoice.
      * updated: 2026-10-15 EE: lines are priced from
      *          item-price-list.txt (kept by price-maintenance): the
      *          customer's own override, else their contract's, else
      *          the list price, whichever entry is in effect on the
      *          order date, times the quantity. A line keyed with no
      *          amount takes that price; a keyed amount within
      *          PRICE_TOLERANCE_PCT (default 2) of it is booked at
      *          the price; one further off holds a new order for
      *          price review on the hold queue (released with an
      *          'R' at the keyed price) and rejects a line added to
      *          or changed on a booked order. An item with no price
      *          books at the keyed amount, or rejects NO-LIST-PRICE
      *          when none was keyed. Every override price used,
      *          price held or refused, and line booked with no list
      *          price is logged to price-exceptions.txt for the
      *          price-exception report. No price list at all leaves
      *          the keyed amounts standing, as before.
      * updated: 2026-10-15 EE: the order book now lives in an
      *          indexed customer-orders.dat keyed on order number,
      *          with the customer id as an alternate key, so intake
      *          no longer loads the whole book into a 2000-order
      *          table: each transaction reads its order by key and
      *          the order is rewritten in place (adds and releases
      *          WRITE a new record), and the credit check totals a
      *          customer's open orders with a START/READ NEXT on the
      *          customer key. An existing flat customer-orders.txt
      *          is converted into the indexed file automatically on
      *          first run, and a flat extract in the old layout is
      *          still written at end of run for the programs that
      *          read it.
      * updated: 2026-10-15 EE: GROUP_CREDIT_CHECK=Y tests credit
      *          against a corporate group's combined exposure
      *          instead of each subsidiary alone. The groups come
      *          from the parent ids on the indexed customer file
      *          redefines-customer.dat: for a customer in a group,
      *          the open and held orders of every member count, and
      *          the limit is the top-level parent's. A group whose
      *          top parent has no limit record falls back to the
      *          customer's own limit and exposure, as before.
      * updated: 2026-10-15 EE: order lines now live in an indexed
      *          customer-order-lines.dat keyed on order number and
      *          line number, so intake no longer loads every line
      *          into an 8000-line table: finding an order STARTs on
      *          its number and reads its lines in, and writing the
      *          order back rewrites, adds, or deletes them by key.
      *          Only the held orders' lines, which stay on
      *          customer-order-hold-lines.txt, are still loaded
      *          whole. An existing flat customer-order-lines.txt is
      *          converted on first run, and the flat extract is
      *          still written at end of run for its readers. Since
      *          the book is written as each transaction is applied,
      *          the order number counter is saved ahead of every
      *          add, and a held order found already on the book at
      *          start of run (released by a run that stopped before
      *          rewriting the queue) is taken off hold.
      * Purpose: Transaction-driven add/change/delete order intake for
      *          customer-orders.txt, in the same mold as
      *          customer_master_update.cbl: an order transaction file
       input-output section.
       file-control.

      *> The order book, keyed on order number with the customer id
      *> as an alternate key for the by-customer readers.
           select fd-customer-orders
           assign to "customer-orders.dat"
           organization is indexed
           access mode is dynamic
           record key is f-order-number
           alternate record key is f-order-customer-id
               with duplicates
           file status is ws-fs-status-orders.

      *> Flat extract of the order book in the old layout, rewritten
      *> at end of run for the programs that still read it -- and
      *> the source of the one-time conversion into the indexed file.
           select fd-customer-orders-flat
           assign to "customer-orders.txt"
           organization is line sequential
           file status is ws-fs-status-orders-flat.

      *> The order's item lines, one record per line, carrying the
      *> customer and order date from the header so readers can
      *> stream them without a join. Keyed on order number and line
      *> number, so an order's lines read back with one START.
           select fd-order-lines
           assign to "customer-order-lines.dat"
           organization is indexed
           access mode is dynamic
           record key is f-line-key
           file status is ws-fs-status-lines.

      *> Flat extract of the lines in the old layout, rewritten at
      *> end of run for the programs that still read it -- and the
      *> source of the one-time conversion into the indexed file.
           select fd-order-lines-flat
           assign to "customer-order-lines.txt"
           organization is line sequential
           file status is ws-fs-status-lines-flat.

           select fd-order-transactions
           assign to "order-transactions.txt"
           organization is line sequential
           file status is ws-fs-status-hold.

      *> The lines of the orders sitting on credit hold -- same
      *> layout as the booked lines, moved across on release.
           select fd-hold-lines
           assign to "customer-order-hold-lines.txt"
           organization is line sequential
           file status is ws-fs-status-hold-lines.

      *> Line shortfalls waiting on stock, filled oldest first by
      *> backorder-fill; numbered from their own counter.
           select fd-backorder-file assign to "backorders.txt"
           organization is line sequential
           file status is ws-fs-status-backorders.

           select fd-backorder-seq
           assign to "backorder-number-seq.txt"
           organization is line sequential
           file status is ws-fs-status-bo-seq.

      *> Authorized returns and the credits they raise, added to at
      *> end of run; numbered from their own counter.
           select fd-returns-file
           assign to "customer-returns.txt"
           organization is line sequential
           file status is ws-fs-status-returns.

           select fd-rma-seq assign to "rma-number-seq.txt"
           organization is line sequential
           file status is ws-fs-status-rma-seq.

      *> The effective-dated price list lines are priced from.
           select fd-price-list assign to "item-price-list.txt"
           organization is line sequential
           file status is ws-fs-status-prices.

      *> Override prices used and keyed prices questioned, added to
      *> at end of run for the price-exception report.
           select fd-price-exceptions
           assign to "price-exceptions.txt"
           organization is line sequential
           file status is ws-fs-status-price-exc.

      *> The customer file with the corporate parent ids, read only
      *> for group credit checking.
           select fd-group-customer
           assign to "redefines-customer.dat"
           organization is indexed
           access mode is sequential
           record key is f-group-customer-id
           alternate record key is f-group-zip-code
               with duplicates
           alternate record key is f-group-customer-name
               with duplicates
           alternate record key is f-group-parent-id
               with duplicates
           file status is ws-fs-status-group.

       data division.

       file section.
           05  f-order-date                        pic x(8).
           05  f-order-description                 pic x(30).
           05  f-order-amount                      pic 9(7)v99.
      *> The item code of an order keyed before item lines existed;
      *> zero on a multi-line order, whose items are on its lines.
           05  f-order-item-id-1                   pic 9(4).
           05  f-order-item-id-2                   pic 9(4).
      *> Lines on customer-order-lines.dat -- zero (or blank, on a
      *> record older than the field) for a pre-line order.
           05  f-order-line-count                  pic 9(3).
      *> 'O' open, 'P' picked, 'S' shipped, 'I' invoiced, 'X'
      *> canceled; blank on an order from before status is open.
           05  f-order-status                      pic x.
           05  f-order-ship-date                   pic x(8).
      *> The billing period (yyyymm) that invoiced the order.
           05  f-order-invoice-period              pic 9(6).

       fd  fd-customer-orders-flat.
       01  f-customer-order-flat                   pic x(84).

       fd  fd-order-lines.
       01  f-order-line.
           05  f-line-key.
               10  f-line-order-number             pic 9(6).
               10  f-line-number                   pic 9(3).
           05  f-line-customer-id                  pic 9(5).
           05  f-line-order-date                   pic x(8).
           05  f-line-item-id-1                    pic 9(4).
           05  f-line-item-id-2                    pic 9(4).
           05  f-line-quantity                     pic 9(5).
           05  f-line-amount                       pic 9(7)v99.
      *> Stock allocated to the line so far; the rest of its
      *> quantity is on backorder.
           05  f-line-allocated                    pic 9(5).
      *> Quantity that went out the door on the shipment.
           05  f-line-shipped                      pic 9(5).
      *> Quantity since brought back on return authorizations.
           05  f-line-returned                     pic 9(5).

       fd  fd-order-lines-flat.
       01  f-order-line-flat                       pic x(59).

      *> Same fields as the order record, with a leading transaction
      *> code. 'A' adds an order header (the order number on the
      *> transaction is ignored; intake assigns the next one from
      *> the counter) and the 'L' transactions right behind it are
      *> its lines -- item code, quantity, and line amount. An 'L'
      *> carrying an order number adds a line to that order, or
      *> changes the line its line number names (zero fields keep
      *> the line's value). 'C' changes an existing order's header
      *> by order number (blank/zero fields keep the order's value),
      *> and 'D' cancels it, lines and all. 'S' confirms a picked
      *> order's shipment, the ship date in the date field. 'M'
      *> authorizes a return against a shipped order's item, with
      *> the condition and reason codes in front of the
      *> description.
       fd  fd-order-transactions.
       01  f-order-transaction.
           05  f-otran-code                        pic x.
           05  f-otran-amount                      pic 9(7)v99.
           05  f-otran-item-id-1                   pic 9(4).
           05  f-otran-item-id-2                   pic 9(4).
           05  f-otran-quantity                    pic 9(5).
           05  f-otran-line-number                 pic 9(3).

       fd  fd-customer-master.
       01  f-customer-record-master.
           05  f-item-on-hand                      pic 9(5).
           05  f-item-reorder-point                pic 9(5).
           05  f-item-reorder-qty                  pic 9(5).
      *> On-hand already promised to open order lines.
           05  f-item-allocated                    pic 9(5).
           05  f-item-location                     pic x(6).
      *> Returned stock too damaged to go back on the shelf.
           05  f-item-damaged                      pic 9(5).
           05  f-item-vendor-id                    pic 9(5).
           05  f-item-unit-cost                    pic 9(5)v99.
           05  f-item-on-order                     pic 9(5).
           05  f-item-last-count-date              pic 9(8).
           05  f-item-std-cost                     pic 9(5)v99.

      *> A rejected transaction carried whole, prefixed with the
      *> reason. Fix the records in place, rename the file to
       fd  fd-reject-file.
       01  f-reject-record.
           05  f-reject-reason                     pic x(15).
           05  f-reject-transaction                pic x(75).

       fd  fd-resubmit-file.
       01  f-resubmit-record.
           05  f-resubmit-reason                   pic x(15).
           05  f-resubmit-transaction              pic x(75).

       fd  fd-order-seq.
       01  f-order-seq-record                      pic 9(6).
           05  f-limit-customer-id                 pic 9(5).
           05  f-limit-amount                      pic 9(7)v99.

      *> redefines-customer.dat's layout; only the id and parent id
      *> are used here.
       fd  fd-group-customer.
       01  f-group-customer-record.
           05  f-group-customer-id                 pic 9(5).
           05  f-group-customer-type               pic 9.
           05  f-group-customer-name               pic x(30).
           05  f-group-street-address              pic x(20).
           05  f-group-state                       pic xx.
           05  f-group-zip-code                    pic 9(5).
           05  f-group-parent-id                   pic 9(5).

      *> A held order is a complete order -- number already assigned
      *> -- plus the business date it was held and the exposure that
      *> tripped the limit, for the daily held-orders report.
           05  f-held-exposure                     pic 9(7)v99.
           05  f-held-item-id-1                    pic 9(4).
           05  f-held-item-id-2                    pic 9(4).
           05  f-held-line-count                   pic 9(3).
      *> 'C' held for credit, 'P' for price review; blank on a hold
      *> from before prices were checked is a credit hold.
           05  f-held-reason                       pic x.

       fd  fd-hold-lines.
       01  f-hold-line.
           05  f-hline-order-number                pic 9(6).
           05  f-hline-number                      pic 9(3).
           05  f-hline-customer-id                 pic 9(5).
           05  f-hline-order-date                  pic x(8).
           05  f-hline-item-id-1                   pic 9(4).
           05  f-hline-item-id-2                   pic 9(4).
           05  f-hline-quantity                    pic 9(5).
           05  f-hline-amount                      pic 9(7)v99.
           05  f-hline-allocated                   pic 9(5).
           05  f-hline-shipped                     pic 9(5).
           05  f-hline-returned                    pic 9(5).

      *> One backorder per line shortfall: its own number, the
      *> business date it was raised (the fill order), the order
      *> line it belongs to, and the quantity still outstanding.
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

       fd  fd-backorder-seq.
       01  f-backorder-seq-record                  pic 9(6).

      *> One return per authorization: the RMA number, the date it
      *> came back, the order line it came off, the condition and
      *> reason codes, and the credit raised. The credit period is
      *> the billing period (yyyymm) whose invoice took the credit,
      *> zero until then.
       fd  fd-returns-file.
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

       fd  fd-rma-seq.
       01  f-rma-seq-record                        pic 9(6).

      *> Same layout price-maintenance keeps: a unit price per item,
      *> price type ('L' list, 'C' customer, 'K' contract), party,
      *> and effective date.
       fd  fd-price-list.
       01  f-price-record.
           05  f-price-item-id-1                   pic 9(4).
           05  f-price-item-id-2                   pic 9(4).
           05  f-price-type                        pic x.
           05  f-price-party-id                    pic 9(5).
           05  f-price-effective-date              pic 9(8).
           05  f-price-unit-price                  pic 9(5)v99.
           05  f-price-changed-date                pic 9(8).

      *> One record per line priced off the plain list: the business
      *> date, the order line, the price found (source and party,
      *> unit price, extended list amount), what was keyed, what was
      *> booked, and why it is an exception -- 'O' an override
      *> price used, 'H' a keyed price held for review, 'R' a keyed
      *> price refused, 'N' no price on the list.
       fd  fd-price-exceptions.
       01  f-price-exception-record                pic x(84).

       working-storage section.

       01  ws-fs-status-orders                     pic xx.
       01  ws-fs-status-orders-flat                pic xx.
       01  ws-fs-status-trans                      pic xx.
       01  ws-fs-status-master                     pic xx.
       01  ws-fs-status-reject                     pic xx.
       01  ws-fs-status-limits                     pic xx.
       01  ws-fs-status-hold                       pic xx.
       01  ws-fs-status-items                      pic xx.
       01  ws-fs-status-lines                      pic xx.
       01  ws-fs-status-lines-flat                 pic xx.
       01  ws-fs-status-hold-lines                 pic xx.
       01  ws-fs-status-backorders                 pic xx.
       01  ws-fs-status-bo-seq                     pic xx.
       01  ws-fs-status-returns                    pic xx.
       01  ws-fs-status-rma-seq                    pic xx.
       01  ws-fs-status-prices                     pic xx.
       01  ws-fs-status-price-exc                  pic xx.
       01  ws-fs-status-group                      pic xx.

      *> Items loaded for item-code validation and stock allocation.
      *> The whole record rides along so the file can be written
      *> back with the new allocations.
       01  ws-num-item-keys                        pic 999 comp
                                                   value 0.

                                                       ws-item-idx.
           05  ws-item-key-1                       pic 9(4).
           05  ws-item-key-2                       pic 9(4).
           05  ws-item-image                       pic x(101).
           05  ws-item-on-hand                     pic 9(5).
           05  ws-item-allocated                   pic 9(5).
           05  ws-item-damaged                     pic 9(5).

       01  ws-items-loaded-sw                      pic x value 'N'.
           88  ws-items-loaded                     value 'Y'.

      *> Allocation work fields: the line being allocated or given
      *> back, its item's slot, and the quantities worked out.
       01  ws-alloc-line-idx                       pic 9(4) comp.
       01  ws-alloc-item-idx                       pic 999 comp.
       01  ws-needed-qty                           pic 9(5).
       01  ws-available-qty                        pic 9(5).
       01  ws-alloc-qty                            pic 9(5).
       01  ws-short-qty                            pic 9(5).

      *> Backorders loaded whole and rewritten at end of run, the
      *> same way as the order book; canceled ones drop out then.
       01  ws-num-backorders                       pic 9(4) comp.

       01  ws-backorder-table                      occurs 0 to 2000
                                                   times depending on
                                                       ws-num-backorders
                                                   indexed by
                                                       ws-bo-idx.
           05  ws-bo-number                        pic 9(6).
           05  ws-bo-date                          pic 9(8).
           05  ws-bo-order-number                  pic 9(6).
           05  ws-bo-line-number                   pic 9(3).
           05  ws-bo-customer-id                   pic 9(5).
           05  ws-bo-item-id-1                     pic 9(4).
           05  ws-bo-item-id-2                     pic 9(4).
           05  ws-bo-quantity                      pic 9(5).
           05  ws-bo-status-sw                     pic x.
               88  ws-bo-open                      value 'O'.
               88  ws-bo-canceled                  value 'X'.

       01  ws-backorder-sequence                   pic 9(6) value 0.
       01  ws-backordered-count                    pic 9(4) value 0.
       01  ws-backorders-out-count                 pic 9(4) value 0.
       01  ws-units-allocated                      pic 9(7) value 0.
       01  ws-units-shipped                        pic 9(7) value 0.

      *> Returns authorized this run, added to customer-returns.txt
      *> at end of run.
       01  ws-num-returns                          pic 999 comp
                                                   value 0.

       01  ws-return-table                         occurs 0 to 500
                                                   times depending on
                                                       ws-num-returns
                                                   indexed by
                                                       ws-rtn-idx.
           05  ws-rtn-number                       pic 9(6).
           05  ws-rtn-date                         pic x(8).
           05  ws-rtn-order-number                 pic 9(6).
           05  ws-rtn-line-number                  pic 9(3).
           05  ws-rtn-customer-id                  pic 9(5).
           05  ws-rtn-item-id-1                    pic 9(4).
           05  ws-rtn-item-id-2                    pic 9(4).
           05  ws-rtn-quantity                     pic 9(5).
           05  ws-rtn-condition                    pic x.
           05  ws-rtn-reason                       pic xx.
           05  ws-rtn-credit-amount                pic 9(7)v99.
           05  ws-rtn-credit-period                pic 9(6).

       01  ws-rma-sequence                         pic 9(6) value 0.
       01  ws-returnable-qty                       pic 9(5).
       01  ws-returned-count                       pic 999 value 0.
       01  ws-units-returned                       pic 9(7) value 0.
       01  ws-units-damaged                        pic 9(7) value 0.
       01  ws-credit-total                         pic 9(9)v99
                                                   value 0.

       01  ws-item-found-sw                        pic x.
           88  ws-item-found                       value 'Y'.
               88  ws-otran-change                 value 'C'.
               88  ws-otran-delete                 value 'D'.
               88  ws-otran-release                value 'R'.
               88  ws-otran-line                   value 'L'.
               88  ws-otran-ship                   value 'S'.
               88  ws-otran-return                 value 'M'.
           05  ws-otran-order-number               pic 9(6).
           05  ws-otran-customer-id                pic 9(5).
           05  ws-otran-date                       pic x(8).
           05  ws-otran-description                pic x(30).
      *> On a return the description leads with the goods'
      *> condition and the reason they came back.
           05  ws-otran-return-codes redefines ws-otran-description.
               10  ws-otran-condition              pic x.
                   88  ws-otran-cond-good          value 'G'.
                   88  ws-otran-cond-damaged       value 'D'.
               10  ws-otran-reason                 pic xx.
                   88  ws-otran-reason-valid       values 'DF' 'WI'
                                                       'DT' 'NN'
                                                       'OT'.
               10  filler                          pic x(27).
           05  ws-otran-amount                     pic 9(7)v99.
           05  ws-otran-item-id-1                  pic 9(4).
           05  ws-otran-item-id-2                  pic 9(4).
           05  ws-otran-quantity                   pic 9(5).
           05  ws-otran-line-number                pic 9(3).

      *> The transaction being read when a pending order group has
      *> to be finished first -- finishing it restages the group's
      *> own records through ws-current-transaction.
       01  ws-saved-transaction                    pic x(75).

      *> An 'A' header waits here with its 'L' lines until the next
      *> non-line transaction (or the end of the file) closes the
      *> group; then the order is validated, totaled, and booked,
      *> held, or rejected as a whole.
       01  ws-pending-sw                           pic x value 'N'.
           88  ws-order-pending                    value 'Y'.
           88  ws-no-order-pending                 value 'N'.

       01  ws-pending-header                       pic x(75).

       01  ws-num-pending-lines                    pic 99 comp.

       01  ws-pending-line-table                   occurs 99 times
                                                   indexed by
                                                       ws-pl-idx.
           05  ws-pl-transaction                   pic x(75).
           05  ws-pl-reason                        pic x(15).
           05  ws-pl-price                         pic x(42).

      *> The first fault found in the group -- its reason, and the
      *> line that caused it (zero when it is the header's).
       01  ws-group-reason                         pic x(15).
       01  ws-group-fault-line                     pic 99 comp.

      *> Raised when the group had no lines and its single line was
      *> built from the header's own item code -- the old
      *> one-transaction add.
       01  ws-header-line-sw                       pic x.
           88  ws-header-line                      value 'Y'.

      *> The old one-transaction add's price, priced off its header.
       01  ws-header-price                         pic x(42).

      *> Set when any line of the group was keyed too far off its
      *> price -- the order waits for price review.
       01  ws-price-review-sw                      pic x.
           88  ws-price-review                     value 'Y'.

       01  ws-pending-total                        pic 9(7)v99.
       01  ws-incoming-amount                      pic 9(7)v99.
       01  ws-next-line-number                     pic 9(3).
       01  ws-new-line-status                      pic x.

      *> A pending line unpacked for validating and booking, while
      *> the header stays staged in ws-current-transaction.
       01  ws-line-transaction.
           05  ws-ltran-code                       pic x.
           05  ws-ltran-order-number               pic 9(6).
           05  ws-ltran-customer-id                pic 9(5).
           05  ws-ltran-date                       pic x(8).
           05  ws-ltran-description                pic x(30).
           05  ws-ltran-amount                     pic 9(7)v99.
           05  ws-ltran-item-id-1                  pic 9(4).
           05  ws-ltran-item-id-2                  pic 9(4).
           05  ws-ltran-quantity                   pic 9(5).
           05  ws-ltran-line-number                pic 9(3).

      *> Item code and customer handed to look-up-item-code and
      *> check-credit-limit, so a line or a whole group can be
      *> checked as well as a single transaction.
       01  ws-lookup-item-id-1                     pic 9(4).
       01  ws-lookup-item-id-2                     pic 9(4).
       01  ws-credit-customer-id                   pic 9(5).

      *> The order the current transaction is working on, read by
      *> key from the indexed order book by find-order (or built for
      *> an add or release) and written back by rewrite-order /
      *> write-new-order. Same layout as the order record.
       01  ws-order.
           05  ws-ord-customer-id                  pic 9(5).
           05  ws-ord-number                       pic 9(6).
           05  ws-ord-date                         pic x(8).
           05  ws-ord-amount                       pic 9(7)v99.
           05  ws-ord-item-id-1                    pic 9(4).
           05  ws-ord-item-id-2                    pic 9(4).
           05  ws-ord-line-count                   pic 9(3).
           05  ws-ord-status                       pic x.
               88  ws-ord-open                     value 'O' ' '.
               88  ws-ord-picked                   value 'P'.
               88  ws-ord-shipped                  value 'S'.
               88  ws-ord-invoiced                 value 'I'.
               88  ws-ord-canceled                 value 'X'.
           05  ws-ord-ship-date                    pic x(8).
           05  ws-ord-invoice-period               pic 9(6).

      *> The lines in hand: every held order's lines, loaded whole
      *> and rewritten to the hold lines file at end of run, plus the
      *> lines of the order being worked, read in by find-order and
      *> put back on the indexed file when the order is written --
      *> the status byte says what happens to each one.
       01  ws-num-lines                            pic 9(4) comp.

       01  ws-line-table                           occurs 0 to 8000
                                                   times depending on
                                                       ws-num-lines
                                                   indexed by
                                                       ws-line-idx.
           05  ws-ln-order-number                  pic 9(6).
           05  ws-ln-number                        pic 9(3).
           05  ws-ln-customer-id                   pic 9(5).
           05  ws-ln-order-date                    pic x(8).
           05  ws-ln-item-id-1                     pic 9(4).
           05  ws-ln-item-id-2                     pic 9(4).
           05  ws-ln-quantity                      pic 9(5).
           05  ws-ln-amount                        pic 9(7)v99.
           05  ws-ln-allocated                     pic 9(5).
           05  ws-ln-shipped                       pic 9(5).
           05  ws-ln-returned                      pic 9(5).
           05  ws-ln-status-sw                     pic x.
               88  ws-ln-booked                    value 'B'.
               88  ws-ln-held                      value 'H'.
               88  ws-ln-deleted                   value 'D'.
      *> 'Y' when the line came off customer-order-lines.dat, so it
      *> is rewritten (or deleted) there rather than added.
           05  ws-ln-on-file-sw                    pic x.
               88  ws-ln-on-file                   value 'Y'.
               88  ws-ln-not-on-file               value 'N'.

       01  ws-line-found-sw                        pic x.
           88  ws-line-found                       value 'Y'.
           88  ws-line-not-found                   value 'N'.

       01  ws-found-line-idx                       pic 9(4) comp.

      *> Where put-order-lines moves the next line it keeps.
       01  ws-kept-line-count                      pic 9(4) comp.

      *> Customer master ids loaded for add validation, the same
      *> load-then-search technique customer_statements.cbl uses.
                                                   indexed by
                                                       ws-customer-idx.
           05  ws-customer-id                      pic 9(5).
           05  ws-customer-contract-id             pic 9(5).

      *> Credit limits loaded for the add-side exposure check.
       01  ws-num-limits                           pic 999 comp.
           05  ws-hold-exposure                    pic 9(7)v99.
           05  ws-hold-item-id-1                   pic 9(4).
           05  ws-hold-item-id-2                   pic 9(4).
           05  ws-hold-line-count                  pic 9(3).
           05  ws-hold-reason                      pic x.
               88  ws-hold-for-price               value 'P'.
           05  ws-hold-released-sw                 pic x.
               88  ws-hold-released                value 'Y'.

      *> open order total plus the incoming amount, against the
      *> limit found (or none).
       01  ws-open-order-total                     pic 9(9)v99.
       01  ws-exposure-customer-id                 pic 9(5).
       01  ws-limit-lookup-id                      pic 9(5).
       01  ws-new-exposure                         pic 9(9)v99.
       01  ws-customer-limit                       pic 9(7)v99.


       01  ws-found-hold-idx                       pic 999 comp.

      *> Group credit checking, switched on by GROUP_CREDIT_CHECK=Y:
      *> every customer on the hierarchy file with its parent and
      *> the top-level parent of its group, worked out at load.
       01  ws-group-credit-sw                      pic x value 'N'.
           88  ws-group-credit-on                  value 'Y'.

       01  ws-group-credit-env                     pic x(3).

       01  ws-num-group-members                    pic 9(4) comp
                                                   value 0.

       01  ws-group-table                          occurs 0 to 2000
                                                   times depending on
                                                   ws-num-group-members
                                                   ascending key is
                                                   ws-grp-customer-id
                                                   indexed by
                                                       ws-grp-idx.
           05  ws-grp-customer-id                  pic 9(5).
           05  ws-grp-parent-id                    pic 9(5).
           05  ws-grp-top-id                       pic 9(5).

       01  ws-grp-sub                              pic 9(4) comp.
       01  ws-grp-walk-sub                         pic 9(4) comp.
       01  ws-grp-walk-depth                       pic 99 comp.
       01  ws-group-top-id                         pic 9(5).
       01  ws-group-size                           pic 9(4) comp.

      *> The price list, loaded whole. No list at all means pricing
      *> is not in force and keyed amounts stand.
       01  ws-num-prices                           pic 9(4) comp
                                                   value 0.

       01  ws-price-table                          occurs 0 to 5000
                                                   times depending on
                                                       ws-num-prices
                                                   indexed by
                                                       ws-price-idx.
           05  ws-pt-item-id-1                     pic 9(4).
           05  ws-pt-item-id-2                     pic 9(4).
           05  ws-pt-type                          pic x.
           05  ws-pt-party-id                      pic 9(5).
           05  ws-pt-effective-date                pic 9(8).
           05  ws-pt-unit-price                    pic 9(5)v99.

       01  ws-pricing-sw                           pic x value 'N'.
           88  ws-pricing-active                   value 'Y'.

      *> How far (percent) a keyed amount may stray from the price
      *> before it needs review; PRICE_TOLERANCE_PCT overrides.
       01  ws-price-tolerance-pct                  pic 9(3)v99
                                                   value 2.
       01  ws-price-tolerance-env                  pic x(7).

      *> What price-order-line is asked to price: the item, the
      *> customer and order date it is priced for, the quantity,
      *> and the amount keyed (zero when none).
       01  ws-price-item-id-1                      pic 9(4).
       01  ws-price-item-id-2                      pic 9(4).
       01  ws-price-customer-id                    pic 9(5).
       01  ws-price-order-date                     pic x(8).
       01  ws-price-quantity                       pic 9(5).
       01  ws-price-keyed-amount                   pic 9(7)v99.

       01  ws-price-as-of-date                     pic 9(8).
       01  ws-price-contract-id                    pic 9(5).

      *> The best entry of each type in effect on the order date.
       01  ws-best-list-idx                        pic 9(4) comp.
       01  ws-best-customer-idx                    pic 9(4) comp.
       01  ws-best-contract-idx                    pic 9(4) comp.
       01  ws-best-price-idx                       pic 9(4) comp.
       01  ws-best-list-date                       pic 9(8).
       01  ws-best-customer-date                   pic 9(8).
       01  ws-best-contract-date                   pic 9(8).

       01  ws-price-difference                     pic 9(7)v99.

      *> What price-order-line found, carried with a pending line
      *> until the line is booked. Outcome 'P' priced (book the
      *> price), 'V' keyed too far off the price, 'N' no price
      *> (book what was keyed), 'M' no price and nothing keyed.
       01  ws-price-result.
           05  ws-pr-outcome                       pic x.
               88  ws-pr-priced                    value 'P'.
               88  ws-pr-variance                  value 'V'.
               88  ws-pr-no-list                   value 'N'.
               88  ws-pr-missing                   value 'M'.
           05  ws-pr-source                        pic x.
           05  ws-pr-party-id                      pic 9(5).
           05  ws-pr-unit-price                    pic 9(5)v99.
           05  ws-pr-list-amount                   pic 9(7)v99.
           05  ws-pr-keyed-amount                  pic 9(7)v99.
           05  ws-pr-booked-amount                 pic 9(7)v99.
           05  ws-pr-exception                     pic x.

      *> A line changed on a booked order that was priced afresh.
       01  ws-reprice-sw                           pic x.
           88  ws-line-repriced                    value 'Y'.

      *> Price exceptions raised this run, added to
      *> price-exceptions.txt at end of run.
       01  ws-price-exception.
           05  ws-px-date                          pic 9(8).
           05  ws-px-order-number                  pic 9(6).
           05  ws-px-line-number                   pic 9(3).
           05  ws-px-customer-id                   pic 9(5).
           05  ws-px-order-date                    pic x(8).
           05  ws-px-item-id-1                     pic 9(4).
           05  ws-px-item-id-2                     pic 9(4).
           05  ws-px-quantity                      pic 9(5).
           05  ws-px-source                        pic x.
           05  ws-px-party-id                      pic 9(5).
           05  ws-px-unit-price                    pic 9(5)v99.
           05  ws-px-list-amount                   pic 9(7)v99.
           05  ws-px-keyed-amount                  pic 9(7)v99.
           05  ws-px-booked-amount                 pic 9(7)v99.
           05  ws-px-code                          pic x.

       01  ws-num-price-excs                       pic 9(4) comp
                                                   value 0.

       01  ws-price-exception-table                occurs 0 to 2000
                                                   times depending on
                                                       ws-num-price-excs
                                                   indexed by
                                                       ws-px-idx.
           05  ws-px-image                         pic x(84).

       01  ws-price-held-count                     pic 999 value 0.

      *> Business-date request for the shared business-date
      *> subprogram -- the date stamped on new holds.
       01  ws-business-date-request.
           88  ws-order-found                      value 'Y'.
           88  ws-order-not-found                  value 'N'.

      *> End of a START/READ NEXT walk of the order book or its
      *> lines -- kept apart from ws-eof-sw, which the transaction
      *> read owns.
       01  ws-book-done-sw                         pic x value 'N'.
           88  ws-book-done                        value 'Y'.
           88  ws-book-not-done                    value 'N'.

       01  ws-customer-found-sw                    pic x value 'N'.
           88  ws-customer-found                   value 'Y'.
       01  ws-delete-status                        pic s9(9) comp-5.

       01  ws-added-count                          pic 999 value 0.
       01  ws-lines-added-count                    pic 9(4) value 0.
       01  ws-lines-changed-count                  pic 999 value 0.
       01  ws-line-out-count                       pic 9(5) value 0.
       01  ws-changed-count                        pic 999 value 0.
       01  ws-deleted-count                        pic 999 value 0.
       01  ws-held-count                           pic 999 value 0.
       01  ws-released-count                       pic 999 value 0.
       01  ws-shipped-count                        pic 999 value 0.
       01  ws-holds-out-count                      pic 999 value 0.
       01  ws-rejected-count                       pic 999 value 0.
       01  ws-trans-read-count                     pic 9(7) value 0.
           perform fetch-business-date
           perform load-customer-master
           perform load-item-keys
           perform load-price-list
           perform open-customer-orders
           perform open-order-lines
           perform load-held-lines
           perform load-credit-limits
           perform load-group-hierarchy
           perform load-held-orders
           perform load-order-sequence
           perform load-backorders
           perform load-backorder-sequence
           perform load-rma-sequence

           open output fd-reject-file

           perform remove-resubmit-file

           perform write-orders-file
           close fd-customer-orders
           perform write-order-lines-file
           perform write-held-orders-file
           perform save-order-sequence
           perform write-item-file
           perform write-backorder-file
           perform save-backorder-sequence
           perform write-returns-file
           perform save-rma-sequence
           perform write-price-exceptions

           perform log-job-end
           perform raise-operator-alert
           display "Order intake complete."
           display "Resubmitted: " ws-resubmitted-count
           display "Added:    " ws-added-count
           display "Lines added:   " ws-lines-added-count
           display "Lines changed: " ws-lines-changed-count
           display "Changed:  " ws-changed-count
           display "Canceled: " ws-deleted-count
           display "Held for credit: " ws-held-count
           display "Held for price review: " ws-price-held-count
           display "Price exceptions logged: " ws-num-price-excs
           display "Released from hold: " ws-released-count
           display "Shipped:  " ws-shipped-count
           display "Units shipped: " ws-units-shipped
           display "Returns:  " ws-returned-count
           display "Units returned to stock: " ws-units-returned
           display "Units returned damaged: " ws-units-damaged
           display "Credits raised: " ws-credit-total
           display "Rejected: " ws-rejected-count
           display "Orders on file: " ws-order-out-count
           display "Order lines on file: " ws-line-out-count
           display "Orders still on hold: " ws-holds-out-count
           display "Units allocated: " ws-units-allocated
           display "Lines backordered: " ws-backordered-count
           display "Backorders open: " ws-backorders-out-count

           if ws-holds-out-count > 0
               display "Run held-orders-report for the hold queue."
           exit paragraph.


      *> Loads the corporate groups when GROUP_CREDIT_CHECK=Y: each
      *> customer's parent id off redefines-customer.dat, then each
      *> customer's top-level parent found by climbing the table. No
      *> hierarchy file leaves every customer standing alone.
       load-group-hierarchy.

           accept ws-group-credit-env
               from environment "GROUP_CREDIT_CHECK"
           end-accept

           if function upper-case(ws-group-credit-env(1:1)) not = 'Y'
               exit paragraph
           end-if

           set ws-group-credit-on to true
           set ws-not-eof to true

           open input fd-group-customer

           if ws-fs-status-group not = "00"
               display "Warning: no redefines-customer.dat -- group "
                   "credit checking has no groups to use."
               end-display
               exit paragraph
           end-if

           perform until ws-eof
               read fd-group-customer next record
                   at end
                       set ws-eof to true
                   not at end
                       if ws-num-group-members < 2000
                           add 1 to ws-num-group-members
                           move f-group-customer-id
                               to ws-grp-customer-id
                                   (ws-num-group-members)
                           move f-group-parent-id
                               to ws-grp-parent-id
                                   (ws-num-group-members)
                       end-if
               end-read
           end-perform

           close fd-group-customer

           perform varying ws-grp-sub from 1 by 1
           until ws-grp-sub > ws-num-group-members
               perform find-group-top
           end-perform

           display "Group credit checking on, "
               ws-num-group-members " customer(s) on the hierarchy."
           end-display

           exit paragraph.


      *> Climbs from one customer to the top of its group. A parent
      *> missing from the file, or a chain deeper than any real group
      *> (a loop), stops the climb at the last customer reached.
       find-group-top.

           move ws-grp-sub to ws-grp-walk-sub
           move 0 to ws-grp-walk-depth

           perform until ws-grp-parent-id(ws-grp-walk-sub) = 0
           or ws-grp-walk-depth >= 50
               search all ws-group-table
                   at end
                       exit perform
                   when ws-grp-customer-id(ws-grp-idx)
                       = ws-grp-parent-id(ws-grp-walk-sub)
                       set ws-grp-walk-sub to ws-grp-idx
               end-search
               add 1 to ws-grp-walk-depth
           end-perform

           move ws-grp-customer-id(ws-grp-walk-sub)
               to ws-grp-top-id(ws-grp-sub)

           exit paragraph.


      *> Loads the orders already sitting on credit hold. No file
      *> yet just means nothing is held.
       load-held-orders.
                               to ws-hold-item-id-1(ws-num-holds)
                           move f-held-item-id-2
                               to ws-hold-item-id-2(ws-num-holds)
                           if f-held-line-count is numeric
                               move f-held-line-count
                                   to ws-hold-line-count(ws-num-holds)
                           else
                               move 0
                                   to ws-hold-line-count(ws-num-holds)
                           end-if
                           if f-held-reason = 'P'
                               move 'P' to ws-hold-reason(ws-num-holds)
                           else
                               move 'C' to ws-hold-reason(ws-num-holds)
                           end-if
                           move 'N'
                               to ws-hold-released-sw(ws-num-holds)
                           perform check-hold-on-book
                       end-if
               end-read
           end-perform
           exit paragraph.


      *> A release writes the order onto the book as the transaction
      *> is applied, but the hold queue is only rewritten at end of
      *> run -- so a run stopped in between leaves a released order
      *> still on the queue. One already on the book is taken as
      *> released: it comes off the queue, and its held lines with
      *> it, instead of counting twice against the customer's
      *> exposure or failing a second release on its duplicate key.
       check-hold-on-book.

           move ws-hold-order-number(ws-num-holds) to f-order-number
           read fd-customer-orders
               key is f-order-number
               invalid key
                   exit paragraph
           end-read

           set ws-hold-released(ws-num-holds) to true

           perform varying ws-line-idx from 1 by 1
           until ws-line-idx > ws-num-lines
               if ws-ln-order-number(ws-line-idx)
                   = ws-hold-order-number(ws-num-holds)
               and ws-ln-held(ws-line-idx)
                   set ws-ln-deleted(ws-line-idx) to true
               end-if
           end-perform

           display "Held order " ws-hold-order-number(ws-num-holds)
               " is already on the order book -- taken off hold."
           end-display

           exit paragraph.


      *> Reads the flat customer master's ids into ws-customer-table
      *> so adds can be validated. A missing master is a hard stop --
      *> intake with nothing to validate against would let every typo
                           add 1 to ws-num-customers
                           move f-customer-id
                               to ws-customer-id(ws-num-customers)
                           move f-customer-contract-id
                               to ws-customer-contract-id
                                   (ws-num-customers)
                       end-if
               end-read
           end-perform
           exit paragraph.


      *> Loads the items for item-code validation and allocation.
      *> No item file just means validation can't pass -- run
      *> item-maintenance (or search) once to build it. The file is
      *> written back with the allocations, so a partial load would
      *> truncate it: overflow is a hard stop.
       load-item-keys.

           set ws-not-eof to true
                   at end
                       set ws-eof to true
                   not at end
                       if ws-num-item-keys >= 500
                           display "search-items.txt exceeds the "
                               "500-item table -- run stopped "
                               "before it could be truncated."
                           end-display
                           move "load-item-keys" to ws-err-paragraph
                           move spaces to ws-err-file-status
                           move "item table overflow"
                               to ws-err-message
                           perform fail-run
                       end-if

                       add 1 to ws-num-item-keys
                       move f-item-id-1
                           to ws-item-key-1(ws-num-item-keys)
                       move f-item-id-2
                           to ws-item-key-2(ws-num-item-keys)
                       move f-item-record
                           to ws-item-image(ws-num-item-keys)
                       if f-item-on-hand is numeric
                           move f-item-on-hand
                               to ws-item-on-hand(ws-num-item-keys)
                       else
                           move 0
                               to ws-item-on-hand(ws-num-item-keys)
                       end-if
                       if f-item-allocated is numeric
                           move f-item-allocated
                               to ws-item-allocated(ws-num-item-keys)
                       else
                           move 0
                               to ws-item-allocated(ws-num-item-keys)
                       end-if
                       if f-item-damaged is numeric
                           move f-item-damaged
                               to ws-item-damaged(ws-num-item-keys)
                       else
                           move 0
                               to ws-item-damaged(ws-num-item-keys)
                       end-if
               end-read
           end-perform

           close fd-item-file

           set ws-items-loaded to true

           set ws-not-eof to true

           exit paragraph.


      *> Loads the price list and the review tolerance. No list
      *> (status "35") leaves pricing out of force -- keyed amounts
      *> stand, the way intake worked before there was one. Prices
      *> are only read, so an over-long list is cut short with a
      *> warning rather than stopping the run.
       load-price-list.

           accept ws-price-tolerance-env
               from environment "PRICE_TOLERANCE_PCT"

           if ws-price-tolerance-env not = spaces
           and function trim(ws-price-tolerance-env) is numeric
               move function numval(ws-price-tolerance-env)
                   to ws-price-tolerance-pct
           end-if

           set ws-not-eof to true

           open input fd-price-list

           if ws-fs-status-prices = "35"
               display "No item-price-list.txt -- orders book at the "
                   "keyed amounts."
               end-display
               exit paragraph
           end-if

           if ws-fs-status-prices not = "00"
               display "Error opening item-price-list.txt: "
                   ws-fs-status-prices
               end-display
               move "load-price-list" to ws-err-paragraph
               move ws-fs-status-prices to ws-err-file-status
               move "open fd-price-list" to ws-err-message
               perform fail-run
           end-if

           set ws-pricing-active to true

           perform until ws-eof
               read fd-price-list
                   at end
                       set ws-eof to true
                   not at end
                       if ws-num-prices >= 5000
                           display "item-price-list.txt has more "
                               "than 5000 prices, ignoring the rest."
                           end-display
                           set ws-eof to true
                       else
                           add 1 to ws-num-prices
                           move f-price-item-id-1
                               to ws-pt-item-id-1(ws-num-prices)
                           move f-price-item-id-2
                               to ws-pt-item-id-2(ws-num-prices)
                           move f-price-type
                               to ws-pt-type(ws-num-prices)
                           move f-price-party-id
                               to ws-pt-party-id(ws-num-prices)
                           move f-price-effective-date
                               to ws-pt-effective-date
                                   (ws-num-prices)
                           move f-price-unit-price
                               to ws-pt-unit-price(ws-num-prices)
                       end-if
               end-read
           end-perform

           close fd-price-list

           set ws-not-eof to true

           exit paragraph.


      *> Opens the indexed order book for update in place. If it
      *> doesn't exist yet (status "35"), a pre-existing flat
      *> customer-orders.txt is converted into it -- the one-time
      *> migration from the all-in-memory layout -- and failing that
      *> intake starts from an empty book, as it always has.
       open-customer-orders.

           open i-o fd-customer-orders

           if ws-fs-status-orders = "35"
               perform convert-orders-file
               open i-o fd-customer-orders
           end-if

           if ws-fs-status-orders not = "00"
               display "Error opening customer orders: "
                   ws-fs-status-orders
               end-display
               move "open-customer-orders" to ws-err-paragraph
               move ws-fs-status-orders to ws-err-file-status
               move "open fd-customer-orders" to ws-err-message
               perform fail-run
           end-if

           exit paragraph.


      *> Builds the indexed order book for the first time from the
      *> flat customer-orders.txt when one is on disk, otherwise
      *> empty. A blank status is written as open and a line count
      *> or billing period older than its field as zero, the same
      *> defaults the table load used to apply.
       convert-orders-file.

           open output fd-customer-orders

           open input fd-customer-orders-flat

           if ws-fs-status-orders-flat = "35"
               close fd-customer-orders
               exit paragraph
           end-if

           if ws-fs-status-orders-flat not = "00"
               display "Error opening flat customer orders: "
                   ws-fs-status-orders-flat
               end-display
               move "convert-orders-file" to ws-err-paragraph
               move ws-fs-status-orders-flat to ws-err-file-status
               move "open fd-customer-orders-flat" to ws-err-message
               perform fail-run
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
                       if f-order-line-count is not numeric
                           move 0 to f-order-line-count
                       end-if
                       if f-order-status = space
                           move 'O' to f-order-status
                       end-if
                       if f-order-invoice-period is not numeric
                           move 0 to f-order-invoice-period
                       end-if
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

           exit paragraph.


      *> Opens the indexed lines file, building it from the flat one
      *> the first time it isn't there.
       open-order-lines.

           open i-o fd-order-lines

           if ws-fs-status-lines = "35"
               perform convert-order-lines-file
               open i-o fd-order-lines
           end-if

           if ws-fs-status-lines not = "00"
               display "Error opening order lines: "
                   ws-fs-status-lines
               end-display
               move "open-order-lines" to ws-err-paragraph
               move ws-fs-status-lines to ws-err-file-status
               move "open fd-order-lines" to ws-err-message
               perform fail-run
           end-if

           exit paragraph.


      *> Builds the indexed lines file for the first time from the
      *> flat customer-order-lines.txt when one is on disk, otherwise
      *> empty -- no file yet just means every order on the book
      *> predates lines. Allocated, shipped, and returned quantities
      *> older than their fields are written as zero.
       convert-order-lines-file.

           open output fd-order-lines

           open input fd-order-lines-flat

           if ws-fs-status-lines-flat = "35"
               close fd-order-lines
               exit paragraph
           end-if

           if ws-fs-status-lines-flat not = "00"
               display "Error opening flat order lines: "
                   ws-fs-status-lines-flat
               end-display
               move "convert-order-lines-file" to ws-err-paragraph
               move ws-fs-status-lines-flat to ws-err-file-status
               move "open fd-order-lines-flat" to ws-err-message
               perform fail-run
           end-if

           display "Converting flat customer-order-lines.txt into "
               "indexed customer-order-lines.dat..."
           end-display

           set ws-not-eof to true

           perform until ws-eof
               read fd-order-lines-flat
                   at end
                       set ws-eof to true
                   not at end
                       move f-order-line-flat to f-order-line
                       if f-line-allocated is not numeric
                           move 0 to f-line-allocated
                       end-if
                       if f-line-shipped is not numeric
                           move 0 to f-line-shipped
                       end-if
                       if f-line-returned is not numeric
                           move 0 to f-line-returned
                       end-if
                       write f-order-line
                           invalid key
                               display "Duplicate order line "
                                   "dropped during conversion: "
                                   f-line-order-number "/"
                                   f-line-number
                               end-display
                       end-write
               end-read
           end-perform

           close fd-order-lines-flat
           close fd-order-lines

           set ws-not-eof to true

           exit paragraph.


      *> Loads the held orders' lines into the line table -- they
      *> stay there until released or rewritten at end of run.
       load-held-lines.

           move 0 to ws-num-lines

           set ws-not-eof to true

           open input fd-hold-lines

           if ws-fs-status-hold-lines not = "35"
               if ws-fs-status-hold-lines not = "00"
                   display "Error opening "
                       "customer-order-hold-lines.txt: "
                       ws-fs-status-hold-lines
                   end-display
                   move "load-held-lines" to ws-err-paragraph
                   move ws-fs-status-hold-lines
                       to ws-err-file-status
                   move "open fd-hold-lines" to ws-err-message
                   perform fail-run
               end-if

               perform until ws-eof
                   read fd-hold-lines
                       at end
                           set ws-eof to true
                       not at end
                           perform check-line-table-room
                           add 1 to ws-num-lines
                           move f-hold-line
                               to ws-line-table(ws-num-lines)
                           perform check-line-allocated
                           set ws-ln-held(ws-num-lines) to true
                           set ws-ln-not-on-file(ws-num-lines)
                               to true
                   end-read
               end-perform

               close fd-hold-lines
           end-if

           set ws-not-eof to true

           exit paragraph.


      *> A line written before allocation existed has nothing
      *> allocated, and one written before shipments (or returns)
      *> nothing shipped (or returned).
       check-line-allocated.

           if ws-ln-allocated(ws-num-lines) is not numeric
               move 0 to ws-ln-allocated(ws-num-lines)
           end-if

           if ws-ln-shipped(ws-num-lines) is not numeric
               move 0 to ws-ln-shipped(ws-num-lines)
           end-if

           if ws-ln-returned(ws-num-lines) is not numeric
               move 0 to ws-ln-returned(ws-num-lines)
           end-if

           exit paragraph.


      *> The hold lines file is rewritten from the table, and an
      *> order's lines are written back from it -- a partial load
      *> would truncate one or the other, so overflow is a hard
      *> stop, the same as the hold queue's. Orders and lines
      *> already written this run stay on the book; the hold queue,
      *> item file, and backorders keep their last saved state.
       check-line-table-room.

           if ws-num-lines >= 8000
               display "Order lines in hand exceed the 8000-line "
                   "table -- run stopped."
               end-display
               move "check-line-table-room" to ws-err-paragraph
               move spaces to ws-err-file-status
               move "line table overflow" to ws-err-message
               perform fail-run
           end-if

           exit paragraph.


      *> Loads the persisted order number counter. A missing counter
      *> file is seeded past the demo orders' numbers so assigned
      *> numbers never collide with what's already on the file.
           exit paragraph.


      *> Saved as each add goes onto the book, ahead of its keyed
      *> WRITE, and again at end of run for the numbers held orders
      *> took -- so a run stopped part way never leaves an order on
      *> the book past the counter for the next run to collide with.
      *> Numbers a stopped run handed out are burned, not reused.
       save-order-sequence.

           open output fd-order-seq
           exit paragraph.


      *> Loads the open backorders. No file yet just means nothing is
      *> waiting on stock. Rewritten whole at end of run, so overflow
      *> is a hard stop.
       load-backorders.

           move 0 to ws-num-backorders
           set ws-not-eof to true

           open input fd-backorder-file

           if ws-fs-status-backorders = "35"
               exit paragraph
           end-if

           if ws-fs-status-backorders not = "00"
               display "Error opening backorders.txt: "
                   ws-fs-status-backorders
               end-display
               move "load-backorders" to ws-err-paragraph
               move ws-fs-status-backorders to ws-err-file-status
               move "open fd-backorder-file" to ws-err-message
               perform fail-run
           end-if

           perform until ws-eof
               read fd-backorder-file
                   at end
                       set ws-eof to true
                   not at end
                       perform check-backorder-room
                       add 1 to ws-num-backorders
                       move f-backorder-record
                           to ws-backorder-table(ws-num-backorders)
                       set ws-bo-open(ws-num-backorders) to true
               end-read
           end-perform

           close fd-backorder-file

           set ws-not-eof to true

           exit paragraph.


       check-backorder-room.

           if ws-num-backorders >= 2000
               display "Backorders exceed the 2000-entry table -- "
                   "run stopped before backorders.txt could be "
                   "truncated."
               end-display
               move "check-backorder-room" to ws-err-paragraph
               move spaces to ws-err-file-status
               move "backorder table overflow" to ws-err-message
               perform fail-run
           end-if

           exit paragraph.


      *> The backorder number counter, kept the same way as the
      *> order number counter.
       load-backorder-sequence.

           open input fd-backorder-seq

           if ws-fs-status-bo-seq = "35"
               move 0 to ws-backorder-sequence
               exit paragraph
           end-if

           if ws-fs-status-bo-seq not = "00"
               display "Error opening backorder-number-seq.txt: "
                   ws-fs-status-bo-seq
               end-display
               move "load-backorder-sequence" to ws-err-paragraph
               move ws-fs-status-bo-seq to ws-err-file-status
               move "open fd-backorder-seq" to ws-err-message
               perform fail-run
           end-if

           read fd-backorder-seq
               at end
                   move 0 to ws-backorder-sequence
               not at end
                   move f-backorder-seq-record
                       to ws-backorder-sequence
           end-read

           close fd-backorder-seq

           exit paragraph.


       save-backorder-sequence.

           open output fd-backorder-seq

           if ws-fs-status-bo-seq not = "00"
               display "Error saving backorder-number-seq.txt: "
                   ws-fs-status-bo-seq
               end-display
               move "save-backorder-sequence" to ws-err-paragraph
               move ws-fs-status-bo-seq to ws-err-file-status
               move "open output fd-backorder-seq"
                   to ws-err-message
               perform fail-run
           end-if

           move ws-backorder-sequence to f-backorder-seq-record
           write f-backorder-seq-record

           close fd-backorder-seq

           exit paragraph.


      *> The RMA number counter, kept the same way as the order
      *> number counter.
       load-rma-sequence.

           open input fd-rma-seq

           if ws-fs-status-rma-seq = "35"
               move 0 to ws-rma-sequence
               exit paragraph
           end-if

           if ws-fs-status-rma-seq not = "00"
               display "Error opening rma-number-seq.txt: "
                   ws-fs-status-rma-seq
               end-display
               move "load-rma-sequence" to ws-err-paragraph
               move ws-fs-status-rma-seq to ws-err-file-status
               move "open fd-rma-seq" to ws-err-message
               perform fail-run
           end-if

           read fd-rma-seq
               at end
                   move 0 to ws-rma-sequence
               not at end
                   move f-rma-seq-record to ws-rma-sequence
           end-read

           close fd-rma-seq

           exit paragraph.


       save-rma-sequence.

           open output fd-rma-seq

           if ws-fs-status-rma-seq not = "00"
               display "Error saving rma-number-seq.txt: "
                   ws-fs-status-rma-seq
               end-display
               move "save-rma-sequence" to ws-err-paragraph
               move ws-fs-status-rma-seq to ws-err-file-status
               move "open output fd-rma-seq" to ws-err-message
               perform fail-run
           end-if

           move ws-rma-sequence to f-rma-seq-record
           write f-rma-seq-record

           close fd-rma-seq

           exit paragraph.


      *> Reads each transaction and applies it against the order
      *> table. If the transaction file doesn't exist yet (status
      *> "35"), seeds a small demo batch first, the same fallback the
      *> master update uses.
       apply-transactions.

           set ws-not-eof to true

           open input fd-order-transactions

           if ws-fs-status-trans = "35"
               perform create-test-transactions
               open input fd-order-transactions
           end-if

           if ws-fs-status-trans not = "00"
               display "Error opening order transactions: "
                   ws-fs-status-trans
               end-display
               move "apply-transactions" to ws-err-paragraph
               move ws-fs-status-trans to ws-err-file-status
               move "open fd-order-transactions" to ws-err-message
               perform fail-run
           end-if

               end-read
           end-perform

      *> An order group never runs on past the end of its file.
           perform finish-pending-order

           close fd-order-transactions

           exit paragraph.
               end-read
           end-perform

           perform finish-pending-order

           close fd-resubmit-file

           exit paragraph.


      *> Dispatches the transaction staged in ws-current-transaction
      *> to its add, line, change, or cancel handling based on its
      *> code. Anything other than the next line of the order group
      *> being built closes that group out first.
       apply-one-transaction.

           if ws-order-pending
           and not (ws-otran-line and ws-otran-order-number = 0)
               move ws-current-transaction to ws-saved-transaction
               perform finish-pending-order
               move ws-saved-transaction to ws-current-transaction
           end-if

           evaluate true
               when ws-otran-add
                   perform start-pending-order

               when ws-otran-line
                   perform apply-order-line

               when ws-otran-change
                   perform apply-change-order
               when ws-otran-release
                   perform apply-release-order

               when ws-otran-ship
                   perform apply-ship-order

               when ws-otran-return
                   perform apply-return-order

               when other
                   display "Rejected: unknown transaction code '"
                       ws-otran-code "' on order transaction for "
           exit paragraph.


      *> 'A' opens an order group: the header waits in
      *> ws-pending-header while its 'L' lines collect behind it.
       start-pending-order.

           set ws-order-pending to true
           move ws-current-transaction to ws-pending-header
           move 0 to ws-num-pending-lines

           exit paragraph.


      *> 'L' with no order number is the next line of the pending
      *> group; with one, it adds to or changes an order already on
      *> the book.
       apply-order-line.

           if ws-otran-order-number not = 0
               perform apply-line-to-order
               exit paragraph
           end-if

           if ws-no-order-pending
               display "Rejected, order line with no order header "
                   "ahead of it: item " ws-otran-item-id-1 "/"
                   ws-otran-item-id-2
               end-display
               move "NO-ORDER-HEADER" to ws-reject-reason
               perform write-reject-record
               exit paragraph
           end-if

      *> A group past the line table's width is rejected whole, and
      *> this line right behind it, so the reject file still holds
      *> the group together for the resubmit.
           if ws-num-pending-lines >= 99
               move ws-current-transaction to ws-saved-transaction
               move "TOO-MANY-LINES" to ws-group-reason
               move 0 to ws-group-fault-line
               move ws-pending-header to ws-current-transaction
               set ws-no-order-pending to true
               perform reject-pending-order
               move ws-saved-transaction to ws-current-transaction
               move "TOO-MANY-LINES" to ws-reject-reason
               perform write-reject-record
               exit paragraph
           end-if

           add 1 to ws-num-pending-lines
           move ws-current-transaction
               to ws-pl-transaction(ws-num-pending-lines)
           move spaces to ws-pl-reason(ws-num-pending-lines)

           exit paragraph.


      *> Closes out the pending order group: validates the header
      *> and every line, prices the lines, works the order total out
      *> from them, checks the customer's credit exposure, assigns
      *> the next order number from the counter, and books the
      *> order -- or holds it when a line's keyed price needs
      *> review or the add crosses the credit limit. A held order
      *> isn't a bad order, so it doesn't go to the reject file; it
      *> waits for an 'R' release. Any fault rejects the header and
      *> all its lines together.
       finish-pending-order.

           if ws-no-order-pending
               exit paragraph
           end-if

           set ws-no-order-pending to true
           move 'N' to ws-header-line-sw
           move ws-pending-header to ws-current-transaction

           perform validate-pending-order

           if ws-group-reason not = spaces
               perform reject-pending-order
               exit paragraph
           end-if

           perform price-pending-order

           if ws-group-reason not = spaces
               perform reject-pending-order
               exit paragraph
           end-if

           perform total-pending-order

           move ws-otran-customer-id to ws-credit-customer-id
           move ws-pending-total to ws-incoming-amount
           perform check-credit-limit

           if ws-price-review
               perform hold-pending-order
               exit paragraph
           end-if

           if ws-limit-found
           and ws-new-exposure > ws-customer-limit
               perform hold-pending-order
               exit paragraph
           end-if

           add 1 to ws-order-sequence

           move ws-otran-customer-id to ws-ord-customer-id
           move ws-order-sequence to ws-ord-number
           move ws-otran-date to ws-ord-date
           move ws-otran-description to ws-ord-description
           move ws-pending-total to ws-ord-amount
           move 0 to ws-ord-item-id-1
           move 0 to ws-ord-item-id-2
           set ws-ord-open to true
           move spaces to ws-ord-ship-date
           move 0 to ws-ord-invoice-period

           move 'B' to ws-new-line-status
           perform add-pending-lines

           move ws-next-line-number to ws-ord-line-count

           perform save-order-sequence
           perform write-new-order

           add 1 to ws-added-count

           display "Added order " ws-order-sequence
               " for customer " ws-otran-customer-id
               " -- " ws-next-line-number " line(s), total "
               ws-pending-total
           end-display

           exit paragraph.


      *> Checks the customer, the room left in the line table, and every
      *> line's item code and quantity, stopping at the first fault:
      *> its reason lands in ws-group-reason and the line at fault
      *> (zero for the header) in ws-group-fault-line. A header with
      *> no lines behind it is the old one-transaction add and must
      *> carry its own item code.
       validate-pending-order.

           move spaces to ws-group-reason
           move 0 to ws-group-fault-line

           perform find-order-customer

           if ws-customer-not-found
               display "Rejected add, customer id not on master: "
                   ws-otran-customer-id
               end-display
               move "CUST-NOT-FOUND" to ws-group-reason
               exit paragraph
           end-if

           if ws-num-lines >= 8000
           or ws-num-lines + ws-num-pending-lines > 8000
               display "Rejected add, order line table full."
               move "LINE-TBL-FULL" to ws-group-reason
               exit paragraph
           end-if

           if ws-num-pending-lines = 0
               set ws-header-line to true
               move ws-otran-item-id-1 to ws-lookup-item-id-1
               move ws-otran-item-id-2 to ws-lookup-item-id-2
               perform check-lookup-item
               exit paragraph
           end-if

           perform varying ws-pl-idx from 1 by 1
           until ws-pl-idx > ws-num-pending-lines
           or ws-group-reason not = spaces
               move ws-pl-transaction(ws-pl-idx)
                   to ws-line-transaction

               if ws-ltran-quantity = 0
                   display "Rejected add, zero quantity on line "
                       ws-pl-idx " for customer "
                       ws-otran-customer-id
                   end-display
                   move "BAD-QUANTITY" to ws-group-reason
               else
                   move ws-ltran-item-id-1 to ws-lookup-item-id-1
                   move ws-ltran-item-id-2 to ws-lookup-item-id-2
                   perform check-lookup-item
               end-if

               if ws-group-reason not = spaces
                   set ws-group-fault-line to ws-pl-idx
                   move ws-group-reason to ws-pl-reason(ws-pl-idx)
               end-if
           end-perform

           exit paragraph.


      *> Missing and unknown codes each reject with their own reason,
      *> the same two the single-transaction check uses.
       check-lookup-item.

           if ws-lookup-item-id-1 = 0
           and ws-lookup-item-id-2 = 0
               display "Rejected, no item code on order for "
                   "customer " ws-otran-customer-id
               end-display
               move "ITEM-MISSING" to ws-group-reason
               exit paragraph
           end-if

           perform look-up-item-code

           if ws-item-not-found
               display "Rejected, item code " ws-lookup-item-id-1
                   "/" ws-lookup-item-id-2
                   " is not on search-items.txt (customer "
                   ws-otran-customer-id ")"
               end-display
               move "ITEM-UNKNOWN" to ws-group-reason
           end-if

           exit paragraph.


      *> The order total is the sum of its lines' booked amounts --
      *> or the header's own when the header is the line.
       total-pending-order.

           if ws-header-line
               move ws-header-price to ws-price-result
               move ws-pr-booked-amount to ws-pending-total
               exit paragraph
           end-if

           move 0 to ws-pending-total

           perform varying ws-pl-idx from 1 by 1
           until ws-pl-idx > ws-num-pending-lines
               move ws-pl-price(ws-pl-idx) to ws-price-result
               add ws-pr-booked-amount to ws-pending-total
           end-perform

           exit paragraph.


      *> Prices the header's own item on an old-style add, or every
      *> pending line, for the group's customer on its order date.
      *> A line with no price and no keyed amount rejects the group
      *> NO-LIST-PRICE; a keyed price too far off sends it to price
      *> review.
       price-pending-order.

           move 'N' to ws-price-review-sw
           move ws-otran-customer-id to ws-price-customer-id
           move ws-otran-date to ws-price-order-date

           if ws-header-line
               move ws-otran-item-id-1 to ws-price-item-id-1
               move ws-otran-item-id-2 to ws-price-item-id-2
               if ws-otran-quantity = 0
                   move 1 to ws-price-quantity
               else
                   move ws-otran-quantity to ws-price-quantity
               end-if
               move ws-otran-amount to ws-price-keyed-amount
               perform price-order-line
               move ws-price-result to ws-header-price

               if ws-pr-missing
                   display "Rejected add, no price for item "
                       ws-otran-item-id-1 "/" ws-otran-item-id-2
                       " and no amount keyed (customer "
                       ws-otran-customer-id ")"
                   end-display
                   move "NO-LIST-PRICE" to ws-group-reason
               end-if

               if ws-pr-variance
                   set ws-price-review to true
               end-if
               exit paragraph
           end-if

           perform varying ws-pl-idx from 1 by 1
           until ws-pl-idx > ws-num-pending-lines
           or ws-group-reason not = spaces
               move ws-pl-transaction(ws-pl-idx)
                   to ws-line-transaction
               move ws-ltran-item-id-1 to ws-price-item-id-1
               move ws-ltran-item-id-2 to ws-price-item-id-2
               move ws-ltran-quantity to ws-price-quantity
               move ws-ltran-amount to ws-price-keyed-amount
               perform price-order-line
               move ws-price-result to ws-pl-price(ws-pl-idx)

               if ws-pr-missing
                   display "Rejected add, no price for item "
                       ws-ltran-item-id-1 "/" ws-ltran-item-id-2
                       " and no amount keyed on line " ws-pl-idx
                   end-display
                   move "NO-LIST-PRICE" to ws-group-reason
                   set ws-group-fault-line to ws-pl-idx
                   move ws-group-reason to ws-pl-reason(ws-pl-idx)
               end-if

               if ws-pr-variance
                   set ws-price-review to true
               end-if
           end-perform

           exit paragraph.


      *> Appends the pending group's lines to the line table under
      *> the order number just assigned, with the status in
      *> ws-new-line-status ('B' booked, 'H' held) -- a booked line
      *> allocates its stock as it goes on. The header's own
      *> item code becomes line 1 of an old-style add -- its
      *> quantity when keyed, else one.
       add-pending-lines.

           move 0 to ws-next-line-number

           if ws-header-line
               add 1 to ws-num-lines
               add 1 to ws-next-line-number
               move ws-order-sequence
                   to ws-ln-order-number(ws-num-lines)
               move ws-next-line-number to ws-ln-number(ws-num-lines)
               move ws-otran-customer-id
                   to ws-ln-customer-id(ws-num-lines)
               move ws-otran-date to ws-ln-order-date(ws-num-lines)
               move ws-otran-item-id-1
                   to ws-ln-item-id-1(ws-num-lines)
               move ws-otran-item-id-2
                   to ws-ln-item-id-2(ws-num-lines)
               if ws-otran-quantity = 0
                   move 1 to ws-ln-quantity(ws-num-lines)
               else
                   move ws-otran-quantity
                       to ws-ln-quantity(ws-num-lines)
               end-if
               move ws-header-price to ws-price-result
               move ws-pr-booked-amount to ws-ln-amount(ws-num-lines)
               move 0 to ws-ln-allocated(ws-num-lines)
               move 0 to ws-ln-shipped(ws-num-lines)
               move 0 to ws-ln-returned(ws-num-lines)
               move ws-new-line-status
                   to ws-ln-status-sw(ws-num-lines)
               set ws-ln-not-on-file(ws-num-lines) to true
               add 1 to ws-lines-added-count
               set ws-alloc-line-idx to ws-num-lines
               perform allocate-line-stock
               perform log-line-price-exception
               exit paragraph
           end-if

           perform varying ws-pl-idx from 1 by 1
           until ws-pl-idx > ws-num-pending-lines
               move ws-pl-transaction(ws-pl-idx)
                   to ws-line-transaction

               add 1 to ws-num-lines
               add 1 to ws-next-line-number
               move ws-order-sequence
                   to ws-ln-order-number(ws-num-lines)
               move ws-next-line-number to ws-ln-number(ws-num-lines)
               move ws-otran-customer-id
                   to ws-ln-customer-id(ws-num-lines)
               move ws-otran-date to ws-ln-order-date(ws-num-lines)
               move ws-ltran-item-id-1
                   to ws-ln-item-id-1(ws-num-lines)
               move ws-ltran-item-id-2
                   to ws-ln-item-id-2(ws-num-lines)
               move ws-ltran-quantity
                   to ws-ln-quantity(ws-num-lines)
               move ws-pl-price(ws-pl-idx) to ws-price-result
               move ws-pr-booked-amount to ws-ln-amount(ws-num-lines)
               move 0 to ws-ln-allocated(ws-num-lines)
               move 0 to ws-ln-shipped(ws-num-lines)
               move 0 to ws-ln-returned(ws-num-lines)
               move ws-new-line-status
                   to ws-ln-status-sw(ws-num-lines)
               set ws-ln-not-on-file(ws-num-lines) to true
               add 1 to ws-lines-added-count
               set ws-alloc-line-idx to ws-num-lines
               perform allocate-line-stock
               perform log-line-price-exception
           end-perform

           exit paragraph.


      *> Writes the whole group to the reject file, header first: the
      *> record at fault carries the real reason, the rest
      *> ORDER-REJECTED, so the fix is obvious and the resubmit gets
      *> the group back in one piece.
       reject-pending-order.

           move ws-pending-header to ws-current-transaction

           if ws-group-fault-line = 0
               move ws-group-reason to ws-reject-reason
           else
               move "ORDER-REJECTED" to ws-reject-reason
           end-if

           perform write-reject-record

           perform varying ws-pl-idx from 1 by 1
           until ws-pl-idx > ws-num-pending-lines
               move ws-pl-transaction(ws-pl-idx)
                   to ws-current-transaction

               if ws-pl-reason(ws-pl-idx) = spaces
                   move "ORDER-REJECTED" to ws-reject-reason
               else
                   move ws-pl-reason(ws-pl-idx) to ws-reject-reason
               end-if

               perform write-reject-record
           end-perform

           move ws-pending-header to ws-current-transaction
           move 0 to ws-num-pending-lines

           exit paragraph.


      *> 'L' against an order on the book: line number zero adds a
      *> new line (credit-checked like an add, since it raises the
      *> exposure), a line number changes that line in place.
       apply-line-to-order.

           perform find-order

           if ws-order-not-found
               display "Rejected line, order number not found: "
                   ws-otran-order-number
               end-display
               move "ORD-NOT-FOUND" to ws-reject-reason
               exit paragraph
           end-if

           perform check-order-open

           if not ws-ord-open
               exit paragraph
           end-if

           if ws-otran-line-number = 0
               perform add-line-to-order
           else
               perform change-order-line
           end-if

      *> Written back either way -- a rejected change can still have
      *> turned an old header item into line 1.
           perform rewrite-order

           exit paragraph.


       add-line-to-order.

           perform validate-item-code

           if ws-item-not-found
               exit paragraph
           end-if

           if ws-otran-quantity = 0
               display "Rejected line, zero quantity for order "
                   ws-otran-order-number
               end-display
               move "BAD-QUANTITY" to ws-reject-reason
               perform write-reject-record
               exit paragraph
           end-if

           if ws-num-lines >= 7999
               display "Rejected line, order line table full."
               move "LINE-TBL-FULL" to ws-reject-reason
               perform write-reject-record
               exit paragraph
           end-if

      *> Priced like a line of a new order, but there is no holding
      *> a booked order for review -- a keyed price too far off is
      *> refused instead.
           move ws-otran-item-id-1 to ws-price-item-id-1
           move ws-otran-item-id-2 to ws-price-item-id-2
           move ws-ord-customer-id to ws-price-customer-id
           move ws-ord-date to ws-price-order-date
           move ws-otran-quantity to ws-price-quantity
           move ws-otran-amount to ws-price-keyed-amount
           perform price-order-line

           if ws-pr-missing
               display "Rejected line, no price for item "
                   ws-otran-item-id-1 "/" ws-otran-item-id-2
                   " and no amount keyed (order "
                   ws-otran-order-number ")"
               end-display
               move "NO-LIST-PRICE" to ws-reject-reason
               perform write-reject-record
               exit paragraph
           end-if

           if ws-pr-variance
               display "Rejected line, keyed amount " ws-otran-amount
                   " is off the price " ws-pr-list-amount
                   " (order " ws-otran-order-number ")"
               end-display
               move 'R' to ws-pr-exception
               move 0 to ws-pr-booked-amount
               move ws-ord-number to ws-px-order-number
               move 0 to ws-px-line-number
               perform save-transaction-price-exception
               move "PRICE-VARIANCE" to ws-reject-reason
               perform write-reject-record
               exit paragraph
           end-if

           move ws-ord-customer-id to ws-credit-customer-id
           move ws-pr-booked-amount to ws-incoming-amount
           perform check-credit-limit

           if ws-limit-found
           and ws-new-exposure > ws-customer-limit
               display "Rejected line, order " ws-otran-order-number
                   " would take customer "
                   ws-ord-customer-id
                   " over the credit limit"
               end-display
               move "OVER-CREDIT-LMT" to ws-reject-reason
               perform write-reject-record
               exit paragraph
           end-if

           perform convert-header-line

           add 1 to ws-ord-line-count
           add 1 to ws-num-lines

           move ws-ord-number to ws-ln-order-number(ws-num-lines)
           move ws-ord-line-count to ws-ln-number(ws-num-lines)
           move ws-ord-customer-id to ws-ln-customer-id(ws-num-lines)
           move ws-ord-date to ws-ln-order-date(ws-num-lines)
           move ws-otran-item-id-1 to ws-ln-item-id-1(ws-num-lines)
           move ws-otran-item-id-2 to ws-ln-item-id-2(ws-num-lines)
           move ws-otran-quantity to ws-ln-quantity(ws-num-lines)
           move ws-pr-booked-amount to ws-ln-amount(ws-num-lines)
           move 0 to ws-ln-allocated(ws-num-lines)
           move 0 to ws-ln-shipped(ws-num-lines)
           move 0 to ws-ln-returned(ws-num-lines)
           set ws-ln-booked(ws-num-lines) to true
           set ws-ln-not-on-file(ws-num-lines) to true

           add ws-pr-booked-amount to ws-ord-amount

           set ws-alloc-line-idx to ws-num-lines
           perform allocate-line-stock
           perform log-line-price-exception

           add 1 to ws-lines-added-count

           exit paragraph.


      *> Zero fields keep the line's value; a new amount moves the
      *> order total by the difference. A new item or quantity gives
      *> the line's stock back and allocates it afresh, so any
      *> shortfall joins the back of the backorder queue. With a
      *> price list in force, a new item, quantity, or amount
      *> prices the line afresh -- a keyed amount too far off the
      *> price is refused.
       change-order-line.

           perform convert-header-line
           perform find-order-line

           if ws-line-not-found
               display "Rejected line change, order "
                   ws-otran-order-number " has no line "
                   ws-otran-line-number
               end-display
               move "LINE-NOT-FOUND" to ws-reject-reason
               perform write-reject-record
               exit paragraph
           end-if

           if ws-otran-item-id-1 not = 0
           or ws-otran-item-id-2 not = 0
               perform validate-item-code

               if ws-item-not-found
                   exit paragraph
               end-if
           end-if

           move 'N' to ws-reprice-sw

           if ws-pricing-active
           and (ws-otran-item-id-1 not = 0
               or ws-otran-item-id-2 not = 0
               or ws-otran-quantity not = 0
               or ws-otran-amount not = 0)
               perform reprice-order-line

               if ws-pr-missing or ws-pr-variance
                   exit paragraph
               end-if
           end-if

           set ws-alloc-line-idx to ws-found-line-idx

           if ws-otran-item-id-1 not = 0
           or ws-otran-item-id-2 not = 0
           or ws-otran-quantity not = 0
               perform release-line-stock
           end-if

           if ws-otran-item-id-1 not = 0
           or ws-otran-item-id-2 not = 0
               move ws-otran-item-id-1
                   to ws-ln-item-id-1(ws-found-line-idx)
               move ws-otran-item-id-2
                   to ws-ln-item-id-2(ws-found-line-idx)
           end-if

           if ws-otran-quantity not = 0
               move ws-otran-quantity
                   to ws-ln-quantity(ws-found-line-idx)
           end-if

           if ws-otran-item-id-1 not = 0
           or ws-otran-item-id-2 not = 0
           or ws-otran-quantity not = 0
               perform allocate-line-stock
           end-if

           if ws-line-repriced
               subtract ws-ln-amount(ws-found-line-idx)
                   from ws-ord-amount
               add ws-pr-booked-amount to ws-ord-amount
               move ws-pr-booked-amount
                   to ws-ln-amount(ws-found-line-idx)
               perform log-line-price-exception
           else
               if ws-otran-amount not = 0
                   subtract ws-ln-amount(ws-found-line-idx)
                       from ws-ord-amount
                   add ws-otran-amount to ws-ord-amount
                   move ws-otran-amount
                       to ws-ln-amount(ws-found-line-idx)
               end-if
           end-if

           add 1 to ws-lines-changed-count

           exit paragraph.


      *> Prices the changed line -- its new item and quantity, or
      *> the ones it has -- and refuses the change when there is no
      *> price to book or the keyed amount is too far off.
       reprice-order-line.

           if ws-otran-item-id-1 not = 0
           or ws-otran-item-id-2 not = 0
               move ws-otran-item-id-1 to ws-price-item-id-1
               move ws-otran-item-id-2 to ws-price-item-id-2
           else
               move ws-ln-item-id-1(ws-found-line-idx)
                   to ws-price-item-id-1
               move ws-ln-item-id-2(ws-found-line-idx)
                   to ws-price-item-id-2
           end-if

           if ws-otran-quantity not = 0
               move ws-otran-quantity to ws-price-quantity
           else
               move ws-ln-quantity(ws-found-line-idx)
                   to ws-price-quantity
           end-if

           move ws-ord-customer-id to ws-price-customer-id
           move ws-ord-date to ws-price-order-date
           move ws-otran-amount to ws-price-keyed-amount
           perform price-order-line

           if ws-pr-missing
               display "Rejected line change, no price for item "
                   ws-price-item-id-1 "/" ws-price-item-id-2
                   " and no amount keyed (order "
                   ws-otran-order-number ")"
               end-display
               move "NO-LIST-PRICE" to ws-reject-reason
               perform write-reject-record
               exit paragraph
           end-if

           if ws-pr-variance
               display "Rejected line change, keyed amount "
                   ws-otran-amount " is off the price "
                   ws-pr-list-amount " (order "
                   ws-otran-order-number ")"
               end-display
               move 'R' to ws-pr-exception
               move 0 to ws-pr-booked-amount
               move ws-otran-order-number to ws-px-order-number
               move ws-otran-line-number to ws-px-line-number
               perform save-transaction-price-exception
               move "PRICE-VARIANCE" to ws-reject-reason
               perform write-reject-record
               exit paragraph
           end-if

           set ws-line-repriced to true

           exit paragraph.


      *> An order keyed before item lines existed gets its header
      *> item turned into line 1 the first time a line is added to
      *> or changed on it, so the order total stays the sum of its
      *> lines from then on.
       convert-header-line.

           if ws-ord-line-count not = 0
               exit paragraph
           end-if

           add 1 to ws-num-lines

           move ws-ord-number to ws-ln-order-number(ws-num-lines)
           move 1 to ws-ln-number(ws-num-lines)
           move ws-ord-customer-id to ws-ln-customer-id(ws-num-lines)
           move ws-ord-date to ws-ln-order-date(ws-num-lines)
           move ws-ord-item-id-1 to ws-ln-item-id-1(ws-num-lines)
           move ws-ord-item-id-2 to ws-ln-item-id-2(ws-num-lines)
           move 1 to ws-ln-quantity(ws-num-lines)
           move ws-ord-amount to ws-ln-amount(ws-num-lines)
           move 0 to ws-ln-allocated(ws-num-lines)
           move 0 to ws-ln-shipped(ws-num-lines)
           move 0 to ws-ln-returned(ws-num-lines)
           set ws-ln-booked(ws-num-lines) to true
           set ws-ln-not-on-file(ws-num-lines) to true

           move 1 to ws-ord-line-count
           move 0 to ws-ord-item-id-1
           move 0 to ws-ord-item-id-2

           exit paragraph.


      *> Looks up the transaction's line number on the order found by
      *> find-order, leaving its slot in ws-found-line-idx.
       find-order-line.

           set ws-line-not-found to true
           move 0 to ws-found-line-idx

           perform varying ws-line-idx from 1 by 1
           until ws-line-idx > ws-num-lines
               if ws-ln-order-number(ws-line-idx)
                   = ws-ord-number
               and ws-ln-number(ws-line-idx) = ws-otran-line-number
               and ws-ln-booked(ws-line-idx)
                   set ws-line-found to true
                   set ws-found-line-idx to ws-line-idx
                   exit perform
               end-if
           end-perform

           exit paragraph.


      *> Allocates stock to the booked line in ws-alloc-line-idx for
      *> whatever of its quantity isn't allocated yet, up to the
      *> item's available stock -- on-hand less what other lines
      *> already hold. The shortfall becomes a backorder, stamped
      *> with the business date so the fill runs oldest first.
       allocate-line-stock.

           if not ws-ln-booked(ws-alloc-line-idx)
               exit paragraph
           end-if

           if ws-ln-allocated(ws-alloc-line-idx)
               >= ws-ln-quantity(ws-alloc-line-idx)
               exit paragraph
           end-if

           compute ws-needed-qty =
               ws-ln-quantity(ws-alloc-line-idx)
               - ws-ln-allocated(ws-alloc-line-idx)
           end-compute

           perform find-line-item

           if ws-alloc-item-idx = 0
               exit paragraph
           end-if

           if ws-item-allocated(ws-alloc-item-idx)
               >= ws-item-on-hand(ws-alloc-item-idx)
               move 0 to ws-available-qty
           else
               compute ws-available-qty =
                   ws-item-on-hand(ws-alloc-item-idx)
                   - ws-item-allocated(ws-alloc-item-idx)
               end-compute
           end-if

           if ws-available-qty >= ws-needed-qty
               move ws-needed-qty to ws-alloc-qty
           else
               move ws-available-qty to ws-alloc-qty
           end-if

           add ws-alloc-qty to ws-item-allocated(ws-alloc-item-idx)
           add ws-alloc-qty to ws-ln-allocated(ws-alloc-line-idx)
           add ws-alloc-qty to ws-units-allocated

           compute ws-short-qty = ws-needed-qty - ws-alloc-qty
           end-compute

           if ws-short-qty = 0
               exit paragraph
           end-if

           perform check-backorder-room

           add 1 to ws-backorder-sequence
           add 1 to ws-num-backorders
           add 1 to ws-backordered-count

           move ws-backorder-sequence
               to ws-bo-number(ws-num-backorders)
           move ws-business-date to ws-bo-date(ws-num-backorders)
           move ws-ln-order-number(ws-alloc-line-idx)
               to ws-bo-order-number(ws-num-backorders)
           move ws-ln-number(ws-alloc-line-idx)
               to ws-bo-line-number(ws-num-backorders)
           move ws-ln-customer-id(ws-alloc-line-idx)
               to ws-bo-customer-id(ws-num-backorders)
           move ws-ln-item-id-1(ws-alloc-line-idx)
               to ws-bo-item-id-1(ws-num-backorders)
           move ws-ln-item-id-2(ws-alloc-line-idx)
               to ws-bo-item-id-2(ws-num-backorders)
           move ws-short-qty to ws-bo-quantity(ws-num-backorders)
           set ws-bo-open(ws-num-backorders) to true

           display "Backordered " ws-short-qty " of item "
               ws-ln-item-id-1(ws-alloc-line-idx) "/"
               ws-ln-item-id-2(ws-alloc-line-idx) " for order "
               ws-ln-order-number(ws-alloc-line-idx) " line "
               ws-ln-number(ws-alloc-line-idx) " -- backorder "
               ws-backorder-sequence
           end-display

           exit paragraph.


      *> Gives back the stock allocated to the line in
      *> ws-alloc-line-idx and cancels its open backorders -- the
      *> line is being canceled, or changed and allocated afresh.
       release-line-stock.

           perform find-line-item

           if ws-alloc-item-idx not = 0
               if ws-ln-allocated(ws-alloc-line-idx)
                   >= ws-item-allocated(ws-alloc-item-idx)
                   move 0 to ws-item-allocated(ws-alloc-item-idx)
               else
                   subtract ws-ln-allocated(ws-alloc-line-idx)
                       from ws-item-allocated(ws-alloc-item-idx)
               end-if
           end-if

           move 0 to ws-ln-allocated(ws-alloc-line-idx)

           perform varying ws-bo-idx from 1 by 1
           until ws-bo-idx > ws-num-backorders
               if ws-bo-order-number(ws-bo-idx)
                   = ws-ln-order-number(ws-alloc-line-idx)
               and ws-bo-line-number(ws-bo-idx)
                   = ws-ln-number(ws-alloc-line-idx)
                   set ws-bo-canceled(ws-bo-idx) to true
               end-if
           end-perform

           exit paragraph.


       find-line-item.

           move 0 to ws-alloc-item-idx

           perform varying ws-item-idx from 1 by 1
           until ws-item-idx > ws-num-item-keys
               if ws-item-key-1(ws-item-idx)
                   = ws-ln-item-id-1(ws-alloc-line-idx)
               and ws-item-key-2(ws-item-idx)
                   = ws-ln-item-id-2(ws-alloc-line-idx)
                   set ws-alloc-item-idx to ws-item-idx
                   exit perform
               end-if
           end-perform

           exit paragraph.


      *> 'C' changes an existing order in place by order number. Any
      *> blank or zero transaction field keeps the order's value, the
      *> same convention the master update's change transactions use.
      *> An order with lines takes its amount and items from them, so
      *> those are changed with 'L' transactions instead.
       apply-change-order.

           perform find-order

           if ws-order-not-found
               display "Rejected change, order number not found: "
                   ws-otran-order-number
               end-display
               move "ORD-NOT-FOUND" to ws-reject-reason
               perform write-reject-record
               exit paragraph
           end-if

           perform check-order-open

           if not ws-ord-open
               exit paragraph
           end-if

           if ws-ord-line-count not = 0
               if ws-otran-amount not = 0
                   display "Rejected change, order "
                       ws-otran-order-number
                       " is totaled from its lines"
                   end-display
                   move "AMT-ON-LINES" to ws-reject-reason
                   perform write-reject-record
                   exit paragraph
               end-if

               if ws-otran-item-id-1 not = 0
               or ws-otran-item-id-2 not = 0
                   display "Rejected change, order "
                       ws-otran-order-number
                       " carries its items on its lines"
                   end-display
                   move "ITEM-ON-LINES" to ws-reject-reason
                   perform write-reject-record
                   exit paragraph
               end-if
           end-if

           if ws-otran-customer-id not = 0
               perform find-order-customer

               if ws-customer-not-found
                   display "Rejected change, customer id not on "
                       "master: " ws-otran-customer-id
                   end-display
                   move "CUST-NOT-FOUND" to ws-reject-reason
                   perform write-reject-record
                   exit paragraph
               end-if
           end-if

      *> A change naming a new item code validates it the same way
      *> an add does; zeros keep the order's code.
           if ws-otran-item-id-1 not = 0
           or ws-otran-item-id-2 not = 0
               perform validate-item-code

               if ws-item-not-found
                   exit paragraph
               end-if

               move ws-otran-item-id-1 to ws-ord-item-id-1
               move ws-otran-item-id-2 to ws-ord-item-id-2
           end-if

           if ws-otran-customer-id not = 0
               move ws-otran-customer-id to ws-ord-customer-id
           end-if

           if ws-otran-date not = spaces
               move ws-otran-date to ws-ord-date
           end-if

           if ws-otran-description not = spaces
               move ws-otran-description to ws-ord-description
           end-if

           if ws-otran-amount not = 0
               move ws-otran-amount to ws-ord-amount
           end-if

      *> The lines carry the order's customer and date for the
      *> readers that stream them, so they follow the header.
           perform varying ws-line-idx from 1 by 1
           until ws-line-idx > ws-num-lines
               if ws-ln-order-number(ws-line-idx)
                   = ws-ord-number
               and ws-ln-booked(ws-line-idx)
                   move ws-ord-customer-id
                       to ws-ln-customer-id(ws-line-idx)
                   move ws-ord-date to ws-ln-order-date(ws-line-idx)
               end-if
           end-perform

           perform rewrite-order

           add 1 to ws-changed-count

           exit paragraph.


      *> 'D' cancels the order -- it stays on the file as canceled,
      *> and its lines come off the lines file when it is written
      *> back. Their stock goes back and their backorders are
      *> canceled. Once an order has shipped it can't be canceled,
      *> only returned.
       apply-delete-order.

           perform find-order

           if ws-order-not-found
               display "Rejected cancel, order number not found: "
                   ws-otran-order-number
               end-display
               move "ORD-NOT-FOUND" to ws-reject-reason
               perform write-reject-record
               exit paragraph
           end-if

           if ws-ord-canceled
               display "Rejected cancel, order "
                   ws-otran-order-number " is already canceled"
               end-display
               move "ORDER-CANCELED" to ws-reject-reason
               perform write-reject-record
               exit paragraph
           end-if

           if ws-ord-shipped
           or ws-ord-invoiced
               display "Rejected cancel, order "
                   ws-otran-order-number " has shipped"
               end-display
               move "ORDER-SHIPPED" to ws-reject-reason
               perform write-reject-record
               exit paragraph
           end-if

           set ws-ord-canceled to true

           perform varying ws-line-idx from 1 by 1
           until ws-line-idx > ws-num-lines
               if ws-ln-order-number(ws-line-idx)
                   = ws-ord-number
               and ws-ln-booked(ws-line-idx)
                   set ws-alloc-line-idx to ws-line-idx
                   perform release-line-stock
                   set ws-ln-deleted(ws-line-idx) to true
               end-if
           end-perform

           perform rewrite-order

           add 1 to ws-deleted-count

           exit paragraph.


      *> The transaction's item pair must be on search-items.txt --
      *> the wildcard contains-search in the search program is how
      *> the desk finds the right code. Missing and unknown codes
      *> each reject with their own reason.
       validate-item-code.

           set ws-item-not-found to true

           if ws-otran-item-id-1 = 0
           and ws-otran-item-id-2 = 0
               display "Rejected, no item code on order for "
                   "customer " ws-otran-customer-id
               end-display
               move "ITEM-MISSING" to ws-reject-reason
               perform write-reject-record
               exit paragraph
           end-if

           move ws-otran-item-id-1 to ws-lookup-item-id-1
           move ws-otran-item-id-2 to ws-lookup-item-id-2
           perform look-up-item-code

           if ws-item-found
               exit paragraph
           end-if

           display "Rejected, item code " ws-otran-item-id-1 "/"
               ws-otran-item-id-2 " is not on search-items.txt "
               "(customer " ws-otran-customer-id ")"
           end-display
           move "ITEM-UNKNOWN" to ws-reject-reason
           perform write-reject-record

           exit paragraph.


       look-up-item-code.

           set ws-item-not-found to true

           perform varying ws-item-idx from 1 by 1
           until ws-item-idx > ws-num-item-keys
               if ws-item-key-1(ws-item-idx) = ws-lookup-item-id-1
               and ws-item-key-2(ws-item-idx) = ws-lookup-item-id-2
                   set ws-item-found to true
                   exit perform
               end-if
           end-perform

           exit paragraph.


      *> Prices ws-price-quantity of the item for the customer on the
      *> order date (the business date when the order carries none):
      *> the customer's own override in effect then, else their
      *> contract's, else the list price -- of each, the entry with
      *> the latest effective date on or before the order date. The
      *> outcome and the amount to book are left in ws-price-result.
       price-order-line.

           move spaces to ws-price-result
           move 0 to ws-pr-party-id
           move 0 to ws-pr-unit-price
           move 0 to ws-pr-list-amount
           move ws-price-keyed-amount to ws-pr-keyed-amount
           move ws-price-keyed-amount to ws-pr-booked-amount

           if not ws-pricing-active
               set ws-pr-priced to true
               exit paragraph
           end-if

           if ws-price-order-date is numeric
               move ws-price-order-date to ws-price-as-of-date
           else
               move ws-business-date to ws-price-as-of-date
           end-if

           move 0 to ws-price-contract-id

           perform varying ws-customer-idx from 1 by 1
           until ws-customer-idx > ws-num-customers
               if ws-customer-id(ws-customer-idx)
                   = ws-price-customer-id
                   move ws-customer-contract-id(ws-customer-idx)
                       to ws-price-contract-id
                   exit perform
               end-if
           end-perform

           move 0 to ws-best-list-idx
           move 0 to ws-best-customer-idx
           move 0 to ws-best-contract-idx
           move 0 to ws-best-list-date
           move 0 to ws-best-customer-date
           move 0 to ws-best-contract-date

           perform varying ws-price-idx from 1 by 1
           until ws-price-idx > ws-num-prices
               if ws-pt-item-id-1(ws-price-idx) = ws-price-item-id-1
               and ws-pt-item-id-2(ws-price-idx)
                   = ws-price-item-id-2
               and ws-pt-effective-date(ws-price-idx)
                   <= ws-price-as-of-date
                   evaluate true
                       when ws-pt-type(ws-price-idx) = 'L'
                       and ws-pt-effective-date(ws-price-idx)
                           > ws-best-list-date
                           move ws-pt-effective-date(ws-price-idx)
                               to ws-best-list-date
                           set ws-best-list-idx to ws-price-idx

                       when ws-pt-type(ws-price-idx) = 'C'
                       and ws-pt-party-id(ws-price-idx)
                           = ws-price-customer-id
                       and ws-pt-effective-date(ws-price-idx)
                           > ws-best-customer-date
                           move ws-pt-effective-date(ws-price-idx)
                               to ws-best-customer-date
                           set ws-best-customer-idx to ws-price-idx

                       when ws-pt-type(ws-price-idx) = 'K'
                       and ws-price-contract-id not = 0
                       and ws-pt-party-id(ws-price-idx)
                           = ws-price-contract-id
                       and ws-pt-effective-date(ws-price-idx)
                           > ws-best-contract-date
                           move ws-pt-effective-date(ws-price-idx)
                               to ws-best-contract-date
                           set ws-best-contract-idx to ws-price-idx
                   end-evaluate
               end-if
           end-perform

           evaluate true
               when ws-best-customer-idx > 0
                   move ws-best-customer-idx to ws-best-price-idx
                   move 'C' to ws-pr-source
                   move ws-price-customer-id to ws-pr-party-id

               when ws-best-contract-idx > 0
                   move ws-best-contract-idx to ws-best-price-idx
                   move 'K' to ws-pr-source
                   move ws-price-contract-id to ws-pr-party-id

               when ws-best-list-idx > 0
                   move ws-best-list-idx to ws-best-price-idx
                   move 'L' to ws-pr-source

               when other
                   if ws-price-keyed-amount = 0
                       set ws-pr-missing to true
                   else
                       set ws-pr-no-list to true
                       move 'N' to ws-pr-exception
                   end-if
                   exit paragraph
           end-evaluate

           move ws-pt-unit-price(ws-best-price-idx)
               to ws-pr-unit-price
           compute ws-pr-list-amount rounded =
               ws-pr-unit-price * ws-price-quantity
           end-compute

      *> Nothing keyed takes the price; a keyed amount within the
      *> tolerance is booked at the price too.
           if ws-price-keyed-amount not = 0
               if ws-price-keyed-amount > ws-pr-list-amount
                   compute ws-price-difference =
                       ws-price-keyed-amount - ws-pr-list-amount
                   end-compute
               else
                   compute ws-price-difference =
                       ws-pr-list-amount - ws-price-keyed-amount
                   end-compute
               end-if

               if ws-price-difference * 100
                   > ws-pr-list-amount * ws-price-tolerance-pct
                   set ws-pr-variance to true
                   move 'H' to ws-pr-exception
                   exit paragraph
               end-if
           end-if

           set ws-pr-priced to true
           move ws-pr-list-amount to ws-pr-booked-amount

           if ws-pr-source not = 'L'
               move 'O' to ws-pr-exception
           end-if

           exit paragraph.


      *> Logs the line just priced when its price is an exception,
      *> off the line table entry ws-alloc-line-idx points at.
       log-line-price-exception.

           if ws-pr-exception = space
               exit paragraph
           end-if

           move ws-ln-order-number(ws-alloc-line-idx)
               to ws-px-order-number
           move ws-ln-number(ws-alloc-line-idx) to ws-px-line-number
           move ws-ln-customer-id(ws-alloc-line-idx)
               to ws-px-customer-id
           move ws-ln-order-date(ws-alloc-line-idx)
               to ws-px-order-date
           move ws-ln-item-id-1(ws-alloc-line-idx) to ws-px-item-id-1
           move ws-ln-item-id-2(ws-alloc-line-idx) to ws-px-item-id-2
           move ws-ln-quantity(ws-alloc-line-idx) to ws-px-quantity

           perform save-price-exception

           exit paragraph.


      *> Logs a refused price off what price-order-line was asked;
      *> the caller sets the order and line numbers.
       save-transaction-price-exception.

           move ws-price-customer-id to ws-px-customer-id
           move ws-price-order-date to ws-px-order-date
           move ws-price-item-id-1 to ws-px-item-id-1
           move ws-price-item-id-2 to ws-px-item-id-2
           move ws-price-quantity to ws-px-quantity

           perform save-price-exception

           exit paragraph.


       save-price-exception.

           move ws-business-date to ws-px-date
           move ws-pr-source to ws-px-source
           move ws-pr-party-id to ws-px-party-id
           move ws-pr-unit-price to ws-px-unit-price
           move ws-pr-list-amount to ws-px-list-amount
           move ws-pr-keyed-amount to ws-px-keyed-amount
           move ws-pr-booked-amount to ws-px-booked-amount
           move ws-pr-exception to ws-px-code

           if ws-num-price-excs >= 2000
               display "Warning: price exception table full -- "
                   "order " ws-px-order-number " line "
                   ws-px-line-number " not logged."
               end-display
               exit paragraph
           end-if

           add 1 to ws-num-price-excs
           move ws-price-exception to ws-px-image(ws-num-price-excs)

           exit paragraph.


      *> Totals the customer's open orders (held ones included --
      *> they're exposure too) plus the incoming amount, and looks
      *> up the customer's limit. A customer with no limit record
      *> is unlimited. With group credit checking on, a customer in
      *> a corporate group is measured on the whole group's orders
      *> against the top-level parent's limit, when it has one. The
      *> caller sets ws-credit-customer-id and ws-incoming-amount.
       check-credit-limit.

           set ws-limit-not-found to true
           move 0 to ws-customer-limit
           move 0 to ws-open-order-total

           if ws-group-credit-on
               perform find-credit-group
               if ws-group-size > 1
                   move ws-group-top-id to ws-limit-lookup-id
                   perform find-customer-limit
               end-if
           end-if

           if ws-limit-found
               perform varying ws-grp-sub from 1 by 1
               until ws-grp-sub > ws-num-group-members
                   if ws-grp-top-id(ws-grp-sub) = ws-group-top-id
                       move ws-grp-customer-id(ws-grp-sub)
                           to ws-exposure-customer-id
                       perform add-customer-exposure
                   end-if
               end-perform
           else
               move ws-credit-customer-id to ws-limit-lookup-id
               perform find-customer-limit
               if ws-limit-not-found
                   exit paragraph
               end-if
               move ws-credit-customer-id to ws-exposure-customer-id
               perform add-customer-exposure
           end-if

           compute ws-new-exposure =
               ws-open-order-total + ws-incoming-amount
           end-compute

           exit paragraph.


       find-customer-limit.

           perform varying ws-limit-idx from 1 by 1
           until ws-limit-idx > ws-num-limits
               if ws-limit-customer-id(ws-limit-idx)
                   = ws-limit-lookup-id
                   set ws-limit-found to true
                   move ws-limit-amount(ws-limit-idx)
                       to ws-customer-limit
                   exit perform
               end-if
           end-perform

           exit paragraph.


      *> Adds one customer's orders on the book, by the customer key,
      *> and its unreleased held orders to the open order total.
       add-customer-exposure.

           set ws-book-not-done to true

           move ws-exposure-customer-id to f-order-customer-id
           start fd-customer-orders key is equal to f-order-customer-id
               invalid key
                   set ws-book-done to true
           end-start

           perform until ws-book-done
               read fd-customer-orders next record
                   at end
                       set ws-book-done to true
                   not at end
                       if f-order-customer-id
                           not = ws-exposure-customer-id
                           set ws-book-done to true
                       else
                           if f-order-status not = 'X'
                               add f-order-amount
                                   to ws-open-order-total
                           end-if
                       end-if
               end-read
           end-perform

           perform varying ws-hold-idx from 1 by 1
           until ws-hold-idx > ws-num-holds
               if ws-hold-customer-id(ws-hold-idx)
                   = ws-exposure-customer-id
               and not ws-hold-released(ws-hold-idx)
                   add ws-hold-amount(ws-hold-idx)
                       to ws-open-order-total
               end-if
           end-perform

           exit paragraph.


      *> The credit customer's group: its top-level parent and how
      *> many customers share it. A customer not on the hierarchy
      *> file is a group of one.
       find-credit-group.

           move ws-credit-customer-id to ws-group-top-id
           move 1 to ws-group-size

           search all ws-group-table
               at end
                   exit paragraph
               when ws-grp-customer-id(ws-grp-idx)
                   = ws-credit-customer-id
                   move ws-grp-top-id(ws-grp-idx) to ws-group-top-id
           end-search

           move 0 to ws-group-size

           perform varying ws-grp-sub from 1 by 1
           until ws-grp-sub > ws-num-group-members
               if ws-grp-top-id(ws-grp-sub) = ws-group-top-id
                   add 1 to ws-group-size
               end-if
           end-perform

           exit paragraph.


      *> Books the pending order onto the hold queue with its order
      *> number already assigned, so the release is by order number
      *> and the customer sees one number throughout. Its lines
      *> wait with it on the hold lines file. A keyed price under
      *> review holds it for price ahead of any credit question --
      *> the total isn't settled until the price is.
       hold-pending-order.

           if ws-num-holds >= 200
               display "Rejected add, hold queue full."
               move "HOLD-QUEUE-FULL" to ws-group-reason
               move 0 to ws-group-fault-line
               perform reject-pending-order
               exit paragraph
           end-if

           add 1 to ws-order-sequence
           add 1 to ws-num-holds
           if not ws-price-review
               add 1 to ws-held-count
           end-if

           move ws-otran-customer-id
               to ws-hold-customer-id(ws-num-holds)
           move ws-order-sequence
               to ws-hold-order-number(ws-num-holds)
           move ws-otran-date to ws-hold-date(ws-num-holds)
           move ws-otran-description
               to ws-hold-description(ws-num-holds)
           move ws-pending-total to ws-hold-amount(ws-num-holds)
           move ws-business-date to ws-hold-on-date(ws-num-holds)
           move ws-new-exposure to ws-hold-exposure(ws-num-holds)
           move 0 to ws-hold-item-id-1(ws-num-holds)
           move 0 to ws-hold-item-id-2(ws-num-holds)
           move 'N' to ws-hold-released-sw(ws-num-holds)

           if ws-price-review
               move 'P' to ws-hold-reason(ws-num-holds)
               add 1 to ws-price-held-count
           else
               move 'C' to ws-hold-reason(ws-num-holds)
           end-if

           move 'H' to ws-new-line-status
           perform add-pending-lines

           move ws-next-line-number
               to ws-hold-line-count(ws-num-holds)

           if ws-price-review
               display "Held order " ws-order-sequence
                   " for customer " ws-otran-customer-id
                   " -- keyed price off the price list, for review"
               end-display
           else
               display "Held order " ws-order-sequence
                   " for customer " ws-otran-customer-id
                   " -- exposure " ws-new-exposure
                   " over limit " ws-customer-limit
               end-display
           end-if

           exit paragraph.


      *> 'R' releases a held order once credit approves: it comes
      *> off the hold queue and onto the order book, keeping the
      *> number it was held under, and its lines move across with
      *> it and allocate their stock. The limit is not re-checked --
      *> the release is credit's say-so. Releasing a price hold
      *> accepts the keyed prices it was held at.
       apply-release-order.

           set ws-hold-not-found to true
           move 0 to ws-found-hold-idx

           perform varying ws-hold-idx from 1 by 1
           until ws-hold-idx > ws-num-holds
               if ws-hold-order-number(ws-hold-idx)
                   = ws-otran-order-number
               and not ws-hold-released(ws-hold-idx)
                   set ws-hold-found to true
                   set ws-found-hold-idx to ws-hold-idx
                   exit perform
               end-if
           end-perform

           if ws-hold-not-found
               display "Rejected release, order not on hold: "
                   ws-otran-order-number
               end-display
               move "HOLD-NOT-FOUND" to ws-reject-reason
               perform write-reject-record
               exit paragraph
           end-if

           move ws-hold-customer-id(ws-found-hold-idx)
               to ws-ord-customer-id
           move ws-hold-order-number(ws-found-hold-idx) to ws-ord-number
           move ws-hold-date(ws-found-hold-idx) to ws-ord-date
           move ws-hold-description(ws-found-hold-idx)
               to ws-ord-description
           move ws-hold-amount(ws-found-hold-idx) to ws-ord-amount
           move ws-hold-item-id-1(ws-found-hold-idx) to ws-ord-item-id-1
           move ws-hold-item-id-2(ws-found-hold-idx) to ws-ord-item-id-2
           move ws-hold-line-count(ws-found-hold-idx)
               to ws-ord-line-count
           set ws-ord-open to true
           move spaces to ws-ord-ship-date
           move 0 to ws-ord-invoice-period

           perform varying ws-line-idx from 1 by 1
           until ws-line-idx > ws-num-lines
               if ws-ln-order-number(ws-line-idx)
                   = ws-hold-order-number(ws-found-hold-idx)
               and ws-ln-held(ws-line-idx)
                   set ws-ln-booked(ws-line-idx) to true
                   set ws-alloc-line-idx to ws-line-idx
                   perform allocate-line-stock
               end-if
           end-perform

           perform write-new-order

           set ws-hold-released(ws-found-hold-idx) to true

           add 1 to ws-released-count

           display "Released order "
               ws-hold-order-number(ws-found-hold-idx)
               " from hold."
           end-display

           exit paragraph.


      *> 'S' confirms the shipment of a picked order: the order is
      *> marked shipped on the transaction date (the business date
      *> when blank), and each line's quantity is issued out of the
      *> item's on-hand along with the allocation that held it. The
      *> pick list only sends fully allocated orders to the floor,
      *> so a line still short means the order changed under the
      *> warehouse -- it rejects rather than ship part of it. An
      *> order from before item lines has no stock to pick or
      *> issue, so it ships straight from open.
       apply-ship-order.

           perform find-order

           if ws-order-not-found
               display "Rejected shipment, order number not found: "
                   ws-otran-order-number
               end-display
               move "ORD-NOT-FOUND" to ws-reject-reason
               perform write-reject-record
               exit paragraph
           end-if

           if not ws-ord-picked
           and not (ws-ord-open
               and ws-ord-line-count = 0)
               display "Rejected shipment, order "
                   ws-otran-order-number " is not picked (status '"
                   ws-ord-status "')"
               end-display
               move "NOT-PICKED" to ws-reject-reason
               perform write-reject-record
               exit paragraph
           end-if

           perform varying ws-line-idx from 1 by 1
           until ws-line-idx > ws-num-lines
               if ws-ln-order-number(ws-line-idx)
                   = ws-ord-number
               and ws-ln-booked(ws-line-idx)
               and ws-ln-allocated(ws-line-idx)
                   < ws-ln-quantity(ws-line-idx)
                   display "Rejected shipment, order "
                       ws-otran-order-number " line "
                       ws-ln-number(ws-line-idx)
                       " is not fully allocated"
                   end-display
                   move "NOT-ALLOCATED" to ws-reject-reason
                   perform write-reject-record
                   exit paragraph
               end-if
           end-perform

           perform varying ws-line-idx from 1 by 1
           until ws-line-idx > ws-num-lines
               if ws-ln-order-number(ws-line-idx)
                   = ws-ord-number
               and ws-ln-booked(ws-line-idx)
                   set ws-alloc-line-idx to ws-line-idx
                   perform issue-line-stock
               end-if
           end-perform

           set ws-ord-shipped to true

           if ws-otran-date = spaces
               move ws-business-date to ws-ord-ship-date
           else
               move ws-otran-date to ws-ord-ship-date
           end-if

           perform rewrite-order

           add 1 to ws-shipped-count

           display "Shipped order " ws-ord-number
               " on " ws-ord-ship-date
           end-display

           exit paragraph.


      *> Takes the shipped line in ws-alloc-line-idx off the item's
      *> on-hand and allocated quantities. Neither goes below zero
      *> -- a miscounted shelf is the cycle count's to correct, not
      *> a reason to hold a shipment that has already gone.
       issue-line-stock.

           perform find-line-item

           if ws-alloc-item-idx not = 0
               if ws-ln-quantity(ws-alloc-line-idx)
                   >= ws-item-on-hand(ws-alloc-item-idx)
                   move 0 to ws-item-on-hand(ws-alloc-item-idx)
               else
                   subtract ws-ln-quantity(ws-alloc-line-idx)
                       from ws-item-on-hand(ws-alloc-item-idx)
               end-if

               if ws-ln-allocated(ws-alloc-line-idx)
                   >= ws-item-allocated(ws-alloc-item-idx)
                   move 0 to ws-item-allocated(ws-alloc-item-idx)
               else
                   subtract ws-ln-allocated(ws-alloc-line-idx)
                       from ws-item-allocated(ws-alloc-item-idx)
               end-if
           end-if

           move ws-ln-quantity(ws-alloc-line-idx)
               to ws-ln-shipped(ws-alloc-line-idx)
           move 0 to ws-ln-allocated(ws-alloc-line-idx)
           add ws-ln-quantity(ws-alloc-line-idx) to ws-units-shipped

           exit paragraph.


      *> 'M' authorizes a return against a shipped (or invoiced)
      *> order. The item code names the line -- the line number
      *> picks between two lines of the same item -- and the
      *> quantity can't be more than the line shipped less what has
      *> already come back. The condition code decides where the
      *> stock goes: 'G' back on hand, 'D' to the item's damaged
      *> quantity. The credit, at the line's unit price, goes to the
      *> order's customer on customer-returns.txt.
       apply-return-order.

           perform find-order

           if ws-order-not-found
               display "Rejected return, order number not found: "
                   ws-otran-order-number
               end-display
               move "ORD-NOT-FOUND" to ws-reject-reason
               perform write-reject-record
               exit paragraph
           end-if

           if not ws-ord-shipped
           and not ws-ord-invoiced
               display "Rejected return, order "
                   ws-otran-order-number " has not shipped (status '"
                   ws-ord-status "')"
               end-display
               move "NOT-SHIPPED" to ws-reject-reason
               perform write-reject-record
               exit paragraph
           end-if

           if not ws-otran-cond-good
           and not ws-otran-cond-damaged
               display "Rejected return on order "
                   ws-otran-order-number ", bad condition code '"
                   ws-otran-condition "'"
               end-display
               move "BAD-CONDITION" to ws-reject-reason
               perform write-reject-record
               exit paragraph
           end-if

           if not ws-otran-reason-valid
               display "Rejected return on order "
                   ws-otran-order-number ", bad reason code '"
                   ws-otran-reason "'"
               end-display
               move "BAD-REASON" to ws-reject-reason
               perform write-reject-record
               exit paragraph
           end-if

           perform find-return-line

           if ws-line-not-found
               display "Rejected return, item " ws-otran-item-id-1
                   "/" ws-otran-item-id-2 " is not on order "
                   ws-otran-order-number
               end-display
               move "ITEM-NOT-ON-ORD" to ws-reject-reason
               perform write-reject-record
               exit paragraph
           end-if

           compute ws-returnable-qty =
               ws-ln-shipped(ws-found-line-idx)
               - ws-ln-returned(ws-found-line-idx)
           end-compute

           if ws-otran-quantity = 0
           or ws-otran-quantity > ws-returnable-qty
               display "Rejected return on order "
                   ws-otran-order-number " line "
                   ws-ln-number(ws-found-line-idx) ", quantity "
                   ws-otran-quantity " against " ws-returnable-qty
                   " shipped and not yet returned"
               end-display
               move "OVER-SHIPPED" to ws-reject-reason
               perform write-reject-record
               exit paragraph
           end-if

           if ws-num-returns >= 500
               display "Returns exceed the 500-entry table -- run "
                   "stopped before any could be lost."
               end-display
               move "apply-return-order" to ws-err-paragraph
               move spaces to ws-err-file-status
               move "return table overflow" to ws-err-message
               perform fail-run
           end-if

           add ws-otran-quantity to ws-ln-returned(ws-found-line-idx)

           set ws-alloc-line-idx to ws-found-line-idx
           perform find-line-item

           if ws-alloc-item-idx not = 0
               if ws-otran-cond-good
                   add ws-otran-quantity
                       to ws-item-on-hand(ws-alloc-item-idx)
               else
                   add ws-otran-quantity
                       to ws-item-damaged(ws-alloc-item-idx)
               end-if
           end-if

           if ws-otran-cond-good
               add ws-otran-quantity to ws-units-returned
           else
               add ws-otran-quantity to ws-units-damaged
           end-if

           add 1 to ws-rma-sequence
           add 1 to ws-num-returns
           add 1 to ws-returned-count

           move ws-rma-sequence to ws-rtn-number(ws-num-returns)
           if ws-otran-date = spaces
               move ws-business-date to ws-rtn-date(ws-num-returns)
           else
               move ws-otran-date to ws-rtn-date(ws-num-returns)
           end-if
           move ws-ord-number to ws-rtn-order-number(ws-num-returns)
           move ws-ln-number(ws-found-line-idx)
               to ws-rtn-line-number(ws-num-returns)
           move ws-ord-customer-id to ws-rtn-customer-id(ws-num-returns)
           move ws-ln-item-id-1(ws-found-line-idx)
               to ws-rtn-item-id-1(ws-num-returns)
           move ws-ln-item-id-2(ws-found-line-idx)
               to ws-rtn-item-id-2(ws-num-returns)
           move ws-otran-quantity to ws-rtn-quantity(ws-num-returns)
           move ws-otran-condition to ws-rtn-condition(ws-num-returns)
           move ws-otran-reason to ws-rtn-reason(ws-num-returns)
           compute ws-rtn-credit-amount(ws-num-returns) rounded =
               ws-ln-amount(ws-found-line-idx) * ws-otran-quantity
               / ws-ln-quantity(ws-found-line-idx)
           end-compute
           move 0 to ws-rtn-credit-period(ws-num-returns)

           add ws-rtn-credit-amount(ws-num-returns) to ws-credit-total

           display "Return RMA " ws-rtn-number(ws-num-returns)
               " on order " ws-rtn-order-number(ws-num-returns)
               " line " ws-rtn-line-number(ws-num-returns)
               ", credit " ws-rtn-credit-amount(ws-num-returns)
           end-display

           perform put-order-lines

           exit paragraph.


      *> Finds the booked line of the order in ws-order
      *> carrying the transaction's item code (and its line number,
      *> when one is given).
       find-return-line.

           set ws-line-not-found to true
           move 0 to ws-found-line-idx

           perform varying ws-line-idx from 1 by 1
           until ws-line-idx > ws-num-lines
               if ws-ln-order-number(ws-line-idx)
                   = ws-ord-number
               and ws-ln-booked(ws-line-idx)
               and ws-ln-item-id-1(ws-line-idx) = ws-otran-item-id-1
               and ws-ln-item-id-2(ws-line-idx) = ws-otran-item-id-2
               and (ws-otran-line-number = 0
                   or ws-ln-number(ws-line-idx)
                       = ws-otran-line-number)
                   set ws-line-found to true
                   set ws-found-line-idx to ws-line-idx
                   exit perform
               end-if
           end-perform

           exit paragraph.


      *> Changes and new lines are only taken on an open order --
      *> once it has gone to the warehouse the pick list is what is
      *> on the shelf cart.
       check-order-open.

           if ws-ord-open
               exit paragraph
           end-if

           display "Rejected, order " ws-otran-order-number
               " is no longer open (status '"
               ws-ord-status "')"
           end-display
           move "ORDER-NOT-OPEN" to ws-reject-reason
           perform write-reject-record

           exit paragraph.


      *> Reads the transaction's order by number from the order book
      *> into ws-order, and its lines into the line table. Canceled
      *> orders still match -- the caller checks the status.
       find-order.

           set ws-order-not-found to true

           move ws-otran-order-number to f-order-number
           read fd-customer-orders
               key is f-order-number
               invalid key
                   exit paragraph
           end-read

           move f-customer-order to ws-order
           set ws-order-found to true

           perform get-order-lines

           exit paragraph.


      *> Writes the order in ws-order back over its record on the
      *> order book.
       rewrite-order.

           move ws-order to f-customer-order
           if ws-ord-open
               move 'O' to f-order-status
           end-if

           rewrite f-customer-order
               invalid key
                   display "Error rewriting order " ws-ord-number
                       ": " ws-fs-status-orders
                   end-display
                   move "rewrite-order" to ws-err-paragraph
                   move ws-fs-status-orders to ws-err-file-status
                   move "rewrite fd-customer-orders" to ws-err-message
                   perform fail-run
           end-rewrite

           perform put-order-lines

           exit paragraph.


      *> Adds the order in ws-order to the order book. Its number
      *> came off order-number-seq.txt, so one already on the book
      *> means the counter is behind the file -- every add after it
      *> would collide too, so the run stops.
       write-new-order.

           move ws-order to f-customer-order
           move 'O' to f-order-status

           write f-customer-order
               invalid key
                   display "Order number " ws-ord-number
                       " is already on the order book -- check "
                       "order-number-seq.txt"
                   end-display
                   move "write-new-order" to ws-err-paragraph
                   move ws-fs-status-orders to ws-err-file-status
                   move "write fd-customer-orders" to ws-err-message
                   perform fail-run
           end-write

           perform put-order-lines

           exit paragraph.


      *> Reads the lines of the order in ws-order off the indexed
      *> lines file into the line table, behind the held lines --
      *> whatever the last order left there goes first, since it
      *> was put back when that order was written.
       get-order-lines.

           perform drop-worked-lines

           set ws-book-not-done to true

           move ws-ord-number to f-line-order-number
           move 0 to f-line-number
           start fd-order-lines key is greater than
               or equal to f-line-key
               invalid key
                   set ws-book-done to true
           end-start

           perform until ws-book-done
               read fd-order-lines next record
                   at end
                       set ws-book-done to true
                   not at end
                       if f-line-order-number not = ws-ord-number
                           set ws-book-done to true
                       else
                           perform check-line-table-room
                           add 1 to ws-num-lines
                           move f-order-line
                               to ws-line-table(ws-num-lines)
                           perform check-line-allocated
                           set ws-ln-booked(ws-num-lines) to true
                           set ws-ln-on-file(ws-num-lines) to true
                       end-if
               end-read
           end-perform

           exit paragraph.


      *> Puts the lines of the order in ws-order back on the indexed
      *> lines file: a line read off it is rewritten, or deleted when
      *> its order was canceled, and a new one is added. The order's
      *> number came with it or off the counter, so a new line
      *> already on the file means the files disagree -- the run
      *> stops rather than lose either one. The worked lines then
      *> leave the table.
       put-order-lines.

           perform varying ws-line-idx from 1 by 1
           until ws-line-idx > ws-num-lines
               if ws-ln-order-number(ws-line-idx) = ws-ord-number
               and not ws-ln-held(ws-line-idx)
                   move ws-line-table(ws-line-idx) to f-order-line
                   evaluate true
                       when ws-ln-booked(ws-line-idx)
                       and ws-ln-on-file(ws-line-idx)
                           rewrite f-order-line
                               invalid key
                                   perform fail-put-order-line
                           end-rewrite
                       when ws-ln-booked(ws-line-idx)
                           write f-order-line
                               invalid key
                                   perform fail-put-order-line
                           end-write
                       when ws-ln-deleted(ws-line-idx)
                       and ws-ln-on-file(ws-line-idx)
                           delete fd-order-lines record
                               invalid key
                                   perform fail-put-order-line
                           end-delete
                   end-evaluate
               end-if
           end-perform

           perform drop-worked-lines

           exit paragraph.


       fail-put-order-line.

           display "Error writing order " ws-ord-number " line "
               ws-ln-number(ws-line-idx) " to the order lines: "
               ws-fs-status-lines
           end-display
           move "put-order-lines" to ws-err-paragraph
           move ws-fs-status-lines to ws-err-file-status
           move "write fd-order-lines" to ws-err-message
           perform fail-run

           exit paragraph.


      *> Closes the line table up over everything but the held
      *> lines.
       drop-worked-lines.

           move 0 to ws-kept-line-count

           perform varying ws-line-idx from 1 by 1
           until ws-line-idx > ws-num-lines
               if ws-ln-held(ws-line-idx)
                   add 1 to ws-kept-line-count
                   if ws-kept-line-count not = ws-line-idx
                       move ws-line-table(ws-line-idx)
                           to ws-line-table(ws-kept-line-count)
                   end-if
               end-if
           end-perform

           move ws-kept-line-count to ws-num-lines

           exit paragraph.


           exit paragraph.


      *> Walks the updated order book in order-number order and
      *> rewrites the flat customer-orders.txt extract in the old
      *> layout -- every order, whatever its status.
       write-orders-file.

           open output fd-customer-orders-flat

           if ws-fs-status-orders-flat not = "00"
               display "Error rewriting customer orders: "
                   ws-fs-status-orders-flat
               end-display
               move "write-orders-file" to ws-err-paragraph
               move ws-fs-status-orders-flat to ws-err-file-status
               move "open output fd-customer-orders-flat"
                   to ws-err-message
               perform fail-run
           end-if

           move 0 to ws-order-out-count
           set ws-book-not-done to true

           move 0 to f-order-number
           start fd-customer-orders key is greater than
               or equal to f-order-number
               invalid key
                   set ws-book-done to true
           end-start

           perform until ws-book-done
               read fd-customer-orders next record
                   at end
                       set ws-book-done to true
                   not at end
                       add 1 to ws-order-out-count
                       move f-customer-order to f-customer-order-flat
                       write f-customer-order-flat
               end-read
           end-perform

           close fd-customer-orders-flat

           exit paragraph.


      *> Walks the indexed lines file in key order and rewrites the
      *> flat customer-order-lines.txt extract in the old layout,
      *> then rewrites the hold lines file from the held lines left
      *> in the table.
       write-order-lines-file.

           open output fd-order-lines-flat

           if ws-fs-status-lines-flat not = "00"
               display "Error rewriting customer-order-lines.txt: "
                   ws-fs-status-lines-flat
               end-display
               move "write-order-lines-file" to ws-err-paragraph
               move ws-fs-status-lines-flat to ws-err-file-status
               move "open output fd-order-lines-flat"
                   to ws-err-message
               perform fail-run
           end-if

           open output fd-hold-lines

           if ws-fs-status-hold-lines not = "00"
               display "Error rewriting "
                   "customer-order-hold-lines.txt: "
                   ws-fs-status-hold-lines
               end-display
               move "write-order-lines-file" to ws-err-paragraph
               move ws-fs-status-hold-lines to ws-err-file-status
               move "open output fd-hold-lines" to ws-err-message
               perform fail-run
           end-if

           move 0 to ws-line-out-count
           set ws-book-not-done to true

           move 0 to f-line-order-number
           move 0 to f-line-number
           start fd-order-lines key is greater than
               or equal to f-line-key
               invalid key
                   set ws-book-done to true
           end-start

           perform until ws-book-done
               read fd-order-lines next record
                   at end
                       set ws-book-done to true
                   not at end
                       add 1 to ws-line-out-count
                       move f-order-line to f-order-line-flat
                       write f-order-line-flat
               end-read
           end-perform

           perform varying ws-line-idx from 1 by 1
           until ws-line-idx > ws-num-lines
               if ws-ln-held(ws-line-idx)
                   move ws-line-table(ws-line-idx) to f-hold-line
                   write f-hold-line
               end-if
           end-perform

           close fd-order-lines-flat
           close fd-hold-lines
           close fd-order-lines

           exit paragraph.


      *> Writes search-items.txt back with the new allocations and
      *> the stock shipped out, in the order it was read -- still
      *> sorted for SEARCH ALL.
       write-item-file.

           if not ws-items-loaded
               exit paragraph
           end-if

           open output fd-item-file

           if ws-fs-status-items not = "00"
               display "Error rewriting search-items.txt: "
                   ws-fs-status-items
               end-display
               move "write-item-file" to ws-err-paragraph
               move ws-fs-status-items to ws-err-file-status
               move "open output fd-item-file" to ws-err-message
               perform fail-run
           end-if

           perform varying ws-item-idx from 1 by 1
           until ws-item-idx > ws-num-item-keys
               move ws-item-image(ws-item-idx) to f-item-record
               move ws-item-on-hand(ws-item-idx) to f-item-on-hand
               move ws-item-allocated(ws-item-idx)
                   to f-item-allocated
               move ws-item-damaged(ws-item-idx) to f-item-damaged
               write f-item-record
           end-perform

           close fd-item-file

           exit paragraph.


      *> Rewrites backorders.txt, dropping canceled backorders.
       write-backorder-file.

           open output fd-backorder-file

           if ws-fs-status-backorders not = "00"
               display "Error rewriting backorders.txt: "
                   ws-fs-status-backorders
               end-display
               move "write-backorder-file" to ws-err-paragraph
               move ws-fs-status-backorders to ws-err-file-status
               move "open output fd-backorder-file"
                   to ws-err-message
               perform fail-run
           end-if

           move 0 to ws-backorders-out-count

           perform varying ws-bo-idx from 1 by 1
           until ws-bo-idx > ws-num-backorders
               if ws-bo-open(ws-bo-idx)
                   add 1 to ws-backorders-out-count
                   move ws-backorder-table(ws-bo-idx)
                       to f-backorder-record
                   write f-backorder-record
               end-if
           end-perform

           close fd-backorder-file

           exit paragraph.


      *> Adds the run's returns to customer-returns.txt; the first
      *> return ever starts the file.
       write-returns-file.

           if ws-num-returns = 0
               exit paragraph
           end-if

           open extend fd-returns-file

           if ws-fs-status-returns = "35"
               open output fd-returns-file
           end-if

           if ws-fs-status-returns not = "00"
               display "Error extending customer-returns.txt: "
                   ws-fs-status-returns
               end-display
               move "write-returns-file" to ws-err-paragraph
               move ws-fs-status-returns to ws-err-file-status
               move "open extend fd-returns-file" to ws-err-message
               perform fail-run
           end-if

           perform varying ws-rtn-idx from 1 by 1
           until ws-rtn-idx > ws-num-returns
               move ws-return-table(ws-rtn-idx) to f-return-record
               write f-return-record
           end-perform

           close fd-returns-file

           exit paragraph.


      *> Adds this run's price exceptions to price-exceptions.txt.
       write-price-exceptions.

           if ws-num-price-excs = 0
               exit paragraph
           end-if

           open extend fd-price-exceptions

           if ws-fs-status-price-exc = "35"
               open output fd-price-exceptions
           end-if

           if ws-fs-status-price-exc not = "00"
               display "Error extending price-exceptions.txt: "
                   ws-fs-status-price-exc
               end-display
               move "write-price-exceptions" to ws-err-paragraph
               move ws-fs-status-price-exc to ws-err-file-status
               move "open extend fd-price-exceptions"
                   to ws-err-message
               perform fail-run
           end-if

           perform varying ws-px-idx from 1 by 1
           until ws-px-idx > ws-num-price-excs
               move ws-px-image(ws-px-idx) to f-price-exception-record
               write f-price-exception-record
           end-perform

           close fd-price-exceptions

           exit paragraph.

                       to f-held-item-id-1
                   move ws-hold-item-id-2(ws-hold-idx)
                       to f-held-item-id-2
                   move ws-hold-line-count(ws-hold-idx)
                       to f-held-line-count
                   move ws-hold-reason(ws-hold-idx) to f-held-reason
                   write f-held-order
               end-if
           end-perform
      *> the job end to end: two good adds, an add for a customer id
      *> that isn't on the master (the reject this job exists to
      *> catch), an add that crosses customer 1's demo credit limit
      *> (the hold path), a multi-line order with one line priced
      *> off the list and one keyed at half price (held for price
      *> review), a change, and a cancel against the demo orders
      *> customer_statements.cbl seeds. Only called when the
      *> transaction file is missing.
       create-test-transactions.

               move spaces to f-order-transaction
               move 0 to f-otran-item-id-1
               move 0 to f-otran-item-id-2
               move 0 to f-otran-quantity
               move 0 to f-otran-line-number

               move 'A' to f-otran-code
               move 0 to f-otran-order-number
               move 600.00 to f-otran-amount
               move 0001 to f-otran-item-id-1
               move 0101 to f-otran-item-id-2
               move 24 to f-otran-quantity
               write f-order-transaction

               move 0 to f-otran-quantity

      *> A multi-line order: the header, then its lines.
               move 'A' to f-otran-code
               move 0 to f-otran-order-number
               move 5 to f-otran-customer-id
               move "20260901" to f-otran-date
               move "branch office fit-out" to f-otran-description
               move 0 to f-otran-amount
               move 0 to f-otran-item-id-1
               move 0 to f-otran-item-id-2
               write f-order-transaction

               move 'L' to f-otran-code
               move 0 to f-otran-customer-id
               move spaces to f-otran-date
               move spaces to f-otran-description
               move 0 to f-otran-amount
               move 0001 to f-otran-item-id-1
               move 0101 to f-otran-item-id-2
               move 6 to f-otran-quantity
               write f-order-transaction

               move 'L' to f-otran-code
               move 425.00 to f-otran-amount
               move 0002 to f-otran-item-id-1
               move 0102 to f-otran-item-id-2
               move 1 to f-otran-quantity
               write f-order-transaction

               move 0 to f-otran-quantity

               move 'C' to f-otran-code
               move 100002 to f-otran-order-number
               move 0 to f-otran-customer-id

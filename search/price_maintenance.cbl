      ******************************************************************
      * author: Erik Eriksen
      * date: 2026-10-15
      * purpose: Maintenance job for item-price-list.txt, the price
      *          list order-intake prices order lines from. Each
      *          entry is a unit price for an item code (the
      *          search-items.txt id-1/id-2 pair) from an effective
      *          date on: a list price for everyone ('L'), or an
      *          override for one customer ('C', by customer id) or
      *          for every customer on one contract ('K', by contract
      *          id). A new price is a new entry with a later
      *          effective date, so the list keeps its history and an
      *          order is always priced from the entry in effect on
      *          its order date. The job applies add/change/delete
      *          transactions from item-price-transactions.txt -- the
      *          same A/C/D dispatch item-maintenance uses -- and
      *          re-sorts the list by item, type, party, and date on
      *          the way out. A price already in effect before today
      *          can't be changed or deleted, only superseded by a
      *          later one; orders were priced from it.
      * tectonics: cobc
      ******************************************************************
       identification division.
       program-id. price-maintenance.

       environment division.
       input-output section.
       file-control.

           select fd-price-file assign to "item-price-list.txt"
           organization is line sequential
           file status is ws-fs-status-prices.

           select fd-price-transactions
           assign to "item-price-transactions.txt"
           organization is line sequential
           file status is ws-fs-status-trans.

           select fd-price-sort-file assign to "price-sort-temp.txt".

           select fd-item-file assign to "search-items.txt"
           organization is line sequential
           file status is ws-fs-status-items.

           select fd-customer-master
           assign to "customer-master.txt"
           organization is line sequential
           file status is ws-fs-status-master.

       data division.

       file section.

      *> One price per item, price type, party, and effective date.
      *> The party is zero on a list price, the customer id on a
      *> customer override, the contract id on a contract override.
       fd  fd-price-file.
       01  f-price-record.
           05  f-price-item-id-1       pic 9(4).
           05  f-price-item-id-2       pic 9(4).
           05  f-price-type            pic x.
           05  f-price-party-id        pic 9(5).
           05  f-price-effective-date  pic 9(8).
           05  f-price-unit-price      pic 9(5)v99.
           05  f-price-changed-date    pic 9(8).

      *> Price fields behind a leading transaction code. 'A' adds a
      *> new entry, 'C' replaces the unit price of the entry with
      *> the same item, type, party, and effective date, 'D'
      *> removes it.
       fd  fd-price-transactions.
       01  f-price-transaction.
           05  f-ptrans-code           pic x.
               88  ptrans-add          value 'A'.
               88  ptrans-change       value 'C'.
               88  ptrans-delete       value 'D'.
           05  f-ptrans-item-id-1      pic 9(4).
           05  f-ptrans-item-id-2      pic 9(4).
           05  f-ptrans-type           pic x.
               88  ptrans-list-price   value 'L'.
               88  ptrans-customer     value 'C'.
               88  ptrans-contract     value 'K'.
           05  f-ptrans-party-id       pic 9(5).
           05  f-ptrans-effective-date pic 9(8).
           05  f-ptrans-unit-price     pic 9(5)v99.

       sd  fd-price-sort-file.
       01  f-price-record-sort.
           05  f-sort-item-id-1        pic 9(4).
           05  f-sort-item-id-2        pic 9(4).
           05  f-sort-type             pic x.
           05  f-sort-party-id         pic 9(5).
           05  f-sort-effective-date   pic 9(8).
           05  f-sort-unit-price       pic 9(5)v99.
           05  f-sort-changed-date     pic 9(8).

       fd  fd-item-file.
       01  f-item-record.
           05  f-item-id-1             pic 9(4).
           05  f-item-id-2             pic 9(4).
           05  f-item-id-3             pic 9(4).
           05  f-item-name             pic x(16).
           05  f-item-date             pic x(10).
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

       fd  fd-customer-master.
       01  f-customer-record-master.
           05  f-customer-id           pic 9(5).
           05  f-customer-last-name    pic x(50).
           05  f-customer-first-name   pic x(50).
           05  f-customer-contract-id  pic 9(5).
           05  f-customer-state        pic xx.
           05  f-customer-zip          pic x(5).
           05  f-customer-comment      pic x(25).
           05  f-customer-region       pic x(4).

       working-storage section.

       01  ws-fs-status-prices         pic xx.
       01  ws-fs-status-trans          pic xx.
       01  ws-fs-status-items          pic xx.
       01  ws-fs-status-master         pic xx.

       01  ws-eof-sw                   pic x value 'N'.
           88  ws-eof                  value 'Y'.
           88  ws-not-eof              value 'N'.

      *> The price list worked on in memory. It is written back
      *> whole, so one too big for the table stops the run.
       01  ws-num-prices               pic 9(4) comp value 0.

       01  ws-price-table              occurs 0 to 5000 times
                                       depending on ws-num-prices
                                       indexed by ws-price-idx.
           05  ws-price-item-id-1      pic 9(4).
           05  ws-price-item-id-2      pic 9(4).
           05  ws-price-type           pic x.
           05  ws-price-party-id       pic 9(5).
           05  ws-price-effective-date pic 9(8).
           05  ws-price-unit-price     pic 9(5)v99.
           05  ws-price-changed-date   pic 9(8).
           05  ws-price-deleted-sw     pic x.
               88  ws-price-deleted    value 'Y'.

      *> Item codes a price may name.
       01  ws-num-items                pic 999 comp value 0.

       01  ws-item-table               occurs 0 to 500 times
                                       depending on ws-num-items
                                       indexed by ws-item-idx.
           05  ws-item-id-1            pic 9(4).
           05  ws-item-id-2            pic 9(4).

      *> Customer and contract ids an override may name. No master
      *> means overrides go unchecked.
       01  ws-num-customers            pic 999 comp value 0.

       01  ws-customer-table           occurs 0 to 500 times
                                       depending on ws-num-customers
                                       indexed by ws-customer-idx.
           05  ws-customer-id          pic 9(5).
           05  ws-customer-contract-id pic 9(5).

       01  ws-customers-present-sw     pic x value 'N'.
           88  ws-customers-present    value 'Y'.

      *> Business-date request for the shared business-date
      *> subprogram -- "today" for the in-effect check and the date
      *> stamped on a changed entry.
       01  ws-business-date-request.
           05  ws-bd-action            pic x.
           05  ws-bd-date              pic 9(8).

       01  ws-business-date            pic 9(8).

       01  ws-found-idx                pic 9(4) value 0.

       01  ws-ptrans-ok-sw             pic x.
           88  ws-ptrans-ok            value 'Y'.
           88  ws-ptrans-not-ok        value 'N'.

       01  ws-added-count              pic 999 value 0.
       01  ws-changed-count            pic 999 value 0.
       01  ws-deleted-count            pic 999 value 0.
       01  ws-rejected-count           pic 999 value 0.
       01  ws-prices-out-count         pic 9(4) value 0.

       procedure division.
       main-procedure.

           display "Item price list maintenance."

           perform fetch-business-date
           perform load-price-file
           perform load-item-ids
           perform load-customer-ids
           perform apply-price-transactions
           perform rewrite-price-file

           display space
           display "Price list maintenance complete."
           display "Added:    " ws-added-count
           display "Changed:  " ws-changed-count
           display "Deleted:  " ws-deleted-count
           display "Rejected: " ws-rejected-count
           display "Prices on file: " ws-prices-out-count

           if ws-rejected-count > 0
               move 4 to return-code
           end-if

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


      *> Reads item-price-list.txt in full. A missing file (status
      *> "35") starts the list empty -- the transactions are
      *> building it from scratch.
       load-price-file.

           set ws-not-eof to true

           open input fd-price-file

           if ws-fs-status-prices = "35"
               display "No item-price-list.txt yet -- starting empty."
               exit paragraph
           end-if

           if ws-fs-status-prices not = "00"
               display "Error opening price list: "
                   ws-fs-status-prices
               end-display
               move 8 to return-code
               goback
           end-if

           perform until ws-eof
               read fd-price-file
                   at end
                       set ws-eof to true
                   not at end
                       if ws-num-prices >= 5000
                           display "item-price-list.txt exceeds the "
                               "5000-price table -- run stopped "
                               "before it could be truncated."
                           end-display
                           close fd-price-file
                           move 8 to return-code
                           goback
                       end-if
                       add 1 to ws-num-prices
                       move f-price-item-id-1
                           to ws-price-item-id-1(ws-num-prices)
                       move f-price-item-id-2
                           to ws-price-item-id-2(ws-num-prices)
                       move f-price-type
                           to ws-price-type(ws-num-prices)
                       move f-price-party-id
                           to ws-price-party-id(ws-num-prices)
                       move f-price-effective-date
                           to ws-price-effective-date(ws-num-prices)
                       move f-price-unit-price
                           to ws-price-unit-price(ws-num-prices)
                       move f-price-changed-date
                           to ws-price-changed-date(ws-num-prices)
                       move 'N' to ws-price-deleted-sw(ws-num-prices)
               end-read
           end-perform

           close fd-price-file

           exit paragraph.


      *> No item file means no price can be checked -- run
      *> item-maintenance (or search) once to build it.
       load-item-ids.

           set ws-not-eof to true

           open input fd-item-file

           if ws-fs-status-items not = "00"
               display "Error opening search-items.txt: "
                   ws-fs-status-items
               end-display
               move 8 to return-code
               goback
           end-if

           perform until ws-eof
               read fd-item-file
                   at end
                       set ws-eof to true
                   not at end
                       if ws-num-items < 500
                           add 1 to ws-num-items
                           move f-item-id-1
                               to ws-item-id-1(ws-num-items)
                           move f-item-id-2
                               to ws-item-id-2(ws-num-items)
                       end-if
               end-read
           end-perform

           close fd-item-file

           exit paragraph.


      *> A missing customer-master.txt (status "35") leaves override
      *> parties unchecked.
       load-customer-ids.

           set ws-not-eof to true

           open input fd-customer-master

           if ws-fs-status-master = "35"
               display "No customer-master.txt -- override customer "
                   "and contract ids are not checked."
               end-display
               exit paragraph
           end-if

           if ws-fs-status-master not = "00"
               display "Error opening customer master: "
                   ws-fs-status-master
               end-display
               move 8 to return-code
               goback
           end-if

           set ws-customers-present to true

           perform until ws-eof
               read fd-customer-master
                   at end
                       set ws-eof to true
                   not at end
                       if ws-num-customers < 500
                           add 1 to ws-num-customers
                           move f-customer-id
                               to ws-customer-id(ws-num-customers)
                           move f-customer-contract-id
                               to ws-customer-contract-id
                                   (ws-num-customers)
                       end-if
               end-read
           end-perform

           close fd-customer-master

           exit paragraph.


      *> Reads each transaction and applies it against the in-memory
      *> list. No transaction file yet (status "35") seeds a small
      *> demo batch first, the same fallback item-maintenance uses.
       apply-price-transactions.

           set ws-not-eof to true

           open input fd-price-transactions

           if ws-fs-status-trans = "35"
               perform create-test-transactions
               open input fd-price-transactions
           end-if

           if ws-fs-status-trans not = "00"
               display "Error opening price transactions: "
                   ws-fs-status-trans
               end-display
               move 8 to return-code
               goback
           end-if

           perform until ws-eof
               read fd-price-transactions
                   at end
                       set ws-eof to true
                   not at end
                       perform apply-one-price-transaction
               end-read
           end-perform

           close fd-price-transactions

           exit paragraph.


      *> Finds the entry with the transaction's item, type, party,
      *> and effective date, leaving it in ws-found-idx or zero.
       find-price.

           move 0 to ws-found-idx

           perform varying ws-price-idx from 1 by 1
           until ws-price-idx > ws-num-prices
               if ws-price-item-id-1(ws-price-idx) = f-ptrans-item-id-1
               and ws-price-item-id-2(ws-price-idx)
                   = f-ptrans-item-id-2
               and ws-price-type(ws-price-idx) = f-ptrans-type
               and ws-price-party-id(ws-price-idx) = f-ptrans-party-id
               and ws-price-effective-date(ws-price-idx)
                   = f-ptrans-effective-date
               and not ws-price-deleted(ws-price-idx)
                   move ws-price-idx to ws-found-idx
                   exit perform
               end-if
           end-perform

           exit paragraph.


       apply-one-price-transaction.

           perform check-price-key

           if ws-ptrans-not-ok
               add 1 to ws-rejected-count
               exit paragraph
           end-if

           perform find-price

           evaluate true
               when ptrans-add
                   perform apply-price-add

               when ptrans-change
                   perform apply-price-change

               when ptrans-delete
                   perform apply-price-delete

               when other
                   display "Rejected: unknown transaction code '"
                       f-ptrans-code "' for item " f-ptrans-item-id-1
                       "/" f-ptrans-item-id-2
                   end-display
                   add 1 to ws-rejected-count
           end-evaluate

           exit paragraph.


      *> The key every transaction carries: an item on file, a known
      *> price type with the party it needs, and a real date.
       check-price-key.

           set ws-ptrans-not-ok to true

           perform varying ws-item-idx from 1 by 1
           until ws-item-idx > ws-num-items
               if ws-item-id-1(ws-item-idx) = f-ptrans-item-id-1
               and ws-item-id-2(ws-item-idx) = f-ptrans-item-id-2
                   exit perform
               end-if
           end-perform

           if ws-item-idx > ws-num-items
               display "Rejected, item " f-ptrans-item-id-1 "/"
                   f-ptrans-item-id-2 " is not on search-items.txt"
               end-display
               exit paragraph
           end-if

           if f-ptrans-effective-date is not numeric
           or f-ptrans-effective-date(5:2) < "01"
           or f-ptrans-effective-date(5:2) > "12"
           or f-ptrans-effective-date(7:2) < "01"
           or f-ptrans-effective-date(7:2) > "31"
               display "Rejected, bad effective date for item "
                   f-ptrans-item-id-1 "/" f-ptrans-item-id-2 ": "
                   f-ptrans-effective-date
               end-display
               exit paragraph
           end-if

           evaluate true
               when ptrans-list-price
                   if f-ptrans-party-id not = 0
                       display "Rejected, list price for item "
                           f-ptrans-item-id-1 "/" f-ptrans-item-id-2
                           " names a party"
                       end-display
                       exit paragraph
                   end-if

               when ptrans-customer
               when ptrans-contract
                   perform check-price-party
                   if ws-ptrans-not-ok
                       exit paragraph
                   end-if

               when other
                   display "Rejected, unknown price type '"
                       f-ptrans-type "' for item " f-ptrans-item-id-1
                       "/" f-ptrans-item-id-2
                   end-display
                   exit paragraph
           end-evaluate

           set ws-ptrans-ok to true

           exit paragraph.


      *> An override must name a customer on the master, or a
      *> contract some customer on the master is on.
       check-price-party.

           set ws-ptrans-not-ok to true

           if f-ptrans-party-id = 0
               display "Rejected, override for item "
                   f-ptrans-item-id-1 "/" f-ptrans-item-id-2
                   " names no customer or contract"
               end-display
               exit paragraph
           end-if

           if not ws-customers-present
               set ws-ptrans-ok to true
               exit paragraph
           end-if

           perform varying ws-customer-idx from 1 by 1
           until ws-customer-idx > ws-num-customers
               if (ptrans-customer
                   and ws-customer-id(ws-customer-idx)
                       = f-ptrans-party-id)
               or (ptrans-contract
                   and ws-customer-contract-id(ws-customer-idx)
                       = f-ptrans-party-id)
                   set ws-ptrans-ok to true
                   exit perform
               end-if
           end-perform

           if ws-ptrans-not-ok
               display "Rejected, override for item "
                   f-ptrans-item-id-1 "/" f-ptrans-item-id-2
                   " names " f-ptrans-type " " f-ptrans-party-id
                   ", not on customer-master.txt"
               end-display
           end-if

           exit paragraph.


      *> 'A' adds the entry. Rejected if the same item, type, party,
      *> and date is already on the list (two prices in effect at
      *> once), on a zero price, or when the table is full.
       apply-price-add.

           if ws-found-idx > 0
               display "Rejected add, price already on file: "
                   f-ptrans-item-id-1 "/" f-ptrans-item-id-2 " "
                   f-ptrans-type " " f-ptrans-party-id " "
                   f-ptrans-effective-date
               end-display
               add 1 to ws-rejected-count
               exit paragraph
           end-if

           if f-ptrans-unit-price is not numeric
           or f-ptrans-unit-price = 0
               display "Rejected add, no unit price: "
                   f-ptrans-item-id-1 "/" f-ptrans-item-id-2
               end-display
               add 1 to ws-rejected-count
               exit paragraph
           end-if

           if ws-num-prices >= 5000
               display "Rejected add, price table is full: "
                   f-ptrans-item-id-1 "/" f-ptrans-item-id-2
               end-display
               add 1 to ws-rejected-count
               exit paragraph
           end-if

           add 1 to ws-num-prices
           move f-ptrans-item-id-1 to ws-price-item-id-1(ws-num-prices)
           move f-ptrans-item-id-2 to ws-price-item-id-2(ws-num-prices)
           move f-ptrans-type to ws-price-type(ws-num-prices)
           move f-ptrans-party-id to ws-price-party-id(ws-num-prices)
           move f-ptrans-effective-date
               to ws-price-effective-date(ws-num-prices)
           move f-ptrans-unit-price
               to ws-price-unit-price(ws-num-prices)
           move ws-business-date
               to ws-price-changed-date(ws-num-prices)
           move 'N' to ws-price-deleted-sw(ws-num-prices)

           add 1 to ws-added-count

           exit paragraph.


      *> 'C' replaces the entry's unit price -- only while it has
      *> not yet priced an order before today.
       apply-price-change.

           if ws-found-idx = 0
               display "Rejected change, price not found: "
                   f-ptrans-item-id-1 "/" f-ptrans-item-id-2 " "
                   f-ptrans-type " " f-ptrans-party-id " "
                   f-ptrans-effective-date
               end-display
               add 1 to ws-rejected-count
               exit paragraph
           end-if

           if ws-price-effective-date(ws-found-idx) < ws-business-date
               display "Rejected change, price already in effect -- "
                   "add a new one dated from today: "
                   f-ptrans-item-id-1 "/" f-ptrans-item-id-2
               end-display
               add 1 to ws-rejected-count
               exit paragraph
           end-if

           if f-ptrans-unit-price is not numeric
           or f-ptrans-unit-price = 0
               display "Rejected change, no unit price: "
                   f-ptrans-item-id-1 "/" f-ptrans-item-id-2
               end-display
               add 1 to ws-rejected-count
               exit paragraph
           end-if

           move f-ptrans-unit-price
               to ws-price-unit-price(ws-found-idx)
           move ws-business-date to ws-price-changed-date(ws-found-idx)

           add 1 to ws-changed-count

           exit paragraph.


      *> 'D' removes the entry, under the same in-effect rule.
       apply-price-delete.

           if ws-found-idx = 0
               display "Rejected delete, price not found: "
                   f-ptrans-item-id-1 "/" f-ptrans-item-id-2 " "
                   f-ptrans-type " " f-ptrans-party-id " "
                   f-ptrans-effective-date
               end-display
               add 1 to ws-rejected-count
               exit paragraph
           end-if

           if ws-price-effective-date(ws-found-idx) < ws-business-date
               display "Rejected delete, price already in effect: "
                   f-ptrans-item-id-1 "/" f-ptrans-item-id-2
               end-display
               add 1 to ws-rejected-count
               exit paragraph
           end-if

           set ws-price-deleted(ws-found-idx) to true

           add 1 to ws-deleted-count

           exit paragraph.


      *> Releases the surviving entries through a SORT on item,
      *> type, party, and effective date, and lets GIVING write
      *> item-price-list.txt back.
       rewrite-price-file.

           sort fd-price-sort-file
               on ascending key f-sort-item-id-1 f-sort-item-id-2
                   f-sort-type f-sort-party-id f-sort-effective-date
               input procedure is release-price-table
               giving fd-price-file

           exit paragraph.


       release-price-table.

           perform varying ws-price-idx from 1 by 1
           until ws-price-idx > ws-num-prices
               if not ws-price-deleted(ws-price-idx)
                   move ws-price-item-id-1(ws-price-idx)
                       to f-sort-item-id-1
                   move ws-price-item-id-2(ws-price-idx)
                       to f-sort-item-id-2
                   move ws-price-type(ws-price-idx) to f-sort-type
                   move ws-price-party-id(ws-price-idx)
                       to f-sort-party-id
                   move ws-price-effective-date(ws-price-idx)
                       to f-sort-effective-date
                   move ws-price-unit-price(ws-price-idx)
                       to f-sort-unit-price
                   move ws-price-changed-date(ws-price-idx)
                       to f-sort-changed-date
                   release f-price-record-sort
                   add 1 to ws-prices-out-count
               end-if
           end-perform

           exit paragraph.


      *> Seeds a demo batch against the demo items and customers: a
      *> list price for each item, a later increase on item 2, and
      *> a customer override for customer 1 on item 1. Only called
      *> when the transaction file is missing.
       create-test-transactions.

           open output fd-price-transactions

               move 'A' to f-ptrans-code
               move 0001 to f-ptrans-item-id-1
               move 0101 to f-ptrans-item-id-2
               move 'L' to f-ptrans-type
               move 0 to f-ptrans-party-id
               move 20260101 to f-ptrans-effective-date
               move 26.50 to f-ptrans-unit-price
               write f-price-transaction

               move 'C' to f-ptrans-type
               move 1 to f-ptrans-party-id
               move 24.95 to f-ptrans-unit-price
               write f-price-transaction

               move 0050 to f-ptrans-item-id-2
               move 'L' to f-ptrans-type
               move 0 to f-ptrans-party-id
               move 7.25 to f-ptrans-unit-price
               write f-price-transaction

               move 0002 to f-ptrans-item-id-1
               move 0102 to f-ptrans-item-id-2
               move 850.00 to f-ptrans-unit-price
               write f-price-transaction

               move 20261101 to f-ptrans-effective-date
               move 880.00 to f-ptrans-unit-price
               write f-price-transaction

           close fd-price-transactions

           exit paragraph.

       end program price-maintenance.

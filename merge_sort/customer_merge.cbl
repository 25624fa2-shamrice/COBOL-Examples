      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-09-02
      * updated: 2026-10-15 EE: the loser's order lines on
      *          customer-order-lines.txt move with its orders, and
      *          the orders' line counts are carried through the
      *          rewrite.
      * updated: 2026-10-15 EE: the orders' status, ship date, and
      *          invoiced period are carried through the rewrite.
      * updated: 2026-10-15 EE: the loser's returns on
      *          customer-returns.txt move with its orders, so its
      *          open credits land on the survivor's statement and
      *          invoice; order lines now carry a returned quantity.
      * updated: 2026-10-15 EE: the loser's orders are found on the
      *          indexed customer-orders.dat by its customer-id
      *          alternate key and rewritten in place to the
      *          survivor, instead of loading and rewriting the
      *          whole book through a 2000-order table; the flat
      *          customer-orders.txt extract is rewritten afterwards
      *          for the programs that still read it. A missing
      *          indexed file is built from the flat extract on the
      *          fly, the same first-run conversion order-intake
      *          performs.
      * updated: 2026-10-15 EE: the loser's order lines are read
      *          off the indexed customer-order-lines.dat by order
      *          number as each order moves and rewritten in place,
      *          instead of loading every line into an 8000-line
      *          table; the flat customer-order-lines.txt extract is
      *          rewritten afterwards, and a missing indexed file is
      *          built from it first.
      * Purpose: Customer merge executor -- the customer-side
      *          equivalent of sql_example's merge-accounts, for the
      *          duplicate pairs customer-dup-check finds and the
           record key is f-customer-id
           file status is ws-fs-status-master.

      *> The indexed order book order-intake maintains; the loser's
      *> orders are found on the customer-id alternate key.
           select fd-customer-orders
           assign to "customer-orders.dat"
           organization is indexed
           access mode is dynamic
           record key is f-order-number
           alternate record key is f-order-customer-id
               with duplicates
           file status is ws-fs-status-orders.

      *> The flat extract in the old layout, rewritten after the
      *> move -- and read to build a missing indexed file.
           select fd-customer-orders-flat
           assign to "customer-orders.txt"
           organization is line sequential
           file status is ws-fs-status-orders-flat.

      *> The indexed order lines order-intake maintains, keyed on
      *> order number and line number.
           select fd-order-lines
           assign to "customer-order-lines.dat"
           organization is indexed
           access mode is dynamic
           record key is f-line-key
           file status is ws-fs-status-lines.

      *> Their flat extract, rewritten after the move -- and read to
      *> build a missing indexed file.
           select fd-order-lines-flat
           assign to "customer-order-lines.txt"
           organization is line sequential
           file status is ws-fs-status-lines-flat.

           select fd-customer-returns
           assign to "customer-returns.txt"
           organization is line sequential
           file status is ws-fs-status-returns.

           select fd-customer-transactions
           assign to "customer-transactions.txt"
           05  f-order-amount                      pic 9(7)v99.
           05  f-order-item-id-1                   pic 9(4).
           05  f-order-item-id-2                   pic 9(4).
           05  f-order-line-count                  pic 9(3).
           05  f-order-status                      pic x.
           05  f-order-ship-date                   pic x(8).
           05  f-order-invoice-period              pic x(6).

       fd  fd-customer-orders-flat.
       01  f-customer-order-flat                   pic x(84).

       fd  fd-order-lines.
       01  f-order-line.
           05  f-line-key.
               10  f-line-order-number             pic 9(6).
               10  f-line-number                   pic 9(3).
           05  f-line-customer-id                  pic 9(5).
           05  f-line-rest                         pic x(45).

       fd  fd-order-lines-flat.
       01  f-order-line-flat                       pic x(59).

      *> Only the customer id on a return matters here.
       fd  fd-customer-returns.
       01  f-return-record.
           05  f-rtn-lead                          pic x(23).
           05  f-rtn-customer-id                   pic 9(5).
           05  f-rtn-rest                          pic x(31).

      *> Same layout customer_master_update.cbl reads.
       fd  fd-customer-transactions.

       01  ws-fs-status-master                     pic xx.
       01  ws-fs-status-orders                     pic xx.
       01  ws-fs-status-orders-flat                pic xx.
       01  ws-fs-status-lines                      pic xx.
       01  ws-fs-status-lines-flat                 pic xx.
       01  ws-fs-status-returns                    pic xx.
       01  ws-fs-status-trans                      pic xx.
       01  ws-fs-status-report                     pic xx.

           05  ws-lv-contract-id                   pic 9(5).
           05  ws-lv-rest                          pic x(36).

       01  ws-orders-moved                         pic 9(4) value 0.

       01  ws-lines-moved                          pic 9(5) value 0.

      *> End of one order's lines -- kept apart from ws-eof-sw,
      *> which the walk of the loser's orders owns.
       01  ws-lines-done-sw                        pic x value 'N'.
           88  ws-lines-done                       value 'Y'.
           88  ws-lines-not-done                   value 'N'.

      *> The returns, loaded whole and rewritten after the move.
       01  ws-num-returns                          pic 9(4) comp.

       01  ws-return-table                         occurs 0 to 8000
                                                   times depending on
                                                       ws-num-returns
                                                   indexed by
                                                       ws-return-idx.
           05  ws-return-record                    pic x(59).

       01  ws-returns-moved                        pic 9(5) value 0.

       01  ws-returns-file-sw                      pic x value 'N'.
           88  ws-returns-present                  value 'Y'.
           88  ws-returns-absent                   value 'N'.

      *> Shared customer-journal interface.
       01  ws-journal-request.
           perform confirm-the-merge

           perform journal-before-images
           perform open-order-lines
           perform load-customer-returns
           perform move-loser-orders
           perform write-order-lines-extract
           perform rewrite-customer-returns
           perform write-master-transactions
           perform report-the-merge

               ws-survivor-id "."
           end-display
           display "Orders moved: " ws-orders-moved
           display "Order lines moved: " ws-lines-moved
           display "Returns moved: " ws-returns-moved
           display "Run customer-master-update to apply the master "
               "transactions."
           end-display
      *> its number, date, and amount -- the statements and
      *> invoicing follow the orders file, so the survivor's next
      *> statement carries the history.
      *> Moves each of the loser's orders to the survivor in place.
      *> The START is taken afresh for every order: a rewritten
      *> order leaves the loser's key, so the next START lands on
      *> the next one still to move, whatever the file position did.
       move-loser-orders.

           open i-o fd-customer-orders

           if ws-fs-status-orders = "35"
               perform convert-orders-file
               open i-o fd-customer-orders
           end-if

           if ws-fs-status-orders not = "00"
               goback
           end-if

           set ws-not-eof to true

           perform until ws-eof
               move ws-loser-id to f-order-customer-id
               start fd-customer-orders
                   key is equal to f-order-customer-id
                   invalid key
                       set ws-eof to true
               end-start

               if ws-not-eof
                   read fd-customer-orders next record
                       at end
                           set ws-eof to true
                   end-read
               end-if

               if ws-not-eof
                   move ws-survivor-id to f-order-customer-id
                   rewrite f-customer-order
                       invalid key
                           display "Error rewriting order "
                               f-order-number ": "
                               ws-fs-status-orders
                           end-display
                           move 8 to return-code
                           goback
                   end-rewrite
                   add 1 to ws-orders-moved
                   perform move-order-lines
               end-if
           end-perform

           if ws-orders-moved = 0
               display "No orders on file for customer " ws-loser-id
                   " -- no orders to move."
               end-display
           end-if

           perform write-orders-extract

           close fd-customer-orders

           exit paragraph.


      *> Builds the indexed order book for the first time from the
      *> flat customer-orders.txt extract -- empty when there is no
      *> extract either -- the same first-run conversion order-intake
      *> performs.
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

           exit paragraph.


      *> Rewrites the flat customer-orders.txt extract from the
      *> updated order book in order-number order, so the programs
      *> still on the old layout see the move too.
       write-orders-extract.

           open output fd-customer-orders-flat

           if ws-fs-status-orders-flat not = "00"
               display "Error rewriting customer-orders.txt: "
                   ws-fs-status-orders-flat
               end-display
               move 8 to return-code
               goback
           end-if

           set ws-not-eof to true

           move 0 to f-order-number
           start fd-customer-orders key is greater than
               or equal to f-order-number
               invalid key
                   set ws-eof to true
           end-start

           perform until ws-eof
               read fd-customer-orders next record
                   at end
                       set ws-eof to true
                   not at end
                       move f-customer-order to f-customer-order-flat
                       write f-customer-order-flat
               end-read
           end-perform

           close fd-customer-orders-flat

           exit paragraph.


      *> The loser's order lines follow its orders to the survivor --
      *> the statements and sales analysis read the lines' own
      *> customer id. Opened before the orders file is touched, so a
      *> lines file that can't be opened stops the merge cleanly.
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
               move 8 to return-code
               goback
           end-if

           exit paragraph.


      *> Builds the indexed lines file for the first time from the
      *> flat customer-order-lines.txt extract -- empty when there is
      *> no extract either -- the same first-run conversion
      *> order-intake performs.
       convert-order-lines-file.

           open output fd-order-lines

           open input fd-order-lines-flat

           if ws-fs-status-lines-flat not = "00"
               close fd-order-lines
               exit paragraph
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

           exit paragraph.


      *> Moves the lines of the order just rewritten to the survivor
      *> in place, reading them by order number.
       move-order-lines.

           set ws-lines-not-done to true

           move f-order-number to f-line-order-number
           move 0 to f-line-number
           start fd-order-lines key is greater than
               or equal to f-line-key
               invalid key
                   set ws-lines-done to true
           end-start

           perform until ws-lines-done
               read fd-order-lines next record
                   at end
                       set ws-lines-done to true
                   not at end
                       if f-line-order-number not = f-order-number
                           set ws-lines-done to true
                       else
                           if f-line-customer-id = ws-loser-id
                               move ws-survivor-id
                                   to f-line-customer-id
                               rewrite f-order-line
                                   invalid key
                                       display "Error rewriting "
                                           "order line "
                                           f-line-order-number "/"
                                           f-line-number ": "
                                           ws-fs-status-lines
                                       end-display
                                       move 8 to return-code
                                       goback
                               end-rewrite
                               add 1 to ws-lines-moved
                           end-if
                       end-if
               end-read
           end-perform

           exit paragraph.


      *> Rewrites the flat customer-order-lines.txt extract from the
      *> updated lines file in key order, so the programs still on
      *> the old layout see the move too.
       write-order-lines-extract.

           open output fd-order-lines-flat

           if ws-fs-status-lines-flat not = "00"
               display "Error rewriting customer-order-lines.txt: "
                   ws-fs-status-lines-flat
               end-display
               move 8 to return-code
               goback
           end-if

           set ws-lines-not-done to true

           move 0 to f-line-order-number
           move 0 to f-line-number
           start fd-order-lines key is greater than
               or equal to f-line-key
               invalid key
                   set ws-lines-done to true
           end-start

           perform until ws-lines-done
               read fd-order-lines next record
                   at end
                       set ws-lines-done to true
                   not at end
                       move f-order-line to f-order-line-flat
                       write f-order-line-flat
               end-read
           end-perform

           close fd-order-lines-flat
           close fd-order-lines

           exit paragraph.


      *> The loser's returns follow it too -- an open credit is
      *> owed to whoever the orders now belong to.
       load-customer-returns.

           move 0 to ws-num-returns
           set ws-returns-absent to true
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
                       if ws-num-returns >= 8000
                           display "customer-returns.txt exceeds "
                               "the 8000-return table -- merge "
                               "stopped, nothing was touched."
                           end-display
                           close fd-customer-returns
                           move 8 to return-code
                           goback
                       end-if

                       add 1 to ws-num-returns

                       if f-rtn-customer-id = ws-loser-id
                           move ws-survivor-id to f-rtn-customer-id
                           add 1 to ws-returns-moved
                       end-if

                       move f-return-record
                           to ws-return-record(ws-num-returns)
               end-read
           end-perform

           close fd-customer-returns

           set ws-returns-present to true

           exit paragraph.


       rewrite-customer-returns.

           if ws-returns-absent
               exit paragraph
           end-if

           open output fd-customer-returns

           if ws-fs-status-returns not = "00"
               display "Error rewriting customer-returns.txt: "
                   ws-fs-status-returns
               end-display
               move 8 to return-code
               goback
           end-if

           perform varying ws-return-idx from 1 by 1
           until ws-return-idx > ws-num-returns
               move ws-return-record(ws-return-idx)
                   to f-return-record
               write f-return-record
           end-perform

           close fd-customer-returns

           exit paragraph.


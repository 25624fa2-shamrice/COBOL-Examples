      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-09-02
      * updated: 2026-10-15 EE: reorders on available stock -- on-hand
      *          less what's allocated to open order lines -- since
      *          allocated stock is already spoken for. Both show on
      *          the report.
      * updated: 2026-10-15 EE: the item layout carries the bin
      *          location and damaged-stock fields so each record
      *          reads whole.
      * updated: 2026-10-15 EE: stock already on a purchase order
      *          counts toward the reorder point, so an item on order
      *          stops reappearing every morning until the order is
      *          received. On-order shows on the report, and the
      *          report lists the preferred vendor po-generation will
      *          order from.
      * Purpose: Reorder report over search-items.txt, now that the
      *          item record carries the warehouse's on-hand
      *          quantity, reorder point, and reorder quantity.
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

       fd  fd-report-file.
       01  f-report-record             pic x(100).

       01  ws-report-line              pic x(100).

       01  ws-allocated-qty            pic 9(5).
       01  ws-available-qty            pic 9(5).
       01  ws-on-order-qty             pic 9(5).
       01  ws-coming-qty               pic 9(6).
       01  ws-vendor-id                pic 9(5).


      *> Entry for the common report catalog, written by the shared
      *> report-catalog subprogram.
           perform write-report-line

           move "  item       name              on hand   point  "
               & "  order  allocated  available  on order  vendor"
               to ws-report-line
           perform write-report-line

           perform until ws-eof


      *> An item is due for reorder when managed (nonzero point) and
      *> its available stock, with what is already on order, has
      *> fallen to the point or below.
       check-one-item.

           if f-item-reorder-point = 0
               exit paragraph
           end-if

           if f-item-allocated is numeric
               move f-item-allocated to ws-allocated-qty
           else
               move 0 to ws-allocated-qty
           end-if

           if ws-allocated-qty >= f-item-on-hand
               move 0 to ws-available-qty
           else
               compute ws-available-qty =
                   f-item-on-hand - ws-allocated-qty
               end-compute
           end-if

           if f-item-on-order is numeric
               move f-item-on-order to ws-on-order-qty
           else
               move 0 to ws-on-order-qty
           end-if

           compute ws-coming-qty = ws-available-qty + ws-on-order-qty

           if ws-coming-qty > f-item-reorder-point
               exit paragraph
           end-if

           if f-item-vendor-id is numeric
               move f-item-vendor-id to ws-vendor-id
           else
               move 0 to ws-vendor-id
           end-if

           add 1 to ws-reorder-count

           move spaces to ws-report-line
           move f-item-on-hand to ws-report-line(33:5)
           move f-item-reorder-point to ws-report-line(43:5)
           move f-item-reorder-qty to ws-report-line(51:5)
           move ws-allocated-qty to ws-report-line(62:5)
           move ws-available-qty to ws-report-line(73:5)
           move ws-on-order-qty to ws-report-line(83:5)
           move ws-vendor-id to ws-report-line(91:5)

           perform write-report-line


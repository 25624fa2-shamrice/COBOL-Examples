      *          to refine -- the quick reference-data search the
      *          service desk actually needs, instead of a lookup
      *          that stops at the first exact id match.
      * updated: 2026-10-15 EE: the item record carries the stock
      *          allocated to open order lines on the end; the
      *          layout just tracks the file, and the demo items
      *          seed with nothing allocated.
      * updated: 2026-10-15 EE: the item record carries its warehouse
      *          location (the bin the pick list sorts by); the demo
      *          items seed with one.
      * updated: 2026-10-15 EE: the item record carries the quantity
      *          returned damaged; the demo items seed with none.
      * updated: 2026-10-15 EE: the item record carries its
      *          preferred vendor, unit cost, and quantity on
      *          purchase order; the demo items seed with a vendor
      *          and cost and nothing on order.
      * updated: 2026-10-15 EE: the item record carries its last
      *          cycle-count date; the demo items seed never counted.
      * updated: 2026-10-15 EE: the item record carries a standard
      *          unit cost; the demo items seed with one.
      * purpose: Example using the search and search all syntax.
      * tectonics: cobc
      ******************************************************************
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

           fd  fd-no-key-file.
           01  f-no-key-record.

           open output fd-item-file

               move 0 to f-item-allocated
               move 0 to f-item-damaged
               move 0 to f-item-on-order
               move 0 to f-item-last-count-date

               move 0001 to f-item-id-1
               move 0101 to f-item-id-2
               move 0500 to f-item-id-3
               move 00025 to f-item-on-hand
               move 00010 to f-item-reorder-point
               move 00050 to f-item-reorder-qty
               move "A01-01" to f-item-location
               move 00001 to f-item-vendor-id
               move 4.25 to f-item-unit-cost
               move 4.10 to f-item-std-cost
               write f-item-record

               move 0002 to f-item-id-1
               move 00008 to f-item-on-hand
               move 00010 to f-item-reorder-point
               move 00040 to f-item-reorder-qty
               move "B02-03" to f-item-location
               move 00002 to f-item-vendor-id
               move 115.00 to f-item-unit-cost
               move 112.00 to f-item-std-cost
               write f-item-record

               move 0003 to f-item-id-1
               move 00100 to f-item-on-hand
               move 00020 to f-item-reorder-point
               move 00060 to f-item-reorder-qty
               move "A01-02" to f-item-location
               move 00001 to f-item-vendor-id
               move 1.10 to f-item-unit-cost
               move 1.05 to f-item-std-cost
               write f-item-record

           close fd-item-file

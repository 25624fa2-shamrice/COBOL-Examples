      * updated: 2026-08-09 EE: widen the ledger line to also carry a
      *          date/time stamp and the three input values a total
      *          was computed from, not just the total itself.
      * updated: 2026-10-15 EE: the starter chart now carries 1300
      *          inventory, the account inventory-valuation books
      *          the month-end stock value to.
      * updated: 2026-10-15 EE: the starter chart now carries 2400
      *          deferred revenue, the liability revenue-recognition
      *          books advance billings to and earns them out of.
      * purpose: Converting PIC X to PIC 9 using numval function.
      * tectonics: cobc
      ******************************************************************

           open output fd-chart-file

               move 1300 to f-chart-code
               move "inventory" to f-chart-description
               move 'A' to f-chart-type
               write f-chart-record

               move 2400 to f-chart-code
               move "deferred revenue" to f-chart-description
               move 'L' to f-chart-type
               write f-chart-record

               move 4100 to f-chart-code
               move "sales revenue" to f-chart-description
               move 'R' to f-chart-type

      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-09-02
      * updated: 2026-10-15 EE: customer-order-lines.txt seeds with
      *          the orders it belongs to.
      * updated: 2026-10-15 EE: backorders.txt seeds with the order
      *          lines it is waiting to fill.
      * updated: 2026-10-15 EE: customer-returns.txt seeds with the
      *          orders its credits and restocks belong to.
      * updated: 2026-10-15 EE: vendor-master.txt and
      *          purchase-order-lines.txt seed with the items that
      *          name them.
      * updated: 2026-10-15 EE: cycle-count-items.txt seeds with the
      *          items out for counting.
      * updated: 2026-10-15 EE: item-price-list.txt seeds with the
      *          items it prices.
      * updated: 2026-10-15 EE: the sales tax reference files seed
      *          with the customer master.
      * updated: 2026-10-15 EE: partner-xref.txt seeds with the
      *          customers and items it maps partner references to.
      * updated: 2026-10-15 EE: customer-orders.dat, the indexed
      *          order book, seeds alongside its flat extract.
      * updated: 2026-10-15 EE: ar-open-items.txt seeds with the
      *          invoices it carries open.
      * updated: 2026-10-15 EE: invoice-memos.txt, the memo history,
      *          seeds alongside the ledger it adjusted.
      * updated: 2026-10-15 EE: contract-history.txt seeds alongside
      *          the contract master.
      * updated: 2026-10-15 EE: deferred-revenue-schedule.txt seeds
      *          alongside the contract master.
      * updated: 2026-10-15 EE: customer-order-lines.dat, the
      *          indexed order lines, seeds alongside its flat
      *          extract.
      * Purpose: Sandbox rehearsal launcher for the batch suite --
      *          the safe way to rehearse a month end or train a new
      *          operator that never existed before. Gated by the
               value "customer-master.dat".
           05  filler              pic x(40)
               value "customer-orders.txt".
           05  filler              pic x(40)
               value "customer-orders.dat".
           05  filler              pic x(40)
               value "customer-order-lines.txt".
           05  filler              pic x(40)
               value "customer-order-lines.dat".
           05  filler              pic x(40)
               value "backorders.txt".
           05  filler              pic x(40)
               value "customer-returns.txt".
           05  filler              pic x(40)
               value "ar-open-items.txt".
           05  filler              pic x(40)
               value "invoice-memos.txt".
           05  filler              pic x(40)
               value "customer-transactions.txt".
           05  filler              pic x(40)
               value "contract-master.txt".
           05  filler              pic x(40)
               value "contract-history.txt".
           05  filler              pic x(40)
               value "deferred-revenue-schedule.txt".
           05  filler              pic x(40)
               value "business-calendar.txt".
           05  filler              pic x(40)
               value "users.txt".
           05  filler              pic x(40)
               value "search-items.txt".
           05  filler              pic x(40)
               value "vendor-master.txt".
           05  filler              pic x(40)
               value "purchase-order-lines.txt".
           05  filler              pic x(40)
               value "cycle-count-items.txt".
           05  filler              pic x(40)
               value "item-price-list.txt".
           05  filler              pic x(40)
               value "customer-credit-limits.txt".
           05  filler              pic x(40)
               value "customer-tax-exemptions.txt".
           05  filler              pic x(40)
               value "sales-tax-rates.txt".
           05  filler              pic x(40)
               value "tax-item-groups.txt".
           05  filler              pic x(40)
               value "partner-xref.txt".
           05  filler              pic x(40)
               value "recurring-transactions.txt".
           05  filler              pic x(40)
               value "scrub-input.txt".

       01  filler redefines ws-seed-file-definitions.
           05  ws-seed-file-name   occurs 31 times
                                   indexed by ws-seed-idx
                                   pic x(40).

       77  ws-num-seed-files       pic 99 value 31.

       01  ws-sandbox-dir          pic x(10) value "sandbox".
       01  ws-target-name          pic x(60).

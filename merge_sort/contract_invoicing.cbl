      *          month, 'Q' the quarter, 'A' the year). Rating only
      *          the closing month silently dropped two months of
      *          every quarterly customer's activity.
      * updated: 2026-10-15 EE: order activity is rated off the item
      *          lines on customer-order-lines.txt; orders from
      *          before item lines still rate off the header amount.
      * updated: 2026-10-15 EE: only shipped orders are rated, not
      *          everything keyed in the billing window. An order
      *          shipped on or before the business date is billed
      *          on its customer's next due invoice and marked 'I'
      *          (invoiced) with the period on customer-orders.txt,
      *          so it is never billed twice; a rerun of the same
      *          period picks its own invoiced orders up again. A
      *          quarterly or annual customer's shipments simply
      *          wait, shipped, until the contract is due, which
      *          retires the billing-window arithmetic.
      * updated: 2026-10-15 EE: return credits booked on
      *          customer-returns.txt come off the customer's next
      *          due invoice, oldest first, before the rate is
      *          applied. A credit that would take the invoice base
      *          below zero waits for a later invoice. Each credit
      *          taken is stamped with the period so it is taken
      *          once; a rerun of the period takes the same ones
      *          again. The invoice record and the register carry
      *          the credits taken.
      * updated: 2026-10-15 EE: sales tax. Each invoice is taxed at
      *          the rate in force for the customer's state on
      *          sales-tax-rates.txt (effective-dated), on the share
      *          of it billed for taxable item groups --
      *          tax-item-groups.txt flags each group, by the first
      *          part of the item code, taxable or exempt. A customer
      *          with a current certificate on
      *          customer-tax-exemptions.txt is not taxed. The
      *          invoice record and the register carry the taxable,
      *          exempt and tax amounts separately; a state with no
      *          rate on file is flagged on the register and ends
      *          the run with return code 4. sales-tax-report files
      *          the month's liability by state.
      * updated: 2026-10-15 EE: the orders billed are marked
      *          invoiced on the indexed customer-orders.dat
      *          order-intake now keeps -- a keyed REWRITE per order
      *          -- as well as on the flat customer-orders.txt
      *          extract this run reads, so the order book of record
      *          carries the status and period too. Before intake has
      *          built the indexed file the flat file is still the
      *          book and only it is marked.
      * updated: 2026-10-15 EE: each invoice carries its invoice
      *          date (the business date) and due date --
      *          INVOICE_TERMS_DAYS after it, default 30 -- for the
      *          receivables side: cash-receipts posts the invoices
      *          onto ar-open-items.txt and ar-aging-report ages
      *          them.
      * updated: 2026-10-15 EE: the credit and debit memos
      *          invoice-adjustments has issued since the last run
      *          are listed on the register after the invoices, with
      *          their own totals, and stamped on invoice-memos.txt
      *          with the period that listed them; a rerun of the
      *          period lists the same ones again.
      * updated: 2026-10-15 EE: the contract master layout grew
      *          renewal terms (auto-renew, term, escalation) for
      *          contract-renewal; the layout here tracks it.
      * updated: 2026-10-15 EE: an invoice for a quarterly or annual
      *          contract is billed in advance, so it gets a revenue
      *          recognition schedule on deferred-revenue-schedule.txt
      *          -- a billed line for the period plus one line per
      *          month it covers (the three or twelve months after
      *          the billing period), the amount spread evenly with
      *          the odd cents on the last month -- which
      *          revenue-recognition posts to the ledger. A rerun of
      *          the period replaces its schedules unless they have
      *          already been posted; a customer whose schedule has
      *          been posted is named and gets no second one.
      * Purpose: Monthly contract invoicing run. Walks the flat
      *          customer master by f-customer-contract-id, rates each
      *          customer's shipped, unbilled orders from
      *          customer-orders.txt against the billing terms now
      *          carried on contract-master.txt (rate applied to the
      *          period's order total, floored at the contract's
           organization is line sequential
           file status is ws-fs-status-orders.

      *> The indexed order book order-intake maintains -- the
      *> orders billed are marked invoiced on it by key.
           select fd-order-book
           assign to "customer-orders.dat"
           organization is indexed
           access mode is random
           record key is f-book-order-number
           alternate record key is f-book-customer-id
               with duplicates
           file status is ws-fs-status-book.

           select fd-order-lines
           assign to "customer-order-lines.txt"
           organization is line sequential
           file status is ws-fs-status-lines.

           select fd-customer-returns
           assign to "customer-returns.txt"
           organization is line sequential
           file status is ws-fs-status-returns.

           select fd-invoice-memos
           assign to "invoice-memos.txt"
           organization is line sequential
           file status is ws-fs-status-memos.

           select fd-deferred-schedule
           assign to "deferred-revenue-schedule.txt"
           organization is line sequential
           file status is ws-fs-status-deferred.

           select fd-contract-master
           assign to "contract-master.txt"
           organization is line sequential
           organization is line sequential
           file status is ws-fs-status-seq.

           select fd-tax-rates assign to "sales-tax-rates.txt"
           organization is line sequential
           file status is ws-fs-status-tax-rates.

           select fd-tax-groups assign to "tax-item-groups.txt"
           organization is line sequential
           file status is ws-fs-status-tax-groups.

           select fd-tax-exemptions
           assign to "customer-tax-exemptions.txt"
           organization is line sequential
           file status is ws-fs-status-exemptions.

       data division.

       file section.
           05  f-order-amount                      pic 9(7)v99.
           05  f-order-item-id-1                   pic 9(4).
           05  f-order-item-id-2                   pic 9(4).
           05  f-order-line-count                  pic 9(3).
           05  f-order-status                      pic x.
               88  f-order-shipped                 value 'S'.
               88  f-order-invoiced                value 'I'.
           05  f-order-ship-date                   pic x(8).
           05  f-order-invoice-period              pic 9(6).

      *> Same 84-byte order record; only the keys, the status, and
      *> the invoiced period matter here.
       fd  fd-order-book.
       01  f-book-order.
           05  f-book-customer-id                  pic 9(5).
           05  f-book-order-number                 pic 9(6).
           05  filler                              pic x(58).
           05  f-book-status                       pic x.
               88  f-book-canceled                 value 'X'.
           05  filler                              pic x(8).
           05  f-book-invoice-period               pic 9(6).

       fd  fd-order-lines.
       01  f-order-line.
           05  f-line-order-number                 pic 9(6).
           05  f-line-number                       pic 9(3).
           05  f-line-customer-id                  pic 9(5).
           05  f-line-order-date                   pic x(8).
           05  f-line-item-id-1                    pic 9(4).
           05  f-line-item-id-2                    pic 9(4).
           05  f-line-quantity                     pic 9(5).
           05  f-line-amount                       pic 9(7)v99.
           05  f-line-allocated                    pic 9(5).
           05  f-line-shipped                      pic 9(5).
           05  f-line-returned                     pic 9(5).

      *> Booked returns, as order intake writes them. The credit
      *> period is zero until an invoice takes the credit.
       fd  fd-customer-returns.
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

      *> Memo history, as invoice-adjustments writes it. The
      *> register period is zero until a register lists the memo.
       fd  fd-invoice-memos.
       01  f-memo-record.
           05  f-memo-number                       pic 9(6).
           05  f-memo-type                         pic x.
               88  f-memo-credit                   value 'C'.
           05  f-memo-invoice-number               pic 9(6).
           05  f-memo-customer-id                  pic 9(5).
           05  f-memo-reason                       pic x(4).
           05  f-memo-amount                       pic 9(7)v99.
           05  f-memo-date                         pic 9(8).
           05  f-memo-period                       pic 9(6).
           05  f-memo-description                  pic x(30).
           05  f-memo-register-period              pic 9(6).

      *> Revenue recognition schedule: per advance-billed invoice,
      *> a billed ('B') line for the billing period, then one
      *> recognition ('R') line per month covered. revenue-recognition
      *> marks each line posted ('P') with the date it reached the
      *> ledger.
       fd  fd-deferred-schedule.
       01  f-deferred-record.
           05  f-def-invoice-number                pic 9(6).
           05  f-def-customer-id                   pic 9(5).
           05  f-def-contract-id                   pic 9(5).
           05  f-def-billed-period                 pic 9(6).
           05  f-def-line-type                     pic x.
               88  f-def-billed-line               value 'B'.
           05  f-def-line-number                   pic 99.
           05  f-def-period                        pic 9(6).
           05  f-def-amount                        pic 9(7)v99.
           05  f-def-status                        pic x.
               88  f-def-posted                    value 'P'.
           05  f-def-posted-date                   pic 9(8).

       fd  fd-contract-master.
       01  f-contract-record.
           05  f-contract-rate                     pic 9(3)v9(4).
           05  f-contract-bill-freq                pic x.
           05  f-contract-minimum                  pic 9(7)v99.
           05  f-contract-auto-renew               pic x.
           05  f-contract-renew-months             pic 9(3).
           05  f-contract-escalation-pct           pic 99v99.

      *> One invoice per billed customer per period -- the downstream
      *> receivables side keys on the invoice number.
           05  f-inv-order-total                   pic 9(7)v99.
           05  f-inv-rate                          pic 9(3)v9(4).
           05  f-inv-amount                        pic 9(7)v99.
           05  f-inv-credit-total                  pic 9(7)v99.
           05  f-inv-taxable-amount                pic 9(7)v99.
           05  f-inv-exempt-amount                 pic 9(7)v99.
           05  f-inv-tax-state                     pic xx.
           05  f-inv-tax-rate-pct                  pic 99v9(4).
           05  f-inv-tax-amount                    pic 9(7)v99.
           05  f-inv-date                          pic 9(8).
           05  f-inv-due-date                      pic 9(8).

       fd  fd-register-report.
       01  f-register-record                       pic x(132).
       fd  fd-invoice-seq.
       01  f-invoice-seq-record                    pic 9(6).

      *> State sales tax rates, effective-dated -- the rate in force
      *> for a state is its latest entry on or before the business
      *> date. The rate is a percentage.
       fd  fd-tax-rates.
       01  f-tax-rate-record.
           05  f-tax-state                         pic xx.
           05  f-tax-effective-date                pic 9(8).
           05  f-tax-rate-pct                      pic 99v9(4).

      *> Taxable ('T') or exempt ('E') by item group, the first part
      *> of the item code. A group not listed is taxable.
       fd  fd-tax-groups.
       01  f-tax-group-record.
           05  f-tax-group-item-id-1               pic 9(4).
           05  f-tax-group-flag                    pic x.
           05  f-tax-group-description             pic x(20).

      *> Customers holding a resale or exemption certificate, good
      *> for invoices up to its expiry date.
       fd  fd-tax-exemptions.
       01  f-tax-exemption-record.
           05  f-exempt-customer-id                pic 9(5).
           05  f-exempt-certificate                pic x(15).
           05  f-exempt-expiry-date                pic 9(8).

       working-storage section.

       01  ws-fs-status-master                     pic xx.
       01  ws-fs-status-orders                     pic xx.
       01  ws-fs-status-book                       pic xx.
       01  ws-fs-status-lines                      pic xx.
       01  ws-fs-status-returns                    pic xx.
       01  ws-fs-status-memos                      pic xx.
       01  ws-fs-status-deferred                   pic xx.
       01  ws-fs-status-contract                   pic xx.
       01  ws-fs-status-invoice                    pic xx.
       01  ws-fs-status-register                   pic xx.
       01  ws-fs-status-seq                        pic xx.
       01  ws-fs-status-tax-rates                  pic xx.
       01  ws-fs-status-tax-groups                 pic xx.
       01  ws-fs-status-exemptions                 pic xx.

       01  ws-eof-sw                               pic x value 'N'.
           88  ws-eof                              value 'Y'.
           05  ws-contract-bill-freq               pic x.
           05  ws-contract-minimum                 pic 9(7)v99.

      *> Order headers, loaded whole so the orders invoiced can be
      *> marked and the file written back. The image carries every
      *> field this program doesn't touch.
       01  ws-num-headers                          pic 9(4) comp.

       01  ws-header-table                         occurs 0 to 2000
                                                   times depending on
                                                       ws-num-headers
                                                   indexed by
                                                       ws-header-idx.
           05  ws-hdr-number                       pic 9(6).
           05  ws-hdr-status                       pic x.
               88  ws-hdr-invoiced                 value 'I'.
           05  ws-hdr-invoice-period               pic 9(6).
           05  ws-hdr-billable-sw                  pic x.
               88  ws-hdr-billable                 value 'Y'.
               88  ws-hdr-not-billable             value 'N'.
           05  ws-hdr-image                        pic x(84).

       01  ws-orders-present-sw                    pic x value 'N'.
           88  ws-orders-present                   value 'Y'.

      *> The billable order lines (and pre-line orders), loaded once
      *> so each customer's total is a table sweep instead of a file
      *> pass per customer. Each carries its header's slot so the
      *> header can be marked when the invoice is cut.
       01  ws-num-orders                           pic 9(4) comp.

       01  ws-order-table                          occurs 0 to 8000
                                                   times depending on
                                                       ws-num-orders
                                                   indexed by
                                                       ws-order-idx.
           05  ws-ord-customer-id                  pic 9(5).
           05  ws-ord-header-idx                   pic 9(4) comp.
           05  ws-ord-amount                       pic 9(7)v99.
           05  ws-ord-taxable-sw                   pic x.
               88  ws-ord-taxable                  value 'Y'.
               88  ws-ord-exempt                   value 'N'.

      *> Return credits, loaded whole so the ones taken can be
      *> stamped and the file written back in its original order --
      *> which is booking order, so the oldest credit goes first.
       01  ws-num-returns                          pic 9(4) comp.

       01  ws-return-table                         occurs 0 to 8000
                                                   times depending on
                                                       ws-num-returns
                                                   indexed by
                                                       ws-return-idx.
           05  ws-rtn-customer-id                  pic 9(5).
           05  ws-rtn-credit-amount                pic 9(7)v99.
           05  ws-rtn-credit-period                pic 9(6).
           05  ws-rtn-image                        pic x(59).

       01  ws-returns-present-sw                   pic x value 'N'.
           88  ws-returns-present                  value 'Y'.

      *> Memo history, loaded whole so the memos listed can be
      *> stamped and the file written back as it was.
       01  ws-num-memos                            pic 9(4) comp.

       01  ws-memo-table                           occurs 0 to 8000
                                                   times depending on
                                                       ws-num-memos
                                                   indexed by
                                                       ws-memo-idx.
           05  ws-memo-register-period             pic 9(6).
           05  ws-memo-image                       pic x(81).

       01  ws-memo-list-count                      pic 9(5) value 0.
       01  ws-memo-credit-total                    pic 9(9)v99
                                                   value 0.
       01  ws-memo-debit-total                     pic 9(9)v99
                                                   value 0.
       01  ws-memo-net                             pic s9(9)v99.
       01  ws-memo-net-display                     pic zzz,zzz,zz9.99-.
       01  ws-memo-date-display                    pic 9999/99/99.

      *> The recognition schedule, loaded whole (less this period's
      *> unposted schedules, which this run replaces) and written
      *> back with the new schedules on the end.
       01  ws-num-deferred                         pic 9(5) comp.

       01  ws-deferred-table                       occurs 0 to 20000
                                                   times depending on
                                                       ws-num-deferred
                                                   indexed by
                                                       ws-deferred-idx.
           05  ws-def-image                        pic x(49).

       01  ws-deferred-present-sw                  pic x value 'N'.
           88  ws-deferred-present                 value 'Y'.

       01  ws-dropping-invoice                     pic 9(6) value 0.

      *> Customers whose schedule for this period has already been
      *> posted -- a rerun doesn't schedule them again.
       01  ws-num-posted                           pic 999 comp
                                                   value 0.
       01  ws-posted-customer-table                occurs 0 to 500
                                                   times depending on
                                                       ws-num-posted
                                                   indexed by
                                                       ws-posted-idx.
           05  ws-posted-customer-id               pic 9(5).

       01  ws-posted-customer-sw                   pic x.
           88  ws-customer-posted                  value 'Y'.

       01  ws-def-months                           pic 99.
       01  ws-def-line                             pic 99.
       01  ws-def-share                            pic 9(7)v99.
       01  ws-def-remaining                        pic 9(7)v99.
       01  ws-def-period                           pic 9(6).
       01  filler redefines ws-def-period.
           05  ws-def-year                         pic 9(4).
           05  ws-def-month                        pic 99.

       01  ws-deferred-count                       pic 9(5) value 0.
       01  ws-deferred-total                       pic 9(9)v99
                                                   value 0.
       01  ws-deferred-posted-count                pic 9(5) value 0.

      *> Sales tax reference tables, loaded once for the run.
       01  ws-num-tax-rates                        pic 999 comp.

       01  ws-tax-rate-table                       occurs 0 to 500
                                                   times depending on
                                                       ws-num-tax-rates
                                                   indexed by
                                                       ws-tax-rate-idx.
           05  ws-tr-state                         pic xx.
           05  ws-tr-effective-date                pic 9(8).
           05  ws-tr-rate-pct                      pic 99v9(4).

       01  ws-num-tax-groups                       pic 999 comp.

       01  ws-tax-group-table                      occurs 0 to 500
                                                   times depending on
                                                       ws-num-tax-groups
                                                   indexed by
                                                       ws-tax-group-idx.
           05  ws-tg-item-id-1                     pic 9(4).
           05  ws-tg-flag                          pic x.
               88  ws-tg-exempt                    value 'E'.

       01  ws-num-exemptions                       pic 999 comp.

       01  ws-exemption-table                      occurs 0 to 500
                                                   times depending on
                                                       ws-num-exemptions
                                                   indexed by
                                                       ws-exemption-idx.
           05  ws-ex-customer-id                   pic 9(5).
           05  ws-ex-certificate                   pic x(15).
           05  ws-ex-expiry-date                   pic 9(8).

       01  ws-tax-item-id-1                        pic 9(4).

      *> Outcome of check-tax-exemption for the customer being
      *> invoiced.
       01  ws-exemption-sw                         pic x.
           88  ws-customer-exempt                  value 'E'.
           88  ws-certificate-expired              value 'X'.
           88  ws-customer-taxable                 value 'N'.

       01  ws-found-exemption-idx                  pic 999 comp.

       01  ws-tax-rate-found-sw                    pic x.
           88  ws-tax-rate-found                   value 'Y'.
           88  ws-tax-rate-missing                 value 'N'.

       01  ws-tax-rate-date                        pic 9(8).
       01  ws-tax-rate-pct                         pic 99v9(4).

      *> Outcome of find-contract for the customer being rated.
       01  ws-contract-check-sw                    pic x.

       01  ws-invoice-sequence                     pic 9(6) value 0.

      *> Payment terms: an invoice falls due this many days after
      *> its invoice date; INVOICE_TERMS_DAYS overrides.
       01  ws-terms-days                           pic 9(3) value 30.
       01  ws-terms-days-env                       pic x(3).
       01  ws-invoice-due-date                     pic 9(8).

       01  ws-found-header-idx                     pic 9(4) comp.
       01  ws-orders-invoiced-count                pic 9(5) value 0.

       01  ws-order-total                          pic 9(7)v99.
       01  ws-credit-total                         pic 9(7)v99.
       01  ws-credits-applied-count                pic 9(5) value 0.
       01  ws-invoice-amount                       pic 9(7)v99.
       01  ws-taxable-order-total                  pic 9(7)v99.
       01  ws-taxable-amount                       pic 9(7)v99.
       01  ws-exempt-amount                        pic 9(7)v99.
       01  ws-tax-amount                           pic 9(7)v99.

       01  ws-customer-count                       pic 9(5) value 0.
       01  ws-invoice-count                        pic 9(5) value 0.
       01  ws-unbillable-count                     pic 9(5) value 0.
       01  ws-register-total                       pic 9(9)v99
                                                   value 0.
       01  ws-tax-total                            pic 9(9)v99
                                                   value 0.
       01  ws-exempt-invoice-count                 pic 9(5) value 0.
       01  ws-no-tax-rate-count                    pic 9(5) value 0.

       01  ws-report-line                          pic x(132).
       01  ws-amount-display                       pic z,zzz,zz9.99.
       01  ws-total-display                        pic zzz,zzz,zz9.99.
       01  ws-rate-display                         pic zz9.9999.
       01  ws-tax-rate-display                     pic z9.9999.

      *> Start/end entry for the common operations log, written by
      *> the shared job-audit-log subprogram.

           perform fetch-billing-period
           perform load-contract-master
           perform load-sales-tax-tables
           perform load-period-orders
           perform load-return-credits
           perform load-invoice-memos
           perform load-deferred-schedule
           perform load-invoice-sequence

           open output fd-invoice-file
           perform write-register-heading
           perform invoice-each-customer
           perform write-register-totals
           perform write-register-memos

           close fd-invoice-file
           close fd-register-report
                   display "Warning: unable to call report-catalog."
           end-call

           if ws-orders-present
               perform mark-order-book
               perform write-orders-file
           end-if

           if ws-returns-present
               perform write-returns-file
           end-if

           if ws-memo-list-count > 0
               perform write-memos-file
           end-if

           if ws-deferred-present
           or ws-deferred-count > 0
               perform write-deferred-file
           end-if

           perform save-invoice-sequence

           perform log-job-end
           end-display
           display "Customers read:  " ws-customer-count
           display "Invoices written: " ws-invoice-count
           display "Orders invoiced: " ws-orders-invoiced-count
           display "Return credits taken: " ws-credits-applied-count
           display "Memos listed: " ws-memo-list-count
           display "Invoices deferred: " ws-deferred-count
           display "Deferred schedules already posted: "
               ws-deferred-posted-count
           end-display
           display "Sales tax charged: " ws-tax-total
           display "Invoices tax exempt: " ws-exempt-invoice-count
           display "Invoices with no state tax rate: "
               ws-no-tax-rate-count
           end-display
           display "Not due this period: " ws-not-due-count
           display "Nothing to bill: " ws-zero-skip-count
           display "Unbillable (contract problem): "
           display "See invoices.txt and invoice-register.txt"

           if ws-unbillable-count > 0
           or ws-no-tax-rate-count > 0
           or ws-deferred-posted-count > 0
               move 4 to return-code
           end-if


           move ws-business-date(5:2) to ws-period-month

           accept ws-terms-days-env
               from environment "INVOICE_TERMS_DAYS"

           if ws-terms-days-env not = spaces
           and function trim(ws-terms-days-env) is numeric
               move function numval(ws-terms-days-env)
                   to ws-terms-days
           end-if

           compute ws-invoice-due-date =
               function date-of-integer(
                   function integer-of-date(ws-business-date)
                   + ws-terms-days)
           end-compute

           exit paragraph.


           exit paragraph.


      *> Loads the three sales tax reference files. A missing file
      *> (status "35") is seeded with a small demo set covering the
      *> demo master.
       load-sales-tax-tables.

           move 0 to ws-num-tax-rates
           set ws-not-eof to true

           open input fd-tax-rates

           if ws-fs-status-tax-rates = "35"
               perform create-test-tax-rates
               open input fd-tax-rates
           end-if

           if ws-fs-status-tax-rates not = "00"
               display "Error opening sales-tax-rates.txt: "
                   ws-fs-status-tax-rates
               end-display
               move "load-sales-tax-tables" to ws-err-paragraph
               move ws-fs-status-tax-rates to ws-err-file-status
               move "open fd-tax-rates" to ws-err-message
               perform fail-run
           end-if

           perform until ws-eof
               read fd-tax-rates
                   at end
                       set ws-eof to true
                   not at end
                       if ws-num-tax-rates < 500
                           add 1 to ws-num-tax-rates
                           move f-tax-state
                               to ws-tr-state(ws-num-tax-rates)
                           move f-tax-effective-date
                               to ws-tr-effective-date(
                                   ws-num-tax-rates)
                           move f-tax-rate-pct
                               to ws-tr-rate-pct(ws-num-tax-rates)
                       end-if
               end-read
           end-perform

           close fd-tax-rates

           move 0 to ws-num-tax-groups
           set ws-not-eof to true

           open input fd-tax-groups

           if ws-fs-status-tax-groups = "35"
               perform create-test-tax-groups
               open input fd-tax-groups
           end-if

           if ws-fs-status-tax-groups not = "00"
               display "Error opening tax-item-groups.txt: "
                   ws-fs-status-tax-groups
               end-display
               move "load-sales-tax-tables" to ws-err-paragraph
               move ws-fs-status-tax-groups to ws-err-file-status
               move "open fd-tax-groups" to ws-err-message
               perform fail-run
           end-if

           perform until ws-eof
               read fd-tax-groups
                   at end
                       set ws-eof to true
                   not at end
                       if ws-num-tax-groups < 500
                           add 1 to ws-num-tax-groups
                           move f-tax-group-item-id-1
                               to ws-tg-item-id-1(ws-num-tax-groups)
                           move f-tax-group-flag
                               to ws-tg-flag(ws-num-tax-groups)
                       end-if
               end-read
           end-perform

           close fd-tax-groups

           move 0 to ws-num-exemptions
           set ws-not-eof to true

           open input fd-tax-exemptions

           if ws-fs-status-exemptions = "35"
               perform create-test-tax-exemptions
               open input fd-tax-exemptions
           end-if

           if ws-fs-status-exemptions not = "00"
               display "Error opening customer-tax-exemptions.txt: "
                   ws-fs-status-exemptions
               end-display
               move "load-sales-tax-tables" to ws-err-paragraph
               move ws-fs-status-exemptions to ws-err-file-status
               move "open fd-tax-exemptions" to ws-err-message
               perform fail-run
           end-if

           perform until ws-eof
               read fd-tax-exemptions
                   at end
                       set ws-eof to true
                   not at end
                       if ws-num-exemptions < 500
                           add 1 to ws-num-exemptions
                           move f-exempt-customer-id
                               to ws-ex-customer-id(ws-num-exemptions)
                           move f-exempt-certificate
                               to ws-ex-certificate(ws-num-exemptions)
                           move f-exempt-expiry-date
                               to ws-ex-expiry-date(ws-num-exemptions)
                       end-if
               end-read
           end-perform

           close fd-tax-exemptions

           exit paragraph.


      *> Seeds demo rates for the demo master's states, with a New
      *> Jersey change partway through the year to show the
      *> effective dating. Only called when sales-tax-rates.txt is
      *> missing.
       create-test-tax-rates.

           open output fd-tax-rates

               move "NY" to f-tax-state
               move 20260101 to f-tax-effective-date
               move 4.0000 to f-tax-rate-pct
               write f-tax-rate-record

               move "NJ" to f-tax-state
               move 20260101 to f-tax-effective-date
               move 6.6250 to f-tax-rate-pct
               write f-tax-rate-record

               move "NJ" to f-tax-state
               move 20260701 to f-tax-effective-date
               move 6.8750 to f-tax-rate-pct
               write f-tax-rate-record

               move "MA" to f-tax-state
               move 20260101 to f-tax-effective-date
               move 6.2500 to f-tax-rate-pct
               write f-tax-rate-record

           close fd-tax-rates

           exit paragraph.


      *> Seeds the demo item groups: goods in group 0001 taxable,
      *> services in group 0002 exempt. Only called when
      *> tax-item-groups.txt is missing.
       create-test-tax-groups.

           open output fd-tax-groups

               move 0001 to f-tax-group-item-id-1
               move 'T' to f-tax-group-flag
               move "goods" to f-tax-group-description
               write f-tax-group-record

               move 0002 to f-tax-group-item-id-1
               move 'E' to f-tax-group-flag
               move "services" to f-tax-group-description
               write f-tax-group-record

           close fd-tax-groups

           exit paragraph.


      *> Seeds one demo resale certificate, for customer 10. Only
      *> called when customer-tax-exemptions.txt is missing.
       create-test-tax-exemptions.

           open output fd-tax-exemptions

               move 10 to f-exempt-customer-id
               move "MA-RS-0042" to f-exempt-certificate
               move 20271231 to f-exempt-expiry-date
               write f-tax-exemption-record

           close fd-tax-exemptions

           exit paragraph.


      *> Loads the order headers and picks out the billable ones --
      *> shipped on or before the business date, or already
      *> invoiced in this period by an earlier run of it. Canceled,
      *> open, and picked orders have nothing to bill yet. An order
      *> from before item lines has no lines, so its header amount
      *> loads in their place; the rest load their lines.
       load-period-orders.

           move 0 to ws-num-headers
           move 0 to ws-num-orders
           set ws-not-eof to true

           open input fd-customer-orders

           if ws-fs-status-orders = "35"
               display "No customer-orders.txt -- invoicing minimums "
                   "only."
               end-display
               exit paragraph
           end-if

           if ws-fs-status-orders not = "00"
               display "Error opening customer orders: "
                   ws-fs-status-orders
               end-display
               move "load-period-orders" to ws-err-paragraph
               move ws-fs-status-orders to ws-err-file-status
               move "open fd-customer-orders" to ws-err-message
               perform fail-run
           end-if

           set ws-orders-present to true

           perform until ws-eof
               read fd-customer-orders
                   at end
                       set ws-eof to true
                   not at end
                       perform load-one-header
               end-read
           end-perform

           close fd-customer-orders

           set ws-not-eof to true

           open input fd-order-lines

           if ws-fs-status-lines = "35"
               exit paragraph
           end-if

           if ws-fs-status-lines not = "00"
               display "Error opening customer-order-lines.txt: "
                   ws-fs-status-lines
               end-display
               move "load-period-orders" to ws-err-paragraph
               move ws-fs-status-lines to ws-err-file-status
               move "open fd-order-lines" to ws-err-message
               perform fail-run
           end-if

           perform until ws-eof
               read fd-order-lines
                   at end
                       set ws-eof to true
                   not at end
                       perform find-line-header
                       if ws-found-header-idx > 0
                           perform add-billable-order
                           move f-line-customer-id
                               to ws-ord-customer-id(ws-num-orders)
                           move f-line-amount
                               to ws-ord-amount(ws-num-orders)
                           move f-line-item-id-1 to ws-tax-item-id-1
                           perform set-order-taxability
                       end-if
               end-read
           end-perform

           close fd-order-lines

           exit paragraph.


      *> The header table is written back whole, so running out of
      *> room stops the run rather than truncating the order file.
       load-one-header.

           if ws-num-headers >= 2000
               display "customer-orders.txt exceeds the 2000-order "
                   "table -- run stopped before it could be "
                   "truncated."
               end-display
               move "load-one-header" to ws-err-paragraph
               move spaces to ws-err-file-status
               move "order table overflow" to ws-err-message
               perform fail-run
           end-if

           add 1 to ws-num-headers
           move f-order-number to ws-hdr-number(ws-num-headers)
           move f-order-status to ws-hdr-status(ws-num-headers)
           if f-order-invoice-period is numeric
               move f-order-invoice-period
                   to ws-hdr-invoice-period(ws-num-headers)
           else
               move 0 to ws-hdr-invoice-period(ws-num-headers)
           end-if
           move f-customer-order to ws-hdr-image(ws-num-headers)

           set ws-hdr-not-billable(ws-num-headers) to true

           if (f-order-shipped
               and f-order-ship-date <= ws-business-date)
           or (f-order-invoiced
               and ws-hdr-invoice-period(ws-num-headers)
                   = ws-bd-period)
               set ws-hdr-billable(ws-num-headers) to true
           end-if

           if ws-hdr-billable(ws-num-headers)
           and (f-order-line-count is not numeric
               or f-order-line-count = 0)
               move ws-num-headers to ws-found-header-idx
               perform add-billable-order
               move f-order-customer-id
                   to ws-ord-customer-id(ws-num-orders)
               move f-order-amount to ws-ord-amount(ws-num-orders)
               if f-order-item-id-1 is numeric
                   move f-order-item-id-1 to ws-tax-item-id-1
               else
                   move 0 to ws-tax-item-id-1
               end-if
               perform set-order-taxability
           end-if

           exit paragraph.


      *> Leaves the slot of the line's header in ws-found-header-idx
      *> when that order is billable, zero otherwise.
       find-line-header.

           move 0 to ws-found-header-idx

           perform varying ws-header-idx from 1 by 1
           until ws-header-idx > ws-num-headers
               if ws-hdr-number(ws-header-idx) = f-line-order-number
                   if ws-hdr-billable(ws-header-idx)
                       set ws-found-header-idx to ws-header-idx
                   end-if
                   exit perform
               end-if
           end-perform

           exit paragraph.


      *> The billable table feeds the invoice totals, so running out
      *> of room stops the run rather than under-billing.
       add-billable-order.

           if ws-num-orders >= 8000
               display "Billable order lines exceed the 8000-entry "
                   "table -- run stopped before anything could be "
                   "under-billed."
               end-display
               move "add-billable-order" to ws-err-paragraph
               move spaces to ws-err-file-status
               move "billable order table overflow" to ws-err-message
               perform fail-run
           end-if

           add 1 to ws-num-orders
           move ws-found-header-idx to ws-ord-header-idx(ws-num-orders)

           exit paragraph.


      *> Flags the billable entry just added taxable or exempt by its
      *> item group -- a group the table doesn't list is taxable.
       set-order-taxability.

           set ws-ord-taxable(ws-num-orders) to true

           perform varying ws-tax-group-idx from 1 by 1
           until ws-tax-group-idx > ws-num-tax-groups
               if ws-tg-item-id-1(ws-tax-group-idx) = ws-tax-item-id-1
                   if ws-tg-exempt(ws-tax-group-idx)
                       set ws-ord-exempt(ws-num-orders) to true
                   end-if
                   exit perform
               end-if
           end-perform

           exit paragraph.


      *> Loads customer-returns.txt. A credit stamped with this
      *> period was taken by an earlier run of it, so it is open
      *> again here and the rerun takes it afresh. No file means
      *> nothing has come back.
       load-return-credits.

           move 0 to ws-num-returns
           set ws-not-eof to true

           open input fd-customer-returns

           if ws-fs-status-returns = "35"
               exit paragraph
           end-if

           if ws-fs-status-returns not = "00"
               display "Error opening customer-returns.txt: "
                   ws-fs-status-returns
               end-display
               move "load-return-credits" to ws-err-paragraph
               move ws-fs-status-returns to ws-err-file-status
               move "open fd-customer-returns" to ws-err-message
               perform fail-run
           end-if

           set ws-returns-present to true

           perform until ws-eof
               read fd-customer-returns
                   at end
                       set ws-eof to true
                   not at end
                       perform load-one-return
               end-read
           end-perform

           close fd-customer-returns

           set ws-not-eof to true

           exit paragraph.


      *> The returns file is written back whole, so running out of
      *> room stops the run rather than losing credits.
       load-one-return.

           if ws-num-returns >= 8000
               display "customer-returns.txt exceeds the 8000-entry "
                   "table -- run stopped before it could be "
                   "truncated."
               end-display
               move "load-one-return" to ws-err-paragraph
               move spaces to ws-err-file-status
               move "return table overflow" to ws-err-message
               perform fail-run
           end-if

           add 1 to ws-num-returns
           move f-rtn-customer-id to ws-rtn-customer-id(ws-num-returns)
           move f-rtn-credit-amount
               to ws-rtn-credit-amount(ws-num-returns)
           if f-rtn-credit-period is numeric
           and f-rtn-credit-period not = ws-bd-period
               move f-rtn-credit-period
                   to ws-rtn-credit-period(ws-num-returns)
           else
               move 0 to ws-rtn-credit-period(ws-num-returns)
           end-if
           move f-return-record to ws-rtn-image(ws-num-returns)

           exit paragraph.


      *> Loads invoice-memos.txt. A memo stamped with this period
      *> was listed by an earlier run of it, so it is listed again
      *> here. No file means no memo has been issued.
       load-invoice-memos.

           move 0 to ws-num-memos
           set ws-not-eof to true

           open input fd-invoice-memos

           if ws-fs-status-memos = "35"
               exit paragraph
           end-if

           if ws-fs-status-memos not = "00"
               display "Error opening invoice-memos.txt: "
                   ws-fs-status-memos
               end-display
               move "load-invoice-memos" to ws-err-paragraph
               move ws-fs-status-memos to ws-err-file-status
               move "open fd-invoice-memos" to ws-err-message
               perform fail-run
           end-if

           perform until ws-eof
               read fd-invoice-memos
                   at end
                       set ws-eof to true
                   not at end
                       perform load-one-memo
               end-read
           end-perform

           close fd-invoice-memos

           set ws-not-eof to true

           exit paragraph.


      *> The memo file is written back whole, so running out of room
      *> stops the run rather than losing history.
       load-one-memo.

           if ws-num-memos >= 8000
               display "invoice-memos.txt exceeds the 8000-entry "
                   "table -- run stopped before it could be "
                   "truncated."
               end-display
               move "load-one-memo" to ws-err-paragraph
               move spaces to ws-err-file-status
               move "memo table overflow" to ws-err-message
               perform fail-run
           end-if

           add 1 to ws-num-memos
           move f-memo-record to ws-memo-image(ws-num-memos)
           if f-memo-register-period is numeric
               move f-memo-register-period
                   to ws-memo-register-period(ws-num-memos)
           else
               move 0 to ws-memo-register-period(ws-num-memos)
           end-if

           exit paragraph.


      *> Loads deferred-revenue-schedule.txt. A schedule from this
      *> period that hasn't reached the ledger was cut by an earlier
      *> run of it and is dropped -- this run cuts it afresh. One
      *> that has been posted stays, and its customer is not
      *> scheduled again. A schedule's billed line comes first, and
      *> every line of it is posted once that one is. No file means
      *> nothing has been deferred.
       load-deferred-schedule.

           move 0 to ws-num-deferred
           set ws-not-eof to true

           open input fd-deferred-schedule

           if ws-fs-status-deferred = "35"
               exit paragraph
           end-if

           if ws-fs-status-deferred not = "00"
               display "Error opening deferred-revenue-schedule.txt: "
                   ws-fs-status-deferred
               end-display
               move "load-deferred-schedule" to ws-err-paragraph
               move ws-fs-status-deferred to ws-err-file-status
               move "open fd-deferred-schedule" to ws-err-message
               perform fail-run
           end-if

           set ws-deferred-present to true

           perform until ws-eof
               read fd-deferred-schedule
                   at end
                       set ws-eof to true
                   not at end
                       perform load-one-deferred
               end-read
           end-perform

           close fd-deferred-schedule

           set ws-not-eof to true

           exit paragraph.


       load-one-deferred.

           if f-def-billed-line
               move 0 to ws-dropping-invoice
               if f-def-billed-period = ws-bd-period
                   if f-def-posted
                       perform note-posted-customer
                   else
                       move f-def-invoice-number to ws-dropping-invoice
                   end-if
               end-if
           end-if

           if ws-dropping-invoice not = 0
           and f-def-invoice-number = ws-dropping-invoice
               exit paragraph
           end-if

           perform add-deferred-line

           exit paragraph.


       note-posted-customer.

           if ws-num-posted < 500
               add 1 to ws-num-posted
               move f-def-customer-id
                   to ws-posted-customer-id(ws-num-posted)
           end-if

           exit paragraph.


      *> The schedule is written back whole, so running out of room
      *> stops the run rather than losing schedule lines.
       add-deferred-line.

           if ws-num-deferred >= 20000
               display "deferred-revenue-schedule.txt exceeds the "
                   "20000-line table -- run stopped before it could "
                   "be truncated."
               end-display
               move "add-deferred-line" to ws-err-paragraph
               move spaces to ws-err-file-status
               move "deferred schedule table overflow"
                   to ws-err-message
               perform fail-run
           end-if

           add 1 to ws-num-deferred
           move f-deferred-record to ws-def-image(ws-num-deferred)

           exit paragraph.


       load-invoice-sequence.

           open input fd-invoice-seq

           if ws-fs-status-seq = "35"
               move 500000 to ws-invoice-sequence
               exit paragraph
           end-if

           if ws-fs-status-seq not = "00"
               display "Error opening invoice-number-seq.txt: "
                   ws-fs-status-seq
               end-display
               move "load-invoice-sequence" to ws-err-paragraph
               move ws-fs-status-seq to ws-err-file-status
               move "open fd-invoice-seq" to ws-err-message
               perform fail-run
           end-if

           read fd-invoice-seq
               at end
                   move 500000 to ws-invoice-sequence
               not at end
                   move f-invoice-seq-record to ws-invoice-sequence
           end-read

           close fd-invoice-seq

           exit paragraph.


      *> The counter only rolls forward once the invoice file is
      *> safely on disk, so a failed run never burns numbers.
       save-invoice-sequence.

           open output fd-invoice-seq

           if ws-fs-status-seq not = "00"
               display "Error saving invoice-number-seq.txt: "
                   ws-fs-status-seq
               end-display
               move "save-invoice-sequence" to ws-err-paragraph
               move ws-fs-status-seq to ws-err-file-status
               move "open output fd-invoice-seq" to ws-err-message
               perform fail-run
           end-if

           move ws-invoice-sequence to f-invoice-seq-record
           write f-invoice-seq-record

           close fd-invoice-seq

           exit paragraph.


      *> Walks the flat customer master and rates each customer in
      *> turn -- the file is the driver, so invoicing capacity is the
      *> file's, not a table bound's.
       invoice-each-customer.

           set ws-not-eof to true

           open input fd-customer-master

           if ws-fs-status-master not = "00"
               display "Error opening customer master: "
                   ws-fs-status-master
               end-display
               move "invoice-each-customer" to ws-err-paragraph
               move ws-fs-status-master to ws-err-file-status
               move "open fd-customer-master" to ws-err-message
               perform fail-run
           end-if

           perform until ws-eof
               read fd-customer-master
                   at end
                       set ws-eof to true
                   not at end
                       add 1 to ws-customer-count
                       perform rate-one-customer
               end-read
           end-perform

           close fd-customer-master

           exit paragraph.


      *> Rates one customer: find the contract, check it's billable
      *> and due this period, total the period's orders, take off
      *> the open return credits, apply the rate, floor at the
      *> minimum, and cut the invoice.
       rate-one-customer.

           perform find-contract

           if not ws-contract-ok
               add 1 to ws-unbillable-count
               perform write-unbillable-line
               exit paragraph
           end-if

           perform check-frequency-due

           if ws-not-due-this-period
               add 1 to ws-not-due-count
               exit paragraph
           end-if

           move 0 to ws-order-total
           move 0 to ws-taxable-order-total

           perform varying ws-order-idx from 1 by 1
           until ws-order-idx > ws-num-orders
               if ws-ord-customer-id(ws-order-idx) = f-customer-id
                   add ws-ord-amount(ws-order-idx) to ws-order-total
                   if ws-ord-taxable(ws-order-idx)
                       add ws-ord-amount(ws-order-idx)
                           to ws-taxable-order-total
                   end-if
               end-if
           end-perform

           perform apply-return-credits

           compute ws-invoice-amount rounded =
               (ws-order-total - ws-credit-total)
               * ws-contract-rate(ws-found-contract-idx)
           end-compute

           if ws-invoice-amount
               < ws-contract-minimum(ws-found-contract-idx)
               move ws-contract-minimum(ws-found-contract-idx)
                   to ws-invoice-amount
           end-if

      *> No activity and no minimum means nothing to bill -- don't
      *> cut a zero invoice.
           if ws-invoice-amount = 0
               add 1 to ws-zero-skip-count
               perform reopen-return-credits
               exit paragraph
           end-if

           perform compute-invoice-tax

           add 1 to ws-invoice-sequence
           add 1 to ws-invoice-count
           add ws-invoice-amount to ws-register-total
           add ws-tax-amount to ws-tax-total

           move spaces to f-invoice-record
           move ws-invoice-sequence to f-inv-number
           move ws-bd-period to f-inv-period
           move f-customer-id to f-inv-customer-id
           move f-customer-contract-id to f-inv-contract-id
           move ws-order-total to f-inv-order-total
           move ws-contract-rate(ws-found-contract-idx) to f-inv-rate
           move ws-invoice-amount to f-inv-amount
           move ws-credit-total to f-inv-credit-total
           move ws-taxable-amount to f-inv-taxable-amount
           move ws-exempt-amount to f-inv-exempt-amount
           move f-customer-state to f-inv-tax-state
           move ws-tax-rate-pct to f-inv-tax-rate-pct
           move ws-tax-amount to f-inv-tax-amount
           move ws-business-date to f-inv-date
           move ws-invoice-due-date to f-inv-due-date
           write f-invoice-record

           perform write-register-line
           perform write-tax-note-line

           if ws-contract-bill-freq(ws-found-contract-idx) = 'Q'
           or ws-contract-bill-freq(ws-found-contract-idx) = 'A'
               perform schedule-deferred-revenue
           end-if

           perform mark-orders-invoiced

           exit paragraph.


      *> Schedules an advance-billed invoice's revenue: the billed
      *> line, then the amount spread over the months the contract's
      *> frequency covers, starting the month after the billing
      *> period. The cents an even split leaves over go on the last
      *> month.
       schedule-deferred-revenue.

           move 'N' to ws-posted-customer-sw
           perform varying ws-posted-idx from 1 by 1
           until ws-posted-idx > ws-num-posted
               if ws-posted-customer-id(ws-posted-idx)
                   = f-customer-id
                   set ws-customer-posted to true
                   exit perform
               end-if
           end-perform

           if ws-customer-posted
               add 1 to ws-deferred-posted-count
               display "Customer " f-customer-id " already has a "
                   "posted deferred schedule for " ws-bd-period
                   " -- invoice " ws-invoice-sequence
                   " not scheduled."
               end-display
               exit paragraph
           end-if

           if ws-contract-bill-freq(ws-found-contract-idx) = 'A'
               move 12 to ws-def-months
           else
               move 3 to ws-def-months
           end-if

           add 1 to ws-deferred-count
           add ws-invoice-amount to ws-deferred-total

           move spaces to f-deferred-record
           move ws-invoice-sequence to f-def-invoice-number
           move f-customer-id to f-def-customer-id
           move f-customer-contract-id to f-def-contract-id
           move ws-bd-period to f-def-billed-period
           move 'B' to f-def-line-type
           move 0 to f-def-line-number
           move ws-bd-period to f-def-period
           move ws-invoice-amount to f-def-amount
           move 'N' to f-def-status
           move 0 to f-def-posted-date
           perform add-deferred-line

           compute ws-def-share =
               ws-invoice-amount / ws-def-months
           end-compute
           move ws-invoice-amount to ws-def-remaining
           move ws-bd-period to ws-def-period

           perform varying ws-def-line from 1 by 1
           until ws-def-line > ws-def-months
               if ws-def-month = 12
                   add 1 to ws-def-year
                   move 1 to ws-def-month
               else
                   add 1 to ws-def-month
               end-if

               move 'R' to f-def-line-type
               move ws-def-line to f-def-line-number
               move ws-def-period to f-def-period
               if ws-def-line = ws-def-months
                   move ws-def-remaining to f-def-amount
               else
                   move ws-def-share to f-def-amount
                   subtract ws-def-share from ws-def-remaining
               end-if
               perform add-deferred-line
           end-perform

           exit paragraph.


      *> Taxes the invoice. The taxable share is the invoice's
      *> proportion of taxable order activity -- credits and the
      *> contract rate fall on both shares alike -- and an invoice
      *> with no activity behind it (the contract minimum alone) is
      *> all taxable. A customer with a current certificate pays no
      *> tax; the whole invoice is exempt. The rate is the one in
      *> force for the customer's state on the business date.
       compute-invoice-tax.

           move 0 to ws-tax-amount
           move 0 to ws-tax-rate-pct
           set ws-tax-rate-found to true

           perform check-tax-exemption

           if ws-customer-exempt
               move 0 to ws-taxable-amount
               move ws-invoice-amount to ws-exempt-amount
               add 1 to ws-exempt-invoice-count
               exit paragraph
           end-if

           if ws-order-total = 0
               move ws-invoice-amount to ws-taxable-amount
           else
               compute ws-taxable-amount rounded =
                   ws-invoice-amount * ws-taxable-order-total
                   / ws-order-total
               end-compute
           end-if

           compute ws-exempt-amount =
               ws-invoice-amount - ws-taxable-amount
           end-compute

           if ws-taxable-amount = 0
               exit paragraph
           end-if

           perform find-tax-rate

           if ws-tax-rate-missing
               add 1 to ws-no-tax-rate-count
               exit paragraph
           end-if

           compute ws-tax-amount rounded =
               ws-taxable-amount * ws-tax-rate-pct / 100
           end-compute

           exit paragraph.


      *> Looks for the customer's certificate. One past its expiry
      *> date is noted on the register and the invoice is taxed.
       check-tax-exemption.

           set ws-customer-taxable to true
           move 0 to ws-found-exemption-idx

           perform varying ws-exemption-idx from 1 by 1
           until ws-exemption-idx > ws-num-exemptions
               if ws-ex-customer-id(ws-exemption-idx) = f-customer-id
                   set ws-found-exemption-idx to ws-exemption-idx
                   if ws-ex-expiry-date(ws-exemption-idx)
                       >= ws-business-date
                       set ws-customer-exempt to true
                   else
                       set ws-certificate-expired to true
                   end-if
                   exit perform
               end-if
           end-perform

           exit paragraph.


      *> Leaves the state's rate in force on the business date in
      *> ws-tax-rate-pct -- its latest entry on or before the date.
       find-tax-rate.

           set ws-tax-rate-missing to true
           move 0 to ws-tax-rate-date

           perform varying ws-tax-rate-idx from 1 by 1
           until ws-tax-rate-idx > ws-num-tax-rates
               if ws-tr-state(ws-tax-rate-idx) = f-customer-state
               and ws-tr-effective-date(ws-tax-rate-idx)
                   <= ws-business-date
               and ws-tr-effective-date(ws-tax-rate-idx)
                   >= ws-tax-rate-date
                   set ws-tax-rate-found to true
                   move ws-tr-effective-date(ws-tax-rate-idx)
                       to ws-tax-rate-date
                   move ws-tr-rate-pct(ws-tax-rate-idx)
                       to ws-tax-rate-pct
               end-if
           end-perform

           exit paragraph.


      *> Takes the customer's open credits off the order total,
      *> oldest first, stamping each with the period. One that
      *> would take the base below zero is skipped and waits for a
      *> later invoice; a smaller one behind it may still fit.
       apply-return-credits.

           move 0 to ws-credit-total

           perform varying ws-return-idx from 1 by 1
           until ws-return-idx > ws-num-returns
               if ws-rtn-customer-id(ws-return-idx) = f-customer-id
               and ws-rtn-credit-period(ws-return-idx) = 0
               and ws-credit-total + ws-rtn-credit-amount(ws-return-idx)
                   <= ws-order-total
                   add ws-rtn-credit-amount(ws-return-idx)
                       to ws-credit-total
                   move ws-bd-period
                       to ws-rtn-credit-period(ws-return-idx)
                   add 1 to ws-credits-applied-count
               end-if
           end-perform

           exit paragraph.


      *> No invoice was cut after all, so the credits just stamped
      *> go back to open for the next one.
       reopen-return-credits.

           perform varying ws-return-idx from 1 by 1
           until ws-return-idx > ws-num-returns
               if ws-rtn-customer-id(ws-return-idx) = f-customer-id
               and ws-rtn-credit-period(ws-return-idx) = ws-bd-period
                   move 0 to ws-rtn-credit-period(ws-return-idx)
                   subtract 1 from ws-credits-applied-count
               end-if
           end-perform

           exit paragraph.


      *> Marks the customer's billed orders invoiced in this period.
       mark-orders-invoiced.

           perform varying ws-order-idx from 1 by 1
           until ws-order-idx > ws-num-orders
               if ws-ord-customer-id(ws-order-idx) = f-customer-id
                   move ws-ord-header-idx(ws-order-idx)
                       to ws-found-header-idx
                   if not ws-hdr-invoiced(ws-found-header-idx)
                       add 1 to ws-orders-invoiced-count
                   end-if
                   move 'I' to ws-hdr-status(ws-found-header-idx)
                   move ws-bd-period
                       to ws-hdr-invoice-period(ws-found-header-idx)
               end-if
           end-perform

           exit paragraph.


      *> Checks whether the contract's billing frequency makes this
      *> customer due in the business month: 'M' every month, 'Q'
      *> quarter ends, 'A' December. Anything else bills monthly --
      *> an unset frequency byte shouldn't silently suppress revenue.
       check-frequency-due.

           set ws-due-this-period to true

           evaluate ws-contract-bill-freq(ws-found-contract-idx)
               when 'Q'
                   if ws-period-month not = 03
                   and ws-period-month not = 06
                   and ws-period-month not = 09
                   and ws-period-month not = 12
                       set ws-not-due-this-period to true
                   end-if

               when 'A'
                   if ws-period-month not = 12
                       set ws-not-due-this-period to true
                   end-if

               when other
                   continue
           end-evaluate

           exit paragraph.


      *> Looks the customer's contract up, leaving its slot in
      *> ws-found-contract-idx -- unknown, inactive, and
      *> out-of-window contracts each set their own outcome so the
      *> register says what was wrong.
       find-contract.
           perform write-report-line

           move "invoice  period  cust   contract       orders"
               & "         rate       amount       credits     st"
               & "           tax     total due"
               to ws-report-line
           perform write-report-line

           exit paragraph.
           move ws-invoice-amount to ws-amount-display
           move ws-amount-display to ws-report-line(63:12)

           move ws-credit-total to ws-amount-display
           move ws-amount-display to ws-report-line(77:12)

           move f-customer-state to ws-report-line(91:2)
           move ws-tax-amount to ws-amount-display
           move ws-amount-display to ws-report-line(95:12)
           compute ws-total-display =
               ws-invoice-amount + ws-tax-amount
           end-compute
           move ws-total-display to ws-report-line(107:14)

           if ws-customer-exempt
               move "exempt" to ws-report-line(123:6)
           end-if

           perform write-report-line

           exit paragraph.


      *> Says why an invoice carries less tax than its state would
      *> expect -- an exempt or partly exempt invoice, a lapsed
      *> certificate, or no rate on file.
       write-tax-note-line.

           move spaces to ws-report-line

           evaluate true
               when ws-customer-exempt
                   string
                       "    tax exempt, certificate "
                       ws-ex-certificate(ws-found-exemption-idx)
                       delimited by size
                       into ws-report-line
                   end-string

               when ws-tax-rate-missing
                   string
                       "    ** no sales tax rate on file for state "
                       f-customer-state " -- not taxed"
                       delimited by size
                       into ws-report-line
                   end-string

               when ws-certificate-expired
                   move ws-tax-rate-pct to ws-tax-rate-display
                   string
                       "    certificate "
                       ws-ex-certificate(ws-found-exemption-idx)
                       " expired "
                       ws-ex-expiry-date(ws-found-exemption-idx)
                       " -- taxed at " ws-tax-rate-display "%"
                       delimited by size
                       into ws-report-line
                   end-string

               when ws-exempt-amount > 0
                   move ws-exempt-amount to ws-amount-display
                   move ws-tax-rate-pct to ws-tax-rate-display
                   string
                       "    exempt items " ws-amount-display
                       ", taxed at " ws-tax-rate-display "%"
                       delimited by size
                       into ws-report-line
                   end-string

               when other
                   exit paragraph
           end-evaluate

           perform write-report-line

           exit paragraph.
           end-string
           perform write-report-line

           move spaces to ws-report-line
           move ws-tax-total to ws-total-display
           string
               "Sales tax: " ws-total-display
               into ws-report-line
           end-string
           compute ws-total-display = ws-register-total + ws-tax-total
           string
               "   total due: " ws-total-display
               into ws-report-line(26:28)
           end-string
           perform write-report-line

           if ws-no-tax-rate-count > 0
               move spaces to ws-report-line
               string
                   "Invoices not taxed, no state rate: "
                   ws-no-tax-rate-count
                   " -- add the rates and rerun."
                   into ws-report-line
               end-string
               perform write-report-line
           end-if

           if ws-deferred-count > 0
               move spaces to ws-report-line
               move ws-deferred-total to ws-total-display
               string
                   "Billed in advance, deferred: " ws-deferred-count
                   " invoice(s), " ws-total-display
                   into ws-report-line
               end-string
               perform write-report-line
           end-if

           if ws-deferred-posted-count > 0
               move spaces to ws-report-line
               string
                   "Not deferred, schedule already posted: "
                   ws-deferred-posted-count
                   " -- see the run log."
                   into ws-report-line
               end-string
               perform write-report-line
           end-if

           if ws-unbillable-count > 0
               move spaces to ws-report-line
               string
           exit paragraph.


      *> Lists the memos not yet on a register (or on this period's)
      *> after the invoices, a credit negative and a debit positive,
      *> and stamps each with the period.
       write-register-memos.

           perform varying ws-memo-idx from 1 by 1
           until ws-memo-idx > ws-num-memos
               if ws-memo-register-period(ws-memo-idx) = 0
               or ws-memo-register-period(ws-memo-idx) = ws-bd-period
                   if ws-memo-list-count = 0
                       perform write-memo-heading
                   end-if
                   move ws-bd-period
                       to ws-memo-register-period(ws-memo-idx)
                   move ws-memo-image(ws-memo-idx) to f-memo-record
                   perform write-memo-line
               end-if
           end-perform

           if ws-memo-list-count = 0
               exit paragraph
           end-if

           compute ws-memo-net =
               ws-memo-debit-total - ws-memo-credit-total
           end-compute

           move spaces to ws-report-line
           perform write-report-line

           move spaces to ws-report-line
           move ws-memo-credit-total to ws-total-display
           string
               "Memos: " ws-memo-list-count
               "   credits: " ws-total-display
               into ws-report-line
           end-string
           move ws-memo-debit-total to ws-total-display
           string
               "   debits: " ws-total-display
               into ws-report-line(50:25)
           end-string
           move ws-memo-net to ws-memo-net-display
           string
               "   net: " ws-memo-net-display
               into ws-report-line(75:23)
           end-string
           perform write-report-line

           exit paragraph.


       write-memo-heading.

           move spaces to ws-report-line
           perform write-report-line

           move "Credit and debit memos" to ws-report-line
           perform write-report-line

           move spaces to ws-report-line
           perform write-report-line

           move "memo    type    invoice  cust   reason  date      "
               & "          amount  description"
               to ws-report-line
           perform write-report-line

           exit paragraph.


       write-memo-line.

           add 1 to ws-memo-list-count

           move spaces to ws-report-line
           move f-memo-number to ws-report-line(1:6)
           if f-memo-credit
               move "credit" to ws-report-line(9:6)
               add f-memo-amount to ws-memo-credit-total
           else
               move "debit" to ws-report-line(9:6)
               add f-memo-amount to ws-memo-debit-total
           end-if
           move f-memo-invoice-number to ws-report-line(17:6)
           move f-memo-customer-id to ws-report-line(26:5)
           move f-memo-reason to ws-report-line(33:4)
           move f-memo-date to ws-memo-date-display
           move ws-memo-date-display to ws-report-line(41:10)
           move f-memo-amount to ws-amount-display
           move ws-amount-display to ws-report-line(55:12)
           if f-memo-credit
               move "-" to ws-report-line(67:1)
           end-if
           move f-memo-description to ws-report-line(69:30)
           perform write-report-line

           exit paragraph.


       write-report-line.

           move ws-report-line to f-register-record
           exit paragraph.


      *> Marks the orders billed this period invoiced on the indexed
      *> order book, each by a keyed read and REWRITE. No book yet
      *> (status "35") means intake hasn't converted the flat file,
      *> which is still the book. An order canceled on the book since
      *> the extract was written is left alone and named on the run
      *> log.
       mark-order-book.

           open i-o fd-order-book

           if ws-fs-status-book = "35"
               exit paragraph
           end-if

           if ws-fs-status-book not = "00"
               display "Error opening customer-orders.dat: "
                   ws-fs-status-book
               end-display
               move "mark-order-book" to ws-err-paragraph
               move ws-fs-status-book to ws-err-file-status
               move "open fd-order-book" to ws-err-message
               perform fail-run
           end-if

           perform varying ws-header-idx from 1 by 1
           until ws-header-idx > ws-num-headers
               if ws-hdr-invoiced(ws-header-idx)
               and ws-hdr-invoice-period(ws-header-idx) = ws-bd-period
                   move ws-hdr-number(ws-header-idx)
                       to f-book-order-number
                   read fd-order-book
                       invalid key
                           display "Order " f-book-order-number
                               " is not on customer-orders.dat"
                           end-display
                       not invalid key
                           if f-book-canceled
                               display "Order " f-book-order-number
                                   " was canceled on "
                                   "customer-orders.dat after it "
                                   "was billed"
                               end-display
                           else
                               move 'I' to f-book-status
                               move ws-bd-period
                                   to f-book-invoice-period
                               rewrite f-book-order
                           end-if
                   end-read
               end-if
           end-perform

           close fd-order-book

           exit paragraph.


      *> Rewrites customer-orders.txt from the header table, in file
      *> order, with the orders just billed marked invoiced.
       write-orders-file.

           open output fd-customer-orders

           if ws-fs-status-orders not = "00"
               display "Error rewriting customer orders: "
                   ws-fs-status-orders
               end-display
               move "write-orders-file" to ws-err-paragraph
               move ws-fs-status-orders to ws-err-file-status
               move "open output fd-customer-orders"
                   to ws-err-message
               perform fail-run
           end-if

           perform varying ws-header-idx from 1 by 1
           until ws-header-idx > ws-num-headers
               move ws-hdr-image(ws-header-idx) to f-customer-order
               if ws-hdr-invoiced(ws-header-idx)
                   move 'I' to f-order-status
                   move ws-hdr-invoice-period(ws-header-idx)
                       to f-order-invoice-period
               end-if
               write f-customer-order
           end-perform

           close fd-customer-orders

           exit paragraph.


      *> Rewrites customer-returns.txt from the return table, in
      *> file order, with the credits taken stamped with the period.
       write-returns-file.

           open output fd-customer-returns

           if ws-fs-status-returns not = "00"
               display "Error rewriting customer-returns.txt: "
                   ws-fs-status-returns
               end-display
               move "write-returns-file" to ws-err-paragraph
               move ws-fs-status-returns to ws-err-file-status
               move "open output fd-customer-returns"
                   to ws-err-message
               perform fail-run
           end-if

           perform varying ws-return-idx from 1 by 1
           until ws-return-idx > ws-num-returns
               move ws-rtn-image(ws-return-idx) to f-return-record
               move ws-rtn-credit-period(ws-return-idx)
                   to f-rtn-credit-period
               write f-return-record
           end-perform

           close fd-customer-returns

           exit paragraph.


      *> Writes the memo history back with the listed memos
      *> stamped.
       write-memos-file.

           open output fd-invoice-memos

           if ws-fs-status-memos not = "00"
               display "Error rewriting invoice-memos.txt: "
                   ws-fs-status-memos
               end-display
               move "write-memos-file" to ws-err-paragraph
               move ws-fs-status-memos to ws-err-file-status
               move "open output fd-invoice-memos" to ws-err-message
               perform fail-run
           end-if

           perform varying ws-memo-idx from 1 by 1
           until ws-memo-idx > ws-num-memos
               move ws-memo-image(ws-memo-idx) to f-memo-record
               move ws-memo-register-period(ws-memo-idx)
                   to f-memo-register-period
               write f-memo-record
           end-perform

           close fd-invoice-memos

           exit paragraph.


       write-deferred-file.

           open output fd-deferred-schedule

           if ws-fs-status-deferred not = "00"
               display "Error rewriting deferred-revenue-schedule.txt: "
                   ws-fs-status-deferred
               end-display
               move "write-deferred-file" to ws-err-paragraph
               move ws-fs-status-deferred to ws-err-file-status
               move "open output fd-deferred-schedule"
                   to ws-err-message
               perform fail-run
           end-if

           perform varying ws-deferred-idx from 1 by 1
           until ws-deferred-idx > ws-num-deferred
               move ws-def-image(ws-deferred-idx) to f-deferred-record
               write f-deferred-record
           end-perform

           close fd-deferred-schedule

           exit paragraph.


       log-job-start.

           move spaces to ws-job-audit-request

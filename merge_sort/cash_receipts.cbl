      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-10-15
      * updated: 2026-10-15 EE: ledger items carry the last dunning
      *          level sent and its date, stamped by dunning-notices;
      *          this run starts new items at level 0 and carries the
      *          rest through.
      * Purpose: Cash receipts application -- the receivables side of
      *          contract billing. Keeps the open-item ledger of
      *          record, ar-open-items.txt: every invoice
      *          contract-invoicing writes is posted onto it the
      *          first run after it appears on invoices.txt, with its
      *          invoice and due dates, so the balances no longer
      *          depend on which day anything is run. Then applies
      *          the day's receipts from cash-receipts.txt (customer,
      *          invoice number, amount, receipt date) to the open
      *          invoices, in full or in part. Cash with no invoice
      *          number, or more than the invoice's balance, goes on
      *          account for the customer as an unapplied item; a
      *          receipt against an invoice already paid goes on
      *          account whole. A receipt for an invoice that isn't
      *          on the ledger or belongs to another customer, for a
      *          customer not on the master, or with a bad amount or
      *          date is rejected with a reason code to
      *          cash-receipts-reject.txt for the reject-repair
      *          screen. Applied receipts are kept on
      *          cash-receipts-applied.txt and the receipts file is
      *          removed once applied, so a rerun never applies the
      *          same cash twice. A period invoiced again replaces its
      *          unpaid invoice on the ledger; one already partly paid
      *          is left for accounting with a warning. Rejects and
      *          warnings end the run with return code 4.
      *          ar-aging-report ages the ledger.
      * Tectonics: cobc
      ******************************************************************
       identification division.
       program-id. cash-receipts.

       environment division.
       input-output section.
       file-control.

           select fd-invoice-file
           assign to "invoices.txt"
           organization is line sequential
           file status is ws-fs-status-invoice.

      *> The open-item ledger, loaded whole and written back.
           select fd-ar-file
           assign to "ar-open-items.txt"
           organization is line sequential
           file status is ws-fs-status-ar.

           select fd-customer-master
           assign to "customer-master.txt"
           organization is line sequential
           file status is ws-fs-status-master.

           select fd-receipts-file
           assign to "cash-receipts.txt"
           organization is line sequential
           file status is ws-fs-status-receipts.

           select fd-reject-file
           assign to "cash-receipts-reject.txt"
           organization is line sequential
           file status is ws-fs-status-reject.

           select fd-applied-file
           assign to "cash-receipts-applied.txt"
           organization is line sequential
           file status is ws-fs-status-applied.

       data division.

       file section.

      *> The 107-byte invoice record contract-invoicing writes.
       fd  fd-invoice-file.
       01  f-invoice-record.
           05  f-inv-number                        pic 9(6).
           05  f-inv-period                        pic 9(6).
           05  f-inv-customer-id                   pic 9(5).
           05  f-inv-contract-id                   pic 9(5).
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

      *> One open item per invoice ('I'), or per receipt put on
      *> account ('U', invoice number 0, dated the day received).
      *> Items stay on the ledger once paid, status 'P'. The dunning
      *> level and date are the last notice dunning-notices sent.
       fd  fd-ar-file.
       01  f-ar-record.
           05  f-ar-type                           pic x.
           05  f-ar-invoice-number                 pic 9(6).
           05  f-ar-customer-id                    pic 9(5).
           05  f-ar-period                         pic 9(6).
           05  f-ar-invoice-date                   pic 9(8).
           05  f-ar-due-date                       pic 9(8).
           05  f-ar-original-amount                pic 9(7)v99.
           05  f-ar-paid-amount                    pic 9(7)v99.
           05  f-ar-balance                        pic 9(7)v99.
           05  f-ar-last-receipt-date              pic 9(8).
           05  f-ar-status                         pic x.
           05  f-ar-dunning-level                  pic 9.
           05  f-ar-dunning-date                   pic 9(8).

       fd  fd-customer-master.
       01  f-customer-record-master.
           05  f-customer-id                       pic 9(5).
           05  f-customer-last-name                pic x(50).
           05  f-customer-first-name               pic x(50).
           05  f-customer-contract-id              pic 9(5).
           05  f-customer-state                    pic xx.
           05  f-customer-zip                      pic x(5).
           05  f-customer-comment                  pic x(25).
           05  f-customer-region                   pic x(4).

      *> Receipt date blank means received on the business date.
       fd  fd-receipts-file.
       01  f-receipt-record.
           05  f-rcpt-customer-id                  pic 9(5).
           05  f-rcpt-invoice-number               pic 9(6).
           05  f-rcpt-amount                       pic 9(7)v99.
           05  f-rcpt-date                         pic x(8).

      *> Reason code, then the receipt as it arrived -- the same
      *> shape the other reject queues use, so reject-repair can
      *> strip the reason and requeue it onto cash-receipts.txt.
       fd  fd-reject-file.
       01  f-reject-record.
           05  f-reject-reason                     pic x(15).
           05  f-reject-receipt                    pic x(28).

      *> History of every receipt applied: where it went and when.
       fd  fd-applied-file.
       01  f-applied-record.
           05  f-app-customer-id                   pic 9(5).
           05  f-app-invoice-number                pic 9(6).
           05  f-app-receipt-amount                pic 9(7)v99.
           05  f-app-receipt-date                  pic 9(8).
           05  f-app-applied-amount                pic 9(7)v99.
           05  f-app-on-account-amount             pic 9(7)v99.
           05  f-app-posted-date                   pic 9(8).

       working-storage section.

       01  ws-fs-status-invoice                    pic xx.
       01  ws-fs-status-ar                         pic xx.
       01  ws-fs-status-master                     pic xx.
       01  ws-fs-status-receipts                   pic xx.
       01  ws-fs-status-reject                     pic xx.
       01  ws-fs-status-applied                    pic xx.

       01  ws-eof-sw                               pic x value 'N'.
           88  ws-eof                              value 'Y'.
           88  ws-not-eof                          value 'N'.

      *> No ledger yet means a first run -- the only time demo
      *> receipts are seeded when cash-receipts.txt is missing.
       01  ws-ar-missing-sw                        pic x value 'N'.
           88  ws-ar-missing                       value 'Y'.

       01  ws-receipts-present-sw                  pic x value 'N'.
           88  ws-receipts-present                 value 'Y'.

      *> Customer ids on the master, for validating receipts.
       01  ws-num-customers                        pic 999 comp
                                                   value 0.

       01  ws-customer-table                       occurs 0 to 500
                                                   times depending on
                                                       ws-num-customers
                                                   indexed by
                                                       ws-customer-idx.
           05  ws-customer-id                      pic 9(5).

      *> The ledger. Superseded invoices are flagged 'X' and not
      *> written back.
       01  ws-num-ar-items                         pic 9(4) comp
                                                   value 0.

       01  ws-ar-table                             occurs 0 to 5000
                                                   times depending on
                                                       ws-num-ar-items
                                                   indexed by
                                                       ws-ar-idx.
           05  ws-ar-type                          pic x.
               88  ws-ar-invoice                   value 'I'.
               88  ws-ar-unapplied                 value 'U'.
           05  ws-ar-invoice-number                pic 9(6).
           05  ws-ar-customer-id                   pic 9(5).
           05  ws-ar-period                        pic 9(6).
           05  ws-ar-invoice-date                  pic 9(8).
           05  ws-ar-due-date                      pic 9(8).
           05  ws-ar-original-amount               pic 9(7)v99.
           05  ws-ar-paid-amount                   pic 9(7)v99.
           05  ws-ar-balance                       pic 9(7)v99.
           05  ws-ar-last-receipt-date             pic 9(8).
           05  ws-ar-status                        pic x.
               88  ws-ar-open                      value 'O'.
               88  ws-ar-paid                      value 'P'.
               88  ws-ar-superseded                value 'X'.
           05  ws-ar-dunning-level                 pic 9.
           05  ws-ar-dunning-date                  pic 9(8).

       01  ws-found-ar-idx                         pic 9(4) comp
                                                   value 0.
       01  ws-check-idx                            pic 9(4) comp
                                                   value 0.

       01  ws-customer-found-sw                    pic x.
           88  ws-customer-found                   value 'Y'.
           88  ws-customer-not-found               value 'N'.

      *> The receipt being applied.
       01  ws-receipt-date                         pic 9(8).
       01  ws-receipt-remaining                    pic 9(7)v99.
       01  ws-receipt-applied                      pic 9(7)v99.
       01  ws-receipt-on-account                   pic 9(7)v99.
       01  ws-reject-reason                        pic x(15).

       01  ws-invoice-total                        pic 9(7)v99.

      *> Invoices the demo receipts are seeded against.
       01  ws-demo-idx-1                           pic 9(4) comp
                                                   value 0.
       01  ws-demo-idx-2                           pic 9(4) comp
                                                   value 0.
       01  ws-demo-amount                          pic 9(7)v99.

       01  ws-invoices-posted-count                pic 9(5) value 0.
       01  ws-invoices-superseded-count            pic 9(5) value 0.
       01  ws-receipts-read-count                  pic 9(5) value 0.
       01  ws-receipts-applied-count               pic 9(5) value 0.
       01  ws-receipts-rejected-count              pic 9(5) value 0.
       01  ws-warning-count                        pic 9(5) value 0.
       01  ws-total-received                       pic 9(9)v99 value 0.
       01  ws-total-applied                        pic 9(9)v99 value 0.
       01  ws-total-on-account                     pic 9(9)v99 value 0.

       01  ws-total-display                        pic zzz,zzz,zz9.99.

       01  ws-receipts-file-name                   pic x(40)
                                       value "cash-receipts.txt".
       01  ws-delete-status                        pic s9(9) comp-5.

      *> Business-date request for the shared business-date
      *> subprogram -- the posting date, and the receipt date when
      *> a receipt carries none.
       01  ws-business-date-request.
           05  ws-bd-action                 pic x.
           05  ws-bd-date                   pic 9(8).

       01  ws-business-date                        pic 9(8).

      *> Failure detail handed to the shared error-logger subprogram
      *> before a hard stop, per the suite's return-code convention
      *> (0 clean, 4 warnings/rejects, 8 failed).
       01  ws-error-request.
           05  ws-err-program               pic x(30).
           05  ws-err-paragraph             pic x(30).
           05  ws-err-file-status           pic xx.
           05  ws-err-message               pic x(48).

      *> Start/end entry for the common operations log, written by
      *> the shared job-audit-log subprogram.
       01  ws-job-audit-request.
           05  ws-ja-program                pic x(30).
           05  ws-ja-phase                  pic x.
           05  ws-ja-read-count             pic 9(7).
           05  ws-ja-written-count          pic 9(7).
           05  ws-ja-rejected-count         pic 9(7).
           05  ws-ja-status                 pic x(10).

       procedure division.
       main-procedure.

           display "Cash receipts application."

           perform log-job-start
           perform fetch-business-date

           perform load-customer-master
           perform load-ar-items
           perform post-new-invoices

           perform apply-receipts

           perform write-ar-items

           if ws-receipts-present
               perform remove-receipts-file
           end-if

           perform log-job-end

           display "Invoices posted:     " ws-invoices-posted-count
           display "Invoices superseded: "
               ws-invoices-superseded-count
           end-display
           display "Receipts read:       " ws-receipts-read-count
           display "Receipts applied:    " ws-receipts-applied-count
           display "Receipts rejected:   " ws-receipts-rejected-count
           move ws-total-received to ws-total-display
           display "Cash received:       " ws-total-display
           move ws-total-applied to ws-total-display
           display "Applied to invoices: " ws-total-display
           move ws-total-on-account to ws-total-display
           display "Put on account:      " ws-total-display

           if ws-receipts-rejected-count > 0
           or ws-warning-count > 0
               display "Rejects or warnings -- see "
                   "cash-receipts-reject.txt and the messages above."
               end-display
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


       load-customer-master.

           move 0 to ws-num-customers
           set ws-not-eof to true

           open input fd-customer-master

           if ws-fs-status-master not = "00"
               display "Error opening customer master: "
                   ws-fs-status-master
               end-display
               move "load-customer-master" to ws-err-paragraph
               move ws-fs-status-master to ws-err-file-status
               move "open fd-customer-master" to ws-err-message
               perform fail-run
           end-if

           perform until ws-eof
               read fd-customer-master
                   at end
                       set ws-eof to true
                   not at end
                       if ws-num-customers < 500
                           add 1 to ws-num-customers
                           move f-customer-id
                               to ws-customer-id(ws-num-customers)
                       end-if
               end-read
           end-perform

           close fd-customer-master

           exit paragraph.


      *> No ledger yet (status "35") is the first run: it starts
      *> empty and is built from invoices.txt.
       load-ar-items.

           set ws-not-eof to true

           open input fd-ar-file

           if ws-fs-status-ar = "35"
               set ws-ar-missing to true
               exit paragraph
           end-if

           if ws-fs-status-ar not = "00"
               display "Error opening ar-open-items.txt: "
                   ws-fs-status-ar
               end-display
               move "load-ar-items" to ws-err-paragraph
               move ws-fs-status-ar to ws-err-file-status
               move "open fd-ar-file" to ws-err-message
               perform fail-run
           end-if

           perform until ws-eof
               read fd-ar-file
                   at end
                       set ws-eof to true
                   not at end
                       if ws-num-ar-items >= 5000
                           display "ar-open-items.txt exceeds the "
                               "5000-item table -- run stopped "
                               "before it could be truncated."
                           end-display
                           move "load-ar-items" to ws-err-paragraph
                           move spaces to ws-err-file-status
                           move "ledger table overflow"
                               to ws-err-message
                           perform fail-run
                       end-if

                       add 1 to ws-num-ar-items
                       move f-ar-record
                           to ws-ar-table(ws-num-ar-items)
                       if f-ar-dunning-level is not numeric
                           move 0 to ws-ar-dunning-level
                               (ws-num-ar-items)
                       end-if
                       if f-ar-dunning-date is not numeric
                           move 0 to ws-ar-dunning-date
                               (ws-num-ar-items)
                       end-if
               end-read
           end-perform

           close fd-ar-file

           exit paragraph.


      *> Posts every invoice on invoices.txt not already on the
      *> ledger. invoices.txt only ever holds the last invoicing
      *> run, so each invoice is picked up the first time this runs
      *> after it; a zero invoice has nothing to collect and is
      *> skipped.
       post-new-invoices.

           set ws-not-eof to true

           open input fd-invoice-file

           if ws-fs-status-invoice = "35"
               display "No invoices.txt -- no new invoices to post."
               exit paragraph
           end-if

           if ws-fs-status-invoice not = "00"
               display "Error opening invoices.txt: "
                   ws-fs-status-invoice
               end-display
               move "post-new-invoices" to ws-err-paragraph
               move ws-fs-status-invoice to ws-err-file-status
               move "open fd-invoice-file" to ws-err-message
               perform fail-run
           end-if

           perform until ws-eof
               read fd-invoice-file
                   at end
                       set ws-eof to true
                   not at end
                       compute ws-invoice-total =
                           f-inv-amount + f-inv-tax-amount
                       end-compute
                       if ws-invoice-total > 0
                           perform find-ar-invoice
                           if ws-found-ar-idx = 0
                               perform post-one-invoice
                           end-if
                       end-if
               end-read
           end-perform

           close fd-invoice-file

           exit paragraph.


      *> Looks up the ledger invoice numbered f-inv-number;
      *> ws-found-ar-idx is 0 when it isn't there.
       find-ar-invoice.

           move 0 to ws-found-ar-idx

           perform varying ws-ar-idx from 1 by 1
           until ws-ar-idx > ws-num-ar-items
               if ws-ar-invoice(ws-ar-idx)
               and ws-ar-invoice-number(ws-ar-idx) = f-inv-number
                   set ws-found-ar-idx to ws-ar-idx
                   exit perform
               end-if
           end-perform

           exit paragraph.


      *> A rerun of a period numbers its invoices afresh, so the
      *> customer's earlier invoice for the same period is replaced
      *> -- unless cash has already gone against it, which is left
      *> for accounting to sort out.
       post-one-invoice.

           perform varying ws-ar-idx from 1 by 1
           until ws-ar-idx > ws-num-ar-items
               if ws-ar-invoice(ws-ar-idx)
               and not ws-ar-superseded(ws-ar-idx)
               and ws-ar-customer-id(ws-ar-idx) = f-inv-customer-id
               and ws-ar-period(ws-ar-idx) = f-inv-period
                   if ws-ar-paid-amount(ws-ar-idx) = 0
                       set ws-ar-superseded(ws-ar-idx) to true
                       add 1 to ws-invoices-superseded-count
                   else
                       display "Warning: customer "
                           f-inv-customer-id " invoice "
                           ws-ar-invoice-number(ws-ar-idx)
                           " for period " f-inv-period
                           " already has cash against it; invoice "
                           f-inv-number " posted alongside it."
                       end-display
                       add 1 to ws-warning-count
                   end-if
               end-if
           end-perform

           if ws-num-ar-items >= 5000
               display "ar-open-items.txt is full at 5000 items -- "
                   "run stopped."
               end-display
               move "post-one-invoice" to ws-err-paragraph
               move spaces to ws-err-file-status
               move "ledger table overflow" to ws-err-message
               perform fail-run
           end-if

           add 1 to ws-num-ar-items
           move 'I' to ws-ar-type(ws-num-ar-items)
           move f-inv-number to ws-ar-invoice-number(ws-num-ar-items)
           move f-inv-customer-id
               to ws-ar-customer-id(ws-num-ar-items)
           move f-inv-period to ws-ar-period(ws-num-ar-items)
           move f-inv-date to ws-ar-invoice-date(ws-num-ar-items)
           move f-inv-due-date to ws-ar-due-date(ws-num-ar-items)

      *> An invoice written before invoices carried their dates is
      *> dated the day it is posted, on the default 30-day terms.
           if f-inv-date is not numeric
           or f-inv-date = 0
               move ws-business-date
                   to ws-ar-invoice-date(ws-num-ar-items)
           end-if
           if f-inv-due-date is not numeric
           or f-inv-due-date = 0
               compute ws-ar-due-date(ws-num-ar-items) =
                   function date-of-integer(
                       function integer-of-date(
                           ws-ar-invoice-date(ws-num-ar-items)) + 30)
               end-compute
           end-if
           move ws-invoice-total
               to ws-ar-original-amount(ws-num-ar-items)
           move 0 to ws-ar-paid-amount(ws-num-ar-items)
           move ws-invoice-total to ws-ar-balance(ws-num-ar-items)
           move 0 to ws-ar-last-receipt-date(ws-num-ar-items)
           move 'O' to ws-ar-status(ws-num-ar-items)
           move 0 to ws-ar-dunning-level(ws-num-ar-items)
           move 0 to ws-ar-dunning-date(ws-num-ar-items)

           add 1 to ws-invoices-posted-count

           exit paragraph.


      *> Applies each receipt in turn. With no receipts file there is
      *> simply no cash today -- except on a first run, which seeds
      *> a small demo batch against the invoices just posted.
       apply-receipts.

           set ws-not-eof to true

           open input fd-receipts-file

           if ws-fs-status-receipts = "35"
               if ws-ar-missing
                   perform create-test-receipts
                   open input fd-receipts-file
               else
                   display "No cash-receipts.txt -- nothing to apply."
                   exit paragraph
               end-if
           end-if

           if ws-fs-status-receipts not = "00"
               display "Error opening cash-receipts.txt: "
                   ws-fs-status-receipts
               end-display
               move "apply-receipts" to ws-err-paragraph
               move ws-fs-status-receipts to ws-err-file-status
               move "open fd-receipts-file" to ws-err-message
               perform fail-run
           end-if

           set ws-receipts-present to true

      *> Rejects accumulate until reject-repair disposes of them.
           open extend fd-reject-file

           if ws-fs-status-reject = "35"
               open output fd-reject-file
           end-if

           if ws-fs-status-reject not = "00"
               display "Error opening cash-receipts-reject.txt: "
                   ws-fs-status-reject
               end-display
               move "apply-receipts" to ws-err-paragraph
               move ws-fs-status-reject to ws-err-file-status
               move "open fd-reject-file" to ws-err-message
               perform fail-run
           end-if

           open extend fd-applied-file

           if ws-fs-status-applied = "35"
               open output fd-applied-file
           end-if

           if ws-fs-status-applied not = "00"
               display "Error opening cash-receipts-applied.txt: "
                   ws-fs-status-applied
               end-display
               move "apply-receipts" to ws-err-paragraph
               move ws-fs-status-applied to ws-err-file-status
               move "open fd-applied-file" to ws-err-message
               perform fail-run
           end-if

           perform until ws-eof
               read fd-receipts-file
                   at end
                       set ws-eof to true
                   not at end
                       add 1 to ws-receipts-read-count
                       perform apply-one-receipt
               end-read
           end-perform

           close fd-receipts-file
           close fd-reject-file
           close fd-applied-file

           exit paragraph.


      *> Validates the receipt, then pays down the invoice it names
      *> and puts whatever is left on account.
       apply-one-receipt.

           move spaces to ws-reject-reason

           if f-rcpt-amount is not numeric
           or f-rcpt-amount = 0
               move "BAD-AMOUNT" to ws-reject-reason
               perform reject-receipt
               exit paragraph
           end-if

           if f-rcpt-date = spaces
               move ws-business-date to ws-receipt-date
           else
               if f-rcpt-date is not numeric
                   move "BAD-DATE" to ws-reject-reason
                   perform reject-receipt
                   exit paragraph
               end-if
               move f-rcpt-date to ws-receipt-date
               if function test-date-yyyymmdd(ws-receipt-date) not = 0
               or ws-receipt-date > ws-business-date
                   move "BAD-DATE" to ws-reject-reason
                   perform reject-receipt
                   exit paragraph
               end-if
           end-if

           set ws-customer-not-found to true
           if f-rcpt-customer-id is numeric
               perform varying ws-customer-idx from 1 by 1
               until ws-customer-idx > ws-num-customers
                   if ws-customer-id(ws-customer-idx)
                       = f-rcpt-customer-id
                       set ws-customer-found to true
                       exit perform
                   end-if
               end-perform
           end-if

           if ws-customer-not-found
               move "CUST-NOT-FOUND" to ws-reject-reason
               perform reject-receipt
               exit paragraph
           end-if

           if f-rcpt-invoice-number is not numeric
               move "INV-NOT-FOUND" to ws-reject-reason
               perform reject-receipt
               exit paragraph
           end-if

           move 0 to ws-found-ar-idx
           if f-rcpt-invoice-number not = 0
               perform varying ws-ar-idx from 1 by 1
               until ws-ar-idx > ws-num-ar-items
                   if ws-ar-invoice(ws-ar-idx)
                   and not ws-ar-superseded(ws-ar-idx)
                   and ws-ar-invoice-number(ws-ar-idx)
                       = f-rcpt-invoice-number
                       set ws-found-ar-idx to ws-ar-idx
                       exit perform
                   end-if
               end-perform

               if ws-found-ar-idx = 0
                   move "INV-NOT-FOUND" to ws-reject-reason
                   perform reject-receipt
                   exit paragraph
               end-if

               if ws-ar-customer-id(ws-found-ar-idx)
                   not = f-rcpt-customer-id
                   move "INV-WRONG-CUST" to ws-reject-reason
                   perform reject-receipt
                   exit paragraph
               end-if
           end-if

           move f-rcpt-amount to ws-receipt-remaining
           move 0 to ws-receipt-applied
           move 0 to ws-receipt-on-account

           if ws-found-ar-idx > 0
               if ws-ar-paid(ws-found-ar-idx)
                   display "Warning: invoice " f-rcpt-invoice-number
                       " is already paid; receipt put on account."
                   end-display
                   add 1 to ws-warning-count
               else
                   if ws-receipt-remaining
                       >= ws-ar-balance(ws-found-ar-idx)
                       move ws-ar-balance(ws-found-ar-idx)
                           to ws-receipt-applied
                   else
                       move ws-receipt-remaining to ws-receipt-applied
                   end-if

                   add ws-receipt-applied
                       to ws-ar-paid-amount(ws-found-ar-idx)
                   subtract ws-receipt-applied
                       from ws-ar-balance(ws-found-ar-idx)
                   subtract ws-receipt-applied
                       from ws-receipt-remaining
                   move ws-receipt-date
                       to ws-ar-last-receipt-date(ws-found-ar-idx)
                   if ws-ar-balance(ws-found-ar-idx) = 0
                       set ws-ar-paid(ws-found-ar-idx) to true
                   end-if
               end-if
           end-if

           if ws-receipt-remaining > 0
               perform post-on-account
           end-if

           move f-rcpt-customer-id to f-app-customer-id
           move f-rcpt-invoice-number to f-app-invoice-number
           move f-rcpt-amount to f-app-receipt-amount
           move ws-receipt-date to f-app-receipt-date
           move ws-receipt-applied to f-app-applied-amount
           move ws-receipt-on-account to f-app-on-account-amount
           move ws-business-date to f-app-posted-date
           write f-applied-record

           add 1 to ws-receipts-applied-count
           add f-rcpt-amount to ws-total-received
           add ws-receipt-applied to ws-total-applied
           add ws-receipt-on-account to ws-total-on-account

           exit paragraph.


      *> Unapplied cash is an open credit item for the customer,
      *> dated the day it was received.
       post-on-account.

           if ws-num-ar-items >= 5000
               display "ar-open-items.txt is full at 5000 items -- "
                   "run stopped."
               end-display
               move "post-on-account" to ws-err-paragraph
               move spaces to ws-err-file-status
               move "ledger table overflow" to ws-err-message
               perform fail-run
           end-if

           move ws-receipt-remaining to ws-receipt-on-account

           add 1 to ws-num-ar-items
           move 'U' to ws-ar-type(ws-num-ar-items)
           move 0 to ws-ar-invoice-number(ws-num-ar-items)
           move f-rcpt-customer-id
               to ws-ar-customer-id(ws-num-ar-items)
           move 0 to ws-ar-period(ws-num-ar-items)
           move ws-receipt-date to ws-ar-invoice-date(ws-num-ar-items)
           move 0 to ws-ar-due-date(ws-num-ar-items)
           move ws-receipt-on-account
               to ws-ar-original-amount(ws-num-ar-items)
           move 0 to ws-ar-paid-amount(ws-num-ar-items)
           move ws-receipt-on-account
               to ws-ar-balance(ws-num-ar-items)
           move ws-receipt-date
               to ws-ar-last-receipt-date(ws-num-ar-items)
           move 'O' to ws-ar-status(ws-num-ar-items)
           move 0 to ws-ar-dunning-level(ws-num-ar-items)
           move 0 to ws-ar-dunning-date(ws-num-ar-items)

           exit paragraph.


       reject-receipt.

           move spaces to f-reject-record
           move ws-reject-reason to f-reject-reason
           move f-receipt-record to f-reject-receipt
           write f-reject-record

           add 1 to ws-receipts-rejected-count

           exit paragraph.


      *> The ledger is written back whole, less superseded invoices.
       write-ar-items.

           open output fd-ar-file

           if ws-fs-status-ar not = "00"
               display "Error writing ar-open-items.txt: "
                   ws-fs-status-ar
               end-display
               move "write-ar-items" to ws-err-paragraph
               move ws-fs-status-ar to ws-err-file-status
               move "open output fd-ar-file" to ws-err-message
               perform fail-run
           end-if

           perform varying ws-ar-idx from 1 by 1
           until ws-ar-idx > ws-num-ar-items
               if not ws-ar-superseded(ws-ar-idx)
                   move ws-ar-table(ws-ar-idx) to f-ar-record
                   write f-ar-record
               end-if
           end-perform

           close fd-ar-file

           exit paragraph.


      *> The receipts are on the ledger and in the applied history
      *> now; removing the file keeps a rerun from applying them
      *> again.
       remove-receipts-file.

           call "CBL_DELETE_FILE" using ws-receipts-file-name
               returning ws-delete-status

           if ws-delete-status not = 0
               display "Warning: unable to remove cash-receipts.txt "
                   "-- remove it before the next run."
               end-display
               add 1 to ws-warning-count
           end-if

           exit paragraph.


      *> Seeds demo receipts for a first run: the first invoice on
      *> the ledger paid in full, a second paid in part with cash
      *> to spare on a third receipt (the overpayment goes on
      *> account), cash with no invoice for customer 1, and two bad
      *> references -- an invoice that doesn't exist and a customer
      *> id that isn't on the master. Only called when both the
      *> receipts file and the ledger are missing.
       create-test-receipts.

           move 0 to ws-demo-idx-1
           move 0 to ws-demo-idx-2

           perform varying ws-ar-idx from 1 by 1
           until ws-ar-idx > ws-num-ar-items
               if ws-ar-invoice(ws-ar-idx)
               and not ws-ar-superseded(ws-ar-idx)
                   if ws-demo-idx-1 = 0
                       set ws-demo-idx-1 to ws-ar-idx
                   else
                       if ws-demo-idx-2 = 0
                           set ws-demo-idx-2 to ws-ar-idx
                       end-if
                   end-if
               end-if
           end-perform

           open output fd-receipts-file

               if ws-demo-idx-1 > 0
                   move ws-ar-customer-id(ws-demo-idx-1)
                       to f-rcpt-customer-id
                   move ws-ar-invoice-number(ws-demo-idx-1)
                       to f-rcpt-invoice-number
                   move ws-ar-balance(ws-demo-idx-1) to f-rcpt-amount
                   move spaces to f-rcpt-date
                   write f-receipt-record
               end-if

               if ws-demo-idx-2 > 0
                   compute ws-demo-amount rounded =
                       ws-ar-balance(ws-demo-idx-2) / 2
                   end-compute
                   move ws-ar-customer-id(ws-demo-idx-2)
                       to f-rcpt-customer-id
                   move ws-ar-invoice-number(ws-demo-idx-2)
                       to f-rcpt-invoice-number
                   move ws-demo-amount to f-rcpt-amount
                   move spaces to f-rcpt-date
                   write f-receipt-record

                   add 100.00 to ws-demo-amount
                   move ws-demo-amount to f-rcpt-amount
                   write f-receipt-record
               end-if

               move 1 to f-rcpt-customer-id
               move 0 to f-rcpt-invoice-number
               move 250.00 to f-rcpt-amount
               move spaces to f-rcpt-date
               write f-receipt-record

               move 1 to f-rcpt-customer-id
               move 999999 to f-rcpt-invoice-number
               move 75.00 to f-rcpt-amount
               move spaces to f-rcpt-date
               write f-receipt-record

               move 99 to f-rcpt-customer-id
               move 0 to f-rcpt-invoice-number
               move 40.00 to f-rcpt-amount
               move spaces to f-rcpt-date
               write f-receipt-record

           close fd-receipts-file

           exit paragraph.


      *> Records the start of the run in the common operations log.
       log-job-start.

           move spaces to ws-job-audit-request
           move "cash-receipts" to ws-ja-program
           move 'S' to ws-ja-phase
           move 0 to ws-ja-read-count
           move 0 to ws-ja-written-count
           move 0 to ws-ja-rejected-count

           call "job-audit-log" using ws-job-audit-request
               on exception
                   display "Warning: unable to call job-audit-log."
           end-call

           exit paragraph.


       log-job-end.

           move 'E' to ws-ja-phase
           move ws-receipts-read-count to ws-ja-read-count
           move ws-receipts-applied-count to ws-ja-written-count
           move ws-receipts-rejected-count to ws-ja-rejected-count
           move "COMPLETE" to ws-ja-status

           call "job-audit-log" using ws-job-audit-request
               on exception
                   display "Warning: unable to call job-audit-log."
           end-call

           exit paragraph.


      *> Records the failure just displayed in the common error log
      *> through the shared error-logger subprogram, then stops the
      *> run with status 8. The caller fills in the paragraph, file
      *> status, and message first.
       fail-run.

           move "cash-receipts" to ws-err-program

           call "error-logger" using ws-error-request
               on exception
                   display "Warning: unable to call error-logger."
           end-call

           move 8 to return-code

           goback.

       end program cash-receipts.

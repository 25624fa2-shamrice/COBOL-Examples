      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-10-15
      * Purpose: Credit and debit memos against contract invoices --
      *          the fix for a wrong invoice without editing
      *          invoices.txt or rerunning the month. Each
      *          transaction on invoice-adjustments.txt names the
      *          original invoice, 'C' credit or 'D' debit, a reason
      *          code and an amount. A good one is given its own memo
      *          number from memo-number-seq.txt (the counter
      *          technique invoice-number-seq.txt uses) and moves the
      *          invoice's open balance on the ledger cash-receipts
      *          keeps, ar-open-items.txt: a credit takes the balance
      *          down, paying the invoice off when it reaches zero,
      *          and any part of it beyond the balance goes on account
      *          for the customer; a debit puts the balance up and
      *          reopens a paid invoice. Every memo is kept on
      *          invoice-memos.txt, which contract-invoicing lists on
      *          its next register, customer-statements prints on the
      *          customer's statement, and credit-memo-report sums by
      *          reason for the month. An invoice not on the ledger, a
      *          bad type, reason or amount rejects with a reason
      *          code to invoice-adjustments-reject.txt for the
      *          reject-repair screen. The transaction file is
      *          removed once applied, so a rerun never issues the
      *          same memo twice. Rejects end the run with return
      *          code 4.
      * Tectonics: cobc
      ******************************************************************
       identification division.
       program-id. invoice-adjustments.

       environment division.
       input-output section.
       file-control.

           select fd-adjustment-file
           assign to "invoice-adjustments.txt"
           organization is line sequential
           file status is ws-fs-status-adjust.

      *> The open-item ledger, loaded whole and written back.
           select fd-ar-file
           assign to "ar-open-items.txt"
           organization is line sequential
           file status is ws-fs-status-ar.

           select fd-memo-file
           assign to "invoice-memos.txt"
           organization is line sequential
           file status is ws-fs-status-memo.

           select fd-memo-seq
           assign to "memo-number-seq.txt"
           organization is line sequential
           file status is ws-fs-status-seq.

           select fd-reject-file
           assign to "invoice-adjustments-reject.txt"
           organization is line sequential
           file status is ws-fs-status-reject.

       data division.

       file section.

      *> 'C' credit memo or 'D' debit memo against an invoice.
       fd  fd-adjustment-file.
       01  f-adjustment-record.
           05  f-adj-type                          pic x.
               88  f-adj-credit                    value 'C'.
               88  f-adj-debit                     value 'D'.
           05  f-adj-invoice-number                pic 9(6).
           05  f-adj-reason                        pic x(4).
           05  f-adj-amount                        pic 9(7)v99.
           05  f-adj-description                   pic x(30).

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

      *> One memo per record, kept for good. The period is the
      *> business month it was issued in; the register period is the
      *> invoicing run that listed it, 0 until one has.
       fd  fd-memo-file.
       01  f-memo-record.
           05  f-memo-number                       pic 9(6).
           05  f-memo-type                         pic x.
           05  f-memo-invoice-number               pic 9(6).
           05  f-memo-customer-id                  pic 9(5).
           05  f-memo-reason                       pic x(4).
           05  f-memo-amount                       pic 9(7)v99.
           05  f-memo-date                         pic 9(8).
           05  f-memo-period                       pic 9(6).
           05  f-memo-description                  pic x(30).
           05  f-memo-register-period              pic 9(6).

       fd  fd-memo-seq.
       01  f-memo-seq-record                       pic 9(6).

       fd  fd-reject-file.
       01  f-reject-record.
           05  f-reject-reason                     pic x(15).
           05  f-reject-adjustment                 pic x(50).

       working-storage section.

       01  ws-fs-status-adjust                     pic xx.
       01  ws-fs-status-ar                         pic xx.
       01  ws-fs-status-memo                       pic xx.
       01  ws-fs-status-seq                        pic xx.
       01  ws-fs-status-reject                     pic xx.

       01  ws-eof-sw                               pic x value 'N'.
           88  ws-eof                              value 'Y'.
           88  ws-not-eof                          value 'N'.

      *> No memo history yet means a first run -- the only time demo
      *> adjustments are seeded when the transaction file is missing.
       01  ws-memos-missing-sw                     pic x value 'N'.
           88  ws-memos-missing                    value 'Y'.

       01  ws-adjustments-present-sw               pic x value 'N'.
           88  ws-adjustments-present              value 'Y'.

      *> The billing error reasons a memo may carry; the report
      *> groups by them.
       01  ws-reason-definitions.
           05  filler              pic x(4) value "RATE".
           05  filler              pic x(4) value "BILL".
           05  filler              pic x(4) value "PRIC".
           05  filler              pic x(4) value "QTY ".
           05  filler              pic x(4) value "TAX ".
           05  filler              pic x(4) value "GOOD".
           05  filler              pic x(4) value "OTHR".

       01  filler redefines ws-reason-definitions.
           05  ws-reason-code      occurs 7 times
                                   indexed by ws-reason-idx
                                   pic x(4).

       77  ws-num-reasons          pic 9 value 7.

       01  ws-reason-found-sw                      pic x.
           88  ws-reason-found                     value 'Y'.
           88  ws-reason-not-found                 value 'N'.

      *> The ledger.
       01  ws-num-ar-items                         pic 9(4) comp
                                                   value 0.

       01  ws-ar-table                             occurs 0 to 5000
                                                   times depending on
                                                       ws-num-ar-items
                                                   indexed by
                                                       ws-ar-idx.
           05  ws-ar-type                          pic x.
               88  ws-ar-invoice                   value 'I'.
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
           05  ws-ar-dunning-level                 pic 9.
           05  ws-ar-dunning-date                  pic 9(8).

       01  ws-found-ar-idx                         pic 9(4) comp
                                                   value 0.

       01  ws-memo-sequence                        pic 9(6) value 0.
       01  ws-reject-reason                        pic x(15).
       01  ws-credit-applied                       pic 9(7)v99.
       01  ws-credit-on-account                    pic 9(7)v99.

      *> Invoices the demo adjustments are seeded against.
       01  ws-demo-idx-1                           pic 9(4) comp
                                                   value 0.
       01  ws-demo-idx-2                           pic 9(4) comp
                                                   value 0.

       01  ws-adjustments-read-count               pic 9(5) value 0.
       01  ws-credit-memo-count                    pic 9(5) value 0.
       01  ws-debit-memo-count                     pic 9(5) value 0.
       01  ws-rejected-count                       pic 9(5) value 0.
       01  ws-total-credits                        pic 9(9)v99 value 0.
       01  ws-total-debits                         pic 9(9)v99 value 0.
       01  ws-total-on-account                     pic 9(9)v99 value 0.

       01  ws-total-display                        pic zzz,zzz,zz9.99.

       01  ws-adjustment-file-name                 pic x(40)
                                   value "invoice-adjustments.txt".
       01  ws-delete-status                        pic s9(9) comp-5.

      *> Business-date request for the shared business-date
      *> subprogram -- the memo date, and the month it is counted in.
       01  ws-business-date-request.
           05  ws-bd-action                 pic x.
           05  ws-bd-date                   pic 9(8).

       01  ws-business-date                        pic 9(8).
       01  filler redefines ws-business-date.
           05  ws-bd-period                        pic 9(6).
           05  filler                              pic 99.

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

           display "Invoice adjustments."

           perform log-job-start
           perform fetch-business-date

           perform load-ar-items
           perform load-memo-sequence

           perform apply-adjustments

           if ws-adjustments-present
               perform write-ar-items
               perform save-memo-sequence
               perform remove-adjustment-file
           end-if

           perform log-job-end

           display "Adjustments read:    " ws-adjustments-read-count
           display "Credit memos issued: " ws-credit-memo-count
           display "Debit memos issued:  " ws-debit-memo-count
           display "Rejected:            " ws-rejected-count
           move ws-total-credits to ws-total-display
           display "Total credited:      " ws-total-display
           move ws-total-debits to ws-total-display
           display "Total debited:       " ws-total-display
           move ws-total-on-account to ws-total-display
           display "Credit on account:   " ws-total-display

           if ws-rejected-count > 0
               display "Rejects -- see invoice-adjustments-reject.txt"
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


      *> No ledger means cash-receipts hasn't posted an invoice yet,
      *> so there is nothing an adjustment could name.
       load-ar-items.

           set ws-not-eof to true

           open input fd-ar-file

           if ws-fs-status-ar = "35"
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


       load-memo-sequence.

           open input fd-memo-seq

           if ws-fs-status-seq = "35"
               move 700000 to ws-memo-sequence
               exit paragraph
           end-if

           if ws-fs-status-seq not = "00"
               display "Error opening memo-number-seq.txt: "
                   ws-fs-status-seq
               end-display
               move "load-memo-sequence" to ws-err-paragraph
               move ws-fs-status-seq to ws-err-file-status
               move "open fd-memo-seq" to ws-err-message
               perform fail-run
           end-if

           read fd-memo-seq
               at end
                   move 700000 to ws-memo-sequence
               not at end
                   move f-memo-seq-record to ws-memo-sequence
           end-read

           close fd-memo-seq

           exit paragraph.


      *> The counter only rolls forward once the memos are safely on
      *> disk, the same as the invoice counter.
       save-memo-sequence.

           open output fd-memo-seq

           if ws-fs-status-seq not = "00"
               display "Error saving memo-number-seq.txt: "
                   ws-fs-status-seq
               end-display
               move "save-memo-sequence" to ws-err-paragraph
               move ws-fs-status-seq to ws-err-file-status
               move "open output fd-memo-seq" to ws-err-message
               perform fail-run
           end-if

           move ws-memo-sequence to f-memo-seq-record
           write f-memo-seq-record

           close fd-memo-seq

           exit paragraph.


      *> Applies each adjustment in turn. With no transaction file
      *> there is nothing to adjust today -- except on a first run,
      *> which seeds a small demo batch against the ledger.
       apply-adjustments.

           set ws-not-eof to true

           open input fd-adjustment-file

           if ws-fs-status-adjust = "35"
               open input fd-memo-file
               if ws-fs-status-memo = "35"
                   set ws-memos-missing to true
               else
                   close fd-memo-file
               end-if

               if ws-memos-missing
                   perform create-test-adjustments
                   open input fd-adjustment-file
               else
                   display "No invoice-adjustments.txt -- nothing "
                       "to apply."
                   end-display
                   exit paragraph
               end-if
           end-if

           if ws-fs-status-adjust not = "00"
               display "Error opening invoice-adjustments.txt: "
                   ws-fs-status-adjust
               end-display
               move "apply-adjustments" to ws-err-paragraph
               move ws-fs-status-adjust to ws-err-file-status
               move "open fd-adjustment-file" to ws-err-message
               perform fail-run
           end-if

           set ws-adjustments-present to true

      *> Rejects accumulate until reject-repair disposes of them.
           open extend fd-reject-file

           if ws-fs-status-reject = "35"
               open output fd-reject-file
           end-if

           if ws-fs-status-reject not = "00"
               display "Error opening invoice-adjustments-reject.txt: "
                   ws-fs-status-reject
               end-display
               move "apply-adjustments" to ws-err-paragraph
               move ws-fs-status-reject to ws-err-file-status
               move "open fd-reject-file" to ws-err-message
               perform fail-run
           end-if

           open extend fd-memo-file

           if ws-fs-status-memo = "35"
               open output fd-memo-file
           end-if

           if ws-fs-status-memo not = "00"
               display "Error opening invoice-memos.txt: "
                   ws-fs-status-memo
               end-display
               move "apply-adjustments" to ws-err-paragraph
               move ws-fs-status-memo to ws-err-file-status
               move "open fd-memo-file" to ws-err-message
               perform fail-run
           end-if

           perform until ws-eof
               read fd-adjustment-file
                   at end
                       set ws-eof to true
                   not at end
                       add 1 to ws-adjustments-read-count
                       perform apply-one-adjustment
               end-read
           end-perform

           close fd-adjustment-file
           close fd-reject-file
           close fd-memo-file

           exit paragraph.


      *> Validates the adjustment, moves the invoice's balance, and
      *> files the memo.
       apply-one-adjustment.

           move spaces to ws-reject-reason

           if not f-adj-credit
           and not f-adj-debit
               move "BAD-TYPE" to ws-reject-reason
               perform reject-adjustment
               exit paragraph
           end-if

           if f-adj-amount is not numeric
           or f-adj-amount = 0
               move "BAD-AMOUNT" to ws-reject-reason
               perform reject-adjustment
               exit paragraph
           end-if

           set ws-reason-not-found to true
           perform varying ws-reason-idx from 1 by 1
           until ws-reason-idx > ws-num-reasons
               if ws-reason-code(ws-reason-idx) = f-adj-reason
                   set ws-reason-found to true
                   exit perform
               end-if
           end-perform

           if ws-reason-not-found
               move "BAD-REASON" to ws-reject-reason
               perform reject-adjustment
               exit paragraph
           end-if

           move 0 to ws-found-ar-idx
           if f-adj-invoice-number is numeric
               perform varying ws-ar-idx from 1 by 1
               until ws-ar-idx > ws-num-ar-items
                   if ws-ar-invoice(ws-ar-idx)
                   and ws-ar-invoice-number(ws-ar-idx)
                       = f-adj-invoice-number
                       set ws-found-ar-idx to ws-ar-idx
                       exit perform
                   end-if
               end-perform
           end-if

           if ws-found-ar-idx = 0
               move "INV-NOT-FOUND" to ws-reject-reason
               perform reject-adjustment
               exit paragraph
           end-if

           if f-adj-credit
               perform apply-credit-memo
           else
               perform apply-debit-memo
           end-if

           add 1 to ws-memo-sequence

           move ws-memo-sequence to f-memo-number
           move f-adj-type to f-memo-type
           move f-adj-invoice-number to f-memo-invoice-number
           move ws-ar-customer-id(ws-found-ar-idx)
               to f-memo-customer-id
           move f-adj-reason to f-memo-reason
           move f-adj-amount to f-memo-amount
           move ws-business-date to f-memo-date
           move ws-bd-period to f-memo-period
           move f-adj-description to f-memo-description
           move 0 to f-memo-register-period
           write f-memo-record

           exit paragraph.


      *> A credit comes off the open balance; what the balance can't
      *> absorb -- the invoice was already paid, or paid down past
      *> the credit -- is the customer's money, held on account.
       apply-credit-memo.

           if ws-ar-paid(ws-found-ar-idx)
               move 0 to ws-credit-applied
           else
               if f-adj-amount >= ws-ar-balance(ws-found-ar-idx)
                   move ws-ar-balance(ws-found-ar-idx)
                       to ws-credit-applied
               else
                   move f-adj-amount to ws-credit-applied
               end-if
           end-if

           subtract ws-credit-applied
               from ws-ar-balance(ws-found-ar-idx)
           if ws-ar-balance(ws-found-ar-idx) = 0
               set ws-ar-paid(ws-found-ar-idx) to true
           end-if

           compute ws-credit-on-account =
               f-adj-amount - ws-credit-applied
           end-compute

           if ws-credit-on-account > 0
               perform post-on-account
           end-if

           add 1 to ws-credit-memo-count
           add f-adj-amount to ws-total-credits

           exit paragraph.


      *> A debit adds to the balance and reopens a paid invoice.
       apply-debit-memo.

           add f-adj-amount to ws-ar-balance(ws-found-ar-idx)
           set ws-ar-open(ws-found-ar-idx) to true

           add 1 to ws-debit-memo-count
           add f-adj-amount to ws-total-debits

           exit paragraph.


      *> Credit beyond the balance is an unapplied item for the
      *> customer, the way cash-receipts holds overpayments.
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

           add 1 to ws-num-ar-items
           move 'U' to ws-ar-type(ws-num-ar-items)
           move 0 to ws-ar-invoice-number(ws-num-ar-items)
           move ws-ar-customer-id(ws-found-ar-idx)
               to ws-ar-customer-id(ws-num-ar-items)
           move 0 to ws-ar-period(ws-num-ar-items)
           move ws-business-date
               to ws-ar-invoice-date(ws-num-ar-items)
           move 0 to ws-ar-due-date(ws-num-ar-items)
           move ws-credit-on-account
               to ws-ar-original-amount(ws-num-ar-items)
           move 0 to ws-ar-paid-amount(ws-num-ar-items)
           move ws-credit-on-account
               to ws-ar-balance(ws-num-ar-items)
           move 0 to ws-ar-last-receipt-date(ws-num-ar-items)
           move 'O' to ws-ar-status(ws-num-ar-items)
           move 0 to ws-ar-dunning-level(ws-num-ar-items)
           move 0 to ws-ar-dunning-date(ws-num-ar-items)

           add ws-credit-on-account to ws-total-on-account

           exit paragraph.


       reject-adjustment.

           move spaces to f-reject-record
           move ws-reject-reason to f-reject-reason
           move f-adjustment-record to f-reject-adjustment
           write f-reject-record

           add 1 to ws-rejected-count

           exit paragraph.


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
               move ws-ar-table(ws-ar-idx) to f-ar-record
               write f-ar-record
           end-perform

           close fd-ar-file

           exit paragraph.


      *> The memos are on the ledger and in the history now;
      *> removing the file keeps a rerun from issuing them again.
       remove-adjustment-file.

           call "CBL_DELETE_FILE" using ws-adjustment-file-name
               returning ws-delete-status

           if ws-delete-status not = 0
               display "Warning: unable to remove "
                   "invoice-adjustments.txt -- remove it before the "
                   "next run."
               end-display
           end-if

           exit paragraph.


      *> Seeds demo adjustments for a first run: a rate credit on the
      *> first invoice on the ledger, a pricing debit on the second,
      *> and two bad ones -- an invoice that doesn't exist and a
      *> reason code nobody uses. Only called when both the
      *> transaction file and the memo history are missing.
       create-test-adjustments.

           move 0 to ws-demo-idx-1
           move 0 to ws-demo-idx-2

           perform varying ws-ar-idx from 1 by 1
           until ws-ar-idx > ws-num-ar-items
               if ws-ar-invoice(ws-ar-idx)
                   if ws-demo-idx-1 = 0
                       set ws-demo-idx-1 to ws-ar-idx
                   else
                       if ws-demo-idx-2 = 0
                           set ws-demo-idx-2 to ws-ar-idx
                       end-if
                   end-if
               end-if
           end-perform

           open output fd-adjustment-file

               if ws-demo-idx-1 > 0
                   move 'C' to f-adj-type
                   move ws-ar-invoice-number(ws-demo-idx-1)
                       to f-adj-invoice-number
                   move "RATE" to f-adj-reason
                   move 10.00 to f-adj-amount
                   move "contract rate keyed high"
                       to f-adj-description
                   write f-adjustment-record
               end-if

               if ws-demo-idx-2 > 0
                   move 'D' to f-adj-type
                   move ws-ar-invoice-number(ws-demo-idx-2)
                       to f-adj-invoice-number
                   move "PRIC" to f-adj-reason
                   move 5.00 to f-adj-amount
                   move "freight not billed"
                       to f-adj-description
                   write f-adjustment-record
               end-if

               move 'C' to f-adj-type
               move 999999 to f-adj-invoice-number
               move "BILL" to f-adj-reason
               move 20.00 to f-adj-amount
               move "typo'd invoice number" to f-adj-description
               write f-adjustment-record

               move 'C' to f-adj-type
               if ws-demo-idx-1 > 0
                   move ws-ar-invoice-number(ws-demo-idx-1)
                       to f-adj-invoice-number
               else
                   move 999999 to f-adj-invoice-number
               end-if
               move "XXXX" to f-adj-reason
               move 15.00 to f-adj-amount
               move "unknown reason code" to f-adj-description
               write f-adjustment-record

           close fd-adjustment-file

           exit paragraph.


      *> Records the start of the run in the common operations log.
       log-job-start.

           move spaces to ws-job-audit-request
           move "invoice-adjustments" to ws-ja-program
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
           move ws-adjustments-read-count to ws-ja-read-count
           compute ws-ja-written-count =
               ws-credit-memo-count + ws-debit-memo-count
           end-compute
           move ws-rejected-count to ws-ja-rejected-count
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

           move "invoice-adjustments" to ws-err-program

           call "error-logger" using ws-error-request
               on exception
                   display "Warning: unable to call error-logger."
           end-call

           move 8 to return-code

           goback.

       end program invoice-adjustments.

      ******************************************************************
      * author: Erik Eriksen
      * date: 2026-09-02
      * updated: 2026-10-15 EE: order transactions carry a quantity
      *          and line number for item lines ('L'); both repair
      *          field by field with the rest.
      * updated: 2026-10-15 EE: 'S' shipment confirmations show in
      *          the order transaction code prompt.
      * updated: 2026-10-15 EE: 'M' return authorizations show in
      *          the order transaction code prompt; their condition
      *          and reason codes repair in the description.
      * updated: 2026-10-15 EE: cash-receipts rejects are a sixth
      *          queue, RECEIPTS; repaired receipts go back onto
      *          cash-receipts.txt for the next application run.
      * updated: 2026-10-15 EE: invoice-adjustments rejects are a
      *          seventh queue, ADJUST; repaired adjustments go back
      *          onto invoice-adjustments.txt for the next run.
      * updated: 2026-10-15 EE: customer transactions carry an
      *          effective date on the end; it repairs with the rest
      *          of the fields.
      * updated: 2026-10-15 EE: the ACCOUNT queue shows the posting
      *          line under its layout and takes the keying user --
      *          the fix for a NO-KEYER reject, an over-limit
      *          adjustment or fee nobody was named against.
      * purpose: Unified reject-queue browser and repair screen, in
      *          the accept-form validated-entry style. Lists every
      *          reject file the suite's chains write with its record
      *> how wide its reason prefix is (separator included), the
      *> resubmit target, and whether the reason prefix rides along
      *> to the target ('K') or is stripped ('S'). Layout code 'C'
      *> and 'O' get the field-by-field customer/order repair, 'A'
      *> the account line with its keying user; 'G' is whole-line.
       01  ws-queue-definitions.
           05  filler.
               10  filler              pic x(10) value "CUSTOMER".
               10  filler              pic x(40)
                   value "account-transactions-in.txt".
               10  filler              pic x value 'S'.
               10  filler              pic x value 'A'.
           05  filler.
               10  filler              pic x(10) value "SCRUB".
               10  filler              pic x(40)
                   value "partner-inbound.txt".
               10  filler              pic x value 'S'.
               10  filler              pic x value 'G'.
           05  filler.
               10  filler              pic x(10) value "RECEIPTS".
               10  filler              pic x(40)
                   value "cash-receipts-reject.txt".
               10  filler              pic 99 value 15.
               10  filler              pic x(40)
                   value "cash-receipts.txt".
               10  filler              pic x value 'S'.
               10  filler              pic x value 'G'.
           05  filler.
               10  filler              pic x(10) value "ADJUST".
               10  filler              pic x(40)
                   value "invoice-adjustments-reject.txt".
               10  filler              pic 99 value 15.
               10  filler              pic x(40)
                   value "invoice-adjustments.txt".
               10  filler              pic x value 'S'.
               10  filler              pic x value 'G'.

       01  filler redefines ws-queue-definitions.
           05  ws-queue-entry          occurs 7 times
                                       indexed by ws-queue-idx.
               10  ws-queue-name       pic x(10).
               10  ws-queue-file       pic x(40).
               10  ws-queue-carry      pic x.
               10  ws-queue-layout     pic x.

       77  ws-num-queues               pic 9 value 7.

       01  ws-queue-counts.
           05  ws-queue-count          occurs 7 times pic 9(5).

       01  ws-queue-file-name          pic x(40).
       01  ws-target-file-name         pic x(40).
           05  ws-ct-zip               pic x(5).
           05  ws-ct-comment           pic x(25).
           05  ws-ct-region            pic x(4).
           05  ws-ct-effective-date    pic x(8).

      *> The order transaction layout, likewise -- item code (the
      *> search-items id pair) included, since ITEM-UNKNOWN and
           05  ws-ot-amount            pic 9(7)v99.
           05  ws-ot-item-id-1         pic 9(4).
           05  ws-ot-item-id-2         pic 9(4).
           05  ws-ot-quantity          pic 9(5).
           05  ws-ot-line-number       pic 9(3).

      *> The account posting line -- shown for context, with only
      *> the keying user open to repair; the rest goes back as the
      *> posting run wrote it.
       01  ws-acct-transaction.
           05  ws-at-account-id        pic x(5).
           05  filler                  pic x.
           05  ws-at-post-date         pic x(8).
           05  filler                  pic x.
           05  ws-at-type              pic x(2).
           05  filler                  pic x.
           05  ws-at-amount            pic x(12).
           05  filler                  pic x.
           05  ws-at-reference         pic x(15).
           05  filler                  pic x.
           05  ws-at-currency          pic x(3).
           05  filler                  pic x.
           05  ws-at-keyed-by          pic x(20).

       01  ws-field-input              pic x(50).
       01  ws-writeoff-note            pic x(30).
                       set ws-exit to true

                   when ws-menu-choice(1:1) >= '1'
                   and ws-menu-choice(1:1) <= '7'
                       move ws-menu-choice(1:1) to ws-chosen-queue
                       perform work-one-queue

                   when other
                       display "Please choose 1-7 or 0." at 1301
               end-evaluate
           end-perform

                   perform repair-customer-fields
               when 'O'
                   perform repair-order-fields
               when 'A'
                   perform repair-account-fields
               when other
                   display "Whole-line queue -- requeue sends the "
                       "record back as-is." at 2001
      *> entry screens validate.
       repair-customer-fields.

           move ws-work-record(ws-reason-length + 1:155)
               to ws-cust-transaction

           display "Code (A/C/D): " at 0301
               move ws-field-input(1:4) to ws-ct-region
           end-if

           display "Effective:    " at 1201
           display ws-ct-effective-date at 1216
           perform accept-numeric-field
           if ws-field-input not = spaces
               move ws-field-input(1:8) to ws-ct-effective-date
           end-if

           move ws-cust-transaction
               to ws-work-record(ws-reason-length + 1:155)

           exit paragraph.


       repair-order-fields.

           move ws-work-record(ws-reason-length + 1:75)
               to ws-ord-transaction

           display "Code (A/C/D/R/L/S/M): " at 0301
           display ws-ot-code at 0324
           display "New value (blank keeps): " at 0348
           accept ws-field-input at 0374 upper
           if ws-field-input not = spaces
                   to ws-ot-item-id-2
           end-if

           display "Quantity:     " at 1101
           display ws-ot-quantity at 1116
           perform accept-numeric-field
           if ws-field-input not = spaces
               move function numval(ws-field-input)
                   to ws-ot-quantity
           end-if

           display "Line number:  " at 1201
           display ws-ot-line-number at 1216
           perform accept-numeric-field
           if ws-field-input not = spaces
               move function numval(ws-field-input)
                   to ws-ot-line-number
           end-if

           move ws-ord-transaction
               to ws-work-record(ws-reason-length + 1:75)

           exit paragraph.


      *> An account posting line: the fields as posted, and the
      *> keying user the dual authorization needs -- a NO-KEYER
      *> reject comes back with the name of whoever keyed it.
       repair-account-fields.

           move ws-work-record(ws-reason-length + 1:71)
               to ws-acct-transaction

           display "Account id:   " at 0301
           display ws-at-account-id at 0316
           display "Post date:    " at 0401
           display ws-at-post-date at 0416
           display "Type:         " at 0501
           display ws-at-type at 0516
           display "Amount:       " at 0601
           display ws-at-amount at 0616
           display "Reference:    " at 0701
           display ws-at-reference at 0716
           display "Currency:     " at 0801
           display ws-at-currency at 0816

           display "Keyed by:     " at 0901
           display ws-at-keyed-by at 0916
           display "New value (blank keeps): " at 0948
           accept ws-field-input at 0974
           if ws-field-input not = spaces
               move ws-field-input(1:20) to ws-at-keyed-by
           end-if

           move ws-acct-transaction
               to ws-work-record(ws-reason-length + 1:71)

           exit paragraph.


      *>          anything else goes back on suspense. The
      *>          suspense-aging-report program shows what's sitting
      *>          in the queue and for how long.
      *> Updated: 2026-10-15 EE: account-to-account transfers. A TR
      *>          transaction names the from-account in the account
      *>          id and the to-account in the first five bytes of
      *>          the reference (the rest is a nine-byte note), with
      *>          a positive amount. The debit leg on the
      *>          from-account gets the account-type, currency and
      *>          overdraft checks; the to-account must exist, be
      *>          enabled and differ. Both legs -- two
      *>          ACCOUNT_TRANSACTIONS rows and both balance moves --
      *>          post in one commit unit or not at all, and carry
      *>          the same transfer reference (T, business date, six
      *>          digit sequence) so they can be paired.
      *>          ACCOUNT_TRANSACTIONS needs the TRANSFER_REF column
      *>          adding in the external DDL.
      *> Updated: 2026-10-15 EE: a posting against a closed account
      *>          (IS_ENABLED 'C', set by sql-example's close option)
      *>          rejects ACCT-CLOSED, and a transfer into one
      *>          TO-ACCT-CLOSED, apart from the disabled rejects.
      *> Updated: 2026-10-15 EE: a customer deposit or withdrawal
      *>          (DP/WD, not an INTEREST- or CLOSE- reference)
      *>          posted to an account the monthly dormant-accounts
      *>          job has flagged dormant reactivates it in the same
      *>          unit -- DORMANT_DT and LETTER_DT on ACCOUNTS are
      *>          cleared. ACCOUNTS needs the DORMANT_DT and LETTER_DT
      *>          columns adding in the external DDL.
      *> Updated: 2026-10-15 EE: deposit holds and an available
      *>          balance. ACCOUNT_BALANCES keeps AVAILABLE_BAL beside
      *>          the ledger BALANCE (a null reads as the ledger
      *>          figure, so existing rows carry on), and every
      *>          posting moves both. A customer deposit (DP, not an
      *>          INTEREST- or CLOSE- reference) of HOLD_THRESHOLD or
      *>          more (whole dollars, default 5000), or any such
      *>          deposit to an account created within
      *>          HOLD_NEW_ACCOUNT_DAYS days (default 30), is held:
      *>          a DEPOSIT_HOLDS row (ACCOUNT_ID, TRANS_ID, AMOUNT,
      *>          PLACED_DT, RELEASE_DT, STATUS 'H', RELEASED_DT,
      *>          CREATE_DT) is written in the posting's unit and the
      *>          amount kept out of the available balance until the
      *>          release date, HOLD_DAYS business days on (default
      *>          2), walked past weekends and the business-calendar
      *>          holidays. The daily hold-release job frees it.
      *>          The overdraft check tests withdrawals and transfers
      *>          against the available balance, not the ledger.
      *>          ACCOUNT_BALANCES needs the AVAILABLE_BAL column and
      *>          DEPOSIT_HOLDS creating in the external DDL.
      *> Updated: 2026-10-15 EE: dual authorization for large
      *>          adjustments and fees. The input record gains the
      *>          keying user's name behind the currency. An AJ or FE
      *>          line over DUAL_AUTH_LIMIT (whole dollars in the base
      *>          currency, default 1000) no longer posts on the one
      *>          say-so: it waits on account-transactions-
      *>          approval.txt with the keying user's name until a
      *>          second MAINT or ADMIN user approves or declines it
      *>          at the posting-approval screen. Each run posts the
      *>          approved lines first (the limit check skipped,
      *>          everything else as normal), drops the declined
      *>          ones, and carries the undecided ones forward. The
      *>          decisions, with both names, are kept by the screen
      *>          on account-transactions-approval-log.txt.
      *> Updated: 2026-10-15 EE: installment loan payments. An LP
      *>          line on a loan account booked by loan-origination
      *>          pays the loan down: the billed installments oldest
      *>          first (interest, then principal), then any late or
      *>          other fees, then principal not yet billed. Each
      *>          share posts as its own LP row -- LOAN-INT,
      *>          LOAN-FEE, LOAN-PRIN -- and the schedule and the
      *>          loan's principal balance move in the same unit; the
      *>          last principal paid marks the loan paid off. A
      *>          payment over what the loan owes, or on an account
      *>          with no active loan, rejects. Loan proceeds
      *>          (LOAN-DISB- deposits) aren't held.
      *> Updated: 2026-10-15 EE: outbound payments. Every withdrawal
      *>          that posts is queued on outbound-payments-queue.txt
      *>          -- account, transaction id, date, amount,
      *>          reference -- for payment-transmit to send on the
      *>          bank payment file.
      *> Updated: 2026-10-15 EE: tuition. A TU line is a tuition
      *>          charge (negative) or refund (positive) written by
      *>          the tuition-billing run against a student's linked
      *>          account; it posts like a fee but, being generated
      *>          from enrollments rather than keyed, skips the dual
      *>          authorization. A student account's type needs TU
      *>          in its ALLOWED_TYPES.
      *> Updated: 2026-10-15 EE: an AJ or FE over the dual
      *>          authorization limit with no keying user named is
      *>          rejected NO-KEYER instead of queued -- with nobody
      *>          to tell apart from the approver it could not be
      *>          second-user approved -- and reject-repair names the
      *>          keyer before it comes back. A blank-keyer line
      *>          still on the approval queue, undecided or approved,
      *>          is rejected the same way. The reject, suspense,
      *>          release and discard lines carry the whole 71-byte
      *>          input record, keyer included, so a repaired or
      *>          released line keeps it.
      *> Purpose: Posting batch for the account transaction subsystem.
      *>          Reads a flat file of money transactions -- account
      *>          id, post date, type, signed amount, reference --
      *>          the customer master update uses.
      *>
      *>          Transaction types: DP deposit, WD withdrawal, FE
      *>          fee, AJ adjustment, TR transfer, LP loan payment, TU
      *>          tuition. The amount carries its own sign; the type
      *>          is descriptive -- except TR, whose amount is what
      *>          moves from one account to the other.
      *>
      *> Note: WORKING-STORAGE SECTION header as well as SQL related
      *>       statements must be in uppercase for the esqlOC
           organization is line sequential
           file status is ws-fs-status-discard.

      *> Large adjustments and fees waiting on a second user. The
      *> queue is rebuilt into the -new file every run -- decided
      *> lines out, this run's new ones in -- and swapped in at end.
           select fd-approval-file
           assign to "account-transactions-approval.txt"
           organization is line sequential
           file status is ws-fs-status-approval.

           select fd-approval-new
           assign to "account-transactions-approval-new.txt"
           organization is line sequential
           file status is ws-fs-status-approval-new.

      *> Withdrawals that posted, waiting for payment-transmit to
      *> send them to the bank; closure payouts queue here too.
           select fd-payment-queue
           assign to "outbound-payments-queue.txt"
           organization is line sequential
           file status is ws-fs-status-payment.

      *> Daily conversion rates to the base currency, maintained by
      *> hand like the business calendar.
           select fd-rate-file assign to "currency-rates.txt"
           organization is line sequential
           file status is ws-fs-status-rates.

      *> The shared calendar control file -- records 3+ are the
      *> holiday list a hold's release date walks around.
           select fd-calendar assign to "business-calendar.txt"
           organization is line sequential
           file status is ws-fs-status-calendar.

       data division.
       file section.

               05  f-post-amount               pic x(12).
               05  filler                      pic x.
               05  f-post-reference            pic x(15).
      *> A transfer names its to-account where the reference goes.
               05  filler redefines f-post-reference.
                   10  f-post-to-account-id    pic x(5).
                   10  filler                  pic x.
                   10  f-post-transfer-note    pic x(9).
               05  filler                      pic x.
               05  f-post-currency             pic x(3).
      *> Who keyed the line -- blank on the lines the batch jobs
      *> generate.
               05  filler                      pic x.
               05  f-post-keyed-by             pic x(20).

           fd  fd-posting-reject.
           01  f-posting-reject-record.
               05  f-reject-reason             pic x(15).
               05  filler                      pic x.
               05  f-reject-data               pic x(71).

      *> A suspended posting carried whole, prefixed with the date it
      *> was suspended so the aging report can age it.
           01  f-suspense-record.
               05  f-susp-held-date            pic x(8).
               05  filler                      pic x.
               05  f-susp-data                 pic x(71).

      *> The suspense file after operator review: each line gains a
      *> leading disposition byte and a reason, and the file is
               05  filler                      pic x.
               05  f-rel-held-date             pic x(8).
               05  filler                      pic x.
               05  f-rel-data                  pic x(71).

           fd  fd-discard-file.
           01  f-discard-record.
               05  f-disc-reason               pic x(15).
               05  filler                      pic x.
               05  f-disc-data                 pic x(71).

      *> One queued line: 'P' pending, 'A' approved or 'D' declined
      *> by the posting-approval screen, the date queued, the keying
      *> user, and the decider, date and note once decided.
           fd  fd-approval-file.
           01  f-approval-record.
               05  f-appr-status               pic x.
               05  filler                      pic x.
               05  f-appr-queued-date          pic x(8).
               05  filler                      pic x.
               05  f-appr-keyed-by             pic x(20).
               05  filler                      pic x.
               05  f-appr-decided-by           pic x(20).
               05  filler                      pic x.
               05  f-appr-decided-date         pic x(8).
               05  filler                      pic x.
               05  f-appr-note                 pic x(15).
               05  filler                      pic x.
               05  f-appr-data                 pic x(50).

           fd  fd-approval-new.
           01  f-approval-new-record.
               05  f-apn-status                pic x.
               05  filler                      pic x.
               05  f-apn-queued-date           pic x(8).
               05  filler                      pic x.
               05  f-apn-keyed-by              pic x(20).
               05  filler                      pic x.
               05  f-apn-decided-by            pic x(20).
               05  filler                      pic x.
               05  f-apn-decided-date          pic x(8).
               05  filler                      pic x.
               05  f-apn-note                  pic x(15).
               05  filler                      pic x.
               05  f-apn-data                  pic x(50).

      *> One payment owed to a customer: 'P' a withdrawal posted
      *> here or 'C' a closure payout, the account, the posted
      *> transaction it pays, the post date, the amount going out
      *> and the posting's reference.
           fd  fd-payment-queue.
           01  f-payment-record.
               05  f-pay-source                pic x.
               05  filler                      pic x.
               05  f-pay-account-id            pic 9(5).
               05  filler                      pic x.
               05  f-pay-trans-id              pic 9(9).
               05  filler                      pic x.
               05  f-pay-post-date             pic x(8).
               05  filler                      pic x.
               05  f-pay-amount                pic 9(7).99.
               05  filler                      pic x.
               05  f-pay-reference             pic x(15).

           fd  fd-rate-file.
           01  f-rate-record.
               05  filler                      pic x.
               05  f-rate-to-base              pic 9(3)v9(6).

           fd  fd-calendar.
           01  f-calendar-record               pic 9(8).

       WORKING-STORAGE SECTION.

       EXEC SQL
       01  ws-sql-type-count                  pic 9(5).
       01  ws-sql-od-limit                    pic 9(7)v99.
       01  ws-sql-current-balance             pic s9(9)v99.
       01  ws-sql-transfer-ref                pic x(15).
       01  ws-sql-transfer-like               pic x(15).
       01  ws-sql-last-transfer-ref           pic x(15).
       01  ws-sql-dormant-date                pic x(8).
       01  ws-sql-create-date                 pic x(8).
       01  ws-sql-hold-trans-id               pic 9(9).
       01  ws-sql-hold-amount                 pic s9(7)v99.
       01  ws-sql-business-date               pic x(8).
       01  ws-sql-hold-release-date           pic x(8).
       01  ws-sql-loan-status                 pic x.
       01  ws-sql-principal-bal               pic s9(7)v99.
       01  ws-sql-billed-interest             pic s9(7)v99.
       01  ws-sql-billed-principal            pic s9(7)v99.
       01  ws-sql-installment-no              pic 9(3).
       01  ws-sql-last-installment            pic 9(3).
       01  ws-sql-interest-due                pic s9(7)v99.
       01  ws-sql-principal-due               pic s9(7)v99.
       01  ws-sql-pay-interest                pic s9(7)v99.
       01  ws-sql-pay-principal               pic s9(7)v99.
       01  ws-sql-payment-trans-id            pic 9(9).

       EXEC SQL
           END DECLARE SECTION
       01  ws-nsf-reference                  pic x(15).
       01  ws-nsf-missed-count               pic 99 value 0.

      *> Transfers: the to-account leg, and the sequence the run's
      *> transfer references are numbered from -- picked up after
      *> the highest reference already posted for the business date.
       01  ws-to-account-id                   pic 9(5).
       01  ws-debit-account-id                pic 9(5).
       01  ws-debit-amount                    pic s9(7)v99.
       01  ws-debit-orig-amount               pic s9(7)v99.

       01  ws-transfer-seq                    pic 9(6) value 0.
       01  ws-transfer-seq-loaded-sw          pic x value 'N'.
           88  ws-transfer-seq-loaded         value 'Y'.

       01  ws-transfer-count                  pic 9(7) value 0.
       01  ws-reactivated-count               pic 9(7) value 0.

      *> Deposit holds: the size and account-age rules, the business
      *> days a hold runs, and the release date this run's holds
      *> get -- worked out once, holiday-aware, at start of run.
       01  ws-hold-threshold                  pic 9(7) value 5000.
       01  ws-hold-days                       pic 99 value 2.
       01  ws-hold-new-account-days           pic 999 value 30.
       01  ws-hold-env                        pic x(7).

       01  ws-new-account-since               pic x(8).
       01  ws-held-count                      pic 9(7) value 0.

       01  ws-fs-status-calendar              pic xx.
       01  ws-calendar-record-number          pic 99 comp.
       01  ws-calendar-eof-sw                 pic x value 'N'.
           88  ws-calendar-eof                value 'Y'.

       01  ws-num-holidays                    pic 99 comp value 0.

       01  ws-holiday-table                   occurs 50 times
                                              indexed by
                                                  ws-holiday-idx.
           05  ws-holiday-date                pic 9(8).

      *> Release-date walk: day numbers from integer-of-date (day 1
      *> = 1601-01-01, a Monday, so mod 7 gives Saturday 6 and
      *> Sunday 0), the same walk recurring-expand rolls with.
       01  ws-candidate-int                   pic 9(8) comp.
       01  ws-candidate-date                  pic 9(8).
       01  ws-day-of-week                     pic 9.
       01  ws-business-days-left              pic 99.
       01  ws-is-holiday-sw                   pic x.
           88  ws-is-holiday                  value 'Y'.

      *> Dual authorization: the limit an AJ or FE line may reach
      *> before a second user must approve it, overridable with the
      *> DUAL_AUTH_LIMIT environment variable.
       01  ws-dual-auth-limit                 pic 9(7) value 1000.
       01  ws-dual-auth-env                   pic x(7).
       01  ws-dual-auth-amount                pic s9(7)v99.

       01  ws-fs-status-approval              pic xx.
       01  ws-fs-status-approval-new          pic xx.

       01  ws-approval-eof-sw                 pic x value 'N'.
           88  ws-approval-eof                value 'Y'.

      *> Set while approved lines post, so they don't go straight
      *> back on the queue.
       01  ws-bypass-approval-sw              pic x value 'N'.
           88  ws-bypass-approval             value 'Y'.
           88  ws-check-approval              value 'N'.

      *> Raised by post-one-transaction when the record went on the
      *> approval queue instead of posting or rejecting.
       01  ws-queued-sw                       pic x value 'N'.
           88  ws-was-queued                  value 'Y'.

       01  ws-queued-count                    pic 9(7) value 0.
       01  ws-approved-count                  pic 9(7) value 0.
       01  ws-declined-count                  pic 9(7) value 0.
       01  ws-awaiting-count                  pic 9(7) value 0.

       01  ws-approval-file-name              pic x(50)
                   value "account-transactions-approval.txt".
       01  ws-approval-new-name               pic x(50)
                   value "account-transactions-approval-new.txt".
       01  ws-rename-status                   pic s9(9) comp-5.

      *> Loan payment application: what is left of the payment as
      *> it is spread over the billed installments, then the fees,
      *> then the principal not yet billed, and the three amounts
      *> booked as the payment's LOAN-INT, LOAN-FEE and LOAN-PRIN
      *> rows.
       01  ws-loan-remaining                  pic s9(7)v99.
       01  ws-loan-owed                       pic s9(9)v99.
       01  ws-loan-fees-due                   pic s9(9)v99.
       01  ws-loan-unbilled                   pic s9(7)v99.
       01  ws-loan-to-interest                pic s9(7)v99.
       01  ws-loan-to-fees                    pic s9(7)v99.
       01  ws-loan-to-principal               pic s9(7)v99.
       01  ws-loan-payment-total              pic s9(7)v99.

       01  ws-billed-done-sw                  pic x.
           88  ws-billed-done                 value 'Y'.

       01  ws-loan-payment-count              pic 9(7) value 0.

       01  ws-fs-status-payment               pic xx.
       01  ws-payments-queued                 pic 9(7) value 0.

      *> Whether a posting's transaction unit is open, so the error
      *> path knows to roll it back.
       01  ws-in-unit-sw                      pic x value 'N'.
           perform load-dup-window
           perform load-nsf-fee
           perform load-currency-rates
           perform load-hold-rules
           perform load-dual-auth-limit

           EXEC SQL
               CONNECT TO :ws-db-connection-string

           perform open-reject-file
           perform open-suspense-file
           perform open-payment-queue

           perform apply-release-file
           perform apply-approval-queue
           perform post-transaction-file

           close fd-posting-reject
           close fd-suspense-file
           close fd-payment-queue

           perform swap-approval-queue

           perform append-nsf-fees

           display "Posting complete."
           display "Posted:    " ws-posted-count
           display "Suspended: " ws-suspended-count
           display "Transfers: " ws-transfer-count
           display "Reactivated dormant: " ws-reactivated-count
           display "Loan payments: " ws-loan-payment-count
           display "Payments queued for the bank: " ws-payments-queued
           display "Deposits held: " ws-held-count
               " (release " ws-sql-hold-release-date ")"
           end-display
           display "Approved:  " ws-approved-count
           display "Declined:  " ws-declined-count
           display "Queued for approval: " ws-queued-count
           display "Awaiting approval:   " ws-awaiting-count
           display "Released:  " ws-released-count
           display "Discarded: " ws-discarded-count
           display "Requeued:  " ws-requeued-count
               display "account-transactions-release.txt and rerun."
           end-if

           if ws-awaiting-count > 0
               display "Adjustments and fees over the "
                   ws-dual-auth-limit " limit wait in "
                   "account-transactions-approval.txt for a second "
                   "user at posting-approval."
               end-display
           end-if

           if ws-rejected-count > 0
               display "See account-transactions-reject.txt"
           end-if

           if ws-rejected-count > 0 or ws-suspended-count > 0
           or ws-queued-count > 0
               move 4 to return-code
           end-if

           exit paragraph.


      *> HOLD_THRESHOLD, HOLD_DAYS and HOLD_NEW_ACCOUNT_DAYS
      *> override the defaults. The release date every hold placed
      *> this run gets is the business date walked HOLD_DAYS
      *> business days on; an account created on or after the
      *> new-account cut-off date has every deposit held.
       load-hold-rules.

           accept ws-hold-env from environment "HOLD_THRESHOLD"

           if ws-hold-env not = spaces
           and function trim(ws-hold-env) is numeric
               move function numval(ws-hold-env) to ws-hold-threshold
           end-if

           accept ws-hold-env from environment "HOLD_DAYS"

           if ws-hold-env not = spaces
           and function trim(ws-hold-env) is numeric
               move function numval(ws-hold-env) to ws-hold-days
           end-if

           accept ws-hold-env
               from environment "HOLD_NEW_ACCOUNT_DAYS"

           if ws-hold-env not = spaces
           and function trim(ws-hold-env) is numeric
               move function numval(ws-hold-env)
                   to ws-hold-new-account-days
           end-if

           move ws-business-date to ws-sql-business-date

           compute ws-candidate-int =
               function integer-of-date(ws-business-date)
               - ws-hold-new-account-days
           end-compute
           compute ws-candidate-date =
               function date-of-integer(ws-candidate-int)
           end-compute
           move ws-candidate-date to ws-new-account-since

           perform load-holiday-list

           compute ws-candidate-int =
               function integer-of-date(ws-business-date)
           end-compute
           move ws-hold-days to ws-business-days-left

           perform until ws-business-days-left = 0
               add 1 to ws-candidate-int

               compute ws-candidate-date =
                   function date-of-integer(ws-candidate-int)
               end-compute
               compute ws-day-of-week =
                   function mod(ws-candidate-int, 7)
               end-compute

               perform check-holiday

               if ws-day-of-week not = 6
               and ws-day-of-week not = 0
               and not ws-is-holiday
                   subtract 1 from ws-business-days-left
               end-if
           end-perform

           compute ws-candidate-date =
               function date-of-integer(ws-candidate-int)
           end-compute
           move ws-candidate-date to ws-sql-hold-release-date

           exit paragraph.


      *> Pulls the holiday list off the shared calendar file --
      *> records three onward. No calendar just means no holidays.
       load-holiday-list.

           move 0 to ws-num-holidays
           move 0 to ws-calendar-record-number

           open input fd-calendar

           if ws-fs-status-calendar not = "00"
               exit paragraph
           end-if

           perform until ws-calendar-eof
               read fd-calendar
                   at end
                       set ws-calendar-eof to true
                   not at end
                       add 1 to ws-calendar-record-number

                       if ws-calendar-record-number > 2
                       and ws-num-holidays < 50
                           add 1 to ws-num-holidays
                           move f-calendar-record
                               to ws-holiday-date(ws-num-holidays)
                       end-if
               end-read
           end-perform

           close fd-calendar

           exit paragraph.


       check-holiday.

           move 'N' to ws-is-holiday-sw

           perform varying ws-holiday-idx from 1 by 1
           until ws-holiday-idx > ws-num-holidays
               if ws-holiday-date(ws-holiday-idx)
                   = ws-candidate-date
                   set ws-is-holiday to true
                   exit perform
               end-if
           end-perform

           exit paragraph.


      *> DUAL_AUTH_LIMIT overrides the default approval limit.
       load-dual-auth-limit.

           accept ws-dual-auth-env from environment "DUAL_AUTH_LIMIT"

           if ws-dual-auth-env not = spaces
           and function trim(ws-dual-auth-env) is numeric
               move function numval(ws-dual-auth-env)
                   to ws-dual-auth-limit
           end-if

           exit paragraph.


       load-dup-window.

           accept ws-dup-window-env
           exit paragraph.


      *> The payment queue carries over until payment-transmit
      *> sends it, so it is extended, never replaced.
       open-payment-queue.

           open extend fd-payment-queue

           if ws-fs-status-payment = "35"
               open output fd-payment-queue
           end-if

           if ws-fs-status-payment not = "00"
               display "Error opening payment queue: "
                   ws-fs-status-payment
               end-display
               move ws-fs-status-payment to ws-err-file-status
               move "open fd-payment-queue" to ws-err-message
               perform fail-posting-run
           end-if

           exit paragraph.


      *> Applies the operator's dispositions from a reviewed
      *> suspense file renamed to account-transactions-release.txt:
      *> 'P' posts the held item with the duplicate check bypassed,
           exit paragraph.


      *> Rebuilds the approval queue into the -new file: approved
      *> lines post now, with the limit check skipped; declined ones
      *> drop off (the screen logged the decision); undecided ones
      *> carry forward. No queue yet (status "35") starts one empty.
       apply-approval-queue.

           open output fd-approval-new

           if ws-fs-status-approval-new not = "00"
               display "Error opening approval queue: "
                   ws-fs-status-approval-new
               end-display
               move ws-fs-status-approval-new to ws-err-file-status
               move "open fd-approval-new" to ws-err-message
               perform fail-posting-run
           end-if

           open input fd-approval-file

           if ws-fs-status-approval = "35"
               exit paragraph
           end-if

           if ws-fs-status-approval not = "00"
               display "Error opening approval queue: "
                   ws-fs-status-approval
               end-display
               move ws-fs-status-approval to ws-err-file-status
               move "open fd-approval-file" to ws-err-message
               perform fail-posting-run
           end-if

           perform until ws-approval-eof
               read fd-approval-file
                   at end
                       set ws-approval-eof to true
                   not at end
                       perform apply-one-approval
               end-read
           end-perform

           close fd-approval-file

           exit paragraph.


       apply-one-approval.

           evaluate true
      *> Queued before a keyer was required -- nobody to hold the
      *> decider apart from, so it goes to repair, not the books.
               when f-appr-keyed-by = spaces
               and f-appr-status not = 'D'
                   move spaces to f-posting-record
                   move f-appr-data to f-posting-record
                   move "NO-KEYER" to ws-reject-reason
                   perform write-posting-reject

               when f-appr-status = 'A'
                   display "Approved by " f-appr-decided-by ": "
                       f-appr-data
                   end-display
                   move spaces to f-posting-record
                   move f-appr-data to f-posting-record
                   move f-appr-keyed-by to f-post-keyed-by
                   set ws-bypass-approval to true
                   perform post-one-transaction
                   set ws-check-approval to true
                   add 1 to ws-approved-count

               when f-appr-status = 'D'
                   display "Declined by " f-appr-decided-by ": "
                       f-appr-data
                   end-display
                   add 1 to ws-declined-count

               when other
                   move f-approval-record to f-approval-new-record
                   write f-approval-new-record
                   add 1 to ws-awaiting-count
           end-evaluate

           exit paragraph.


      *> The rebuilt queue replaces the old one -- delete, then
      *> rename, the way user-recert swaps users.txt.
       swap-approval-queue.

           close fd-approval-new

           call "CBL_DELETE_FILE" using ws-approval-file-name
               returning ws-delete-status

           call "CBL_RENAME_FILE" using ws-approval-new-name
               ws-approval-file-name
               returning ws-rename-status

           if ws-rename-status not = 0
               display "Warning: could not rename "
                   "account-transactions-approval-new.txt into place"
                   " -- rename it by hand before the next run."
               end-display
           end-if

           exit paragraph.


       post-transaction-file.

           set ws-not-eof to true
           move f-post-account-id to ws-sql-account-id

           EXEC SQL
               SELECT IS_ENABLED, COALESCE(ACCT_TYPE, ''),
                      COALESCE(DORMANT_DT, ' '),
                      COALESCE(TO_CHAR(CREATE_DT, 'YYYYMMDD'), ' ')
               INTO :ws-sql-is-enabled, :ws-sql-acct-type,
                    :ws-sql-dormant-date, :ws-sql-create-date
               FROM ACCOUNTS
               WHERE ID = :ws-sql-account-id
           END-EXEC
               exit paragraph
           end-if

           if ws-sql-is-enabled = 'C'
               move "ACCT-CLOSED" to ws-reject-reason
               perform write-posting-reject
               exit paragraph
           end-if

           if ws-sql-is-enabled not = 'Y'
               move "ACCT-DISABLED" to ws-reject-reason
               perform write-posting-reject
           and f-post-type not = "WD"
           and f-post-type not = "FE"
           and f-post-type not = "AJ"
           and f-post-type not = "TR"
           and f-post-type not = "LP"
           and f-post-type not = "TU"
               move "BAD-TRANS-TYPE" to ws-reject-reason
               perform write-posting-reject
               exit paragraph
               exit paragraph
           end-if

      *> A transfer moves a positive amount; the debit leg carries
      *> it negative through the checks below like a withdrawal.
           if f-post-type = "TR"
               if ws-check-converted not > 0
                   move "BAD-AMOUNT" to ws-reject-reason
                   perform write-posting-reject
                   exit paragraph
               end-if

               perform check-transfer-to-account

               if ws-reject-reason not = spaces
                   perform write-posting-reject
                   exit paragraph
               end-if

               compute ws-check-converted = 0 - ws-check-converted
               end-compute
           end-if

           if f-post-type = "LP"
           and ws-check-converted not > 0
               move "BAD-AMOUNT" to ws-reject-reason
               perform write-posting-reject
               exit paragraph
           end-if

           move f-post-date to ws-sql-post-date
           move f-post-type to ws-sql-trans-type
           move ws-check-converted to ws-sql-amount
               end-if
           end-if

           if f-post-type = "LP"
               perform check-loan-payment

               if ws-reject-reason not = spaces
                   perform write-posting-reject
                   exit paragraph
               end-if
           end-if

      *> An adjustment or fee over the limit waits for a second
      *> user. A suspense release has been through here already.
           if (f-post-type = "AJ" or f-post-type = "FE")
           and ws-check-dup
           and ws-check-approval
               move spaces to ws-reject-reason
               perform check-dual-authorization

               if ws-reject-reason not = spaces
                   perform write-posting-reject
                   exit paragraph
               end-if

               if ws-was-queued
                   exit paragraph
               end-if
           end-if

      *> A 'P' release is the operator's call: the overdraft gate
      *> is bypassed along with the duplicate check -- re-running it
      *> would bounce the item straight back to suspense and queue
      *> the customer another NSF fee per release attempt.
           if (f-post-type = "WD" or f-post-type = "TR")
           and ws-check-dup
               perform check-overdraft-limit


      *> The transaction row and its balance move are one unit --
      *> they land together or not at all.
           if f-post-type = "TR"
               perform post-transfer
               exit paragraph
           end-if

           if f-post-type = "LP"
               perform post-loan-payment
               exit paragraph
           end-if

           EXEC SQL
               START TRANSACTION
           END-EXEC

           perform apply-to-balance

           if f-post-type = "DP"
           and ws-sql-amount > 0
           and f-post-reference(1:9) not = "INTEREST-"
           and f-post-reference(1:6) not = "CLOSE-"
           and f-post-reference(1:10) not = "LOAN-DISB-"
           and (ws-sql-amount >= ws-hold-threshold
                or ws-sql-create-date >= ws-new-account-since)
               perform place-deposit-hold
           end-if

           if ws-sql-dormant-date not = spaces
           and (f-post-type = "DP" or f-post-type = "WD")
           and f-post-reference(1:9) not = "INTEREST-"
           and f-post-reference(1:6) not = "CLOSE-"
               perform reactivate-dormant-account
           end-if

           if f-post-type = "WD"
           and ws-sql-amount < 0
               EXEC SQL
                   SELECT COALESCE(MAX(TRANS_ID), 0)
                   INTO :ws-sql-payment-trans-id
                   FROM ACCOUNT_TRANSACTIONS
                   WHERE ACCOUNT_ID = :ws-sql-account-id
               END-EXEC
               perform check-sql-state
           end-if

           EXEC SQL
               COMMIT
           END-EXEC
           set ws-not-in-unit to true
           perform check-sql-state

           if f-post-type = "WD"
           and ws-sql-amount < 0
               perform queue-outbound-payment
           end-if

           add 1 to ws-posted-count

           exit paragraph.


      *> A withdrawal only moves the balance; the money itself goes
      *> out on the bank payment file payment-transmit builds from
      *> this queue.
       queue-outbound-payment.

           move spaces to f-payment-record
           move 'P' to f-pay-source
           move ws-sql-account-id to f-pay-account-id
           move ws-sql-payment-trans-id to f-pay-trans-id
           move ws-sql-post-date to f-pay-post-date
           compute f-pay-amount = 0 - ws-sql-amount
           end-compute
           move f-post-reference to f-pay-reference
           write f-payment-record

           add 1 to ws-payments-queued

           exit paragraph.


      *> Customer-initiated activity on a dormant account brings it
      *> back: the dormant flag and any due-diligence letter date are
      *> cleared inside the posting's own unit, so the two land
      *> together. The next dormant-accounts run drops the account
      *> from the dormant list recurring-expand reads.
       reactivate-dormant-account.

           EXEC SQL
               UPDATE ACCOUNTS
               SET DORMANT_DT = NULL,
                   LETTER_DT = NULL
               WHERE ID = :ws-sql-account-id
           END-EXEC
           perform check-sql-state

           add 1 to ws-reactivated-count

           display "Dormant account " ws-sql-account-id
               " reactivated by " f-post-type " " f-post-reference
           end-display

           exit paragraph.


      *> The to-account of a transfer must be a number, another
      *> account than the from-account, on file and enabled. Sets
      *> the reject reason when it isn't.
       check-transfer-to-account.

           if f-post-to-account-id is not numeric
               move "BAD-TO-ACCOUNT" to ws-reject-reason
               exit paragraph
           end-if

           move f-post-to-account-id to ws-to-account-id

           if ws-to-account-id = f-post-account-id
               move "SAME-ACCOUNT" to ws-reject-reason
               exit paragraph
           end-if

           move ws-to-account-id to ws-sql-account-id

           EXEC SQL
               SELECT IS_ENABLED
               INTO :ws-sql-is-enabled
               FROM ACCOUNTS
               WHERE ID = :ws-sql-account-id
           END-EXEC
           perform check-sql-state

           if SQL-NODATA
               move "TO-ACCT-NOT-FND" to ws-reject-reason
           else
               if ws-sql-is-enabled = 'C'
                   move "TO-ACCT-CLOSED" to ws-reject-reason
               else
                   if ws-sql-is-enabled not = 'Y'
                       move "TO-ACCT-DISABLD" to ws-reject-reason
                   end-if
               end-if
           end-if

           move f-post-account-id to ws-sql-account-id

           exit paragraph.


      *> Both legs of a transfer in one unit: the debit row and
      *> balance move on the from-account, then the credit row and
      *> balance move on the to-account, committed together. A
      *> database error on either leg rolls back both, so there is
      *> never half a transfer.
       post-transfer.

           perform next-transfer-ref

           move ws-sql-account-id to ws-debit-account-id
           move ws-sql-amount to ws-debit-amount
           move ws-sql-orig-amount to ws-debit-orig-amount

           EXEC SQL
               START TRANSACTION
           END-EXEC
           perform check-sql-state
           set ws-in-unit to true

           perform insert-transfer-leg
           perform apply-to-balance

           move ws-to-account-id to ws-sql-account-id
           compute ws-sql-amount = 0 - ws-debit-amount
           end-compute
           compute ws-sql-orig-amount = 0 - ws-debit-orig-amount
           end-compute

           perform insert-transfer-leg
           perform apply-to-balance

           EXEC SQL
               COMMIT
           END-EXEC
           set ws-not-in-unit to true
           perform check-sql-state

           move ws-debit-account-id to ws-sql-account-id

           add 1 to ws-posted-count
           add 1 to ws-transfer-count

           exit paragraph.


       insert-transfer-leg.

           EXEC SQL
               INSERT INTO ACCOUNT_TRANSACTIONS
                   (ACCOUNT_ID, POST_DT, TRANS_TYPE, AMOUNT,
                    REFERENCE, ORIG_AMOUNT, ORIG_CCY, TRANSFER_REF,
                    CREATE_DT)
               VALUES
                   (:ws-sql-account-id, :ws-sql-post-date,
                    :ws-sql-trans-type, :ws-sql-amount,
                    :ws-sql-reference, :ws-sql-orig-amount,
                    :ws-sql-orig-currency, :ws-sql-transfer-ref,
                    CURRENT_TIMESTAMP)
           END-EXEC
           perform check-sql-state

           exit paragraph.


      *> Transfer references run T + business date + a six-digit
      *> sequence. The first transfer of the run picks the sequence
      *> up after the highest already posted for the date, so a
      *> rerun never reuses one.
       next-transfer-ref.

           if not ws-transfer-seq-loaded
               move spaces to ws-sql-transfer-like
               string "T" ws-business-date "%"
                   delimited by size
                   into ws-sql-transfer-like
               end-string

               EXEC SQL
                   SELECT COALESCE(MAX(TRANSFER_REF), ' ')
                   INTO :ws-sql-last-transfer-ref
                   FROM ACCOUNT_TRANSACTIONS
                   WHERE TRANSFER_REF LIKE :ws-sql-transfer-like
               END-EXEC
               perform check-sql-state

               if ws-sql-last-transfer-ref(10:6) is numeric
                   move ws-sql-last-transfer-ref(10:6)
                       to ws-transfer-seq
               end-if

               set ws-transfer-seq-loaded to true
           end-if

           add 1 to ws-transfer-seq

           move spaces to ws-sql-transfer-ref
           string "T" ws-business-date ws-transfer-seq
               delimited by size
               into ws-sql-transfer-ref
           end-string

           exit paragraph.


      *> Moves the running balance in ACCOUNT_BALANCES, creating the
      *> account's balance row the first time money touches it --
      *> the same update-or-insert reconciliation the nightly sync
      *> runs against ACCOUNTS.
       apply-to-balance.

           EXEC SQL
               SELECT COUNT(*)
               INTO :ws-balance-exists-count
               FROM ACCOUNT_BALANCES
               WHERE ACCOUNT_ID = :ws-sql-account-id
           END-EXEC
           perform check-sql-state

           if ws-balance-exists-count > 0
               EXEC SQL
                   UPDATE ACCOUNT_BALANCES
                   SET
                       BALANCE = BALANCE + :ws-sql-amount,
                       AVAILABLE_BAL =
                           COALESCE(AVAILABLE_BAL, BALANCE)
                           + :ws-sql-amount,
                       MOD_DT = CURRENT_TIMESTAMP
                   WHERE ACCOUNT_ID = :ws-sql-account-id
               END-EXEC
               perform check-sql-state
           else
               EXEC SQL
                   INSERT INTO ACCOUNT_BALANCES
                       (ACCOUNT_ID, BALANCE, AVAILABLE_BAL, MOD_DT)
                   VALUES
                       (:ws-sql-account-id, :ws-sql-amount,
                        :ws-sql-amount, CURRENT_TIMESTAMP)
               END-EXEC
               perform check-sql-state
           end-if

           exit paragraph.


      *> A loan payment has to land on an active loan, and can't be
      *> more than the loan owes -- the debit balance on the loan
      *> account: the principal still out, the interest billed and
      *> not paid, and any fees.
       check-loan-payment.

           EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(STATUS), ' ')
               INTO :ws-sql-type-count, :ws-sql-loan-status
               FROM LOANS
               WHERE ACCOUNT_ID = :ws-sql-account-id
           END-EXEC
           perform check-sql-state

           if ws-sql-type-count = 0
               move "NOT-A-LOAN" to ws-reject-reason
               exit paragraph
           end-if

           if ws-sql-loan-status not = 'A'
               move "LOAN-PAID-OFF" to ws-reject-reason
               exit paragraph
           end-if

           EXEC SQL
               SELECT COALESCE(MAX(BALANCE), 0)
               INTO :ws-sql-current-balance
               FROM ACCOUNT_BALANCES
               WHERE ACCOUNT_ID = :ws-sql-account-id
           END-EXEC
           perform check-sql-state

           compute ws-loan-owed = 0 - ws-sql-current-balance
           end-compute

           if ws-sql-amount > ws-loan-owed
               move "LOAN-OVERPAY" to ws-reject-reason
           end-if

           exit paragraph.


      *> Applies a loan payment in one unit. The payment goes to the
      *> billed installments oldest first -- each one's interest,
      *> then its principal -- then to any fees on the loan, then
      *> ahead to the principal not yet billed, which shortens the
      *> schedule rather than the payment. Each share books as its
      *> own LP row (LOAN-INT, LOAN-FEE, LOAN-PRIN) so the split
      *> stays on the ledger; together they move the balance by the
      *> payment. The last of the principal paid closes the loan.
       post-loan-payment.

           move ws-sql-amount to ws-loan-remaining
           move ws-sql-amount to ws-loan-payment-total
           move 0 to ws-loan-to-interest
           move 0 to ws-loan-to-fees
           move 0 to ws-loan-to-principal
           move 0 to ws-sql-last-installment
           move 'N' to ws-billed-done-sw

           EXEC SQL
               START TRANSACTION
           END-EXEC
           perform check-sql-state
           set ws-in-unit to true

           EXEC SQL
               SELECT PRINCIPAL_BAL
               INTO :ws-sql-principal-bal
               FROM LOANS
               WHERE ACCOUNT_ID = :ws-sql-account-id
               FOR UPDATE
           END-EXEC
           perform check-sql-state

           perform until ws-loan-remaining = 0
           or ws-billed-done
               perform pay-next-installment
           end-perform

      *> Fees are what the loan owes beyond its principal and the
      *> interest billed and still unpaid.
           EXEC SQL
               SELECT COALESCE(SUM(INTEREST_AMT - PAID_INTEREST), 0),
                      COALESCE(SUM(PRINCIPAL_AMT - PAID_PRINCIPAL), 0)
               INTO :ws-sql-billed-interest, :ws-sql-billed-principal
               FROM LOAN_SCHEDULE
               WHERE ACCOUNT_ID = :ws-sql-account-id
               AND STATUS = 'B'
           END-EXEC
           perform check-sql-state

           compute ws-loan-fees-due =
               ws-loan-owed - ws-sql-principal-bal
               - ws-sql-billed-interest - ws-loan-to-interest
           end-compute

           if ws-loan-fees-due > 0
           and ws-loan-remaining > 0
               if ws-loan-fees-due > ws-loan-remaining
                   move ws-loan-remaining to ws-loan-to-fees
               else
                   move ws-loan-fees-due to ws-loan-to-fees
               end-if
               subtract ws-loan-to-fees from ws-loan-remaining
           end-if

      *> What's left prepays principal not yet billed.
           compute ws-loan-unbilled =
               ws-sql-principal-bal - ws-loan-to-principal
               - ws-sql-billed-principal
           end-compute

           if ws-loan-remaining > 0
           and ws-loan-unbilled > 0
               if ws-loan-unbilled > ws-loan-remaining
                   add ws-loan-remaining to ws-loan-to-principal
                   move 0 to ws-loan-remaining
               else
                   add ws-loan-unbilled to ws-loan-to-principal
                   subtract ws-loan-unbilled from ws-loan-remaining
               end-if
           end-if

      *> Anything still over -- an adjustment left a debit behind
      *> -- books with the principal share; the check against the
      *> balance has already kept it within what the loan owes.
           if ws-loan-remaining > 0
               add ws-loan-remaining to ws-loan-to-principal
               move 0 to ws-loan-remaining
           end-if

           if ws-loan-to-interest > 0
               move ws-loan-to-interest to ws-sql-amount
               move "LOAN-INT" to ws-sql-reference
               perform insert-loan-payment-row
           end-if

           if ws-loan-to-fees > 0
               move ws-loan-to-fees to ws-sql-amount
               move "LOAN-FEE" to ws-sql-reference
               perform insert-loan-payment-row
           end-if

           if ws-loan-to-principal > 0
               move ws-loan-to-principal to ws-sql-amount
               move "LOAN-PRIN" to ws-sql-reference
               perform insert-loan-payment-row
           end-if

           move ws-loan-payment-total to ws-sql-amount
           perform apply-to-balance

           compute ws-sql-principal-bal =
               ws-sql-principal-bal - ws-loan-to-principal
           end-compute

           if ws-sql-principal-bal < 0
               move 0 to ws-sql-principal-bal
           end-if

           EXEC SQL
               UPDATE LOANS
               SET PRINCIPAL_BAL = :ws-sql-principal-bal
               WHERE ACCOUNT_ID = :ws-sql-account-id
           END-EXEC
           perform check-sql-state

           EXEC SQL
               SELECT COUNT(*)
               INTO :ws-sql-type-count
               FROM LOAN_SCHEDULE
               WHERE ACCOUNT_ID = :ws-sql-account-id
               AND STATUS = 'B'
           END-EXEC
           perform check-sql-state

           if ws-sql-principal-bal = 0
           and ws-sql-type-count = 0
               perform close-paid-loan
           end-if

           EXEC SQL
               COMMIT
           END-EXEC
           set ws-not-in-unit to true
           perform check-sql-state

           add 1 to ws-posted-count
           add 1 to ws-loan-payment-count

           exit paragraph.


      *> The oldest billed installment after the last one paid: its
      *> unpaid interest, then its unpaid principal, and marked paid
      *> once both are covered.
       pay-next-installment.

           EXEC SQL
               SELECT COALESCE(MIN(INSTALLMENT_NO), 0)
               INTO :ws-sql-installment-no
               FROM LOAN_SCHEDULE
               WHERE ACCOUNT_ID = :ws-sql-account-id
               AND STATUS = 'B'
               AND INSTALLMENT_NO > :ws-sql-last-installment
           END-EXEC
           perform check-sql-state

           if ws-sql-installment-no = 0
               set ws-billed-done to true
               exit paragraph
           end-if

           move ws-sql-installment-no to ws-sql-last-installment

           EXEC SQL
               SELECT INTEREST_AMT - PAID_INTEREST,
                      PRINCIPAL_AMT - PAID_PRINCIPAL
               INTO :ws-sql-interest-due, :ws-sql-principal-due
               FROM LOAN_SCHEDULE
               WHERE ACCOUNT_ID = :ws-sql-account-id
               AND INSTALLMENT_NO = :ws-sql-installment-no
           END-EXEC
           perform check-sql-state

           if ws-sql-interest-due > ws-loan-remaining
               move ws-loan-remaining to ws-sql-pay-interest
           else
               move ws-sql-interest-due to ws-sql-pay-interest
           end-if
           subtract ws-sql-pay-interest from ws-loan-remaining
           add ws-sql-pay-interest to ws-loan-to-interest

           if ws-sql-principal-due > ws-loan-remaining
               move ws-loan-remaining to ws-sql-pay-principal
           else
               move ws-sql-principal-due to ws-sql-pay-principal
           end-if
           subtract ws-sql-pay-principal from ws-loan-remaining
           add ws-sql-pay-principal to ws-loan-to-principal

           if ws-sql-pay-interest = ws-sql-interest-due
           and ws-sql-pay-principal = ws-sql-principal-due
               EXEC SQL
                   UPDATE LOAN_SCHEDULE
                   SET PAID_INTEREST = INTEREST_AMT,
                       PAID_PRINCIPAL = PRINCIPAL_AMT,
                       STATUS = 'P',
                       PAID_DT = :ws-sql-post-date
                   WHERE ACCOUNT_ID = :ws-sql-account-id
                   AND INSTALLMENT_NO = :ws-sql-installment-no
               END-EXEC
               perform check-sql-state
           else
               EXEC SQL
                   UPDATE LOAN_SCHEDULE
                   SET PAID_INTEREST =
                           PAID_INTEREST + :ws-sql-pay-interest,
                       PAID_PRINCIPAL =
                           PAID_PRINCIPAL + :ws-sql-pay-principal
                   WHERE ACCOUNT_ID = :ws-sql-account-id
                   AND INSTALLMENT_NO = :ws-sql-installment-no
               END-EXEC
               perform check-sql-state
           end-if

           exit paragraph.


       insert-loan-payment-row.

           EXEC SQL
               INSERT INTO ACCOUNT_TRANSACTIONS
                   (ACCOUNT_ID, POST_DT, TRANS_TYPE, AMOUNT,
                    REFERENCE, ORIG_AMOUNT, ORIG_CCY, CREATE_DT)
               VALUES
                   (:ws-sql-account-id, :ws-sql-post-date, 'LP',
                    :ws-sql-amount, :ws-sql-reference,
                    :ws-sql-amount, 'USD', CURRENT_TIMESTAMP)
           END-EXEC
           perform check-sql-state

           exit paragraph.


      *> Paid in full: the loan closes and the installments never
      *> billed are marked not needed.
       close-paid-loan.

           EXEC SQL
               UPDATE LOANS
               SET STATUS = 'P',
                   PAID_OFF_DT = :ws-sql-post-date
               WHERE ACCOUNT_ID = :ws-sql-account-id
           END-EXEC
           perform check-sql-state

           EXEC SQL
               UPDATE LOAN_SCHEDULE
               SET STATUS = 'X'
               WHERE ACCOUNT_ID = :ws-sql-account-id
               AND STATUS = 'S'
           END-EXEC
           perform check-sql-state

           display "Loan paid off: account " ws-sql-account-id
           end-display

           exit paragraph.


      *> Holds a deposit just posted, inside the posting's unit: the
      *> hold row names the transaction it holds, and the amount
      *> comes back out of the available balance apply-to-balance
      *> just raised, until the hold-release job frees it.
       place-deposit-hold.

           EXEC SQL
               SELECT COALESCE(MAX(TRANS_ID), 0)
               INTO :ws-sql-hold-trans-id
               FROM ACCOUNT_TRANSACTIONS
               WHERE ACCOUNT_ID = :ws-sql-account-id
           END-EXEC
           perform check-sql-state

           move ws-sql-amount to ws-sql-hold-amount

           EXEC SQL
               INSERT INTO DEPOSIT_HOLDS
                   (ACCOUNT_ID, TRANS_ID, AMOUNT, PLACED_DT,
                    RELEASE_DT, STATUS, CREATE_DT)
               VALUES
                   (:ws-sql-account-id, :ws-sql-hold-trans-id,
                    :ws-sql-hold-amount, :ws-sql-business-date,
                    :ws-sql-hold-release-date, 'H',
                    CURRENT_TIMESTAMP)
           END-EXEC
           perform check-sql-state

           EXEC SQL
               UPDATE ACCOUNT_BALANCES
               SET AVAILABLE_BAL = AVAILABLE_BAL - :ws-sql-hold-amount
               WHERE ACCOUNT_ID = :ws-sql-account-id
           END-EXEC
           perform check-sql-state

           add 1 to ws-held-count

           display "Deposit held: account " ws-sql-account-id
               " " f-post-reference " until "
               ws-sql-hold-release-date
           end-display

           exit paragraph.


      *> A withdrawal that would leave the available balance -- the
      *> ledger less deposits still on hold -- past the account's
      *> overdraft limit doesn't post: it goes to the
      *> suspense queue for the operator's call, and the NSF fee is
      *> queued to book through the normal posting path at end of
      *> run. A breach is a money decision, not a data error -- the
      *> reject file is the wrong place for it.
       check-overdraft-limit.

           move 'N' to ws-suspended-sw

           EXEC SQL
               SELECT COALESCE(MAX(COALESCE(B.AVAILABLE_BAL,
                                            B.BALANCE)), 0),
                      COALESCE(MAX(A.OD_LIMIT), 0)
               INTO :ws-sql-current-balance, :ws-sql-od-limit
               FROM ACCOUNTS A
               exit paragraph
           end-if

           display "NSF: " f-post-type " would breach account "
               ws-sql-account-id "'s overdraft limit -- "
               "suspended, fee queued."
           end-display
           exit paragraph.


      *> Over the limit in base-currency terms, either sign, goes
      *> on the approval queue under the keying user's name. With
      *> no name the second-user rule has nothing to hold the
      *> approver apart from, so the line is rejected NO-KEYER for
      *> reject-repair to name the keyer instead.
       check-dual-authorization.

           move 'N' to ws-queued-sw

           if ws-sql-amount < 0
               compute ws-dual-auth-amount = 0 - ws-sql-amount
               end-compute
           else
               move ws-sql-amount to ws-dual-auth-amount
           end-if

           if ws-dual-auth-amount not > ws-dual-auth-limit
               exit paragraph
           end-if

           if f-post-keyed-by = spaces
               move "NO-KEYER" to ws-reject-reason
               exit paragraph
           end-if

           set ws-was-queued to true
           add 1 to ws-queued-count
           add 1 to ws-awaiting-count

           display "Queued for approval: " f-posting-record
           end-display

           move spaces to f-approval-new-record
           move 'P' to f-apn-status
           move ws-business-date to f-apn-queued-date
           move f-post-keyed-by to f-apn-keyed-by
           move f-posting-record to f-apn-data
           write f-approval-new-record

           exit paragraph.


       write-suspense-record.

           set ws-was-suspended to true

      *>****************************************************************
      *> Author: Erik Eriksen
      *> Date: 2022-04-15
      *> Updated: 2026-10-15 EE: the posting run's suspense and
      *>          release lines carry the whole 71-byte posting
      *>          record, keying user included.
      *> Updated: 2026-10-15 EE: ACCOUNT_AUDIT rows are chained. Each
      *>          insert takes the next AUDIT_SEQ and a CHAIN_VALUE
      *>          from the shared audit-chain subprogram over the
      *>          row and the previous row's value, and CHANGED_DT
      *>          is stamped from here to the second so the chain
      *>          covers it; a merge that repoints the duplicate's
      *>          history re-chains the table in the same unit.
      *>          Needs ALTER TABLE ACCOUNT_AUDIT ADD AUDIT_SEQ
      *>          NUMERIC(9), ADD CHAIN_VALUE CHAR(16); rows from
      *>          before the change keep a null AUDIT_SEQ and stay
      *>          off the chain.
      *> Updated: 2026-10-15 EE: a closure payout joins the bank
      *>          payment queue (outbound-payments-queue.txt) for
      *>          payment-transmit to send, and a withdrawal already
      *>          sent to the bank (payments-sent.txt) can't be
      *>          reversed -- it comes back as a bank return.
      *> Updated: 2026-10-15 EE: installment loans. An account with
      *>          a loan still being repaid can't be closed, and the
      *>          loan's own rows -- origination, billed interest and
      *>          payments -- can't be reversed here, since the
      *>          schedule moved with them; an AJ corrects a loan.
      *> Updated: 2026-10-15 EE: closing an account is also refused
      *>          while a large adjustment or fee for it waits on the
      *>          posting run's approval queue, undecided or approved
      *>          but not yet posted, and the posting input keeps its
      *>          keying-user field when the close rewrites it.
      *> Updated: 2026-10-15 EE: option 11 shows the available
      *>          balance beside the ledger balance, and every
      *>          deposit still on hold with its release date. A
      *>          reversal moves both balances back, and reversing a
      *>          held deposit cancels its hold. Closing an account
      *>          is refused while a deposit hold is outstanding,
      *>          and the close keeps AVAILABLE_BAL in step. Needs
      *>          the AVAILABLE_BAL column and DEPOSIT_HOLDS table
      *>          the account-posting header describes.
      *> Updated: 2026-10-15 EE: menu option 18 closes an account for
      *>          good. The close is refused while anything for the
      *>          account sits in the posting run's suspense or
      *>          release queue, or any transaction other than a
      *>          queued fee or interest line waits on
      *>          account-transactions-in.txt. Otherwise, in one
      *>          unit, the queued fees and interest post (fees on a
      *>          fee-exempt type are dropped), interest accrued
      *>          since the first of the month posts at the
      *>          interest-rates.txt tiers unless the month's
      *>          accrual is already queued or posted, the balance
      *>          left is paid out (WD CLOSE-PAYOUT) or written off
      *>          (AJ CLOSE-WRITEOFF) under a REASON_CODES code, and
      *>          the account is marked closed -- IS_ENABLED 'C', a
      *>          status of its own, never 'N' -- with its closed
      *>          date and reason, audited and noted. Its standing
      *>          items then come off recurring-transactions.txt
      *>          onto recurring-cancelled.txt and its final
      *>          statement is appended to final-statements.txt.
      *>          Disable and merge leave a closed account alone,
      *>          reconcile counts closed accounts separately, and
      *>          the field search can select them. ACCOUNTS needs
      *>          the CLOSED_DT and CLOSE_REASON columns adding in
      *>          the external DDL.
      *> Updated: 2026-10-15 EE: menu option 17 reverses a posted
      *>          ACCOUNT_TRANSACTIONS row by its TRANS_ID: the exact
      *>          opposite row (same account, type, reference and
      *>          currency, amounts negated) posts on the business
      *>          date with REVERSAL_OF naming the original, both
      *>          rows are flagged -- 'R' reversed, 'V' reversing --
      *>          and the balance moves back, all in one unit behind
      *>          a preview-and-confirm step. A row already reversed,
      *>          or itself a reversal, is refused. Reversing either
      *>          leg of a transfer reverses both. The reason is an
      *>          active REASON_CODES code and the operator is the
      *>          logged-in user, for the daily reversals-report.
      *>          Option 11 now shows each row's id and reversal
      *>          flag. ACCOUNT_TRANSACTIONS needs the TRANS_ID,
      *>          REVERSAL_FLAG, REVERSAL_OF, REVERSAL_REASON and
      *>          REVERSAL_USER columns adding in the external DDL.
      *> Updated: 2026-08-22 EE: disable reasons now come from a
      *>          REASON_CODES reference table: the code entered on a
      *>          disable is validated against it (with the picker
           organization is line sequential
           file status is ws-fs-status-watermark.

      *> Files the close-account option works against: the posting
      *> run's suspense and release queues and its input file, the
      *> standing items recurring-expand emits from, the rate tiers
      *> interest-accrual uses, and the final statements it writes.
           select fd-close-suspense
           assign to "account-transactions-suspense.txt"
           organization is line sequential
           file status is ws-fs-status-close-susp.

           select fd-close-release
           assign to "account-transactions-release.txt"
           organization is line sequential
           file status is ws-fs-status-close-rel.

           select fd-close-approval
           assign to "account-transactions-approval.txt"
           organization is line sequential
           file status is ws-fs-status-close-appr.

           select fd-close-posting-in
           assign to "account-transactions-in.txt"
           organization is line sequential
           file status is ws-fs-status-close-post.

           select fd-close-posting-new
           assign to "account-transactions-in-new.txt"
           organization is line sequential
           file status is ws-fs-status-close-post-new.

           select fd-close-recurring
           assign to "recurring-transactions.txt"
           organization is line sequential
           file status is ws-fs-status-close-rec.

           select fd-close-recurring-new
           assign to "recurring-transactions-new.txt"
           organization is line sequential
           file status is ws-fs-status-close-rec-new.

           select fd-close-recurring-cancel
           assign to "recurring-cancelled.txt"
           organization is line sequential
           file status is ws-fs-status-close-cancel.

           select fd-close-rates assign to "interest-rates.txt"
           organization is line sequential
           file status is ws-fs-status-close-rates.

      *> The bank payment queue a closure payout joins, and the
      *> record of payments already sent to the bank.
           select fd-close-payment-queue
           assign to "outbound-payments-queue.txt"
           organization is line sequential
           file status is ws-fs-status-close-pay.

           select fd-rev-payments-sent
           assign to "payments-sent.txt"
           organization is line sequential
           file status is ws-fs-status-rev-sent.

           select fd-final-statement
           assign to "final-statements.txt"
           organization is line sequential
           file status is ws-fs-status-final-stmt.

       data division.
       file section.

           fd  fd-export-watermark.
           01  f-watermark-record               pic x(20).

      *> Suspense and release lines carry the 71-byte posting record
      *> behind their own prefixes; only the account id matters here.
           fd  fd-close-suspense.
           01  f-close-susp-record.
               05  f-close-susp-held-date       pic x(8).
               05  filler                        pic x.
               05  f-close-susp-account-id      pic x(5).
               05  filler                        pic x(66).

           fd  fd-close-release.
           01  f-close-rel-record.
               05  f-close-rel-disposition      pic x.
               05  filler                        pic x(26).
               05  f-close-rel-account-id       pic x(5).
               05  filler                        pic x(66).

      *> An approval queue line: its status, then the decision
      *> fields, then the same 50-byte posting record.
           fd  fd-close-approval.
           01  f-close-appr-record.
               05  f-close-appr-status          pic x.
               05  filler                        pic x(77).
               05  f-close-appr-account-id      pic x(5).
               05  filler                        pic x(45).

      *> Same layout account_posting.cbl reads.
           fd  fd-close-posting-in.
           01  f-close-post-record.
               05  f-close-post-account-id      pic x(5).
               05  filler                        pic x.
               05  f-close-post-date            pic x(8).
               05  filler                        pic x.
               05  f-close-post-type            pic x(2).
               05  filler                        pic x.
               05  f-close-post-amount          pic x(12).
               05  filler                        pic x.
               05  f-close-post-reference       pic x(15).
               05  filler redefines f-close-post-reference.
                   10  f-close-post-to-account  pic x(5).
                   10  filler                    pic x(10).
               05  filler                        pic x.
               05  f-close-post-currency        pic x(3).
               05  filler                        pic x.
               05  f-close-post-keyed-by        pic x(20).

           fd  fd-close-posting-new.
           01  f-close-post-new-record          pic x(71).

      *> Same layout recurring_expand.cbl reads; a transfer's stem
      *> starts with its to-account.
           fd  fd-close-recurring.
           01  f-close-rec-record.
               05  f-close-rec-account-id       pic x(5).
               05  f-close-rec-type             pic x(2).
               05  f-close-rec-amount           pic x(10).
               05  f-close-rec-reference        pic x(10).
               05  filler redefines f-close-rec-reference.
                   10  f-close-rec-to-account   pic x(5).
                   10  filler                    pic x(5).
               05  f-close-rec-frequency        pic x.
               05  f-close-rec-next-due         pic x(8).

           fd  fd-close-recurring-new.
           01  f-close-rec-new-record           pic x(36).

      *> A cancelled standing item, kept whole behind the date its
      *> account closed.
           fd  fd-close-recurring-cancel.
           01  f-close-cancel-record.
               05  f-close-cancel-date          pic x(8).
               05  filler                        pic x.
               05  f-close-cancel-data          pic x(36).

           fd  fd-close-rates.
           01  f-close-rate-record.
               05  f-close-rate-tier-floor      pic 9(9)v99.
               05  f-close-rate-annual          pic 9(2)v9(4).

      *> Same layout account_posting.cbl queues withdrawals in.
           fd  fd-close-payment-queue.
           01  f-close-pay-record.
               05  f-close-pay-source           pic x.
               05  filler                        pic x.
               05  f-close-pay-account-id       pic 9(5).
               05  filler                        pic x.
               05  f-close-pay-trans-id         pic 9(9).
               05  filler                        pic x.
               05  f-close-pay-post-date        pic x(8).
               05  filler                        pic x.
               05  f-close-pay-amount           pic 9(7).99.
               05  filler                        pic x.
               05  f-close-pay-reference        pic x(15).

      *> Only the transaction id matters here; payment-transmit
      *> owns the rest of the layout.
           fd  fd-rev-payments-sent.
           01  f-rev-sent-record.
               05  filler                        pic x(16).
               05  f-rev-sent-trans-id          pic 9(9).
               05  filler                        pic x(27).

           fd  fd-final-statement.
           01  f-final-statement-record         pic x(100).

       WORKING-STORAGE SECTION.

      *> Variables inside the DECLARE SECTION can be used in 
           05  ws-audit-new-value                pic x(30).
           05  ws-audit-changed-by               pic x(30).

      *> Each ACCOUNT_AUDIT row's link in the table's chain: the row's
      *> AUDIT_SEQ, its columns at fixed widths and its CHANGED_DT to
      *> the second, folded with the previous row's CHAIN_VALUE by
      *> the shared audit-chain subprogram.
       01  ws-audit-chain-row.
           05  ws-acr-seq                        pic 9(9).
           05  ws-acr-account-id                 pic 9(5).
           05  ws-acr-field-name                 pic x(30).
           05  ws-acr-old-value                  pic x(30).
           05  ws-acr-new-value                  pic x(30).
           05  ws-acr-changed-by                 pic x(30).
           05  ws-acr-changed                    pic x(14).

       01  ws-audit-seq                          pic 9(9).
       01  ws-audit-stamp                        pic x(14).
       01  ws-audit-chain-value                  pic x(16).
       01  ws-audit-prior-chain                  pic x(16).
       01  ws-audit-stamp-date                   pic x(8).
       01  ws-audit-stamp-time                   pic x(8).

       01  ws-rechain-done-sw                    pic x value 'N'.
           88  ws-rechain-done                   value 'Y'.
           88  ws-rechain-not-done               value 'N'.

      *> Request group for the shared audit-chain subprogram.
       01  ws-audit-chain-request.
           05  ws-ac-action                      pic x.
           05  ws-ac-trail                       pic x(30).
           05  ws-ac-record                      pic x(400).
           05  ws-ac-prior-chain                 pic x(16).
           05  ws-ac-chain-value                 pic x(16).
           05  ws-ac-link-count                  pic 9(9).
           05  ws-ac-base-count                  pic 9(9).
           05  ws-ac-base-chain                  pic x(16).
           05  ws-ac-status                      pic x.

      *> Reason-code reference fields: one REASON_CODES row, and
      *> the tally fields for the disables-by-reason summary.
       01  ws-reason-code                    pic x(15).
       01  ws-merge-audit-count              pic 9(7).

      *> Balance-and-activity option fields: the account asked
      *> about, its ledger and available balances, one fetched
      *> transaction, and one fetched deposit hold.
       01  ws-balance-account-id             pic 9(5).
       01  ws-balance-amount                 pic s9(9)v99.
       01  ws-available-amount               pic s9(9)v99.
       01  ws-hold-trans-id                  pic 9(9).
       01  ws-hold-amount                    pic s9(7)v99.
       01  ws-hold-placed-date               pic x(8).
       01  ws-hold-release-date              pic x(8).
       01  ws-hold-count                     pic 9(5).
       01  ws-hold-total                     pic s9(9)v99.
       01  ws-activity-post-date             pic x(8).
       01  ws-activity-trans-type            pic x(2).
       01  ws-activity-amount                pic s9(7)v99.
       01  ws-activity-reference             pic x(15).
       01  ws-activity-trans-id              pic 9(9).
       01  ws-activity-reversal-flag         pic x.

      *> Reversal option fields: the row being reversed, as read,
      *> and what the reversing row is stamped with. A transfer's
      *> other leg is read into the same fields in its turn.
       01  ws-rev-trans-id                   pic 9(9).
       01  ws-rev-account-id                 pic 9(5).
       01  ws-rev-post-date                  pic x(8).
       01  ws-rev-trans-type                 pic x(2).
       01  ws-rev-amount                     pic s9(7)v99.
       01  ws-rev-reference                  pic x(15).
       01  ws-rev-orig-amount                pic s9(7)v99.
       01  ws-rev-orig-ccy                   pic x(3).
       01  ws-rev-flag                       pic x.
       01  ws-rev-transfer-ref               pic x(15).
       01  ws-rev-new-transfer-ref           pic x(15).
       01  ws-rev-partner-id                 pic 9(9).
       01  ws-rev-reason                     pic x(15).
       01  ws-rev-user                       pic x(20).
       01  ws-rev-business-date              pic x(8).
       01  ws-close-pay-trans-id             pic 9(9).

      *> Close-account option fields: the account being closed, its
      *> status, type and balance, the closing row being posted, and
      *> the reason and date the close is stamped with.
       01  ws-close-account-id               pic 9(5).
       01  ws-close-status                   pic x.
       01  ws-close-fee-exempt               pic x.
       01  ws-close-balance                  pic s9(9)v99.
       01  ws-close-balance-count            pic 9(5).
       01  ws-close-trans-type               pic x(2).
       01  ws-close-amount                   pic s9(9)v99.
       01  ws-close-reference                pic x(15).
       01  ws-close-reason                   pic x(15).
       01  ws-close-date                     pic x(8).
       01  ws-close-interest-ref             pic x(15).
       01  ws-close-interest-count           pic 9(5).
       01  ws-close-period-start             pic x(8).
       01  ws-close-opening                  pic s9(9)v99.
       01  ws-close-post-date                pic x(8).
       01  ws-close-hold-count               pic 9(5).
       01  ws-close-loan-count               pic 9(5).

      *> Counts used by the reconcile-accounts menu option to make
      *> sure every row in ACCOUNTS is accounted for as enabled,
      *> disabled or closed, with nothing falling through the cracks
      *> from a null or unexpected IS_ENABLED value.
       01  ws-reconcile-total-count          pic 9(7).
       01  ws-reconcile-enabled-count        pic 9(7).
       01  ws-reconcile-disabled-count       pic 9(7).
       01  ws-reconcile-closed-count         pic 9(7).

       EXEC SQL
           END DECLARE SECTION
           05  ws-account-is-enabled        pic x.
               88  ws-account-enabled       value 'Y'.
               88  ws-account-disabled      value 'N'.
               88  ws-account-closed        value 'C'.
           05  ws-account-create-dt         pic x(20).
           05  ws-account-mod-dt            pic x(20).

           05  ws-reason-tally-code          pic x(15).
           05  ws-reason-tally-count         pic 9(5).

       01  ws-rev-id-input                   pic x(9).
       01  ws-rev-first-trans-id             pic 9(9).
       01  ws-rev-confirm                    pic x.
       01  ws-rev-amount-display             pic -(7)9.99.

      *> Business date the reversing row posts on, from the shared
      *> calendar subprogram; system date as fallback.
       01  ws-business-date-request.
           05  ws-bd-action                 pic x.
           05  ws-bd-date                   pic 9(8).

       01  ws-business-date                  pic 9(8).

       01  ws-reason-valid-sw                pic x.
           88  ws-reason-valid               value 'Y'.
           88  ws-reason-invalid             value 'N'.

      *> Close-account working fields: what stands in the way of the
      *> close, what is queued for the account on the posting input,
      *> the month-to-date interest, and how the balance leaves.
       01  ws-close-account-x                pic x(5).
       01  ws-close-susp-count               pic 9(5).
       01  ws-close-release-count            pic 9(5).
       01  ws-close-approval-count           pic 9(5).
       01  ws-close-pending-count            pic 9(5).
       01  ws-close-pending-other-count      pic 9(5).
       01  ws-close-pending-total            pic s9(9)v99.
       01  ws-close-interest-pending-sw      pic x.
           88  ws-close-interest-pending     value 'Y'.
           88  ws-close-no-interest-pending  value 'N'.
       01  ws-close-dropped-fee-count        pic 9(5).
       01  ws-close-recurring-count          pic 9(5).
       01  ws-close-kept-count               pic 9(5).
       01  ws-close-accrued                  pic s9(7)v99.
       01  ws-close-rate                     pic 9(2)v9(4).
       01  ws-close-day                      pic 99.
       01  ws-close-remaining                pic s9(9)v99.
       01  ws-close-display                  pic -(8)9.99.
       01  ws-close-confirm                  pic x.
       01  ws-close-line-count               pic 9(5).
       01  ws-close-statement-line           pic x(100).

       01  ws-close-line-class-sw            pic x.
           88  ws-close-line-postable        value 'P'.
           88  ws-close-line-dropped         value 'X'.
           88  ws-close-line-other           value 'O'.
           88  ws-close-line-not-ours        value ' '.

       01  ws-close-method-sw                pic x.
           88  ws-close-payout               value 'P'.
           88  ws-close-writeoff             value 'W'.
           88  ws-close-nothing-left         value 'N'.

       01  ws-close-eof-sw                   pic x.
           88  ws-close-eof                  value 'Y'.
           88  ws-close-not-eof              value 'N'.

       01  ws-fs-status-close-susp           pic xx.
       01  ws-fs-status-close-rel            pic xx.
       01  ws-fs-status-close-appr           pic xx.
       01  ws-fs-status-close-pay            pic xx.
       01  ws-fs-status-rev-sent             pic xx.

       01  ws-rev-sent-sw                    pic x.
           88  ws-rev-payment-sent           value 'Y'.
       01  ws-fs-status-close-post           pic xx.
       01  ws-fs-status-close-post-new       pic xx.
       01  ws-fs-status-close-rec            pic xx.
       01  ws-fs-status-close-rec-new        pic xx.
       01  ws-fs-status-close-cancel         pic xx.
       01  ws-fs-status-close-rates          pic xx.
       01  ws-fs-status-final-stmt           pic xx.

      *> The posting input and the recurring file are rewritten
      *> without the closed account's lines and swapped in, the
      *> same delete-then-rename finish user-recert uses.
       01  ws-close-posting-name             pic x(40)
                                 value "account-transactions-in.txt".
       01  ws-close-posting-new-name         pic x(40)
                             value "account-transactions-in-new.txt".
       01  ws-close-recurring-name           pic x(40)
                                 value "recurring-transactions.txt".
       01  ws-close-recurring-new-name       pic x(40)
                             value "recurring-transactions-new.txt".
       01  ws-close-delete-status            pic s9(9) comp-5.
       01  ws-close-rename-status            pic s9(9) comp-5.

      *> Flat extract file used by the export-results menu option, in
      *> the same field layout as ws-sql-account-record, so it can
      *> feed straight into a downstream batch job.
           perform check-sql-state

      *> Field-specific search: every filled-in criterion must match
      *> (AND), and the enabled selector narrows to 'Y', 'N', 'C'
      *> (closed), or all when 'B'.
           EXEC SQL
               DECLARE ACCOUNT-ADV-CUR CURSOR FOR
               SELECT

               display "16) Disables by reason code"

               if not ws-login-role-inquiry
                   display "17) Reverse a posted transaction"
                   display "18) Close account"
               end-if

               move space to ws-menu-choice
               display "Selection: " with no advancing
               accept ws-menu-choice
                   when "16"
                       perform disables-by-reason-report

                   when "17"
                       perform check-write-access
                       if not ws-login-role-inquiry
                           perform reverse-transaction
                       end-if

                   when "18"
                       perform check-write-access
                       if not ws-login-role-inquiry
                           perform close-account
                       end-if

                   when other
                       display "Please make a selection between 1-18"

               end-evaluate
           end-perform
               exit paragraph
           end-if

           if ws-sql-account-is-enabled = 'C' then
               display "Account is closed."
               exit paragraph
           end-if

      *> The reason code must be an active entry on REASON_CODES --
      *> free-typed reasons are how "FRAUD", "fraud", and "FRD"
      *> ended up unreportable. An invalid entry shows the picker.
               accept ws-search-string
               perform build-adv-addr

               display "Enabled accounts, disabled, closed, or "
                   "all (E/D/C/[B]): " with no advancing
               end-display
               accept ws-menu-choice

                       move 'Y' to ws-adv-enabled
                   when 'D'
                       move 'N' to ws-adv-enabled
                   when 'C'
                       move 'C' to ws-adv-enabled
                   when other
                       move 'B' to ws-adv-enabled
               end-evaluate
           move ws-balance-account-id to ws-sql-account-id

           EXEC SQL
               SELECT BALANCE, COALESCE(AVAILABLE_BAL, BALANCE)
               INTO :WS-BALANCE-AMOUNT, :WS-AVAILABLE-AMOUNT
               FROM ACCOUNT_BALANCES
               WHERE ACCOUNT_ID = :WS-SQL-ACCOUNT-ID
           END-EXEC
               exit paragraph
           end-if

           display "Ledger balance:    " ws-balance-amount
           display "Available balance: " ws-available-amount

           perform show-deposit-holds

           EXEC SQL
               DECLARE ACTIVITY-CUR CURSOR FOR
               SELECT POST_DT, TRANS_TYPE, AMOUNT, REFERENCE,
                      TRANS_ID, COALESCE(REVERSAL_FLAG, ' ')
               FROM ACCOUNT_TRANSACTIONS
               WHERE ACCOUNT_ID = :WS-SQL-ACCOUNT-ID
               ORDER BY POST_DT DESC, TRANS_ID DESC;
           END-EXEC

           EXEC SQL
                       :WS-ACTIVITY-POST-DATE,
                       :WS-ACTIVITY-TRANS-TYPE,
                       :WS-ACTIVITY-AMOUNT,
                       :WS-ACTIVITY-REFERENCE,
                       :WS-ACTIVITY-TRANS-ID,
                       :WS-ACTIVITY-REVERSAL-FLAG;
               END-EXEC
               perform check-sql-state

               if not SQL-NODATA
                   add 1 to ws-num-accounts
                   evaluate ws-activity-reversal-flag
                       when 'R'
                           display "  " ws-activity-trans-id
                               "  " ws-activity-post-date
                               "  " ws-activity-trans-type
                               "  " ws-activity-amount
                               "  " ws-activity-reference
                               "  REVERSED"
                           end-display
                       when 'V'
                           display "  " ws-activity-trans-id
                               "  " ws-activity-post-date
                               "  " ws-activity-trans-type
                               "  " ws-activity-amount
                               "  " ws-activity-reference
                               "  REVERSAL"
                           end-display
                       when other
                           display "  " ws-activity-trans-id
                               "  " ws-activity-post-date
                               "  " ws-activity-trans-type
                               "  " ws-activity-amount
                               "  " ws-activity-reference
                           end-display
                   end-evaluate
               end-if
           end-perform

           exit paragraph.


      *> The account's deposits still on hold -- what stands between
      *> the ledger and available figures -- and when each frees.
       show-deposit-holds.

           EXEC SQL
               DECLARE HOLD-CUR CURSOR FOR
               SELECT TRANS_ID, AMOUNT, PLACED_DT, RELEASE_DT
               FROM DEPOSIT_HOLDS
               WHERE ACCOUNT_ID = :WS-SQL-ACCOUNT-ID
                 AND STATUS = 'H'
               ORDER BY RELEASE_DT, TRANS_ID;
           END-EXEC

           EXEC SQL
               OPEN HOLD-CUR
           END-EXEC
           perform check-sql-state

           move 0 to ws-hold-count
           move 0 to ws-hold-total

           perform with test after
               until SQLCODE = 100

               EXEC SQL
                   FETCH HOLD-CUR
                   INTO
                       :WS-HOLD-TRANS-ID,
                       :WS-HOLD-AMOUNT,
                       :WS-HOLD-PLACED-DATE,
                       :WS-HOLD-RELEASE-DATE;
               END-EXEC
               perform check-sql-state

               if not SQL-NODATA
                   if ws-hold-count = 0
                       display space
                       display "Deposits on hold:"
                   end-if
                   add 1 to ws-hold-count
                   add ws-hold-amount to ws-hold-total
                   display "  " ws-hold-trans-id
                       "  " ws-hold-amount
                       "  placed " ws-hold-placed-date
                       "  releases " ws-hold-release-date
                   end-display
               end-if
           end-perform

           EXEC SQL
               CLOSE HOLD-CUR
           END-EXEC
           perform check-sql-state

           if ws-hold-count = 0
               display "No deposits on hold."
           else
               display "  " ws-hold-count " hold(s) totalling "
                   ws-hold-total
               end-display
           end-if

           exit paragraph.


      *> Reverses one posted transaction: shows the row, takes a
      *> reason code off REASON_CODES, and on confirmation posts the
      *> exact opposite row and flags both in one unit. A transfer
      *> leg brings its other leg with it, so the pair stays whole.
       reverse-transaction.

           display space
           display "Reverse a posted transaction"
           display "-----------------------------"

           display "Transaction id (option 11 lists them): "
               with no advancing
           end-display
           accept ws-rev-id-input

           if function trim(ws-rev-id-input) is not numeric
               display "Not a transaction id."
               exit paragraph
           end-if

           move function numval(ws-rev-id-input) to ws-rev-trans-id
           move ws-rev-trans-id to ws-rev-first-trans-id

           perform read-reversal-row

           if SQL-NODATA
               display "Transaction not found."
               exit paragraph
           end-if

           if ws-rev-flag = 'R'
               display "Transaction " ws-rev-trans-id
                   " has already been reversed."
               end-display
               exit paragraph
           end-if

           if ws-rev-flag = 'V'
               display "Transaction " ws-rev-trans-id
                   " is itself a reversal and can't be reversed."
               end-display
               exit paragraph
           end-if

           if ws-rev-trans-type = "LO"
           or ws-rev-trans-type = "LI"
           or ws-rev-trans-type = "LP"
               display "Transaction " ws-rev-trans-id
                   " is part of a loan's schedule and can't be "
                   "reversed -- correct it with an AJ on the loan."
               end-display
               exit paragraph
           end-if

           if ws-rev-trans-type = "WD"
               perform check-rev-payment-sent

               if ws-rev-payment-sent
                   display "Transaction " ws-rev-trans-id
                       " has been sent to the bank -- it comes back "
                       "through payment-returns, not a reversal."
                   end-display
                   exit paragraph
               end-if
           end-if

           move ws-rev-amount to ws-rev-amount-display
           display space
           display "  account   " ws-rev-account-id
           display "  posted    " ws-rev-post-date
           display "  type      " ws-rev-trans-type
           display "  amount    " ws-rev-amount-display
           display "  reference " ws-rev-reference

           if ws-rev-trans-type = "TR"
               display "  transfer  " ws-rev-transfer-ref
                   " -- both legs will be reversed"
               end-display
           end-if

           set ws-reason-invalid to true

           perform until ws-reason-valid
               display "Reason code: " with no advancing
               accept ws-disable-reason-code

               move function upper-case(function trim(
                   ws-disable-reason-code))
                   to ws-disable-reason-code

               perform validate-reason-code

               if ws-reason-invalid
                   display "Not a valid active reason code. "
                       "Choose one of:"
                   end-display
                   perform list-reason-codes
               end-if
           end-perform

           move ws-disable-reason-code to ws-rev-reason
           move ws-login-user to ws-rev-user

           display "Post the reversal? (Y/N): " with no advancing
           accept ws-rev-confirm

           if function upper-case(ws-rev-confirm) not = 'Y'
               display "Nothing reversed."
               exit paragraph
           end-if

           perform fetch-business-date

           perform begin-unit

      *> Read again inside the unit, so two operators can't both
      *> reverse the same row between the preview and the commit.
           perform read-reversal-row-locked

           if SQL-NODATA
           or ws-rev-flag not = space
               EXEC SQL
                   ROLLBACK
               END-EXEC
               set ws-not-in-unit to true
               perform check-sql-state
               display "Transaction " ws-rev-first-trans-id
                   " was reversed by someone else -- nothing posted."
               end-display
               exit paragraph
           end-if

           move spaces to ws-rev-new-transfer-ref

           if ws-rev-trans-type = "TR"
               string "R" ws-rev-transfer-ref(2:14)
                   delimited by size
                   into ws-rev-new-transfer-ref
               end-string
           end-if

           perform post-reversal-row

           if ws-rev-trans-type = "TR"
               EXEC SQL
                   SELECT TRANS_ID
                   INTO :WS-REV-PARTNER-ID
                   FROM ACCOUNT_TRANSACTIONS
                   WHERE TRANSFER_REF = :WS-REV-TRANSFER-REF
                     AND TRANS_ID <> :WS-REV-TRANS-ID
               END-EXEC
               perform check-sql-state

               if not SQL-NODATA
                   move ws-rev-partner-id to ws-rev-trans-id
                   perform read-reversal-row-locked
                   perform post-reversal-row
               end-if
           end-if

           perform commit-unit

           display "Transaction " ws-rev-first-trans-id " reversed."

           exit paragraph.


       read-reversal-row.

           EXEC SQL
               SELECT ACCOUNT_ID, POST_DT, TRANS_TYPE, AMOUNT,
                      REFERENCE, COALESCE(ORIG_AMOUNT, AMOUNT),
                      COALESCE(ORIG_CCY, 'USD'),
                      COALESCE(REVERSAL_FLAG, ' '),
                      COALESCE(TRANSFER_REF, ' ')
               INTO :WS-REV-ACCOUNT-ID, :WS-REV-POST-DATE,
                    :WS-REV-TRANS-TYPE, :WS-REV-AMOUNT,
                    :WS-REV-REFERENCE, :WS-REV-ORIG-AMOUNT,
                    :WS-REV-ORIG-CCY, :WS-REV-FLAG,
                    :WS-REV-TRANSFER-REF
               FROM ACCOUNT_TRANSACTIONS
               WHERE TRANS_ID = :WS-REV-TRANS-ID
           END-EXEC
           perform check-sql-state

           exit paragraph.


       read-reversal-row-locked.

           EXEC SQL
               SELECT ACCOUNT_ID, POST_DT, TRANS_TYPE, AMOUNT,
                      REFERENCE, COALESCE(ORIG_AMOUNT, AMOUNT),
                      COALESCE(ORIG_CCY, 'USD'),
                      COALESCE(REVERSAL_FLAG, ' '),
                      COALESCE(TRANSFER_REF, ' ')
               INTO :WS-REV-ACCOUNT-ID, :WS-REV-POST-DATE,
                    :WS-REV-TRANS-TYPE, :WS-REV-AMOUNT,
                    :WS-REV-REFERENCE, :WS-REV-ORIG-AMOUNT,
                    :WS-REV-ORIG-CCY, :WS-REV-FLAG,
                    :WS-REV-TRANSFER-REF
               FROM ACCOUNT_TRANSACTIONS
               WHERE TRANS_ID = :WS-REV-TRANS-ID
               FOR UPDATE
           END-EXEC
           perform check-sql-state

           exit paragraph.


      *> The opposite row, the flag on the original, and the
      *> balance moved back -- inside the caller's unit.
       post-reversal-row.

           EXEC SQL
               INSERT INTO ACCOUNT_TRANSACTIONS
                   (ACCOUNT_ID, POST_DT, TRANS_TYPE, AMOUNT,
                    REFERENCE, ORIG_AMOUNT, ORIG_CCY, TRANSFER_REF,
                    REVERSAL_FLAG, REVERSAL_OF, REVERSAL_REASON,
                    REVERSAL_USER, CREATE_DT)
               VALUES
                   (:WS-REV-ACCOUNT-ID, :WS-REV-BUSINESS-DATE,
                    :WS-REV-TRANS-TYPE, 0 - :WS-REV-AMOUNT,
                    :WS-REV-REFERENCE, 0 - :WS-REV-ORIG-AMOUNT,
                    :WS-REV-ORIG-CCY,
                    NULLIF(TRIM(:WS-REV-NEW-TRANSFER-REF), ''),
                    'V', :WS-REV-TRANS-ID, :WS-REV-REASON,
                    :WS-REV-USER, CURRENT_TIMESTAMP)
           END-EXEC
           perform check-sql-state

           EXEC SQL
               UPDATE ACCOUNT_TRANSACTIONS
               SET REVERSAL_FLAG = 'R'
               WHERE TRANS_ID = :WS-REV-TRANS-ID
           END-EXEC
           perform check-sql-state

           EXEC SQL
               UPDATE ACCOUNT_BALANCES
               SET
                   BALANCE = BALANCE - :WS-REV-AMOUNT,
                   AVAILABLE_BAL =
                       COALESCE(AVAILABLE_BAL, BALANCE)
                       - :WS-REV-AMOUNT,
                   MOD_DT = CURRENT_TIMESTAMP
               WHERE ACCOUNT_ID = :WS-REV-ACCOUNT-ID
           END-EXEC
           perform check-sql-state

      *> A deposit reversed while still on hold was never in the
      *> available balance: the hold is cancelled and its amount
      *> put back, so available only loses what it ever had.
           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT), 0)
               INTO :WS-HOLD-TOTAL
               FROM DEPOSIT_HOLDS
               WHERE TRANS_ID = :WS-REV-TRANS-ID
                 AND STATUS = 'H'
           END-EXEC
           perform check-sql-state

           if ws-hold-total not = 0
               EXEC SQL
                   UPDATE DEPOSIT_HOLDS
                   SET STATUS = 'X',
                       RELEASED_DT = :WS-REV-BUSINESS-DATE
                   WHERE TRANS_ID = :WS-REV-TRANS-ID
                     AND STATUS = 'H'
               END-EXEC
               perform check-sql-state

               EXEC SQL
                   UPDATE ACCOUNT_BALANCES
                   SET AVAILABLE_BAL = AVAILABLE_BAL + :WS-HOLD-TOTAL
                   WHERE ACCOUNT_ID = :WS-REV-ACCOUNT-ID
               END-EXEC
               perform check-sql-state
           end-if

           exit paragraph.


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

           move ws-business-date to ws-rev-business-date

           exit paragraph.


      *> Closes an account for good, in four steps. It is stopped
      *> while anything for the account sits in the posting run's
      *> suspense or release queue, or any transaction other than a
      *> queued fee or interest line waits on the posting input.
      *> Otherwise, in one unit: the queued fees and interest post,
      *> interest accrued since the month began posts, the balance
      *> left is paid out or written off under a REASON_CODES code,
      *> and the account is marked closed ('C') with its closed
      *> date and reason. Then its standing items come off
      *> recurring-transactions.txt and its final statement is
      *> written to final-statements.txt.
       close-account.

           display space
           display "Close account"
           display "--------------"

           display "Account id to close: " with no advancing
           accept ws-close-account-id

           move ws-close-account-id to ws-sql-account-id
           move ws-close-account-id to ws-close-account-x

           EXEC SQL
               SELECT IS_ENABLED, FIRST_NAME, LAST_NAME
               INTO :WS-CLOSE-STATUS, :WS-SQL-ACCOUNT-FIRST-NAME,
                    :WS-SQL-ACCOUNT-LAST-NAME
               FROM ACCOUNTS
               WHERE ID = :WS-CLOSE-ACCOUNT-ID
           END-EXEC
           perform check-sql-state

           if SQL-NODATA
               display "Account not found."
               exit paragraph
           end-if

           if ws-close-status = 'C'
               display "Account is already closed."
               exit paragraph
           end-if

           perform fetch-business-date
           move ws-business-date to ws-close-date

           move spaces to ws-close-interest-ref
           string "INTEREST-" ws-close-date(1:6)
               delimited by size
               into ws-close-interest-ref
           end-string

      *> Step one: nothing may be waiting on the operator.
           perform count-close-queue-items

           if ws-close-susp-count > 0
           or ws-close-release-count > 0
               display "Account has " ws-close-susp-count
                   " item(s) held in suspense and "
                   ws-close-release-count
                   " awaiting release -- disposition them before "
                   "closing."
               end-display
               exit paragraph
           end-if

           if ws-close-approval-count > 0
               display "Account has " ws-close-approval-count
                   " adjustment(s)/fee(s) on the approval queue -- "
                   "decide them and run account-posting before "
                   "closing."
               end-display
               exit paragraph
           end-if

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CLOSE-HOLD-COUNT
               FROM DEPOSIT_HOLDS
               WHERE ACCOUNT_ID = :WS-CLOSE-ACCOUNT-ID
                 AND STATUS = 'H'
           END-EXEC
           perform check-sql-state

           if ws-close-hold-count > 0
               display "Account has " ws-close-hold-count
                   " deposit(s) still on hold -- wait for "
                   "hold-release before closing."
               end-display
               exit paragraph
           end-if

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CLOSE-LOAN-COUNT
               FROM LOANS
               WHERE ACCOUNT_ID = :WS-CLOSE-ACCOUNT-ID
                 AND STATUS = 'A'
           END-EXEC
           perform check-sql-state

           if ws-close-loan-count > 0
               display "Account is an installment loan still being "
                   "repaid -- it can't be closed until paid off."
               end-display
               exit paragraph
           end-if

           perform read-close-balance
           perform scan-close-pending

           if ws-close-pending-other-count > 0
               display ws-close-pending-other-count
                   " transaction(s) for the account are waiting on "
                   "account-transactions-in.txt -- run "
                   "account-posting before closing."
               end-display
               exit paragraph
           end-if

      *> Step two: what posts before the balance is settled.
           perform compute-close-interest

           compute ws-close-remaining =
               ws-close-balance + ws-close-pending-total
               + ws-close-accrued
           end-compute

           display space
           display "  account   " ws-close-account-id "  "
               function trim(ws-sql-account-last-name) ", "
               function trim(ws-sql-account-first-name)
           end-display
           move ws-close-balance to ws-close-display
           display "  balance           " ws-close-display
           move ws-close-pending-total to ws-close-display
           display "  queued fees/int   " ws-close-display
               "  (" ws-close-pending-count " line(s))"
           end-display
           if ws-close-dropped-fee-count > 0
               display "  fee-exempt type: " ws-close-dropped-fee-count
                   " queued fee(s) will be dropped"
               end-display
           end-if
           move ws-close-accrued to ws-close-display
           display "  accrued interest  " ws-close-display
           move ws-close-remaining to ws-close-display
           display "  to settle         " ws-close-display

      *> Step three: how the balance leaves.
           evaluate true
               when ws-close-remaining > 0
                   move space to ws-close-method-sw
                   perform until ws-close-payout or ws-close-writeoff
                       display "Pay out or write off the balance? "
                           "(P/W): " with no advancing
                       end-display
                       accept ws-close-method-sw
                       move function upper-case(ws-close-method-sw)
                           to ws-close-method-sw
                   end-perform
               when ws-close-remaining < 0
                   display "The overdrawn balance will be written off."
                   set ws-close-writeoff to true
               when other
                   set ws-close-nothing-left to true
           end-evaluate

           set ws-reason-invalid to true

           perform until ws-reason-valid
               display "Reason code: " with no advancing
               accept ws-disable-reason-code

               move function upper-case(function trim(
                   ws-disable-reason-code))
                   to ws-disable-reason-code

               perform validate-reason-code

               if ws-reason-invalid
                   display "Not a valid active reason code. "
                       "Choose one of:"
                   end-display
                   perform list-reason-codes
               end-if
           end-perform

           move ws-disable-reason-code to ws-close-reason

           display "Close the account? (Y/N): " with no advancing
           accept ws-close-confirm

           if function upper-case(ws-close-confirm) not = 'Y'
               display "Account not closed."
               exit paragraph
           end-if

           perform begin-unit

      *> Read again inside the unit, so two operators can't both
      *> close the account between the preview and the commit.
           EXEC SQL
               SELECT IS_ENABLED
               INTO :WS-CLOSE-STATUS
               FROM ACCOUNTS
               WHERE ID = :WS-CLOSE-ACCOUNT-ID
               FOR UPDATE
           END-EXEC
           perform check-sql-state

           if ws-close-status = 'C'
               EXEC SQL
                   ROLLBACK
               END-EXEC
               set ws-not-in-unit to true
               perform check-sql-state
               display "Account " ws-close-account-id
                   " was closed by someone else -- nothing posted."
               end-display
               exit paragraph
           end-if

           if ws-close-balance-count = 0
               EXEC SQL
                   INSERT INTO ACCOUNT_BALANCES
                       (ACCOUNT_ID, BALANCE, AVAILABLE_BAL, MOD_DT)
                   VALUES
                       (:WS-CLOSE-ACCOUNT-ID, 0, 0,
                        CURRENT_TIMESTAMP)
               END-EXEC
               perform check-sql-state
           end-if

           perform post-close-pending

           if ws-close-accrued not = 0
               move ws-close-date to ws-close-post-date
               move "DP" to ws-close-trans-type
               move ws-close-accrued to ws-close-amount
               move ws-close-interest-ref to ws-close-reference
               perform post-close-row
           end-if

           EXEC SQL
               SELECT BALANCE
               INTO :WS-CLOSE-BALANCE
               FROM ACCOUNT_BALANCES
               WHERE ACCOUNT_ID = :WS-CLOSE-ACCOUNT-ID
           END-EXEC
           perform check-sql-state

      *> A balance that moved underneath the preview still settles
      *> to zero; an overdrawn one can only be written off.
           if ws-close-balance < 0
               set ws-close-writeoff to true
           end-if

           if ws-close-balance > 0
           and ws-close-nothing-left
               set ws-close-payout to true
           end-if

           if ws-close-balance not = 0
               move ws-close-date to ws-close-post-date
               compute ws-close-amount = 0 - ws-close-balance
               if ws-close-payout
                   move "WD" to ws-close-trans-type
                   move "CLOSE-PAYOUT" to ws-close-reference
               else
                   move "AJ" to ws-close-trans-type
                   move "CLOSE-WRITEOFF" to ws-close-reference
               end-if
               perform post-close-row
           end-if

           if ws-close-payout
           and ws-close-balance > 0
               EXEC SQL
                   SELECT COALESCE(MAX(TRANS_ID), 0)
                   INTO :WS-CLOSE-PAY-TRANS-ID
                   FROM ACCOUNT_TRANSACTIONS
                   WHERE ACCOUNT_ID = :WS-CLOSE-ACCOUNT-ID
               END-EXEC
               perform check-sql-state
           end-if

      *> Step four: the account itself.
           EXEC SQL
               UPDATE ACCOUNTS
               SET
                   IS_ENABLED = 'C',
                   CLOSED_DT = :WS-CLOSE-DATE,
                   CLOSE_REASON = :WS-CLOSE-REASON,
                   MOD_DT = CURRENT_TIMESTAMP
               WHERE ID = :WS-CLOSE-ACCOUNT-ID
           END-EXEC
           perform check-sql-state

           move ws-close-account-id to ws-sql-account-id
           move "IS_ENABLED" to ws-audit-field-name
           move ws-close-status to ws-audit-old-value
           move spaces to ws-audit-new-value
           string
               'C REASON:' delimited by size
               ws-close-reason delimited by size
               into ws-audit-new-value
           end-string
           perform write-audit-row

           move ws-close-account-id to ws-note-account-id
           move spaces to ws-note-text
           move ws-close-balance to ws-close-display
           evaluate true
               when ws-close-payout
                   string
                       "Account closed, paid out "
                       function trim(ws-close-display)
                       ", reason: " function trim(ws-close-reason)
                       into ws-note-text
                   end-string
               when ws-close-writeoff
                   string
                       "Account closed, wrote off "
                       function trim(ws-close-display)
                       ", reason: " function trim(ws-close-reason)
                       into ws-note-text
                   end-string
               when other
                   string
                       "Account closed, reason: "
                       function trim(ws-close-reason)
                       into ws-note-text
                   end-string
           end-evaluate
           perform write-account-note

           perform commit-unit

           if ws-close-payout
           and ws-close-balance > 0
               perform queue-close-payout
           end-if

           perform remove-close-pending-lines
           perform cancel-close-recurring
           perform write-final-statement

           display "Account " ws-close-account-id " closed "
               ws-close-date "."
           end-display
           display "Standing items cancelled: "
               ws-close-recurring-count
           end-display
           display "Final statement written to final-statements.txt."

           exit paragraph.


      *> Counts the account's lines on the posting run's suspense
      *> queue, on a release file the operator hasn't yet fed back
      *> through it, and on the approval queue short of a decline.
      *> Any file missing simply counts zero.
       count-close-queue-items.

           move 0 to ws-close-susp-count
           move 0 to ws-close-release-count
           move 0 to ws-close-approval-count

           open input fd-close-suspense

           if ws-fs-status-close-susp = "00"
               set ws-close-not-eof to true
               perform until ws-close-eof
                   read fd-close-suspense
                       at end
                           set ws-close-eof to true
                       not at end
                           if f-close-susp-account-id
                               = ws-close-account-x
                               add 1 to ws-close-susp-count
                           end-if
                   end-read
               end-perform
               close fd-close-suspense
           end-if

           open input fd-close-release

           if ws-fs-status-close-rel = "00"
               set ws-close-not-eof to true
               perform until ws-close-eof
                   read fd-close-release
                       at end
                           set ws-close-eof to true
                       not at end
                           if f-close-rel-account-id
                               = ws-close-account-x
                               add 1 to ws-close-release-count
                           end-if
                   end-read
               end-perform
               close fd-close-release
           end-if

           open input fd-close-approval

           if ws-fs-status-close-appr = "00"
               set ws-close-not-eof to true
               perform until ws-close-eof
                   read fd-close-approval
                       at end
                           set ws-close-eof to true
                       not at end
                           if f-close-appr-account-id
                               = ws-close-account-x
                           and f-close-appr-status not = 'D'
                               add 1 to ws-close-approval-count
                           end-if
                   end-read
               end-perform
               close fd-close-approval
           end-if

           exit paragraph.


      *> The posted balance, whether the account has a balance row
      *> at all, and whether its account type is fee exempt.
       read-close-balance.

           EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(BALANCE), 0)
               INTO :WS-CLOSE-BALANCE-COUNT, :WS-CLOSE-BALANCE
               FROM ACCOUNT_BALANCES
               WHERE ACCOUNT_ID = :WS-CLOSE-ACCOUNT-ID
           END-EXEC
           perform check-sql-state

           EXEC SQL
               SELECT COALESCE(MAX(T.FEE_EXEMPT), 'N')
               INTO :WS-CLOSE-FEE-EXEMPT
               FROM ACCOUNTS A, ACCOUNT_TYPES T
               WHERE A.ID = :WS-CLOSE-ACCOUNT-ID
                 AND T.TYPE_CODE = A.ACCT_TYPE
           END-EXEC
           perform check-sql-state

           exit paragraph.


      *> Tallies the account's lines waiting on the posting input:
      *> queued fees and interest the close posts itself, fees a
      *> fee-exempt account would only have rejected, and anything
      *> else -- which has to go through the posting run first.
       scan-close-pending.

           move 0 to ws-close-pending-count
           move 0 to ws-close-pending-other-count
           move 0 to ws-close-pending-total
           move 0 to ws-close-dropped-fee-count
           set ws-close-no-interest-pending to true

           open input fd-close-posting-in

           if ws-fs-status-close-post not = "00"
               exit paragraph
           end-if

           set ws-close-not-eof to true

           perform until ws-close-eof
               read fd-close-posting-in
                   at end
                       set ws-close-eof to true
                   not at end
                       perform classify-close-line
                       evaluate true
                           when ws-close-line-postable
                               add 1 to ws-close-pending-count
                               compute ws-close-pending-total =
                                   ws-close-pending-total
                                   + function numval(
                                       f-close-post-amount)
                               end-compute
                               if f-close-post-reference
                                   = ws-close-interest-ref
                                   set ws-close-interest-pending
                                       to true
                               end-if
                           when ws-close-line-dropped
                               add 1 to ws-close-dropped-fee-count
                           when ws-close-line-other
                               add 1 to ws-close-pending-other-count
                       end-evaluate
               end-read
           end-perform

           close fd-close-posting-in

           exit paragraph.


      *> One posting-input line against the account being closed: a
      *> base-currency fee or INTEREST- deposit is postable (a fee
      *> on a fee-exempt type is dropped), anything else -- including
      *> a transfer into the account -- is other.
       classify-close-line.

           set ws-close-line-not-ours to true

           if f-close-post-type = "TR"
           and f-close-post-to-account = ws-close-account-x
               set ws-close-line-other to true
               exit paragraph
           end-if

           if f-close-post-account-id not = ws-close-account-x
               exit paragraph
           end-if

           set ws-close-line-other to true

           if f-close-post-currency not = spaces
           and f-close-post-currency not = "USD"
               exit paragraph
           end-if

           if f-close-post-type = "FE"
               if ws-close-fee-exempt = 'Y'
                   set ws-close-line-dropped to true
               else
                   set ws-close-line-postable to true
               end-if
           end-if

           if f-close-post-type = "DP"
           and f-close-post-reference(1:9) = "INTEREST-"
               set ws-close-line-postable to true
           end-if

           exit paragraph.


      *> Month-to-date interest on the posted balance at the
      *> interest-accrual tiers, for the days of the month up to the
      *> close -- unless the month's accrual is already queued or
      *> posted. No rate file means no closing interest.
       compute-close-interest.

           move 0 to ws-close-accrued

           if ws-close-balance <= 0
           or ws-close-interest-pending
               exit paragraph
           end-if

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CLOSE-INTEREST-COUNT
               FROM ACCOUNT_TRANSACTIONS
               WHERE ACCOUNT_ID = :WS-CLOSE-ACCOUNT-ID
                 AND REFERENCE = :WS-CLOSE-INTEREST-REF
           END-EXEC
           perform check-sql-state

           if ws-close-interest-count > 0
               exit paragraph
           end-if

           open input fd-close-rates

           if ws-fs-status-close-rates not = "00"
               display "Warning: no interest-rates.txt -- no closing "
                   "interest accrued."
               end-display
               exit paragraph
           end-if

           move 0 to ws-close-rate
           set ws-close-not-eof to true

           perform until ws-close-eof
               read fd-close-rates
                   at end
                       set ws-close-eof to true
                   not at end
                       if ws-close-balance >= f-close-rate-tier-floor
                           move f-close-rate-annual to ws-close-rate
                       end-if
               end-read
           end-perform

           close fd-close-rates

           move ws-close-date(7:2) to ws-close-day

           compute ws-close-accrued rounded =
               ws-close-balance * ws-close-rate * ws-close-day / 365
           end-compute

           exit paragraph.


      *> Posts the account's queued fee and interest lines inside
      *> the closing unit; they come off the input file once the
      *> unit commits.
       post-close-pending.

           if ws-close-pending-count = 0
               exit paragraph
           end-if

           open input fd-close-posting-in

           if ws-fs-status-close-post not = "00"
               exit paragraph
           end-if

           set ws-close-not-eof to true

           perform until ws-close-eof
               read fd-close-posting-in
                   at end
                       set ws-close-eof to true
                   not at end
                       perform classify-close-line
                       if ws-close-line-postable
                           move f-close-post-date
                               to ws-close-post-date
                           move f-close-post-type
                               to ws-close-trans-type
                           compute ws-close-amount = function numval(
                               f-close-post-amount)
                           end-compute
                           move f-close-post-reference
                               to ws-close-reference
                           perform post-close-row
                       end-if
               end-read
           end-perform

           close fd-close-posting-in

           exit paragraph.


      *> One closing row and its balance move, inside the caller's
      *> unit.
       post-close-row.

           EXEC SQL
               INSERT INTO ACCOUNT_TRANSACTIONS
                   (ACCOUNT_ID, POST_DT, TRANS_TYPE, AMOUNT,
                    REFERENCE, ORIG_AMOUNT, ORIG_CCY, CREATE_DT)
               VALUES
                   (:WS-CLOSE-ACCOUNT-ID, :WS-CLOSE-POST-DATE,
                    :WS-CLOSE-TRANS-TYPE, :WS-CLOSE-AMOUNT,
                    :WS-CLOSE-REFERENCE, :WS-CLOSE-AMOUNT, 'USD',
                    CURRENT_TIMESTAMP)
           END-EXEC
           perform check-sql-state

           EXEC SQL
               UPDATE ACCOUNT_BALANCES
               SET
                   BALANCE = BALANCE + :WS-CLOSE-AMOUNT,
                   AVAILABLE_BAL =
                       COALESCE(AVAILABLE_BAL, BALANCE)
                       + :WS-CLOSE-AMOUNT,
                   MOD_DT = CURRENT_TIMESTAMP
               WHERE ACCOUNT_ID = :WS-CLOSE-ACCOUNT-ID
           END-EXEC
           perform check-sql-state

           exit paragraph.


      *> The payout only moves the balance; the money goes to the
      *> customer on the bank payment file payment-transmit builds
      *> from the same queue the posting run's withdrawals join.
       queue-close-payout.

           open extend fd-close-payment-queue

           if ws-fs-status-close-pay = "35"
               open output fd-close-payment-queue
           end-if

           if ws-fs-status-close-pay not = "00"
               display "Warning: payout not queued for the bank, "
                   "status " ws-fs-status-close-pay
                   " -- send transaction " ws-close-pay-trans-id
                   " by hand."
               end-display
               exit paragraph
           end-if

           move spaces to f-close-pay-record
           move 'C' to f-close-pay-source
           move ws-close-account-id to f-close-pay-account-id
           move ws-close-pay-trans-id to f-close-pay-trans-id
           move ws-close-date to f-close-pay-post-date
           move ws-close-balance to f-close-pay-amount
           move "CLOSE-PAYOUT" to f-close-pay-reference
           write f-close-pay-record

           close fd-close-payment-queue

           display "Payout queued for the bank payment file."

           exit paragraph.


      *> A withdrawal already sent to the bank has left the books'
      *> hands; it comes back only as a bank return.
       check-rev-payment-sent.

           move 'N' to ws-rev-sent-sw

           open input fd-rev-payments-sent

           if ws-fs-status-rev-sent not = "00"
               exit paragraph
           end-if

           set ws-close-not-eof to true
           perform until ws-close-eof or ws-rev-payment-sent
               read fd-rev-payments-sent
                   at end
                       set ws-close-eof to true
                   not at end
                       if f-rev-sent-trans-id = ws-rev-trans-id
                           set ws-rev-payment-sent to true
                       end-if
               end-read
           end-perform

           close fd-rev-payments-sent

           exit paragraph.


      *> Rewrites the posting input without the closed account's
      *> lines -- posted or dropped by the close -- and swaps it in.
      *> If that fails the lines stay and the next posting run
      *> rejects them against the closed account.
       remove-close-pending-lines.

           if ws-close-pending-count = 0
           and ws-close-dropped-fee-count = 0
               exit paragraph
           end-if

           open input fd-close-posting-in

           if ws-fs-status-close-post not = "00"
               exit paragraph
           end-if

           open output fd-close-posting-new

           if ws-fs-status-close-post-new not = "00"
               close fd-close-posting-in
               display "Warning: could not rewrite "
                   "account-transactions-in.txt, status "
                   ws-fs-status-close-post-new
                   " -- the account's queued lines will reject "
                   "against the closed account."
               end-display
               exit paragraph
           end-if

           set ws-close-not-eof to true

           perform until ws-close-eof
               read fd-close-posting-in
                   at end
                       set ws-close-eof to true
                   not at end
                       if f-close-post-account-id
                           not = ws-close-account-x
                           move f-close-post-record
                               to f-close-post-new-record
                           write f-close-post-new-record
                       end-if
               end-read
           end-perform

           close fd-close-posting-in
           close fd-close-posting-new

           call "CBL_DELETE_FILE" using ws-close-posting-name
               returning ws-close-delete-status

           call "CBL_RENAME_FILE" using ws-close-posting-new-name
               ws-close-posting-name
               returning ws-close-rename-status

           if ws-close-rename-status not = 0
               display "Warning: could not swap "
                   "account-transactions-in-new.txt into place, "
                   "rename status " ws-close-rename-status
               end-display
           end-if

           exit paragraph.


      *> Takes the closed account's standing items -- its own, and
      *> transfers into it -- off recurring-transactions.txt, each
      *> kept on recurring-cancelled.txt behind the closed date.
       cancel-close-recurring.

           move 0 to ws-close-recurring-count
           move 0 to ws-close-kept-count

           open input fd-close-recurring

           if ws-fs-status-close-rec not = "00"
               exit paragraph
           end-if

           open output fd-close-recurring-new

           open extend fd-close-recurring-cancel

           if ws-fs-status-close-cancel = "35"
               open output fd-close-recurring-cancel
           end-if

           if ws-fs-status-close-rec-new not = "00"
           or ws-fs-status-close-cancel not = "00"
               display "Warning: could not cancel the account's "
                   "standing items, status "
                   ws-fs-status-close-rec-new "/"
                   ws-fs-status-close-cancel
                   " -- remove them from recurring-transactions.txt "
                   "by hand."
               end-display
               close fd-close-recurring
               close fd-close-recurring-new
               close fd-close-recurring-cancel
               exit paragraph
           end-if

           set ws-close-not-eof to true

           perform until ws-close-eof
               read fd-close-recurring
                   at end
                       set ws-close-eof to true
                   not at end
                       if f-close-rec-account-id = ws-close-account-x
                       or (f-close-rec-type = "TR"
                       and f-close-rec-to-account
                           = ws-close-account-x)
                           move spaces to f-close-cancel-record
                           move ws-close-date to f-close-cancel-date
                           move f-close-rec-record
                               to f-close-cancel-data
                           write f-close-cancel-record
                           add 1 to ws-close-recurring-count
                       else
                           move f-close-rec-record
                               to f-close-rec-new-record
                           write f-close-rec-new-record
                           add 1 to ws-close-kept-count
                       end-if
               end-read
           end-perform

           close fd-close-recurring
           close fd-close-recurring-new
           close fd-close-recurring-cancel

           if ws-close-recurring-count = 0
               call "CBL_DELETE_FILE" using ws-close-recurring-new-name
                   returning ws-close-delete-status
               exit paragraph
           end-if

           call "CBL_DELETE_FILE" using ws-close-recurring-name
               returning ws-close-delete-status

           call "CBL_RENAME_FILE" using ws-close-recurring-new-name
               ws-close-recurring-name
               returning ws-close-rename-status

           if ws-close-rename-status not = 0
               display "Warning: could not swap "
                   "recurring-transactions-new.txt into place, "
                   "rename status " ws-close-rename-status
               end-display
           end-if

           exit paragraph.


      *> The account's final statement: the opening balance at the
      *> start of the closing month, every row posted since --
      *> closing interest, payout or write-off included -- and the
      *> zero closing balance, appended to final-statements.txt.
       write-final-statement.

           open extend fd-final-statement

           if ws-fs-status-final-stmt = "35"
               open output fd-final-statement
           end-if

           if ws-fs-status-final-stmt not = "00"
               display "Warning: could not open final-statements.txt, "
                   "status " ws-fs-status-final-stmt
                   " -- no final statement written."
               end-display
               exit paragraph
           end-if

           move spaces to ws-close-period-start
           string ws-close-date(1:6) "01"
               delimited by size
               into ws-close-period-start
           end-string

           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT), 0)
               INTO :WS-CLOSE-OPENING
               FROM ACCOUNT_TRANSACTIONS
               WHERE ACCOUNT_ID = :WS-CLOSE-ACCOUNT-ID
                 AND POST_DT < :WS-CLOSE-PERIOD-START
           END-EXEC
           perform check-sql-state

           move spaces to f-final-statement-record
           write f-final-statement-record

           move spaces to ws-close-statement-line
           string
               "Final statement for account " ws-close-account-id
               "  " function trim(ws-sql-account-last-name)
               ", " function trim(ws-sql-account-first-name)
               into ws-close-statement-line
           end-string
           perform write-final-statement-line

           move spaces to ws-close-statement-line
           string
               "Account CLOSED " ws-close-date
               "  reason " ws-close-reason
               into ws-close-statement-line
           end-string
           perform write-final-statement-line

           move "--------------------------------------------"
               to ws-close-statement-line
           perform write-final-statement-line

           move ws-close-opening to ws-close-display
           move spaces to ws-close-statement-line
           string
               "  Opening balance " ws-close-period-start
               ":  " ws-close-display
               into ws-close-statement-line
           end-string
           perform write-final-statement-line

           EXEC SQL
               DECLARE FINAL-STMT-CUR CURSOR FOR
               SELECT POST_DT, TRANS_TYPE, AMOUNT, REFERENCE,
                      TRANS_ID, COALESCE(REVERSAL_FLAG, ' ')
               FROM ACCOUNT_TRANSACTIONS
               WHERE ACCOUNT_ID = :WS-CLOSE-ACCOUNT-ID
                 AND POST_DT >= :WS-CLOSE-PERIOD-START
               ORDER BY POST_DT, TRANS_ID;
           END-EXEC

           EXEC SQL
               OPEN FINAL-STMT-CUR
           END-EXEC
           perform check-sql-state

           move 0 to ws-close-line-count

           perform with test after until SQLCODE = 100

               EXEC SQL
                   FETCH FINAL-STMT-CUR
                   INTO
                       :WS-ACTIVITY-POST-DATE,
                       :WS-ACTIVITY-TRANS-TYPE,
                       :WS-ACTIVITY-AMOUNT,
                       :WS-ACTIVITY-REFERENCE,
                       :WS-ACTIVITY-TRANS-ID,
                       :WS-ACTIVITY-REVERSAL-FLAG;
               END-EXEC
               perform check-sql-state

               if not SQL-NODATA
                   add 1 to ws-close-line-count
                   move ws-activity-amount to ws-close-display
                   move spaces to ws-close-statement-line
                   string
                       "  " ws-activity-post-date
                       "  " ws-activity-trans-type
                       "  " ws-close-display
                       "  " ws-activity-reference
                       into ws-close-statement-line
                   end-string
                   evaluate ws-activity-reversal-flag
                       when 'R'
                           move "REVERSED"
                               to ws-close-statement-line(50:)
                       when 'V'
                           move "REVERSAL"
                               to ws-close-statement-line(50:)
                   end-evaluate
                   perform write-final-statement-line
               end-if
           end-perform

           EXEC SQL
               CLOSE FINAL-STMT-CUR
           END-EXEC
           perform check-sql-state

           EXEC SQL
               SELECT BALANCE
               INTO :WS-CLOSE-BALANCE
               FROM ACCOUNT_BALANCES
               WHERE ACCOUNT_ID = :WS-CLOSE-ACCOUNT-ID
           END-EXEC
           perform check-sql-state

           move ws-close-balance to ws-close-display
           move spaces to ws-close-statement-line
           string
               "  Closing balance (" ws-close-line-count
               " transactions):  " ws-close-display
               into ws-close-statement-line
           end-string
           perform write-final-statement-line

           close fd-final-statement

           exit paragraph.


       write-final-statement-line.

           move ws-close-statement-line to f-final-statement-record
           write f-final-statement-record

           exit paragraph.


      *> Merges a duplicate ACCOUNTS row into its survivor: any
      *> non-blank field the survivor is missing carries across, the
      *> duplicate's audit history is repointed at the survivor, and
      *> the duplicate is disabled with a merged-into reason --
      *> nothing is committed until the preview is confirmed.
       merge-accounts.

           display space
           display "Merge duplicate accounts"
           display "-------------------------"

           display "Surviving account id: " with no advancing
           accept ws-merge-survivor-id

           display "Duplicate account id: " with no advancing
           accept ws-merge-duplicate-id

           if ws-merge-survivor-id = ws-merge-duplicate-id
               display "Survivor and duplicate must differ."
               exit paragraph
           end-if

           move ws-merge-survivor-id to ws-sql-account-id

           EXEC SQL
               SELECT
                   FIRST_NAME, LAST_NAME, PHONE, ADDRESS, IS_ENABLED
               INTO
                   :WS-SQL-ACCOUNT-FIRST-NAME,
                   :WS-SQL-ACCOUNT-LAST-NAME,
                   :WS-SQL-ACCOUNT-PHONE, :WS-SQL-ACCOUNT-ADDRESS,
                   :WS-SQL-ACCOUNT-IS-ENABLED
               FROM ACCOUNTS
               WHERE ID = :WS-SQL-ACCOUNT-ID
           END-EXEC
           perform check-sql-state

           if SQL-NODATA
               display "Surviving account not found."
               exit paragraph
           end-if

      *> A closed account stays closed -- it can neither take on a
      *> duplicate's details nor be merged away as one.
           if ws-sql-account-is-enabled = 'C'
               display "Surviving account is closed."
               exit paragraph
           end-if

           move ws-merge-duplicate-id to ws-sql-account-id

           EXEC SQL
               SELECT
                   FIRST_NAME, LAST_NAME, PHONE, ADDRESS, IS_ENABLED
               INTO
                   :WS-MERGE-DUP-FIRST-NAME,
                   :WS-MERGE-DUP-LAST-NAME,
                   :WS-MERGE-DUP-PHONE, :WS-MERGE-DUP-ADDRESS,
                   :WS-CLOSE-STATUS
               FROM ACCOUNTS
               WHERE ID = :WS-MERGE-DUPLICATE-ID
           END-EXEC
           perform check-sql-state

           if SQL-NODATA
               display "Duplicate account not found."
               exit paragraph
           end-if

           if ws-close-status = 'C'
               display "Duplicate account is closed."
               exit paragraph
           end-if

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-MERGE-AUDIT-COUNT
               FROM ACCOUNT_AUDIT
               WHERE ACCOUNT_ID = :WS-MERGE-DUPLICATE-ID
           END-EXEC
           perform check-sql-state

      *> Snapshot the survivor before any gaps are filled so each
      *> carried field can be audited with its old (blank) value.
           move ws-sql-account-first-name to ws-old-account-first-name
           move ws-sql-account-last-name to ws-old-account-last-name
           move ws-sql-account-phone to ws-old-account-phone
           move ws-sql-account-address to ws-old-account-address

           if ws-sql-account-first-name = spaces
           and ws-merge-dup-first-name not = spaces
               move ws-merge-dup-first-name
                   to ws-sql-account-first-name
           end-if

           if ws-sql-account-last-name = spaces
           and ws-merge-dup-last-name not = spaces
               move ws-merge-dup-last-name
                   to ws-sql-account-last-name
           end-if

           if ws-sql-account-phone = spaces
           and ws-merge-dup-phone not = spaces
               move ws-merge-dup-phone to ws-sql-account-phone
           end-if

           if ws-sql-account-address = spaces
           and ws-merge-dup-address not = spaces
               move ws-merge-dup-address to ws-sql-account-address
           end-if

      *> Preview everything the merge is about to do, and only
      *> proceed on an explicit Y.
           display space
           display "Merge preview"
           display "--------------"
           display "Survivor " ws-merge-survivor-id " after merge:"
           display "  First:   " ws-sql-account-first-name
           display "  Last:    " ws-sql-account-last-name
           display "  Phone:   " ws-sql-account-phone
           display "  Address: " ws-sql-account-address
           display "Audit rows repointed from " ws-merge-duplicate-id
               ": " ws-merge-audit-count
           end-display
           display "Duplicate " ws-merge-duplicate-id
               " will be disabled (merged into survivor)."
           end-display
           display space
           display "Commit this merge? (Y/[N]) " with no advancing
           accept ws-search-string

           if function upper-case(
               function trim(ws-search-string)) not = "Y"
               display "Merge cancelled -- nothing was changed."
               exit paragraph
           end-if

           move ws-merge-survivor-id to ws-sql-account-id

           perform begin-unit

           EXEC SQL
               UPDATE ACCOUNTS
               SET
                   FIRST_NAME = :WS-SQL-ACCOUNT-FIRST-NAME,
                   LAST_NAME = :WS-SQL-ACCOUNT-LAST-NAME,
                   PHONE = :WS-SQL-ACCOUNT-PHONE,
                   ADDRESS = :WS-SQL-ACCOUNT-ADDRESS,
                   MOD_DT = CURRENT_TIMESTAMP
               WHERE ID = :WS-SQL-ACCOUNT-ID
           END-EXEC
           perform check-sql-state

      *> The duplicate's history follows the person, not the dead
      *> row -- repoint it at the survivor.
           EXEC SQL
               UPDATE ACCOUNT_AUDIT
               SET ACCOUNT_ID = :WS-MERGE-SURVIVOR-ID
               WHERE ACCOUNT_ID = :WS-MERGE-DUPLICATE-ID
           END-EXEC
           perform check-sql-state

           perform rechain-account-audit

           EXEC SQL
               UPDATE ACCOUNTS
               SET
                   IS_ENABLED = 'N',
                   MOD_DT = CURRENT_TIMESTAMP
               WHERE ID = :WS-MERGE-DUPLICATE-ID
           END-EXEC
           perform check-sql-state

      *> Audit the whole operation against the survivor: each field
      *> carried across, and the merge itself.
           if ws-old-account-first-name not = ws-sql-account-first-name
               move "FIRST_NAME" to ws-audit-field-name
               move ws-old-account-first-name to ws-audit-old-value
               move ws-sql-account-first-name to ws-audit-new-value
               perform write-audit-row
           end-if

           if ws-old-account-last-name not = ws-sql-account-last-name
               move "LAST_NAME" to ws-audit-field-name
               move ws-old-account-last-name to ws-audit-old-value
               move ws-sql-account-last-name to ws-audit-new-value
               perform write-audit-row
           end-if

           if ws-old-account-phone not = ws-sql-account-phone
               move "PHONE" to ws-audit-field-name
               move ws-old-account-phone to ws-audit-old-value
               move ws-sql-account-phone to ws-audit-new-value
               perform write-audit-row
           end-if

           if ws-old-account-address not = ws-sql-account-address
               move "ADDRESS" to ws-audit-field-name
               move ws-old-account-address to ws-audit-old-value
               move ws-sql-account-address to ws-audit-new-value
               perform write-audit-row
           end-if

           move "MERGED_FROM" to ws-audit-field-name
           move spaces to ws-audit-old-value
           move ws-merge-duplicate-id to ws-audit-new-value
           perform write-audit-row

      *> And against the duplicate: disabled because it was merged
      *> into the survivor.

           move ws-sql-account-id to ws-audit-account-id

           perform next-audit-link

           EXEC SQL
               INSERT INTO ACCOUNT_AUDIT
                   (ACCOUNT_ID, FIELD_NAME, OLD_VALUE, NEW_VALUE,
                    CHANGED_BY, CHANGED_DT, AUDIT_SEQ, CHAIN_VALUE)
               VALUES
                   (:WS-AUDIT-ACCOUNT-ID, :WS-AUDIT-FIELD-NAME,
                    :WS-AUDIT-OLD-VALUE, :WS-AUDIT-NEW-VALUE,
                    :WS-AUDIT-CHANGED-BY,
                    TO_TIMESTAMP(:WS-AUDIT-STAMP, 'YYYYMMDDHH24MISS'),
                    :WS-AUDIT-SEQ, :WS-AUDIT-CHAIN-VALUE)
           END-EXEC

           perform check-sql-state

           exit paragraph.


      *> The new row's link: the next AUDIT_SEQ after the table's
      *> last, chained to that row's CHAIN_VALUE -- or, with every
      *> chained row purged, to the base db-retention left in the
      *> audit-chain state. Taken inside the caller's unit, so a
      *> rollback takes the link back with the row.
       next-audit-link.

           EXEC SQL
               SELECT COALESCE(MAX(AUDIT_SEQ), 0)
               INTO :WS-AUDIT-SEQ
               FROM ACCOUNT_AUDIT
           END-EXEC
           perform check-sql-state

           if ws-audit-seq = 0
               perform query-audit-chain-base
               move ws-ac-base-count to ws-audit-seq
               move ws-ac-base-chain to ws-audit-prior-chain
           else
               EXEC SQL
                   SELECT CHAIN_VALUE
                   INTO :WS-AUDIT-PRIOR-CHAIN
                   FROM ACCOUNT_AUDIT
                   WHERE AUDIT_SEQ = :WS-AUDIT-SEQ
               END-EXEC
               perform check-sql-state
           end-if

           add 1 to ws-audit-seq

           accept ws-audit-stamp-date from date yyyymmdd
           accept ws-audit-stamp-time from time
           move ws-audit-stamp-date to ws-audit-stamp(1:8)
           move ws-audit-stamp-time(1:6) to ws-audit-stamp(9:6)

           move ws-audit-seq to ws-acr-seq
           move ws-audit-account-id to ws-acr-account-id
           move ws-audit-field-name to ws-acr-field-name
           move ws-audit-old-value to ws-acr-old-value
           move ws-audit-new-value to ws-acr-new-value
           move ws-audit-changed-by to ws-acr-changed-by
           move ws-audit-stamp to ws-acr-changed

           perform compute-audit-chain
           move ws-ac-chain-value to ws-audit-chain-value

           exit paragraph.


       query-audit-chain-base.

           move 'Q' to ws-ac-action
           move "ACCOUNT_AUDIT" to ws-ac-trail
           move spaces to ws-ac-record

           call "audit-chain" using ws-audit-chain-request
               on exception
                   move 'N' to ws-ac-status
           end-call

           if ws-ac-status not = 'Y'
               move 0 to ws-ac-base-count
               move all "0" to ws-ac-base-chain
           end-if

           exit paragraph.


       compute-audit-chain.

           move 'C' to ws-ac-action
           move "ACCOUNT_AUDIT" to ws-ac-trail
           move spaces to ws-ac-record
           move ws-audit-chain-row to ws-ac-record
           move ws-audit-prior-chain to ws-ac-prior-chain

           call "audit-chain" using ws-audit-chain-request
               on exception
                   move spaces to ws-ac-chain-value
           end-call

           exit paragraph.


      *> Repointing the duplicate's history changes rows already on
      *> the chain, so every chained row's CHAIN_VALUE is worked out
      *> again in AUDIT_SEQ order from the base -- inside the merge's
      *> unit, so a rollback restores the old values with the rows.
       rechain-account-audit.

           perform query-audit-chain-base
           move ws-ac-base-chain to ws-audit-prior-chain

           EXEC SQL
               DECLARE RECHAIN-AUDIT-CUR CURSOR FOR
               SELECT AUDIT_SEQ, ACCOUNT_ID, FIELD_NAME,
                      OLD_VALUE, NEW_VALUE, CHANGED_BY,
                      TO_CHAR(CHANGED_DT, 'YYYYMMDDHH24MISS')
               FROM ACCOUNT_AUDIT
               WHERE AUDIT_SEQ IS NOT NULL
               ORDER BY AUDIT_SEQ;
           END-EXEC

           EXEC SQL
               OPEN RECHAIN-AUDIT-CUR
           END-EXEC
           perform check-sql-state

           set ws-rechain-not-done to true

           perform until ws-rechain-done

               move spaces to ws-audit-chain-row

               EXEC SQL
                   FETCH RECHAIN-AUDIT-CUR
                   INTO :WS-ACR-SEQ, :WS-ACR-ACCOUNT-ID,
                        :WS-ACR-FIELD-NAME, :WS-ACR-OLD-VALUE,
                        :WS-ACR-NEW-VALUE, :WS-ACR-CHANGED-BY,
                        :WS-ACR-CHANGED;
               END-EXEC
               perform check-sql-state

               if SQL-NODATA
                   set ws-rechain-done to true
               else
                   perform compute-audit-chain
                   move ws-ac-chain-value to ws-audit-chain-value
                   move ws-acr-seq to ws-audit-seq

                   EXEC SQL
                       UPDATE ACCOUNT_AUDIT
                       SET CHAIN_VALUE = :WS-AUDIT-CHAIN-VALUE
                       WHERE AUDIT_SEQ = :WS-AUDIT-SEQ
                   END-EXEC
                   perform check-sql-state

                   move ws-audit-chain-value to ws-audit-prior-chain
               end-if
           end-perform

           EXEC SQL
               CLOSE RECHAIN-AUDIT-CUR
           END-EXEC
           perform check-sql-state

           exit paragraph.



      *> Runs the enabled, disabled and closed counts against
      *> ACCOUNTS along with a full row count, and confirms that the
      *> three add back up to the total. Any row that isn't flagged
      *> 'Y', 'N' or 'C' in IS_ENABLED would otherwise be silently
      *> dropped from the display-all-accounts/display-disabled-
      *> accounts screens, so this is the only place that count
      *> shows up.
       reconcile-accounts.

           EXEC SQL

           perform check-sql-state

           EXEC SQL
               SELECT COUNT(*) INTO :WS-RECONCILE-CLOSED-COUNT
               FROM ACCOUNTS
               WHERE IS_ENABLED = 'C'
           END-EXEC

           perform check-sql-state

           compute ws-reconcile-sum-count =
               ws-reconcile-enabled-count + ws-reconcile-disabled-count
               + ws-reconcile-closed-count

           display space
           display "Reconcile accounts"
           display "Total accounts:    " ws-reconcile-total-count
           display "Enabled accounts:  " ws-reconcile-enabled-count
           display "Disabled accounts: " ws-reconcile-disabled-count
           display "Closed accounts:   " ws-reconcile-closed-count
           display "All three:         " ws-reconcile-sum-count

           if ws-reconcile-sum-count = ws-reconcile-total-count
               display "OK: counts reconcile."
                   ws-reconcile-total-count
                   " total accounts but "
                   ws-reconcile-sum-count
                   " enabled/disabled/closed -- check for rows "
                   "with an IS_ENABLED value other than Y, N or C."
           end-if

           exit paragraph.

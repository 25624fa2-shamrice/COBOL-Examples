      *          flat extract in the old layout is still written at
      *          end of run for the downstream report jobs that read
      *          customer-master.txt.
      * updated: 2026-10-15 EE: the contract master layout grew
      *          renewal terms (auto-renew, term, escalation) for
      *          contract-renewal; the seeded contracts carry them,
      *          the renewal plan renewing yearly at 3%.
      * updated: 2026-10-15 EE: transactions carry an optional
      *          effective date on the end. One dated after the
      *          business date is parked in
      *          customer-pending-changes.txt instead of applied,
      *          and each run first applies the parked changes whose
      *          date has arrived -- same validation, rejects and
      *          journaling as the day's batch, source PENDING. A
      *          transaction for a customer with a change still
      *          waiting there warns the operator.
      *          pending-changes-report lists what is waiting.
      * purpose: Transaction-driven add/change/delete batch update
      *          against a customer master file, using the same
      *          customer record layout as merge_sort_test.cbl.
           organization is line sequential
           file status is ws-fs-status-contract.

      *> Future-dated transactions waiting for their effective date.
      *> Each run reads the file, applies what has come due, and
      *> writes everything still waiting -- plus anything parked
      *> this run -- to the -new copy, swapped in at end of run.
           select fd-pending-file
           assign to "customer-pending-changes.txt"
           organization is line sequential
           file status is ws-fs-status-pending.

           select fd-pending-new-file
           assign to "customer-pending-changes-new.txt"
           organization is line sequential
           file status is ws-fs-status-pending-new.

       data division.

       file section.
           05  f-trans-zip                         pic x(5).
           05  f-trans-comment                     pic x(25).
           05  f-trans-region                      pic x(4).
      *> Blank, or a date not after the business date, applies the
      *> transaction tonight; a later date parks it until then.
           05  f-trans-effective-date              pic x(8).

       fd  fd-customer-master-flat.
       01  f-customer-record-flat.
       fd  fd-reject-file.
       01  f-reject-record.
           05  f-reject-reason                     pic x(15).
           05  f-reject-transaction                pic x(155).

       fd  fd-resubmit-file.
       01  f-resubmit-record.
           05  f-resubmit-reason                   pic x(15).
           05  f-resubmit-transaction              pic x(155).

      *> Reference file of the contracts customers may be attached
      *> to. Status 'A' contracts inside their effective date window
           05  f-contract-rate                     pic 9(3)v9(4).
           05  f-contract-bill-freq                pic x.
           05  f-contract-minimum                  pic 9(7)v99.
           05  f-contract-auto-renew               pic x.
           05  f-contract-renew-months             pic 9(3).
           05  f-contract-escalation-pct           pic 99v99.

      *> A parked transaction whole, with the business date it was
      *> parked on and the stream it came in on.
       fd  fd-pending-file.
       01  f-pending-record.
           05  f-pend-parked-date                  pic 9(8).
           05  f-pend-source                       pic x(10).
           05  f-pend-transaction                  pic x(155).

       fd  fd-pending-new-file.
       01  f-pending-new-record                    pic x(173).

       working-storage section.

           05  ws-trans-zip                        pic x(5).
           05  ws-trans-comment                    pic x(25).
           05  ws-trans-region                     pic x(4).
           05  ws-trans-effective-date             pic x(8).
           05  ws-trans-effective-date-n redefines
               ws-trans-effective-date             pic 9(8).

       01  ws-reject-reason                        pic x(15).
       01  ws-resubmitted-count                    pic 999 value 0.


       01  ws-fs-status-contract                    pic xx.
       01  ws-fs-status-pending                     pic xx.
       01  ws-fs-status-pending-new                 pic xx.

      *> Changes still waiting in the pending file -- carried over
      *> and parked this run -- so a later transaction for the same
      *> customer can be warned about them.
       01  ws-num-pending                           pic 9(4) comp
                                                    value 0.

       01  ws-pending-table                         occurs 0 to 2000
                                                    times depending on
                                                        ws-num-pending
                                                    indexed by
                                                        ws-pending-idx.
           05  ws-pend-customer-id                  pic 9(5).
           05  ws-pend-effective-date               pic 9(8).
           05  ws-pend-code                         pic x.

       01  ws-pending-file-name                     pic x(50)
                   value "customer-pending-changes.txt".
       01  ws-pending-new-file-name                 pic x(50)
                   value "customer-pending-changes-new.txt".

       01  ws-pending-applied-count                 pic 999 value 0.
       01  ws-parked-count                          pic 999 value 0.
       01  ws-pending-warned-count                  pic 999 value 0.

      *> Outcome of check-effective-date for the transaction staged:
      *> apply it now, parked for a later night, or rejected for a
      *> bad date.
       01  ws-effective-sw                          pic x.
           88  ws-effective-now                     value 'N'.
           88  ws-effective-parked                  value 'P'.
           88  ws-effective-bad                     value 'B'.

      *> Shared master-lock interface, and whether this run holds
      *> the claim (so the failure path knows to let it go).
               perform fail-run
           end-if

           perform open-pending-changes

      *> Changes parked on an earlier night go first -- they were
      *> keyed before anything in tonight's streams.
           move "PENDING" to ws-trans-source
           perform apply-due-pending-changes

           move "RESUBMIT" to ws-trans-source
           perform apply-resubmitted-transactions

           close fd-reject-file

      *> Only now that every transaction has been applied is the
      *> resubmit file removed, the pending file replaced and the
      *> checkpoint cleared -- a crash anywhere above restarts
      *> against the same streams.
           perform remove-resubmit-file
           perform replace-pending-changes
           perform clear-run-checkpoint

           perform write-customer-extract

           display space
           display "Customer master update complete."
           display "Pending applied: " ws-pending-applied-count
           display "Resubmitted: " ws-resubmitted-count
           display "Added:    " ws-added-count
           display "Changed:  " ws-changed-count
           display "Deleted:  " ws-deleted-count
           display "Rejected: " ws-rejected-count
           display "Parked until effective: " ws-parked-count
           display "Still pending: " ws-num-pending
           if ws-pending-warned-count > 0
               display "Pending-change warnings: "
                   ws-pending-warned-count
               end-display
           end-if
           display "Master record count: " ws-master-count

      *> Rejected transactions are a warning, not a failure -- the
                           set ws-eof to true
                       not at end
                           add 1 to ws-trans-read-count
                           move f-customer-transaction
                               to ws-current-transaction
                           if ws-trans-read-count
                               > ws-checkpoint-count
                               perform apply-one-transaction
                               perform save-checkpoint-on-interval
                           else
                               perform repark-skipped-transaction
                           end-if
                   end-read
               end-perform
                       set ws-eof to true
                   not at end
                       add 1 to ws-trans-read-count
                       move f-resubmit-transaction
                           to ws-current-transaction
                       if ws-trans-read-count > ws-checkpoint-count
                           add 1 to ws-resubmitted-count
                           perform apply-one-transaction
                           perform save-checkpoint-on-interval
                       else
                           perform repark-skipped-transaction
                       end-if
               end-read
           end-perform



      *> Starts this run's copy of the pending-changes file; what is
      *> still waiting and what parks tonight both land in it.
       open-pending-changes.

           open output fd-pending-new-file

           if ws-fs-status-pending-new not = "00"
               display "Error opening "
                   "customer-pending-changes-new.txt: "
                   ws-fs-status-pending-new
               end-display
               move "open-pending-changes" to ws-err-paragraph
               move ws-fs-status-pending-new to ws-err-file-status
               move "open fd-pending-new-file" to ws-err-message
               perform fail-run
           end-if

           exit paragraph.



      *> Applies every parked change whose effective date has
      *> arrived, the same way as a transaction keyed tonight, and
      *> carries the rest forward. No file (status "35") means
      *> nothing is waiting. Due changes count toward the checkpoint
      *> like the other streams, so a restart skips the ones already
      *> applied.
       apply-due-pending-changes.

           set ws-not-eof to true

           open input fd-pending-file

           if ws-fs-status-pending = "35"
               exit paragraph
           end-if

           if ws-fs-status-pending not = "00"
               display "Error opening customer-pending-changes.txt: "
                   ws-fs-status-pending
               end-display
               move "apply-due-pending-changes" to ws-err-paragraph
               move ws-fs-status-pending to ws-err-file-status
               move "open fd-pending-file" to ws-err-message
               perform fail-run
           end-if

           perform until ws-eof
               read fd-pending-file
                   at end
                       set ws-eof to true
                   not at end
                       move f-pend-transaction
                           to ws-current-transaction
                       if ws-trans-effective-date is numeric
                       and ws-trans-effective-date-n > ws-current-date
                           move f-pending-record
                               to f-pending-new-record
                           write f-pending-new-record
                           perform note-pending-change
                       else
                           add 1 to ws-trans-read-count
                           if ws-trans-read-count
                               > ws-checkpoint-count
                               add 1 to ws-pending-applied-count
                               perform apply-one-transaction
                               perform save-checkpoint-on-interval
                           end-if
                       end-if
               end-read
           end-perform

           close fd-pending-file

           exit paragraph.



      *> Swaps this run's pending-changes copy in for the old file.
       replace-pending-changes.

           close fd-pending-new-file

           call "CBL_DELETE_FILE" using ws-pending-file-name
               returning ws-delete-status

           call "CBL_RENAME_FILE" using ws-pending-new-file-name
               ws-pending-file-name
               returning ws-rename-status

           if ws-rename-status not = 0
               display "Error replacing customer-pending-changes.txt: "
                   ws-rename-status
               end-display
               move "replace-pending-changes" to ws-err-paragraph
               move spaces to ws-err-file-status
               move "rename pending-changes-new" to ws-err-message
               perform fail-run
           end-if

           exit paragraph.



      *> Sorts out the staged transaction's effective date: none, or
      *> one already reached, applies now; a later one parks the
      *> transaction; anything that isn't a real date rejects. A
      *> customer with a change still waiting is warned about first
      *> -- the change keyed tonight may undo or be undone by it.
       check-effective-date.

           set ws-effective-now to true

           if ws-trans-effective-date not = spaces
           and ws-trans-effective-date not = "00000000"
               if ws-trans-effective-date is not numeric
                   set ws-effective-bad to true
               else
                   if function test-date-yyyymmdd
                       (ws-trans-effective-date-n) not = 0
                       set ws-effective-bad to true
                   end-if
               end-if
           end-if

           if ws-effective-bad
               display "Rejected: bad effective date '"
                   ws-trans-effective-date "' for customer "
                   ws-trans-customer-id
               end-display
               move "BAD-EFF-DATE" to ws-reject-reason
               perform write-reject-record
               exit paragraph
           end-if

           if ws-trans-source not = "PENDING"
               perform warn-pending-waiting
           end-if

           if ws-trans-effective-date not = spaces
           and ws-trans-effective-date-n > ws-current-date
               set ws-effective-parked to true
               perform park-transaction
           end-if

           exit paragraph.



       warn-pending-waiting.

           perform varying ws-pending-idx from 1 by 1
           until ws-pending-idx > ws-num-pending
               if ws-pend-customer-id(ws-pending-idx)
                   = ws-trans-customer-id
                   display "Warning: customer " ws-trans-customer-id
                       " has a pending '"
                       ws-pend-code(ws-pending-idx)
                       "' change effective "
                       ws-pend-effective-date(ws-pending-idx)
                   end-display
                   add 1 to ws-pending-warned-count
                   exit perform
               end-if
           end-perform

           exit paragraph.



      *> Writes the staged transaction to the pending-changes file to
      *> wait for its effective date.
       park-transaction.

           move spaces to f-pending-record
           move ws-current-date to f-pend-parked-date
           move ws-trans-source to f-pend-source
           move ws-current-transaction to f-pend-transaction
           move f-pending-record to f-pending-new-record
           write f-pending-new-record

           add 1 to ws-parked-count
           perform note-pending-change

           display "Parked until " ws-trans-effective-date
               ": '" ws-trans-code "' for customer "
               ws-trans-customer-id
           end-display

           exit paragraph.



       note-pending-change.

           if ws-num-pending < 2000
               add 1 to ws-num-pending
               move ws-trans-customer-id
                   to ws-pend-customer-id(ws-num-pending)
               move ws-trans-effective-date-n
                   to ws-pend-effective-date(ws-num-pending)
               move ws-trans-code to ws-pend-code(ws-num-pending)
           end-if

           exit paragraph.



      *> A transaction a checkpoint restart skips was handled by the
      *> failed run -- but if it parked, the parking went into a
      *> pending copy that run never swapped in, so park it again.
       repark-skipped-transaction.

           if ws-trans-effective-date is numeric
           and function test-date-yyyymmdd
               (ws-trans-effective-date-n) = 0
           and ws-trans-effective-date-n > ws-current-date
               move spaces to f-pending-record
               move ws-current-date to f-pend-parked-date
               move ws-trans-source to f-pend-source
               move ws-current-transaction to f-pend-transaction
               move f-pending-record to f-pending-new-record
               write f-pending-new-record
               add 1 to ws-parked-count
               perform note-pending-change
           end-if

           exit paragraph.



      *> Removes the processed resubmit file -- deferred to the end
      *> of the run so a restart partway through still sees the same
      *> transaction stream the checkpoint count was taken over.
      *> to its add, change, or delete handling based on its code.
       apply-one-transaction.

           perform check-effective-date

           if not ws-effective-now
               exit paragraph
           end-if

           perform find-customer

           if ws-master-found
               move 1.0000 to f-contract-rate
               move 'M' to f-contract-bill-freq
               move 25.00 to f-contract-minimum
               move 'N' to f-contract-auto-renew
               move 0 to f-contract-renew-months
               move 0 to f-contract-escalation-pct
               write f-contract-record

               move 12323 to f-contract-id
               move 1.1500 to f-contract-rate
               move 'M' to f-contract-bill-freq
               move 100.00 to f-contract-minimum
               move 'N' to f-contract-auto-renew
               move 0 to f-contract-renew-months
               move 0 to f-contract-escalation-pct
               write f-contract-record

               move 653 to f-contract-id
               move 1.0000 to f-contract-rate
               move 'Q' to f-contract-bill-freq
               move 50.00 to f-contract-minimum
               move 'N' to f-contract-auto-renew
               move 0 to f-contract-renew-months
               move 0 to f-contract-escalation-pct
               write f-contract-record

               move 5050 to f-contract-id
               move 1.0000 to f-contract-rate
               move 'M' to f-contract-bill-freq
               move 10.00 to f-contract-minimum
               move 'N' to f-contract-auto-renew
               move 0 to f-contract-renew-months
               move 0 to f-contract-escalation-pct
               write f-contract-record

               move 99999 to f-contract-id
               move 1.0500 to f-contract-rate
               move 'M' to f-contract-bill-freq
               move 75.00 to f-contract-minimum
               move 'Y' to f-contract-auto-renew
               move 12 to f-contract-renew-months
               move 3.00 to f-contract-escalation-pct
               write f-contract-record

               move 11111 to f-contract-id
               move 1.0000 to f-contract-rate
               move 'M' to f-contract-bill-freq
               move 0.00 to f-contract-minimum
               move 'N' to f-contract-auto-renew
               move 0 to f-contract-renew-months
               move 0 to f-contract-escalation-pct
               write f-contract-record

           close fd-contract-master

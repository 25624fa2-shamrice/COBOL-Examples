      *          plus the occurrence's due date (mmdd) so repeated
      *          occurrences stay distinct and don't trip the
      *          posting run's duplicate-payment suspense.
      * updated: 2026-10-15 EE: recurring fees (FE items) stop on a
      *          dormant account. The monthly dormant-accounts job
      *          writes dormant-accounts.txt -- account id, space,
      *          dormant date -- and an FE item for an account on it
      *          is suppressed: its next-due still rolls forward but
      *          nothing is emitted, so the fees don't pile up and
      *          land as catch-up on reactivation. A missing list
      *          means no account is dormant.
      * updated: 2026-10-15 EE: a dormant list past the 2000-row
      *          table is warned of and the run finishes with
      *          status 4 -- fees for the accounts past the bound
      *          are emitted this run.
      * Tectonics: cobc
      ******************************************************************
       identification division.
           organization is line sequential
           file status is ws-fs-status-calendar.

      *> Written by the monthly dormant-accounts job.
           select fd-dormant-list assign to "dormant-accounts.txt"
           organization is line sequential
           file status is ws-fs-status-dormant.

       data division.

       file section.
       fd  fd-calendar.
       01  f-calendar-record                   pic 9(8).

       fd  fd-dormant-list.
       01  f-dormant-record.
           05  f-dormant-account-id            pic 9(5).
           05  filler                          pic x.
           05  f-dormant-date                  pic x(8).

       working-storage section.

       01  ws-fs-status-recurring              pic xx.
       01  ws-fs-status-output                 pic xx.
       01  ws-fs-status-calendar               pic xx.
       01  ws-fs-status-dormant                pic xx.

       01  ws-eof-sw                           pic x value 'N'.
           88  ws-eof                          value 'Y'.

       01  ws-calendar-record-number           pic 99 comp.

      *> Dormant account ids from dormant-accounts.txt; their FE
      *> items are suppressed.
       01  ws-num-dormant                      pic 9(4) comp.

       01  ws-dormant-table                    occurs 2000 times
                                               indexed by
                                                   ws-dormant-idx.
           05  ws-dormant-account-id           pic 9(5).

      *> A dormant account that didn't fit the table would have its
      *> fees emitted -- warn and finish with status 4.
       01  ws-dormant-overflow-sw              pic x value 'N'.
           88  ws-dormant-overflow             value 'Y'.

       01  ws-item-dormant-sw                  pic x.
           88  ws-item-dormant                 value 'Y'.

       01  ws-business-date-request.
           05  ws-bd-action                 pic x.
           05  ws-bd-date                   pic 9(8).

       01  ws-emitted-count                    pic 9(5) value 0.
       01  ws-item-emit-count                  pic 9(3).
       01  ws-suppressed-count                 pic 9(5) value 0.

      *> Runaway guard: one item never emits more than this many
      *> catch-up occurrences in one run -- a garbage next-due date

           perform fetch-business-date
           perform load-holiday-list
           perform load-dormant-list
           perform load-recurring-items

           open extend fd-posting-output
           end-display
           display "Recurring items:      " ws-num-items
           display "Transactions emitted: " ws-emitted-count
           display "Dormant fees stopped: " ws-suppressed-count
           display "Run account-posting to apply them."

           if ws-dormant-overflow
               move 4 to return-code
           end-if

           goback.


           exit paragraph.


      *> Loads the dormant account list. No list (the dormant job
      *> hasn't run) means no account is dormant.
       load-dormant-list.

           move 0 to ws-num-dormant
           set ws-not-eof to true

           open input fd-dormant-list

           if ws-fs-status-dormant not = "00"
               exit paragraph
           end-if

           perform until ws-eof
               read fd-dormant-list
                   at end
                       set ws-eof to true
                   not at end
                       if f-dormant-account-id is numeric
                           if ws-num-dormant < 2000
                               add 1 to ws-num-dormant
                               move f-dormant-account-id
                                   to ws-dormant-account-id
                                       (ws-num-dormant)
                           else
                               set ws-dormant-overflow to true
                               set ws-eof to true
                           end-if
                       end-if
               end-read
           end-perform

           close fd-dormant-list

           if ws-dormant-overflow
               display "WARNING: dormant-accounts.txt exceeds the "
                   "2000-row table -- fees for dormant accounts past "
                   "the bound are NOT stopped this run."
               end-display
           end-if

           exit paragraph.


      *> Loads the recurring items. A missing file (status "35") is
      *> seeded with a demonstration monthly fee and transfer due on
      *> the current business date.
           until ws-item-idx > ws-num-items

               move 0 to ws-item-emit-count
               perform check-item-dormant

               perform until
                   ws-item-next-due(ws-item-idx) > ws-business-date
                   or ws-item-emit-count >= ws-max-catch-up

                   if ws-item-dormant
                       add 1 to ws-item-emit-count
                       add 1 to ws-suppressed-count
                   else
                       perform emit-one-occurrence
                   end-if
                   perform roll-next-due
               end-perform

           exit paragraph.


      *> A fee item whose account is on the dormant list is
      *> suppressed; anything else emits as normal.
       check-item-dormant.

           move 'N' to ws-item-dormant-sw

           if ws-item-type(ws-item-idx) not = "FE"
               exit paragraph
           end-if

           perform varying ws-dormant-idx from 1 by 1
           until ws-dormant-idx > ws-num-dormant
               if ws-dormant-account-id(ws-dormant-idx)
                   = ws-item-account-id(ws-item-idx)
                   set ws-item-dormant to true
                   exit perform
               end-if
           end-perform

           exit paragraph.


       emit-one-occurrence.

           move ws-item-amount(ws-item-idx) to ws-amount-edited

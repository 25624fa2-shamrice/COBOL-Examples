      ******************************************************************
      * author: Erik Eriksen
      * date: 2026-10-15
      * purpose: Customer consent maintenance. Each line of
      *          customer-consent-transactions.txt sets one or more
      *          of a customer's three consents -- marketing mail,
      *          sharing with partners, electronic contact -- to 'Y'
      *          (given) or 'N' (refused or withdrawn), blank leaving
      *          that consent as it is, with the date the customer
      *          gave it (blank for the business date), where it came
      *          from (form, phone, web ...) and who entered it.
      *          customer_transaction_entry.cbl writes these lines
      *          from the entry screen; other sources append the
      *          same layout. Applied consents are kept one record
      *          per customer in customer-consent.txt, in customer id
      *          order for the shared customer-consent lookup, and
      *          every flag that actually changes is appended to
      *          customer-consent-history.txt with the old and new
      *          value. Rejects go to customer-consent-reject.txt
      *          with the reason and finish with return code 4.
      * tectonics: cobc
      ******************************************************************
       identification division.
       program-id. customer-consent-maint.

       environment division.
       input-output section.
       file-control.

           select fd-consent-transactions
           assign to "customer-consent-transactions.txt"
           organization is line sequential
           file status is ws-fs-status-trans.

           select fd-consent-file
           assign to "customer-consent.txt"
           organization is line sequential
           file status is ws-fs-status-consent.

           select fd-consent-new
           assign to "customer-consent-new.txt"
           organization is line sequential
           file status is ws-fs-status-consent-new.

           select fd-history-file
           assign to "customer-consent-history.txt"
           organization is line sequential
           file status is ws-fs-status-history.

           select fd-reject-file
           assign to "customer-consent-reject.txt"
           organization is line sequential
           file status is ws-fs-status-reject.

       data division.

       file section.

       fd  fd-consent-transactions.
       01  f-consent-transaction.
           05  f-ctran-customer-id            pic x(5).
           05  f-ctran-flag                   pic x occurs 3 times.
           05  f-ctran-consent-date           pic x(8).
           05  f-ctran-source                 pic x(10).
           05  f-ctran-entered-by             pic x(10).

      *> One record per customer: for each kind of consent -- mail,
      *> partner, electronic, in that order -- the flag, the date it
      *> was given or withdrawn, and where it came from.
       fd  fd-consent-file.
       01  f-consent-record.
           05  f-consent-customer-id          pic 9(5).
           05  f-consent-entry                occurs 3 times.
               10  filler                     pic x.
               10  f-consent-flag             pic x.
               10  filler                     pic x.
               10  f-consent-date             pic 9(8).
               10  filler                     pic x.
               10  f-consent-source           pic x(10).

       fd  fd-consent-new.
       01  f-consent-new-record               pic x(71).

      *> One line per consent flag changed: when it was applied,
      *> whose, which consent, old and new flag, the consent date,
      *> its source, and who entered it.
       fd  fd-history-file.
       01  f-history-record.
           05  f-hist-applied-date            pic 9(8).
           05  filler                         pic x.
           05  f-hist-applied-time            pic x(6).
           05  filler                         pic x.
           05  f-hist-customer-id             pic 9(5).
           05  filler                         pic x.
           05  f-hist-consent-type            pic x(10).
           05  filler                         pic x.
           05  f-hist-old-flag                pic x.
           05  filler                         pic x.
           05  f-hist-new-flag                pic x.
           05  filler                         pic x.
           05  f-hist-consent-date            pic 9(8).
           05  filler                         pic x.
           05  f-hist-source                  pic x(10).
           05  filler                         pic x.
           05  f-hist-entered-by              pic x(10).

       fd  fd-reject-file.
       01  f-reject-record.
           05  f-reject-reason                pic x(15).
           05  f-reject-transaction           pic x(36).

       working-storage section.

       01  ws-fs-status-trans                 pic xx.
       01  ws-fs-status-consent               pic xx.
       01  ws-fs-status-consent-new           pic xx.
       01  ws-fs-status-history               pic xx.
       01  ws-fs-status-reject                pic xx.

       01  ws-eof-sw                          pic x value 'N'.
           88  ws-eof                         value 'Y'.
           88  ws-not-eof                     value 'N'.

       01  ws-business-date-request.
           05  ws-bd-action                 pic x.
           05  ws-bd-date                   pic 9(8).

       01  ws-business-date                   pic 9(8).
       01  ws-applied-time                    pic x(8).

      *> The consents on file, kept in customer id order as
      *> transactions add customers.
       01  ws-num-consents                    pic 9(4) comp value 0.

       01  ws-consent-table                   occurs 0 to 5000 times
                                              depending on
                                                  ws-num-consents
                                              ascending key is
                                                  ws-ct-customer-id
                                              indexed by
                                                  ws-consent-idx.
           05  ws-ct-customer-id              pic 9(5).
           05  ws-ct-entry                    occurs 3 times.
               10  ws-ct-flag                 pic x.
               10  ws-ct-date                 pic 9(8).
               10  ws-ct-source               pic x(10).

       01  ws-consent-sub                     pic 9(4) comp.
       01  ws-shift-sub                       pic 9(4) comp.
       01  ws-entry-sub                       pic 9 comp.

      *> The names the history and the report carry for each kind.
       01  ws-consent-type-values.
           05  filler                         pic x(10) value "MAIL".
           05  filler                         pic x(10) value "PARTNER".
           05  filler                         pic x(10)
                                              value "ELECTRONIC".
       01  ws-consent-type-table redefines ws-consent-type-values.
           05  ws-consent-type-name           pic x(10)
                                              occurs 3 times.

       01  ws-transaction.
           05  ws-ctran-customer-id           pic x(5).
           05  ws-ctran-flag                  pic x occurs 3 times.
           05  ws-ctran-consent-date          pic x(8).
           05  ws-ctran-source                pic x(10).
           05  ws-ctran-entered-by            pic x(10).

       01  ws-customer-id                     pic 9(5).
       01  ws-consent-date                    pic 9(8).
       01  ws-reject-reason                   pic x(15).
       01  ws-flag-count                      pic 9 comp.
       01  ws-flags-changed                   pic 9 comp.

       01  ws-trans-count                     pic 9(5) value 0.
       01  ws-applied-count                   pic 9(5) value 0.
       01  ws-unchanged-count                 pic 9(5) value 0.
       01  ws-change-count                    pic 9(5) value 0.
       01  ws-new-customer-count              pic 9(5) value 0.
       01  ws-reject-count                    pic 9(5) value 0.

       01  ws-consent-name                    pic x(40)
                                 value "customer-consent.txt".
       01  ws-consent-new-name                pic x(40)
                                 value "customer-consent-new.txt".
       01  ws-delete-status                   pic s9(9) comp-5.
       01  ws-rename-status                   pic s9(9) comp-5.

       procedure division.
       main-procedure.

           display "Customer consent maintenance."

           perform fetch-business-date
           accept ws-applied-time from time

           perform load-consent-file

           open output fd-reject-file

           if ws-fs-status-reject not = "00"
               display "Error opening customer-consent-reject.txt: "
                   ws-fs-status-reject
               end-display
               move 8 to return-code
               goback
           end-if

           perform open-history-file

           perform apply-consent-transactions

           close fd-reject-file
           close fd-history-file

           if return-code = 8
               goback
           end-if

           if ws-change-count > 0
               perform write-consent-file
               perform swap-consent-file
           end-if

           display space
           display "Transactions:     " ws-trans-count
           display "Applied:          " ws-applied-count
           display "No change:        " ws-unchanged-count
           display "Consents changed: " ws-change-count
           display "New customers:    " ws-new-customer-count
           display "Rejected:         " ws-reject-count

           if ws-reject-count > 0
               move 4 to return-code
           end-if

           goback.


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


      *> No consent file yet is the first run -- every customer
      *> starts with nothing on file.
       load-consent-file.

           move 0 to ws-num-consents
           set ws-not-eof to true

           open input fd-consent-file

           if ws-fs-status-consent = "35"
               exit paragraph
           end-if

           if ws-fs-status-consent not = "00"
               display "Error opening customer-consent.txt: "
                   ws-fs-status-consent
               end-display
               move 8 to return-code
               goback
           end-if

           perform until ws-eof
               read fd-consent-file
                   at end
                       set ws-eof to true
                   not at end
                       move f-consent-customer-id to ws-customer-id
                       perform find-or-add-customer
                       perform varying ws-entry-sub from 1 by 1
                       until ws-entry-sub > 3
                           move f-consent-flag(ws-entry-sub)
                               to ws-ct-flag(ws-consent-sub,
                                   ws-entry-sub)
                           move f-consent-date(ws-entry-sub)
                               to ws-ct-date(ws-consent-sub,
                                   ws-entry-sub)
                           move f-consent-source(ws-entry-sub)
                               to ws-ct-source(ws-consent-sub,
                                   ws-entry-sub)
                       end-perform
               end-read
           end-perform

           close fd-consent-file

           move 0 to ws-new-customer-count

           exit paragraph.


      *> The history is kept across runs -- opened for extend, and
      *> created on the first run.
       open-history-file.

           open extend fd-history-file

           if ws-fs-status-history = "35"
               open output fd-history-file
               close fd-history-file
               open extend fd-history-file
           end-if

           if ws-fs-status-history not = "00"
               display "Error opening customer-consent-history.txt: "
                   ws-fs-status-history
               end-display
               close fd-reject-file
               move 8 to return-code
               goback
           end-if

           exit paragraph.


      *> No transaction file just means no consents came in today.
       apply-consent-transactions.

           set ws-not-eof to true

           open input fd-consent-transactions

           if ws-fs-status-trans = "35"
               display "No customer-consent-transactions.txt today."
               exit paragraph
           end-if

           if ws-fs-status-trans not = "00"
               display "Error opening "
                   "customer-consent-transactions.txt: "
                   ws-fs-status-trans
               end-display
               move 8 to return-code
               exit paragraph
           end-if

           perform until ws-eof
               read fd-consent-transactions
                   at end
                       set ws-eof to true
                   not at end
                       add 1 to ws-trans-count
                       move f-consent-transaction to ws-transaction
                       perform apply-one-transaction
               end-read
           end-perform

           close fd-consent-transactions

           exit paragraph.


       apply-one-transaction.

           move spaces to ws-reject-reason

           if ws-ctran-customer-id is not numeric
           or ws-ctran-customer-id = "00000"
               move "BAD-TRANS" to ws-reject-reason
               perform write-reject-record
               exit paragraph
           end-if

           move 0 to ws-flag-count
           perform varying ws-entry-sub from 1 by 1
           until ws-entry-sub > 3
               evaluate ws-ctran-flag(ws-entry-sub)
                   when 'Y'
                   when 'N'
                       add 1 to ws-flag-count
                   when space
                       continue
                   when other
                       move "BAD-FLAG" to ws-reject-reason
               end-evaluate
           end-perform

           if ws-reject-reason not = spaces
               display "Rejected, consent flags for customer "
                   ws-ctran-customer-id " must be Y, N or blank."
               end-display
               perform write-reject-record
               exit paragraph
           end-if

           if ws-flag-count = 0
               move "NO-CHANGE" to ws-reject-reason
               perform write-reject-record
               exit paragraph
           end-if

           if ws-ctran-source = spaces
               display "Rejected, consent for customer "
                   ws-ctran-customer-id " has no source."
               end-display
               move "NO-SOURCE" to ws-reject-reason
               perform write-reject-record
               exit paragraph
           end-if

      *> A consent cannot be given on a day that has not happened
      *> yet.
           evaluate true
               when ws-ctran-consent-date = spaces
                   move ws-business-date to ws-consent-date
               when ws-ctran-consent-date is not numeric
                   move "BAD-DATE" to ws-reject-reason
               when function test-date-yyyymmdd
                   (function numval(ws-ctran-consent-date)) not = 0
                   move "BAD-DATE" to ws-reject-reason
               when function numval(ws-ctran-consent-date)
                   > ws-business-date
                   move "FUTURE-DATE" to ws-reject-reason
               when other
                   move function numval(ws-ctran-consent-date)
                       to ws-consent-date
           end-evaluate

           if ws-reject-reason not = spaces
               display "Rejected, consent date "
                   ws-ctran-consent-date " for customer "
                   ws-ctran-customer-id "."
               end-display
               perform write-reject-record
               exit paragraph
           end-if

           if ws-ctran-entered-by = spaces
               move "BATCH" to ws-ctran-entered-by
           end-if

           move function numval(ws-ctran-customer-id)
               to ws-customer-id
           perform find-or-add-customer

           add 1 to ws-applied-count
           move 0 to ws-flags-changed

           perform varying ws-entry-sub from 1 by 1
           until ws-entry-sub > 3
               if ws-ctran-flag(ws-entry-sub) not = space
               and ws-ctran-flag(ws-entry-sub)
                   not = ws-ct-flag(ws-consent-sub, ws-entry-sub)
                   perform write-history-record
                   move ws-ctran-flag(ws-entry-sub)
                       to ws-ct-flag(ws-consent-sub, ws-entry-sub)
                   move ws-consent-date
                       to ws-ct-date(ws-consent-sub, ws-entry-sub)
                   move ws-ctran-source
                       to ws-ct-source(ws-consent-sub, ws-entry-sub)
                   add 1 to ws-flags-changed
                   add 1 to ws-change-count
               end-if
           end-perform

           if ws-flags-changed = 0
               add 1 to ws-unchanged-count
           end-if

           exit paragraph.


      *> Leaves ws-consent-sub on the customer's entry, opening a
      *> blank one in id order when the customer has none yet.
       find-or-add-customer.

           perform varying ws-consent-sub from 1 by 1
           until ws-consent-sub > ws-num-consents
           or ws-ct-customer-id(ws-consent-sub) >= ws-customer-id
               continue
           end-perform

           if ws-consent-sub <= ws-num-consents
           and ws-ct-customer-id(ws-consent-sub) = ws-customer-id
               exit paragraph
           end-if

           if ws-num-consents >= 5000
               display "Consent table full at 5000 customers -- "
                   "customer " ws-customer-id " not added."
               end-display
               move 8 to return-code
               goback
           end-if

           add 1 to ws-num-consents
           add 1 to ws-new-customer-count

           perform varying ws-shift-sub from ws-num-consents by -1
           until ws-shift-sub <= ws-consent-sub
               move ws-consent-table(ws-shift-sub - 1)
                   to ws-consent-table(ws-shift-sub)
           end-perform

           move ws-customer-id to ws-ct-customer-id(ws-consent-sub)
           perform varying ws-entry-sub from 1 by 1
           until ws-entry-sub > 3
               move space to ws-ct-flag(ws-consent-sub, ws-entry-sub)
               move 0 to ws-ct-date(ws-consent-sub, ws-entry-sub)
               move spaces
                   to ws-ct-source(ws-consent-sub, ws-entry-sub)
           end-perform

           exit paragraph.


       write-history-record.

           move spaces to f-history-record
           move ws-business-date to f-hist-applied-date
           move ws-applied-time(1:6) to f-hist-applied-time
           move ws-customer-id to f-hist-customer-id
           move ws-consent-type-name(ws-entry-sub)
               to f-hist-consent-type
           move ws-ct-flag(ws-consent-sub, ws-entry-sub)
               to f-hist-old-flag
           move ws-ctran-flag(ws-entry-sub) to f-hist-new-flag
           move ws-consent-date to f-hist-consent-date
           move ws-ctran-source to f-hist-source
           move ws-ctran-entered-by to f-hist-entered-by

           write f-history-record

           exit paragraph.


       write-reject-record.

           add 1 to ws-reject-count

           move spaces to f-reject-record
           move ws-reject-reason to f-reject-reason
           move ws-transaction to f-reject-transaction
           write f-reject-record

           exit paragraph.


       write-consent-file.

           open output fd-consent-new

           if ws-fs-status-consent-new not = "00"
               display "Error opening customer-consent-new.txt: "
                   ws-fs-status-consent-new
               end-display
               move 8 to return-code
               goback
           end-if

           perform varying ws-consent-sub from 1 by 1
           until ws-consent-sub > ws-num-consents
               move spaces to f-consent-record
               move ws-ct-customer-id(ws-consent-sub)
                   to f-consent-customer-id
               perform varying ws-entry-sub from 1 by 1
               until ws-entry-sub > 3
                   move ws-ct-flag(ws-consent-sub, ws-entry-sub)
                       to f-consent-flag(ws-entry-sub)
                   move ws-ct-date(ws-consent-sub, ws-entry-sub)
                       to f-consent-date(ws-entry-sub)
                   move ws-ct-source(ws-consent-sub, ws-entry-sub)
                       to f-consent-source(ws-entry-sub)
               end-perform
               move f-consent-record to f-consent-new-record
               write f-consent-new-record
           end-perform

           close fd-consent-new

           exit paragraph.


      *> Swaps the rewritten consent file into place, the same
      *> delete-then-rename finish cash-compliance uses.
       swap-consent-file.

           call "CBL_DELETE_FILE" using ws-consent-name
               returning ws-delete-status

           call "CBL_RENAME_FILE" using ws-consent-new-name
               ws-consent-name
               returning ws-rename-status

           if ws-rename-status not = 0
               display "Error: could not swap "
                   "customer-consent-new.txt into place, "
                   "rename status " ws-rename-status
               end-display
               move 8 to return-code
               goback
           end-if

           exit paragraph.

       end program customer-consent-maint.

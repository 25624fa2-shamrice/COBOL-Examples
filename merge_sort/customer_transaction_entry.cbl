      *          with the holder named, while the batch update holds
      *          its exclusive claim -- keyed transactions would
      *          otherwise interleave with a run already mid-flight.
      * updated: 2026-10-15 EE: an optional effective date is
      *          prompted for last. Blank applies the transaction on
      *          the next run as before; a later date has the update
      *          job park it until that night.
      * updated: 2026-10-15 EE: add and change transactions also
      *          prompt for the customer's marketing mail, partner
      *          sharing and electronic contact consents (Y/N, blank
      *          to leave as on file), with the source and who took
      *          them. Any consent given is appended to
      *          customer-consent-transactions.txt for
      *          customer_consent_maint.cbl; the prompts below moved
      *          down to make room.
      * purpose: Data-entry screen that builds customer transaction
      *          records for customer_master_update.cbl field by field,
      *          validating each field before moving on -- the same
           organization is line sequential
           file status is ws-fs-status-trans.

           select fd-consent-transactions
           assign to "customer-consent-transactions.txt"
           organization is line sequential
           file status is ws-fs-status-consent.

       data division.

       file section.
           05  f-trans-zip                         pic x(5).
           05  f-trans-comment                     pic x(25).
           05  f-trans-region                      pic x(4).
           05  f-trans-effective-date              pic x(8).

      *> Same record layout customer_consent_maint.cbl reads -- the
      *> mail, partner and electronic flags in that order.
       fd  fd-consent-transactions.
       01  f-consent-transaction.
           05  f-ctran-customer-id                 pic 9(5).
           05  f-ctran-mail-flag                   pic x.
           05  f-ctran-partner-flag                pic x.
           05  f-ctran-electronic-flag             pic x.
           05  f-ctran-consent-date                pic x(8).
           05  f-ctran-source                      pic x(10).
           05  f-ctran-entered-by                  pic x(10).

       working-storage section.

           05  ws-lock-held-time           pic x(8).

       01  ws-fs-status-trans                      pic xx.
       01  ws-fs-status-consent                    pic xx.

      *> Entry staging fields -- everything is accepted as text first
      *> so a non-numeric id can be re-prompted instead of written.
       01  ws-entry-state                          pic xx.
       01  ws-entry-zip                            pic x(5).
       01  ws-entry-comment                        pic x(25).
       01  ws-entry-effective-date                 pic x(8).

      *> Consents -- 'Y' given, 'N' refused, blank leaves what is on
      *> file alone.
       01  ws-entry-mail-consent                   pic x.
       01  ws-entry-partner-consent                pic x.
       01  ws-entry-electronic-consent             pic x.
       01  ws-entry-consent-source                 pic x(10).
       01  ws-entry-entered-by                     pic x(10).
       01  ws-entry-consent-flag                   pic x.
       01  ws-consent-position                     pic 9(4).

       01  ws-valid-sw                             pic x value 'N'.
           88  ws-valid                            value 'Y'.
           88  ws-another-no                       value 'N'.

       01  ws-written-count                        pic 999 value 0.
       01  ws-consent-count                        pic 999 value 0.

       procedure division.
       main-procedure.
           perform check-master-lock

           perform open-transaction-file
           perform open-consent-file

           set ws-another-yes to true

           perform until ws-another-no
               perform enter-one-transaction

               display "Add another transaction? (Y/N): " at 2101
               accept ws-another at 2134 with upper

               if not ws-another-yes
                   set ws-another-no to true
           end-perform

           close fd-customer-transactions
           close fd-consent-transactions

           display space
           display "Transactions written: " ws-written-count
           display "See customer-transactions.txt"
           display "Consents written:     " ws-consent-count
           display "See customer-consent-transactions.txt"

           goback.

           exit paragraph.


      *> Consents queue separately for the consent maintenance job,
      *> with the same extend-or-create open.
       open-consent-file.

           open extend fd-consent-transactions

           if ws-fs-status-consent = "35"
               open output fd-consent-transactions
               close fd-consent-transactions
               open extend fd-consent-transactions
           end-if

           if ws-fs-status-consent not = "00"
               display "Error opening consent transactions: "
                   ws-fs-status-consent
               end-display
               stop run
           end-if

           exit paragraph.


      *> Prompts for each field of one transaction, re-prompting at
      *> the same position on a bad value, then confirms and writes
      *> the record. Change and delete transactions may leave the
               move spaces to ws-entry-state
               move spaces to ws-entry-zip
               move spaces to ws-entry-comment
               move spaces to ws-entry-mail-consent
               move spaces to ws-entry-partner-consent
               move spaces to ws-entry-electronic-consent
               move spaces to ws-entry-consent-source
               move spaces to ws-entry-entered-by
           else
               perform accept-last-name
               perform accept-first-name
               perform accept-comment
           end-if

           perform accept-effective-date

           if not ws-entry-delete
               perform accept-consents
           end-if

           display "Write this transaction? (Y/N): " at 1901
           accept ws-confirm at 1933 with upper

           if ws-confirm-yes
               perform write-transaction
               if ws-entry-mail-consent not = space
               or ws-entry-partner-consent not = space
               or ws-entry-electronic-consent not = space
                   perform write-consent-transaction
               end-if
               display "Transaction written.          " at 2001
           else
               display "Transaction discarded.        " at 2001
           end-if

           exit paragraph.
           exit paragraph.


      *> Blank means "on the next run". A date must be a real
      *> YYYYMMDD; whether it is still in the future is the update
      *> job's call, against its business date.
       accept-effective-date.

           set ws-not-valid to true

           perform until ws-valid
               display "Effective date YYYYMMDD (blank = next run): "
                   at 1401
               end-display
               accept ws-entry-effective-date at 1446
               display "                                        "
                   at 1301

               evaluate true
                   when ws-entry-effective-date = spaces
                       set ws-valid to true

                   when ws-entry-effective-date is not numeric
                       display "Effective date must be YYYYMMDD."
                           at 1301

                   when function test-date-yyyymmdd
                       (function numval(ws-entry-effective-date))
                       not = 0
                       display "Effective date is not a real date."
                           at 1301

                   when other
                       set ws-valid to true
               end-evaluate
           end-perform

           exit paragraph.


      *> Each consent is Y, N or blank. Any consent keyed needs a
      *> source -- a form, the phone, the web -- so the history can
      *> show where it came from.
       accept-consents.

           display "Marketing mail consent (Y/N, blank to keep): "
               at 1501
           end-display
           move 1551 to ws-consent-position
           perform accept-consent-flag
           move ws-entry-consent-flag to ws-entry-mail-consent

           display "Partner sharing consent (Y/N, blank to keep): "
               at 1601
           end-display
           move 1651 to ws-consent-position
           perform accept-consent-flag
           move ws-entry-consent-flag to ws-entry-partner-consent

           display "Electronic contact consent (Y/N, blank to keep): "
               at 1701
           end-display
           move 1751 to ws-consent-position
           perform accept-consent-flag
           move ws-entry-consent-flag to ws-entry-electronic-consent

           move spaces to ws-entry-consent-source
           move spaces to ws-entry-entered-by

           if ws-entry-mail-consent = space
           and ws-entry-partner-consent = space
           and ws-entry-electronic-consent = space
               exit paragraph
           end-if

           set ws-not-valid to true

           perform until ws-valid
               display "Consent source: " at 1801
               accept ws-entry-consent-source at 1817 with upper
               display "                                        "
                   at 1301

               if ws-entry-consent-source = spaces
                   display "Consent source is required." at 1301
               else
                   set ws-valid to true
               end-if
           end-perform

           display "Taken by: " at 1829
           accept ws-entry-entered-by at 1839 with upper

           exit paragraph.


      *> Accepts one consent flag after its prompt,
      *> re-prompting until it is Y, N or blank.
       accept-consent-flag.

           set ws-not-valid to true

           perform until ws-valid
               accept ws-entry-consent-flag at ws-consent-position
                   with upper
               end-accept
               display "                                        "
                   at 1301

               if ws-entry-consent-flag = 'Y'
               or ws-entry-consent-flag = 'N'
               or ws-entry-consent-flag = space
                   set ws-valid to true
               else
                   display "Consent must be Y, N or blank." at 1301
               end-if
           end-perform

           exit paragraph.


      *> Moves the validated staging fields into the transaction
      *> record and appends it to the file. Blank numeric entries are
      *> written as zero, which is what the update job's change
      *> The region code is stamped by the merge chain, not keyed
      *> here -- blank leaves the master value alone on a change.
           move spaces to f-trans-region
           move ws-entry-effective-date to f-trans-effective-date

           write f-customer-transaction


           exit paragraph.


      *> The consent date is left blank -- the maintenance job takes
      *> its business date, the day the consent was keyed.
       write-consent-transaction.

           move spaces to f-consent-transaction
           move function numval(ws-entry-customer-id)
               to f-ctran-customer-id
           move ws-entry-mail-consent to f-ctran-mail-flag
           move ws-entry-partner-consent to f-ctran-partner-flag
           move ws-entry-electronic-consent to f-ctran-electronic-flag
           move ws-entry-consent-source to f-ctran-source
           move ws-entry-entered-by to f-ctran-entered-by

           write f-consent-transaction

           add 1 to ws-consent-count

           exit paragraph.

      *> Refuses the session while the batch side holds the master
      *> -- a clear message instead of a half-applied surprise. A
      *> missing lock module only warns; the lock is advisory.

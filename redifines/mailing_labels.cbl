      *          household groups formed are reported to
      *          mailing-households.txt so odd groupings can be
      *          reviewed.
      * updated: 2026-10-15 EE: record layout and keys follow
      *          redefines.cbl's new parent customer id.
      * updated: 2026-10-15 EE: customers who have refused
      *          marketing mail are no longer labeled. Consent comes
      *          from the shared customer-consent lookup; a customer
      *          with no consent on file is left out too unless
      *          CONSENT_UNKNOWN=ALLOW is set for the transition.
      *          Both suppressed counts are displayed and added to
      *          the end of mailing-labels.txt.
      * purpose: Mailing label run over the indexed customer file
      *          redefines.cbl maintains. Walks the zip code
      *          alternate key so the labels come out in postal
      *          switch, and finishes with the count-by-zip summary
      *          page the mailing house wants.
      * tectonics: cobc -x mailing_labels.cbl, with
      *            cmd_arg_parser.cbl and customer_consent.cbl
      *            compiled as modules.
      ******************************************************************
       identification division.
       program-id. mailing-labels.
               with duplicates
           alternate record key is f-customer-name
               with duplicates
           alternate record key is f-customer-parent-id
               with duplicates
           file status is ws-fs-status-customer.

           select fd-label-file assign to "mailing-labels.txt"
           05  f-street-address                pic x(20).
           05  f-state                          pic xx.
           05  f-customer-zip-code              pic 9(5).
           05  f-customer-parent-id             pic 9(5).

       fd  fd-label-file.
       01  f-label-record                      pic x(40).
       01  ws-norm-last-space-sw          pic x.
           88  ws-norm-last-space         value 'Y'.

      *> Marketing mail consent through the shared lookup.
       01  ws-consent-request.
           05  ws-cr-action                pic x.
           05  ws-cr-customer-id           pic 9(5).
           05  ws-cr-type                  pic x.
           05  ws-cr-status                pic x.
               88  ws-cr-given             value 'Y'.
               88  ws-cr-refused           value 'N'.
               88  ws-cr-unknown           value 'U'.
           05  ws-cr-date                  pic 9(8).
           05  ws-cr-source                pic x(10).

      *> CONSENT_UNKNOWN=ALLOW labels customers with nothing on file
      *> while consents are still being collected.
       01  ws-consent-unknown-policy       pic x(10).
       01  ws-allow-unknown-sw             pic x value 'N'.
           88  ws-allow-unknown            value 'Y'.

       01  ws-opted-out-count              pic 9(5) value 0.
       01  ws-no-consent-count             pic 9(5) value 0.

       01  ws-label-count                  pic 9(5) value 0.
       01  ws-label-line                   pic x(40).

           display "Mailing label run, in zip presort order."

           perform load-state-switch
           perform load-consent-policy

           open input fd-customer

               perform write-zip-subtotal
           end-if

           perform write-suppressed-summary

           close fd-customer
           close fd-label-file
           close fd-household-file
           display "Records read:   " ws-num-loaded
           display "Households:     " ws-household-count
           display "Labels printed: " ws-label-count
           display "No mail consent:  " ws-opted-out-count
               " suppressed"
           end-display
           if ws-allow-unknown
               display "Consent unknown:  " ws-no-consent-count
                   " labeled"
               end-display
           else
               display "Consent unknown:  " ws-no-consent-count
                   " suppressed"
               end-display
           end-if
           display "See mailing-labels.txt and "
               "mailing-households.txt"
           end-display
                   not at end
                       if not ws-use-state
                       or f-state = ws-select-state
                           perform check-mail-consent
                           if ws-cr-given
                           or (ws-cr-unknown and ws-allow-unknown)
                               perform load-one-record
                           end-if
                       end-if
               end-read
           end-perform
           exit paragraph.


       load-consent-policy.

           move spaces to ws-consent-unknown-policy
           accept ws-consent-unknown-policy
               from environment "CONSENT_UNKNOWN"
           end-accept

           if function upper-case(ws-consent-unknown-policy)
               = "ALLOW"
               set ws-allow-unknown to true
               display "Customers with no consent on file are "
                   "labeled."
               end-display
           end-if

           exit paragraph.


      *> A customer who has refused mail is never labeled; one with
      *> nothing on file follows the CONSENT_UNKNOWN policy. A
      *> missing lookup module counts as nothing on file.
       check-mail-consent.

           move spaces to ws-consent-request
           move 'Q' to ws-cr-action
           move f-customer-id to ws-cr-customer-id
           move 'M' to ws-cr-type

           call "customer-consent" using ws-consent-request
               on exception
                   move 'U' to ws-cr-status
           end-call

           evaluate true
               when ws-cr-refused
                   add 1 to ws-opted-out-count
               when ws-cr-given
                   continue
               when other
                   set ws-cr-unknown to true
                   add 1 to ws-no-consent-count
           end-evaluate

           exit paragraph.


       load-one-record.

           if ws-num-loaded >= 500
           exit paragraph.


      *> The suppressed counts close the label file, so the mailing
      *> house's tally can be squared with the customer count.
       write-suppressed-summary.

           move spaces to ws-label-line
           string
               "*** no mail consent: " ws-opted-out-count
               " suppressed"
               into ws-label-line
           end-string
           perform write-label-line

           move spaces to ws-label-line
           if ws-allow-unknown
               string
                   "*** consent unknown: " ws-no-consent-count
                   " labeled"
                   into ws-label-line
               end-string
           else
               string
                   "*** consent unknown: " ws-no-consent-count
                   " suppressed"
                   into ws-label-line
               end-string
           end-if
           perform write-label-line

           exit paragraph.


       write-label-line.

           move ws-label-line to f-label-record

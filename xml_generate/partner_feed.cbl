      *          timestamp, document count -- so a feed lost in
      *          transfer shows as sent-but-unacknowledged instead
      *          of invisible.
      * updated: 2026-10-15 EE: accounts whose customer has not
      *          agreed to sharing with partners are left out of the
      *          feed, through the shared customer-consent lookup.
      *          A customer with no consent on file is left out too
      *          unless CONSENT_UNKNOWN=ALLOW is set for the
      *          transition. The suppressed counts are displayed;
      *          the envelope's document count is what was sent.
      * purpose: Outbound partner feed job. Reads account_export.txt
      *          -- the extract sql_example.cbl writes, header and
      *          trailer included -- and generates one XML or JSON
           05  ws-reg-record-count          pic 9(7).
           05  ws-reg-status                pic x(10).

      *> Partner sharing consent through the shared lookup.
       01  ws-consent-request.
           05  ws-cr-action                 pic x.
           05  ws-cr-customer-id            pic 9(5).
           05  ws-cr-type                   pic x.
           05  ws-cr-status                 pic x.
               88  ws-cr-given              value 'Y'.
               88  ws-cr-refused            value 'N'.
               88  ws-cr-unknown            value 'U'.
           05  ws-cr-date                   pic 9(8).
           05  ws-cr-source                 pic x(10).

      *> CONSENT_UNKNOWN=ALLOW sends customers with nothing on file
      *> while consents are still being collected.
       01  ws-consent-unknown-policy        pic x(10).
       01  ws-allow-unknown-sw              pic x value 'N'.
           88  ws-allow-unknown             value 'Y'.

       01  ws-opted-out-count               pic 9(7) value 0.
       01  ws-no-consent-count              pic 9(7) value 0.

       procedure division.
       main-procedure.


           perform load-outbound-format
           perform load-feed-sequence
           perform load-consent-policy

           accept ws-generated-date from date yyyymmdd
           accept ws-generated-time from time
               ws-document-count " document(s) as "
               ws-outbound-format-sw
           end-display
           display "No partner consent: " ws-opted-out-count
               " account(s) suppressed"
           end-display
           if ws-allow-unknown
               display "Consent unknown:    " ws-no-consent-count
                   " account(s) sent"
               end-display
           else
               display "Consent unknown:    " ws-no-consent-count
                   " account(s) suppressed"
               end-display
           end-if
           display "See partner-feed-out.txt"

           goback.
           exit paragraph.


       load-consent-policy.

           move spaces to ws-consent-unknown-policy
           accept ws-consent-unknown-policy
               from environment "CONSENT_UNKNOWN"
           end-accept

           if function upper-case(ws-consent-unknown-policy)
               = "ALLOW"
               set ws-allow-unknown to true
               display "Customers with no consent on file are sent."
           end-if

           exit paragraph.


      *> Dispatches each export record: the header contributes the
      *> extract date to the envelope, the trailer is consumed (the
      *> envelope carries its own document count), and every data
                   continue

               when other
                   perform check-partner-consent
                   if ws-cr-refused
                   or (ws-cr-unknown and not ws-allow-unknown)
                       exit paragraph
                   end-if

                   move f-export-id to ws-feed-id
                   move f-export-first-name to ws-feed-first-name
                   move f-export-last-name to ws-feed-last-name
           exit paragraph.


      *> A customer who has refused partner sharing is never sent;
      *> one with nothing on file follows the CONSENT_UNKNOWN policy.
      *> A missing lookup module counts as nothing on file.
       check-partner-consent.

           move spaces to ws-consent-request
           move 'Q' to ws-cr-action
           move f-export-id to ws-cr-customer-id
           move 'P' to ws-cr-type

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


      *> Generates one document for the account row just staged,
      *> through the same format switch outbound_generate.cbl
      *> demonstrates, and writes it as one feed line.

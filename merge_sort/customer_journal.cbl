      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-09-02
      * Updated: 2026-10-15 EE: journal records chained through the
      *          shared audit-chain subprogram.
      * Purpose: Shared customer-journal subprogram -- the customer
      *          master's answer to the account side's ACCOUNT_AUDIT
      *          rows. Every applied add, change, or delete against
      *          before/after history, and for forward recovery to
      *          replay applied transactions over a restored
      *          generation, skipping named sequence numbers.
      *          Each record ends with its link in the journal's
      *          chain from the shared audit-chain subprogram, so an
      *          edited or removed entry shows up when the trail is
      *          verified.
      * Tectonics: cobc -c customer_journal.cbl, with audit_chain.cbl
      *            compiled as a module.
      ******************************************************************
       identification division.
       program-id. customer-journal.
           05  f-jr-before-image           pic x(146).
           05  filler                      pic x.
           05  f-jr-after-image            pic x(146).
           05  filler                      pic x.
           05  f-jr-chain                  pic x(16).

       fd  fd-journal-seq.
       01  f-journal-seq-record            pic 9(7).

       01  ws-business-date                pic 9(8).

      *> Request group for the shared audit-chain subprogram.
       01  ws-audit-chain-request.
           05  ws-ac-action                pic x.
           05  ws-ac-trail                 pic x(30).
           05  ws-ac-record                pic x(400).
           05  ws-ac-prior-chain           pic x(16).
           05  ws-ac-chain-value           pic x(16).
           05  ws-ac-link-count            pic 9(9).
           05  ws-ac-base-count            pic 9(9).
           05  ws-ac-base-chain            pic x(16).
           05  ws-ac-status                pic x.

       linkage section.

      *> One journal entry per call. The sequence number assigned is
           move l-jn-customer-id to f-jr-customer-id
           move l-jn-before-image to f-jr-before-image
           move l-jn-after-image to f-jr-after-image

           move 'A' to ws-ac-action
           move "customer-master-journal.txt" to ws-ac-trail
           move spaces to ws-ac-record
           move f-journal-record(1:338) to ws-ac-record

           call "audit-chain" using ws-audit-chain-request
               on exception
                   move 'N' to ws-ac-status
           end-call

           if ws-ac-status = 'Y'
               move ws-ac-chain-value to f-jr-chain
           end-if

           write f-journal-record

           close fd-journal-file

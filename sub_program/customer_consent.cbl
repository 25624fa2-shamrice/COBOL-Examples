      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-10-15
      * Purpose: Shared customer consent lookup over
      *          customer-consent.txt, the consent file
      *          customer_consent_maint.cbl keeps in customer id
      *          order. Action 'Q' answers for one customer and one
      *          kind of consent -- 'M' marketing mail, 'P' sharing
      *          with partners, 'E' electronic contact -- with 'Y'
      *          given, 'N' refused or withdrawn, or 'U' nothing on
      *          file, plus the date and source of the consent. The
      *          file is loaded on the first call and searched from
      *          then on, so a label run or a feed asks once per
      *          customer without rereading it. A missing file
      *          answers 'U' for everyone; what 'U' means is the
      *          caller's policy, not this lookup's.
      * Tectonics: cobc -c customer_consent.cbl
      ******************************************************************
       identification division.
       program-id. customer-consent.

       environment division.
       input-output section.
       file-control.

           select fd-consent-file assign to "customer-consent.txt"
           organization is line sequential
           file status is ws-fs-status-consent.

       data division.

       file section.

      *> One record per customer: for each kind of consent the flag,
      *> the date it was given or withdrawn, and where it came from.
       fd  fd-consent-file.
       01  f-consent-record.
           05  f-consent-customer-id       pic 9(5).
           05  f-consent-entry             occurs 3 times.
               10  filler                  pic x.
               10  f-consent-flag          pic x.
               10  filler                  pic x.
               10  f-consent-date          pic 9(8).
               10  filler                  pic x.
               10  f-consent-source        pic x(10).

       working-storage section.

       01  ws-fs-status-consent            pic xx.

       01  ws-eof-sw                       pic x value 'N'.
           88  ws-eof                      value 'Y'.
           88  ws-not-eof                  value 'N'.

       01  ws-loaded-sw                    pic x value 'N'.
           88  ws-loaded                   value 'Y'.

       01  ws-num-consents                 pic 9(4) comp value 0.

       01  ws-consent-table                occurs 0 to 5000 times
                                           depending on
                                               ws-num-consents
                                           ascending key is
                                               ws-ct-customer-id
                                           indexed by ws-consent-idx.
           05  ws-ct-customer-id           pic 9(5).
           05  ws-ct-entry                 occurs 3 times.
               10  ws-ct-flag              pic x.
               10  ws-ct-date              pic 9(8).
               10  ws-ct-source            pic x(10).

       01  ws-entry-sub                    pic 9 comp.
       01  ws-out-of-order-sw              pic x value 'N'.
           88  ws-out-of-order             value 'Y'.

       linkage section.

      *> One request group per call: the customer and the kind of
      *> consent asked about in, the answer out.
       01  l-consent-request.
           05  l-cr-action                 pic x.
               88  l-cr-query              value 'Q'.
           05  l-cr-customer-id            pic 9(5).
           05  l-cr-type                   pic x.
               88  l-cr-marketing-mail     value 'M'.
               88  l-cr-partner-sharing    value 'P'.
               88  l-cr-electronic         value 'E'.
           05  l-cr-status                 pic x.
               88  l-cr-given              value 'Y'.
               88  l-cr-refused            value 'N'.
               88  l-cr-unknown            value 'U'.
           05  l-cr-date                   pic 9(8).
           05  l-cr-source                 pic x(10).

       procedure division using l-consent-request.
       main-procedure.

           if not ws-loaded
               perform load-consent-file
               set ws-loaded to true
           end-if

           move 'U' to l-cr-status
           move 0 to l-cr-date
           move spaces to l-cr-source

           evaluate true
               when l-cr-marketing-mail
                   move 1 to ws-entry-sub
               when l-cr-partner-sharing
                   move 2 to ws-entry-sub
               when l-cr-electronic
                   move 3 to ws-entry-sub
               when other
                   goback
           end-evaluate

           if ws-num-consents = 0
               goback
           end-if

           search all ws-consent-table
               at end
                   continue
               when ws-ct-customer-id(ws-consent-idx)
                   = l-cr-customer-id
                   if ws-ct-flag(ws-consent-idx, ws-entry-sub) = 'Y'
                   or ws-ct-flag(ws-consent-idx, ws-entry-sub) = 'N'
                       move ws-ct-flag(ws-consent-idx, ws-entry-sub)
                           to l-cr-status
                       move ws-ct-date(ws-consent-idx, ws-entry-sub)
                           to l-cr-date
                       move ws-ct-source(ws-consent-idx, ws-entry-sub)
                           to l-cr-source
                   end-if
           end-search

           goback.


      *> The maintenance job writes the file in customer id order;
      *> a record out of order is dropped with a warning rather than
      *> left to spoil the binary search for everyone else.
       load-consent-file.

           move 0 to ws-num-consents
           set ws-not-eof to true

           open input fd-consent-file

           if ws-fs-status-consent not = "00"
               exit paragraph
           end-if

           perform until ws-eof
               read fd-consent-file
                   at end
                       set ws-eof to true
                   not at end
                       perform load-one-consent
               end-read
           end-perform

           close fd-consent-file

           if ws-out-of-order
               display "Warning: customer-consent.txt is out of "
                   "customer id order -- rerun the consent "
                   "maintenance to rebuild it."
               end-display
           end-if

           exit paragraph.


       load-one-consent.

           if ws-num-consents >= 5000
               exit paragraph
           end-if

           if ws-num-consents > 0
           and f-consent-customer-id
               not > ws-ct-customer-id(ws-num-consents)
               set ws-out-of-order to true
               exit paragraph
           end-if

           add 1 to ws-num-consents
           move f-consent-customer-id
               to ws-ct-customer-id(ws-num-consents)

           perform varying ws-entry-sub from 1 by 1
           until ws-entry-sub > 3
               move f-consent-flag(ws-entry-sub)
                   to ws-ct-flag(ws-num-consents, ws-entry-sub)
               move f-consent-date(ws-entry-sub)
                   to ws-ct-date(ws-num-consents, ws-entry-sub)
               move f-consent-source(ws-entry-sub)
                   to ws-ct-source(ws-num-consents, ws-entry-sub)
           end-perform

           exit paragraph.

       end program customer-consent.

      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-09-02
      * updated: 2026-10-15 EE: contracts carry renewal terms --
      *          auto-renew Y/N, the renewal term in months and the
      *          escalation percent contract-renewal raises the rate
      *          and minimum by -- entered on an add and changed with
      *          the status and dates. The list shows the auto-renew
      *          flag.
      * Purpose: Maintenance screen for contract-master.txt -- the
      *          file that gates every customer add and change yet
      *          was maintained by editing it raw. In the accept-form
           05  f-contract-rate                     pic 9(3)v9(4).
           05  f-contract-bill-freq                pic x.
           05  f-contract-minimum                  pic 9(7)v99.
           05  f-contract-auto-renew               pic x.
           05  f-contract-renew-months             pic 9(3).
           05  f-contract-escalation-pct           pic 99v99.

       fd  fd-customer-master.
       01  f-customer-record-master.
           05  ws-con-rate                     pic 9(3)v9(4).
           05  ws-con-bill-freq                pic x.
           05  ws-con-minimum                  pic 9(7)v99.
           05  ws-con-auto-renew               pic x.
           05  ws-con-renew-months             pic 9(3).
           05  ws-con-escalation-pct           pic 99v99.

       01  ws-found-idx                        pic 999 comp value 0.

       01  ws-new-status                       pic x.
       01  ws-new-eff-from                     pic 9(8).
       01  ws-new-eff-to                       pic 9(8).
       01  ws-new-auto-renew                   pic x.
       01  ws-new-renew-months                 pic 9(3).
       01  ws-new-escalation-pct               pic 99v99.

       01  ws-attached-count                   pic 9(5).
       01  ws-list-row                         pic 999.
                                   ws-num-contracts)
                           move f-contract-minimum
                               to ws-con-minimum(ws-num-contracts)
                           perform load-renewal-terms
                       end-if
               end-read
           end-perform
           exit paragraph.


      *> A contract from before renewal terms were kept reads as
      *> not auto-renewing.
       load-renewal-terms.

           if f-contract-auto-renew = 'Y'
               move 'Y' to ws-con-auto-renew(ws-num-contracts)
           else
               move 'N' to ws-con-auto-renew(ws-num-contracts)
           end-if

           if f-contract-renew-months is numeric
               move f-contract-renew-months
                   to ws-con-renew-months(ws-num-contracts)
           else
               move 0 to ws-con-renew-months(ws-num-contracts)
           end-if

           if f-contract-escalation-pct is numeric
               move f-contract-escalation-pct
                   to ws-con-escalation-pct(ws-num-contracts)
           else
               move 0 to ws-con-escalation-pct(ws-num-contracts)
           end-if

           exit paragraph.


       show-contract-list.

           display "Contract maintenance                    " at 0101
               display ws-con-bill-freq(ws-contract-idx)
                   at line ws-list-row column 64
               end-display
               display ws-con-auto-renew(ws-contract-idx)
                   at line ws-list-row column 66
               end-display
           end-perform

           exit paragraph.
               function numval(ws-field-input)
           end-compute

           perform accept-renewal-terms
           move ws-new-auto-renew
               to ws-con-auto-renew(ws-num-contracts)
           move ws-new-renew-months
               to ws-con-renew-months(ws-num-contracts)
           move ws-new-escalation-pct
               to ws-con-escalation-pct(ws-num-contracts)

           set ws-contracts-changed to true

           display "Contract added.                 " at 2101
           exit paragraph.


      *> Renewal terms: auto-renew Y or N and, for a contract that
      *> renews, a term of 1 to 120 months and an escalation
      *> percent under 100. A contract that doesn't renew keeps no
      *> term.
       accept-renewal-terms.

           set ws-not-valid to true

           perform until ws-valid
               display "Auto-renew (Y/N): " at 1501
               accept ws-new-auto-renew at 1520 upper

               if ws-new-auto-renew = 'Y' or ws-new-auto-renew = 'N'
                   set ws-valid to true
               else
                   display "Auto-renew must be Y or N.       "
                       at 2101
               end-if
           end-perform

           move 0 to ws-new-renew-months
           move 0 to ws-new-escalation-pct

           if ws-new-auto-renew = 'N'
               exit paragraph
           end-if

           set ws-not-valid to true

           perform until ws-valid
               display "Renewal term (months): " at 1601
               accept ws-field-input at 1625

               if function trim(ws-field-input) is numeric
               and function numval(ws-field-input) >= 1
               and function numval(ws-field-input) <= 120
                   move function numval(ws-field-input)
                       to ws-new-renew-months
                   set ws-valid to true
               else
                   display "Term must be 1 to 120 months.    "
                       at 2101
               end-if
           end-perform

           set ws-not-valid to true

           perform until ws-valid
               display "Escalation percent (e.g. 3.00): " at 1701
               accept ws-field-input at 1734

               if function test-numval(ws-field-input) = 0
               and function numval(ws-field-input) >= 0
               and function numval(ws-field-input) < 100
                   compute ws-new-escalation-pct =
                       function numval(ws-field-input)
                   end-compute
                   set ws-valid to true
               else
                   display "Escalation must be 0 to 99.99.   "
                       at 2101
               end-if
           end-perform

           exit paragraph.


      *> Changes a contract's status, effective dates and renewal
      *> terms. Expiring or deactivating a contract with active
      *> customers attached needs the explicit, journaled override.
       change-contract.

           set ws-not-valid to true

           move ws-work-date to ws-new-eff-to

           perform accept-renewal-terms

      *> The in-use check: the same contract-to-customer walk the
      *> xref report does. An expiry (eff-to before the business
      *> date) or deactivation with customers attached is refused
           move ws-new-status to ws-con-status(ws-found-idx)
           move ws-new-eff-from to ws-con-eff-from(ws-found-idx)
           move ws-new-eff-to to ws-con-eff-to(ws-found-idx)
           move ws-new-auto-renew to ws-con-auto-renew(ws-found-idx)
           move ws-new-renew-months
               to ws-con-renew-months(ws-found-idx)
           move ws-new-escalation-pct
               to ws-con-escalation-pct(ws-found-idx)

           set ws-contracts-changed to true

                   to f-contract-bill-freq
               move ws-con-minimum(ws-contract-idx)
                   to f-contract-minimum
               move ws-con-auto-renew(ws-contract-idx)
                   to f-contract-auto-renew
               move ws-con-renew-months(ws-contract-idx)
                   to f-contract-renew-months
               move ws-con-escalation-pct(ws-contract-idx)
                   to f-contract-escalation-pct
               write f-contract-record
           end-perform


      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-09-02
      * updated: 2026-10-15 EE: a contract set to auto-renew with a
      *          renewal term is listed as renewing --
      *          contract-renewal will run it on -- and raises no
      *          alert, whatever is attached to it.
      * Purpose: Expiring-contract early warning. Looks
      *          EXPIRY_WARN_DAYS business days ahead (default 30,
      *          walked holiday-aware over the business-calendar.txt
           05  f-contract-rate                     pic 9(3)v9(4).
           05  f-contract-bill-freq                pic x.
           05  f-contract-minimum                  pic 9(7)v99.
           05  f-contract-auto-renew               pic x.
           05  f-contract-renew-months             pic 9(3).
           05  f-contract-escalation-pct           pic 99v99.

       fd  fd-customer-master.
       01  f-customer-record-master.
               into ws-report-line
           end-string

           if f-contract-auto-renew = 'Y'
           and f-contract-renew-months is numeric
           and f-contract-renew-months > 0
               string
                   function trim(ws-report-line)
                   "  (auto-renews)"
                   into ws-report-line
               end-string
               perform write-report-line
               exit paragraph
           end-if

           if ws-attached-count > 0
               add 1 to ws-with-customers-count
               string

      * updated: 2026-09-02 EE: the contract master layout grew
      *          billing terms (rate, frequency, minimum) for the
      *          contract-invoicing run; the layout here tracks it.
      * updated: 2026-10-15 EE: the contract master layout grew
      *          renewal terms (auto-renew, term, escalation) for
      *          contract-renewal; the layout here tracks it.
      * purpose: Cross-reference report between the contract master
      *          (contract-master.txt, the reference file
      *          customer_master_update.cbl validates transactions
           05  f-contract-rate                     pic 9(3)v9(4).
           05  f-contract-bill-freq                pic x.
           05  f-contract-minimum                  pic 9(7)v99.
           05  f-contract-auto-renew               pic x.
           05  f-contract-renew-months             pic 9(3).
           05  f-contract-escalation-pct           pic 99v99.

       fd  fd-customer-master.
       01  f-customer-record-master.

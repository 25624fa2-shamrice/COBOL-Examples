      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-09-02
      * Updated: 2026-10-15 EE: a suspense line carries the whole
      *          71-byte posting record, keying user included.
      * Purpose: Aging report over the posting suspense queue,
      *          account-transactions-suspense.txt -- the suspected
      *          duplicates account_posting.cbl diverted instead of
       01  f-suspense-record.
           05  f-susp-held-date                pic x(8).
           05  filler                          pic x.
           05  f-susp-data                     pic x(71).

       fd  fd-report-file.
       01  f-report-record                     pic x(132).

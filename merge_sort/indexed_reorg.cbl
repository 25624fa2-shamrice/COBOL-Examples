      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-09-02
      * updated: 2026-10-15 EE: redefines-customer.dat grows the
      *          parent customer id, a third alternate key.
      * Purpose: Reorganize utility for the suite's indexed files --
      *          customer-master.dat and redefines-customer.dat take
      *          a year of daily REWRITEs and DELETEs and only ever
               with duplicates
           alternate record key is f-browse-name
               with duplicates
           alternate record key is f-browse-parent
               with duplicates
           file status is ws-fs-status-live.

           select fd-browse-new assign to ws-new-file-name
               with duplicates
           alternate record key is f-browse-new-name
               with duplicates
           alternate record key is f-browse-new-parent
               with duplicates
           file status is ws-fs-status-new.

           select fd-unload-file assign to "reorg-unload.txt"
           05  f-new-id                        pic 9(5).
           05  f-new-rest                      pic x(141).

      *> The redefines-customer.dat layout with its three alternate
      *> keys -- the reload rebuilds all four indexes fresh.
       fd  fd-browse-file.
       01  f-browse-record.
           05  f-browse-id                     pic 9(5).
           05  f-browse-address                pic x(20).
           05  f-browse-state                  pic xx.
           05  f-browse-zip                    pic 9(5).
           05  f-browse-parent                 pic 9(5).

       fd  fd-browse-new.
       01  f-browse-new-record.
           05  f-browse-new-address            pic x(20).
           05  f-browse-new-state              pic xx.
           05  f-browse-new-zip                pic 9(5).
           05  f-browse-new-parent             pic 9(5).

       fd  fd-unload-file.
       01  f-unload-record                     pic x(146).
                       end-compute
               end-write
           else
               move f-unload-record(1:68) to f-browse-new-record
               write f-browse-new-record
                   invalid key
                       display "Reload write failed on key "

      *          fd-customer for output and for input, the same as
      *          every other file-backed program in this set, instead
      *          of continuing on silently if the open failed.
      * updated: 2026-10-15 EE: corp records carry a parent customer
      *          id (zero at the top of a group), an alternate key
      *          with duplicates so a parent's subsidiaries can be
      *          read by key. The test data now includes a
      *          subsidiary of record 2.
      * purpose: Example of using redefines on a field.
      * tectonics: cobc
      ******************************************************************
      *> out again so the redefines above actually round-trips
      *> through file I/O. The zip code and the name are alternate
      *> keys, both with duplicates allowed, so shared zips coexist
      *> and the browse program can walk the file in name order. The
      *> parent id is a third, so a corp's subsidiaries read back by
      *> key.
           select fd-customer assign to "redefines-customer.dat"
           organization is indexed
           access mode is dynamic
               with duplicates
           alternate record key is f-customer-name
               with duplicates
           alternate record key is f-customer-parent-id
               with duplicates
           file status is ws-fs-status-customer.

       data division.
               05  f-street-address                pic x(20).
               05  f-state                          pic xx.
               05  f-customer-zip-code              pic 9(5).
      *> Corp records only: the parent corp's customer id, zero for
      *> a customer at the top of its group (and every person).
               05  f-customer-parent-id             pic 9(5).

       working-storage section.

       01  ws-fs-status-customer              pic xx.

       01  ws-num-records                      pic 9 value 4.

       01  ws-customer                       occurs 0 to 99 times
                                             depending on ws-num-records
               10  ws-street-address           pic x(20).
               10  ws-state                    pic xx.
               10  ws-zip-code                 pic 9(5).
           05  ws-parent-id                    pic 9(5).


       01  ws-guard-target-idx                 pic 999.
           move "123 fake st" to ws-street-address(1)
           move "NV" to ws-state(1)
           move 12345 to ws-zip-code(1)
           move 0 to ws-parent-id(1)

           display "2. Corp record with corp name entered."
           move 2 to ws-customer-id(2)
           move "567 real st" to ws-street-address(2)
           move "NY" to ws-state(2)
           move 11795 to ws-zip-code(2)
           move 0 to ws-parent-id(2)

           display "3. Person record with corp name entered."
      *> Deliberately shares record 1's zip code -- under the old
           perform set-corp-name-guarded
           move "890 what st" to ws-street-address(3)
           move "MA" to ws-state(3)
           move 12345 to ws-zip-code(3)
           move 0 to ws-parent-id(3)

           display "4. Corp record, a subsidiary of record 2."
           move 4 to ws-customer-id(4)
           set ws-customer-type-corp(4) to true
           move "no-name corp west" to ws-corp-name(4)
           move "12 harbor way" to ws-street-address(4)
           move "CA" to ws-state(4)
           move 94105 to ws-zip-code(4)
           move 2 to ws-parent-id(4).


      *> Writes ws-customer out to the indexed file, then reads it
                   move ws-state(ws-customer-idx) to f-state
                   move ws-zip-code(ws-customer-idx)
                       to f-customer-zip-code
                   move ws-parent-id(ws-customer-idx)
                       to f-customer-parent-id
                   write f-customer-record
                       invalid key
                           display "Error writing customer record: "
                           move f-state to ws-state(ws-num-records)
                           move f-customer-zip-code
                               to ws-zip-code(ws-num-records)
                           move f-customer-parent-id
                               to ws-parent-id(ws-num-records)
                   end-read
               end-perform

                   display "Company name: "
                       ws-corp-name(ws-customer-idx)
                   end-display
                   if ws-parent-id(ws-customer-idx) not = 0
                       display "Parent id: "
                           ws-parent-id(ws-customer-idx)
                       end-display
                   end-if
               end-if

               display "Address: "

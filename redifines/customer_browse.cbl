      *          -- what's on screen may be mid-update, and the
      *          operator deserves to know instead of trusting a
      *          half-applied file.
      * updated: 2026-10-15 EE: corp records show their parent
      *          customer id when they belong to a group.
      * purpose: Name-order browse over the indexed customer file
      *          redefines.cbl maintains. STARTs on the customer
      *          name alternate key and READs NEXT through the file,
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
           05  f-customer-parent-id             pic 9(5).

       working-storage section.

           else
               display "Type: CORP"
               display "Company: " function trim(f-corp-name)
               if f-customer-parent-id not = 0
                   display "Parent id: " f-customer-parent-id
               end-if
           end-if

           display "Address: " f-street-address

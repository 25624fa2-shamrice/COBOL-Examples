      ******************************************************************
      * author: Erik Eriksen
      * date: 2026-10-15
      * purpose: Parent/child maintenance for the corp records on the
      *          indexed customer file redefines.cbl maintains. Each
      *          line of customer-parent-transactions.txt names a
      *          customer id and the parent customer id it now
      *          belongs under (zero takes it out of its group). A
      *          link is only made between two corp records that are
      *          both on file, never to the customer itself, and
      *          never to a parent that already sits somewhere below
      *          the customer -- the chain is walked up from the new
      *          parent, and finding the customer on the way (or a
      *          chain too deep to be real) rejects the line as a
      *          cycle. Rejects go to customer-parent-reject.txt with
      *          the reason. After the transactions the whole file is
      *          checked for corp records whose parent is no longer
      *          on file, and each one is listed. Any reject or
      *          missing parent finishes with return code 4.
      * tectonics: cobc
      ******************************************************************
       identification division.
       program-id. customer-hierarchy-maint.

       environment division.
       input-output section.
       file-control.

           select fd-customer assign to "redefines-customer.dat"
           organization is indexed
           access mode is dynamic
           record key is f-customer-id
           alternate record key is f-customer-zip-code
               with duplicates
           alternate record key is f-customer-name
               with duplicates
           alternate record key is f-customer-parent-id
               with duplicates
           file status is ws-fs-status-customer.

           select fd-parent-transactions
           assign to "customer-parent-transactions.txt"
           organization is line sequential
           file status is ws-fs-status-trans.

           select fd-reject-file
           assign to "customer-parent-reject.txt"
           organization is line sequential
           file status is ws-fs-status-reject.

       data division.

       file section.

       fd  fd-customer.
       01  f-customer-record.
           05  f-customer-id                  pic 9(5).
           05  f-customer-type                pic 9.
               88  f-customer-type-person     value 1.
               88  f-customer-type-corp       value 2.
           05  f-customer-name.
               10  f-customer-first-name       pic x(10).
               10  f-customer-last-name        pic x(20).
           05  f-corp-name redefines f-customer-name pic x(30).
           05  f-street-address                pic x(20).
           05  f-state                          pic xx.
           05  f-customer-zip-code              pic 9(5).
           05  f-customer-parent-id             pic 9(5).

       fd  fd-parent-transactions.
       01  f-parent-transaction.
           05  f-ptran-customer-id            pic 9(5).
           05  f-ptran-parent-id              pic 9(5).

       fd  fd-reject-file.
       01  f-reject-record.
           05  f-reject-reason                pic x(15).
           05  f-reject-transaction           pic x(10).

       working-storage section.

       01  ws-fs-status-customer              pic xx.
       01  ws-fs-status-trans                 pic xx.
       01  ws-fs-status-reject                pic xx.

       01  ws-eof-sw                          pic x value 'N'.
           88  ws-eof                         value 'Y'.
           88  ws-not-eof                     value 'N'.

       01  ws-transaction.
           05  ws-ptran-customer-id           pic 9(5).
           05  ws-ptran-parent-id             pic 9(5).

       01  ws-reject-reason                   pic x(15).

      *> The customer record being relinked, held while the parent
      *> chain is read with the same record area.
       01  ws-child-record                    pic x(68).

      *> Walking up from the proposed parent: the id reached so far,
      *> and how many levels have been climbed. No real group is
      *> anywhere near this deep, so hitting the limit means the
      *> file already holds a loop.
       01  ws-walk-id                         pic 9(5).
       01  ws-walk-depth                      pic 99 comp.
       01  ws-max-depth                       pic 99 comp value 50.

       01  ws-walk-result-sw                  pic x.
           88  ws-walk-clear                  value 'C'.
           88  ws-walk-cycle                  value 'Y'.
           88  ws-walk-broken                 value 'B'.

       01  ws-trans-count                     pic 9(5) value 0.
       01  ws-linked-count                    pic 9(5) value 0.
       01  ws-unlinked-count                  pic 9(5) value 0.
       01  ws-reject-count                    pic 9(5) value 0.
       01  ws-orphan-count                    pic 9(5) value 0.
       01  ws-orphan-parent-id                pic 9(5).

      *> Shared master-lock interface -- relinking rewrites records,
      *> so the claim is taken for the run like the batch update.
       01  ws-lock-request.
           05  ws-lock-action              pic x.
           05  ws-lock-holder              pic x(20).
           05  ws-lock-status              pic x.
               88  ws-lock-granted         value 'G'.
               88  ws-lock-blocked         value 'H'.
           05  ws-lock-held-date           pic x(8).
           05  ws-lock-held-time           pic x(8).

       01  ws-lock-owned-sw                pic x value 'N'.
           88  ws-lock-owned               value 'Y'.

       procedure division.
       main-procedure.

           display "Customer hierarchy maintenance."

           perform acquire-master-lock

           open i-o fd-customer

           if ws-fs-status-customer not = "00"
               display "Error opening customer file: "
                   ws-fs-status-customer
               end-display
               display "Run redefines-test once to create it."
               perform release-master-lock
               move 8 to return-code
               goback
           end-if

           open output fd-reject-file

           if ws-fs-status-reject not = "00"
               display "Error opening customer-parent-reject.txt: "
                   ws-fs-status-reject
               end-display
               close fd-customer
               perform release-master-lock
               move 8 to return-code
               goback
           end-if

           perform apply-parent-transactions

           close fd-reject-file

           perform check-missing-parents

           close fd-customer

           perform release-master-lock

           display space
           display "Transactions:     " ws-trans-count
           display "Linked:           " ws-linked-count
           display "Unlinked:         " ws-unlinked-count
           display "Rejected:         " ws-reject-count
           display "Missing parents:  " ws-orphan-count

           if ws-reject-count > 0
           or ws-orphan-count > 0
               move 4 to return-code
           end-if

           goback.


      *> No transaction file just means nothing to relink today --
      *> the missing-parent check still runs.
       apply-parent-transactions.

           set ws-not-eof to true

           open input fd-parent-transactions

           if ws-fs-status-trans = "35"
               display "No customer-parent-transactions.txt today."
               exit paragraph
           end-if

           if ws-fs-status-trans not = "00"
               display "Error opening "
                   "customer-parent-transactions.txt: "
                   ws-fs-status-trans
               end-display
               move 8 to return-code
               exit paragraph
           end-if

           perform until ws-eof
               read fd-parent-transactions
                   at end
                       set ws-eof to true
                   not at end
                       add 1 to ws-trans-count
                       move f-parent-transaction to ws-transaction
                       perform apply-one-transaction
               end-read
           end-perform

           close fd-parent-transactions

           exit paragraph.


       apply-one-transaction.

           if ws-ptran-customer-id is not numeric
           or ws-ptran-parent-id is not numeric
               move "BAD-TRANS" to ws-reject-reason
               perform write-reject-record
               exit paragraph
           end-if

           move ws-ptran-customer-id to f-customer-id
           read fd-customer
               invalid key
                   display "Rejected, customer " ws-ptran-customer-id
                       " not on file."
                   end-display
                   move "NOT-ON-FILE" to ws-reject-reason
                   perform write-reject-record
                   exit paragraph
           end-read

           if not f-customer-type-corp
               display "Rejected, customer " ws-ptran-customer-id
                   " is not a corp record."
               end-display
               move "NOT-CORP" to ws-reject-reason
               perform write-reject-record
               exit paragraph
           end-if

           move f-customer-record to ws-child-record

      *> Zero takes the customer out of its group; there is nothing
      *> to check on the way out.
           if ws-ptran-parent-id = 0
               move 0 to f-customer-parent-id
               perform rewrite-child-record
               if ws-reject-reason = spaces
                   add 1 to ws-unlinked-count
               end-if
               exit paragraph
           end-if

           if ws-ptran-parent-id = ws-ptran-customer-id
               display "Rejected, customer " ws-ptran-customer-id
                   " cannot be its own parent."
               end-display
               move "PARENT-IS-SELF" to ws-reject-reason
               perform write-reject-record
               exit paragraph
           end-if

           move ws-ptran-parent-id to f-customer-id
           read fd-customer
               invalid key
                   display "Rejected, parent " ws-ptran-parent-id
                       " for customer " ws-ptran-customer-id
                       " not on file."
                   end-display
                   move "PARENT-MISSING" to ws-reject-reason
                   perform write-reject-record
                   exit paragraph
           end-read

           if not f-customer-type-corp
               display "Rejected, parent " ws-ptran-parent-id
                   " for customer " ws-ptran-customer-id
                   " is not a corp record."
               end-display
               move "PARENT-NOT-CORP" to ws-reject-reason
               perform write-reject-record
               exit paragraph
           end-if

           perform walk-up-from-parent

           if ws-walk-cycle
               display "Rejected, parent " ws-ptran-parent-id
                   " already sits under customer "
                   ws-ptran-customer-id " -- that would be a cycle."
               end-display
               move "PARENT-CYCLE" to ws-reject-reason
               perform write-reject-record
               exit paragraph
           end-if

           move ws-child-record to f-customer-record
           move ws-ptran-parent-id to f-customer-parent-id
           perform rewrite-child-record
           if ws-reject-reason = spaces
               add 1 to ws-linked-count
           end-if

           exit paragraph.


      *> Climbs from the proposed parent (its record just read)
      *> through each parent in turn until the top of the group.
      *> Meeting the customer being relinked means the new link would
      *> close a loop. A parent missing part way up is a break the
      *> missing-parent check reports; it cannot be a loop.
       walk-up-from-parent.

           set ws-walk-clear to true
           move 0 to ws-walk-depth
           move f-customer-parent-id to ws-walk-id

           perform until ws-walk-id = 0
               if ws-walk-id = ws-ptran-customer-id
               or ws-walk-depth >= ws-max-depth
                   set ws-walk-cycle to true
                   exit perform
               end-if

               add 1 to ws-walk-depth

               move ws-walk-id to f-customer-id
               read fd-customer
                   invalid key
                       set ws-walk-broken to true
                       exit perform
               end-read

               move f-customer-parent-id to ws-walk-id
           end-perform

           exit paragraph.


       rewrite-child-record.

           move spaces to ws-reject-reason

           rewrite f-customer-record
               invalid key
                   display "Error rewriting customer "
                       f-customer-id ": " ws-fs-status-customer
                   end-display
                   move "REWRITE-FAILED" to ws-reject-reason
                   perform write-reject-record
           end-rewrite

           exit paragraph.


       write-reject-record.

           add 1 to ws-reject-count

           move ws-reject-reason to f-reject-reason
           move ws-transaction to f-reject-transaction
           write f-reject-record

           exit paragraph.


      *> Every corp record whose parent id names a customer no longer
      *> on file -- deleted since it was linked -- is listed for
      *> someone to relink or take out of the group.
       check-missing-parents.

           move low-values to f-customer-id
           start fd-customer key is greater than
               or equal to f-customer-id
               invalid key
                   exit paragraph
           end-start

           perform until ws-fs-status-customer = "10"
               read fd-customer next record
                   at end
                       move "10" to ws-fs-status-customer
                   not at end
                       if f-customer-parent-id not = 0
                           move f-customer-record to ws-child-record
                           perform check-one-parent
                       end-if
               end-read
           end-perform

           exit paragraph.


      *> The keyed read moves the file position, so the walk picks up
      *> again after the customer being checked.
       check-one-parent.

           move f-customer-parent-id to ws-orphan-parent-id

           move ws-orphan-parent-id to f-customer-id
           read fd-customer
               invalid key
                   add 1 to ws-orphan-count
                   move ws-child-record to f-customer-record
                   display "Missing parent: customer " f-customer-id
                       " names parent " ws-orphan-parent-id
                       ", which is not on file."
                   end-display
           end-read

           move ws-child-record to f-customer-record
           start fd-customer key is greater than f-customer-id
               invalid key
                   move "10" to ws-fs-status-customer
           end-start

           exit paragraph.


       acquire-master-lock.

           move spaces to ws-lock-request
           move 'A' to ws-lock-action
           move "hierarchy-maint" to ws-lock-holder

           call "master-lock" using ws-lock-request
               on exception
                   display "Warning: unable to call master-lock -- "
                       "running unlocked."
                   end-display
                   exit paragraph
           end-call

           if ws-lock-blocked
               display "Customer master is locked by "
                   function trim(ws-lock-holder) " since "
                   ws-lock-held-date " " ws-lock-held-time
                   " -- run stopped."
               end-display
               move 8 to return-code
               goback
           end-if

           set ws-lock-owned to true

           exit paragraph.


       release-master-lock.

           if not ws-lock-owned
               exit paragraph
           end-if

           move 'R' to ws-lock-action
           move "hierarchy-maint" to ws-lock-holder

           call "master-lock" using ws-lock-request
               on exception
                   display "Warning: unable to call master-lock."
           end-call

           move 'N' to ws-lock-owned-sw

           exit paragraph.

       end program customer-hierarchy-maint.

      ******************************************************************
      * author: Erik Eriksen
      * date: 2026-10-15
      * purpose: Corporate hierarchy inquiry over the indexed customer
      *          file redefines.cbl maintains. Given any customer id
      *          in a group, climbs the parent ids to the top-level
      *          parent, then shows the whole tree beneath it, each
      *          subsidiary indented under its parent, read down
      *          through the parent id alternate key. The customer
      *          asked about is marked. Like the browse, it checks
      *          the shared master-lock and warns when the batch side
      *          holds it.
      * tectonics: cobc
      ******************************************************************
       identification division.
       program-id. customer-hierarchy.

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

       working-storage section.

      *> Shared master-lock interface -- the inquiry stays read-only
      *> but warns when the batch side is mid-flight.
       01  ws-lock-request.
           05  ws-lock-action              pic x.
           05  ws-lock-holder              pic x(20).
           05  ws-lock-status              pic x.
               88  ws-lock-granted         value 'G'.
               88  ws-lock-blocked         value 'H'.
           05  ws-lock-held-date           pic x(8).
           05  ws-lock-held-time           pic x(8).

       01  ws-fs-status-customer           pic xx.

       01  ws-inquiry-id-input             pic x(5).
       01  ws-inquiry-id                   pic 9(5).
       01  ws-top-id                       pic 9(5).

      *> Levels climbed or descended; a real group is nowhere near
      *> the limit, so reaching it means the file holds a loop.
       01  ws-depth                        pic 99 comp.
       01  ws-max-depth                    pic 99 comp value 50.

      *> Customers still to show, last in first out so each parent's
      *> subsidiaries print directly beneath it.
       01  ws-num-stack                    pic 9(4) comp value 0.

       01  ws-stack-table                  occurs 0 to 1000 times
                                           depending on ws-num-stack.
           05  ws-stack-id                 pic 9(5).
           05  ws-stack-depth              pic 99 comp.

      *> One parent's subsidiaries as read, before they go on the
      *> stack in reverse so they print in file order.
       01  ws-num-children                 pic 9(4) comp value 0.

       01  ws-child-table                  occurs 0 to 500 times
                                           depending on ws-num-children.
           05  ws-child-id                 pic 9(5).

       01  ws-child-sub                    pic 9(4) comp.

       01  ws-current-id                   pic 9(5).
       01  ws-current-depth                pic 99 comp.
       01  ws-shown-count                  pic 9(5) value 0.

       01  ws-tree-line                    pic x(80).
       01  ws-tree-pointer                 pic 99.
       01  ws-name-text                    pic x(32).

       procedure division.
       main-procedure.

           perform check-master-lock

           display "Customer hierarchy inquiry."
           display "Customer id: " with no advancing
           accept ws-inquiry-id-input

           if function trim(ws-inquiry-id-input) is not numeric
               display "Customer id must be numeric."
               move 4 to return-code
               goback
           end-if

           move function numval(ws-inquiry-id-input) to ws-inquiry-id

           open input fd-customer

           if ws-fs-status-customer not = "00"
               display "Error opening customer file: "
                   ws-fs-status-customer
               end-display
               display "Run redefines-test once to create it."
               move 8 to return-code
               goback
           end-if

           move ws-inquiry-id to f-customer-id
           read fd-customer
               invalid key
                   display "Customer " ws-inquiry-id " not on file."
                   close fd-customer
                   move 4 to return-code
                   goback
           end-read

           perform find-top-parent

           display space
           display "Group headed by customer " ws-top-id ":"
           display "------------------------------"

           perform show-group-tree

           close fd-customer

           display "------------------------------"
           display "Customers in group: " ws-shown-count

           goback.


      *> Climbs from the customer asked about to the top of its
      *> group. A parent missing part way up ends the climb there,
      *> and the tree is shown from the highest customer still on
      *> file.
       find-top-parent.

           move f-customer-id to ws-top-id
           move 0 to ws-depth

           perform until f-customer-parent-id = 0
               if ws-depth >= ws-max-depth
                   display "Warning: parent chain above customer "
                       ws-inquiry-id " loops -- showing from "
                       ws-top-id "."
                   end-display
                   exit perform
               end-if

               add 1 to ws-depth

               move f-customer-parent-id to f-customer-id
               read fd-customer
                   invalid key
                       display "Warning: parent " f-customer-id
                           " of customer " ws-top-id
                           " is not on file."
                       end-display
                       exit perform
               end-read

               move f-customer-id to ws-top-id
           end-perform

           exit paragraph.


       show-group-tree.

           move 1 to ws-num-stack
           move ws-top-id to ws-stack-id(1)
           move 0 to ws-stack-depth(1)

           perform until ws-num-stack = 0
               move ws-stack-id(ws-num-stack) to ws-current-id
               move ws-stack-depth(ws-num-stack) to ws-current-depth
               subtract 1 from ws-num-stack

               move ws-current-id to f-customer-id
               read fd-customer
                   invalid key
                       continue
                   not invalid key
                       perform show-one-customer
                       if ws-current-depth < ws-max-depth
                           perform stack-subsidiaries
                       end-if
               end-read
           end-perform

           exit paragraph.


       show-one-customer.

           add 1 to ws-shown-count

           if f-customer-type-corp
               move f-corp-name to ws-name-text
           else
               move spaces to ws-name-text
               string function trim(f-customer-first-name) " "
                   function trim(f-customer-last-name)
                   delimited by size
                   into ws-name-text
               end-string
           end-if

           move spaces to ws-tree-line
           compute ws-tree-pointer = ws-current-depth * 2 + 1
           end-compute
           if ws-tree-pointer > 30
               move 31 to ws-tree-pointer
           end-if

           string f-customer-id "  " ws-name-text " " f-state
               delimited by size
               into ws-tree-line
               with pointer ws-tree-pointer
           end-string

           if f-customer-id = ws-inquiry-id
               string "  <--"
                   delimited by size
                   into ws-tree-line
                   with pointer ws-tree-pointer
               end-string
           end-if

           display function trim(ws-tree-line trailing)

           exit paragraph.


      *> Reads the subsidiaries of the customer just shown through
      *> the parent id key, then stacks them last first.
       stack-subsidiaries.

           move 0 to ws-num-children

           move ws-current-id to f-customer-parent-id
           start fd-customer key is equal to f-customer-parent-id
               invalid key
                   exit paragraph
           end-start

           perform until ws-fs-status-customer = "10"
               read fd-customer next record
                   at end
                       move "10" to ws-fs-status-customer
                   not at end
                       if f-customer-parent-id not = ws-current-id
                           move "10" to ws-fs-status-customer
                       else
                           if ws-num-children < 500
                               add 1 to ws-num-children
                               move f-customer-id
                                   to ws-child-id(ws-num-children)
                           end-if
                       end-if
               end-read
           end-perform

           perform varying ws-child-sub from ws-num-children by -1
           until ws-child-sub = 0
               if ws-num-stack < 1000
                   add 1 to ws-num-stack
                   move ws-child-id(ws-child-sub)
                       to ws-stack-id(ws-num-stack)
                   compute ws-stack-depth(ws-num-stack) =
                       ws-current-depth + 1
                   end-compute
               end-if
           end-perform

           exit paragraph.


      *> The inquiry never writes, so a held lock is a warning, not
      *> a refusal.
       check-master-lock.

           move spaces to ws-lock-request
           move 'C' to ws-lock-action

           call "master-lock" using ws-lock-request
               on exception
                   exit paragraph
           end-call

           if ws-lock-blocked
               display "NOTE: the customer master is locked by "
                   function trim(ws-lock-holder) " since "
                   ws-lock-held-date " " ws-lock-held-time " -- "
                   "records shown may be mid-update."
               end-display
           end-if

           exit paragraph.

       end program customer-hierarchy.

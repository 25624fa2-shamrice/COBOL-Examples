      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-10-15
      * Purpose: Month-end inventory valuation. Extends every item's
      *          on-hand on search-items.txt by its standard unit
      *          cost and lists the result by item, with a subtotal
      *          for each id-1 group and a warehouse total, to
      *          inventory-valuation.txt. Stock with no standard cost
      *          set can't be valued; it is flagged on the report and
      *          the run finishes with return code 4 until finance
      *          costs it through item-maintenance. The total is then
      *          booked onto numval-ledger.txt in the entry layout
      *          numval-test and gl-bridge write, tagged INV-VALUE
      *          under the inventory code 1300: the entry is the
      *          movement from what the ledger already holds for
      *          inventory to this valuation, so the inventory
      *          balance on the ledger always equals the latest
      *          valuation and a rerun posts nothing.
      * Tectonics: cobc
      ******************************************************************
       identification division.
       program-id. inventory-valuation.

       environment division.
       input-output section.
       file-control.

           select fd-item-file assign to "search-items.txt"
           organization is line sequential
           file status is ws-fs-status-items.

           select fd-ledger assign to "numval-ledger.txt"
           organization is line sequential
           file status is ws-fs-status-ledger.

           select fd-valuation-sort-file
           assign to "valuation-sort-temp.txt".

           select fd-valuation-report
           assign to "inventory-valuation.txt"
           organization is line sequential
           file status is ws-fs-status-report.

       data division.

       file section.

       fd  fd-item-file.
       01  f-item-record.
           05  f-item-id-1                         pic 9(4).
           05  f-item-id-2                         pic 9(4).
           05  f-item-id-3                         pic 9(4).
           05  f-item-name                         pic x(16).
           05  f-item-date                         pic x(10).
           05  f-item-on-hand                      pic 9(5).
           05  f-item-reorder-point                pic 9(5).
           05  f-item-reorder-qty                  pic 9(5).
           05  f-item-allocated                    pic 9(5).
           05  f-item-location                     pic x(6).
           05  f-item-damaged                      pic 9(5).
           05  f-item-vendor-id                    pic 9(5).
           05  f-item-unit-cost                    pic 9(5)v99.
           05  f-item-on-order                     pic 9(5).
           05  f-item-last-count-date              pic 9(8).
           05  f-item-std-cost                     pic 9(5)v99.

      *> Same entry layout numval-test and gl-bridge append. Close
      *> records ledger-period-close writes start *CLOSE* and are
      *> skipped.
       fd  fd-ledger.
       01  f-ledger-entry-record.
           05  f-entry-date                        pic x(8).
           05  filler                              pic x.
           05  f-entry-time                        pic x(8).
           05  filler                              pic x.
           05  f-entry-x-val                       pic x(10).
           05  filler                              pic x.
           05  f-entry-9-val                       pic 9(10).
           05  filler                              pic x.
           05  f-entry-currency-val                pic x(15).
           05  filler                              pic x.
           05  f-entry-total                       pic -(8)9.99.
           05  filler                              pic x.
           05  f-entry-account-code                pic 9(4).

       sd  fd-valuation-sort-file.
       01  f-valuation-sort-record.
           05  f-sort-item-id-1                    pic 9(4).
           05  f-sort-item-id-2                    pic 9(4).
           05  f-sort-item-name                    pic x(16).
           05  f-sort-on-hand                      pic 9(5).
           05  f-sort-std-cost                     pic 9(5)v99.

       fd  fd-valuation-report.
       01  f-report-record                         pic x(100).

       working-storage section.

       01  ws-fs-status-items                      pic xx.
       01  ws-fs-status-ledger                     pic xx.
       01  ws-fs-status-report                     pic xx.

       01  ws-eof-sw                               pic x value 'N'.
           88  ws-eof                              value 'Y'.
           88  ws-not-eof                          value 'N'.

      *> Business-date request for the shared business-date
      *> subprogram -- the valuation is as at the business day.
       01  ws-business-date-request.
           05  ws-bd-action                 pic x.
           05  ws-bd-date                   pic 9(8).

       01  ws-business-date                        pic 9(8).
       01  ws-valuation-time                       pic x(8).

      *> Inventory on the chart of accounts, and the tag the
      *> valuation's ledger entries carry.
       01  ws-inventory-account                    pic 9(4) value 1300.
       01  ws-valuation-tag                        pic x(10)
                                                   value "INV-VALUE".

      *> Control break on the id-1 group.
       01  ws-first-group-sw                       pic x value 'Y'.
           88  ws-first-group                      value 'Y'.
           88  ws-not-first-group                  value 'N'.

       01  ws-prev-item-id-1                       pic 9(4).
       01  ws-group-quantity                       pic 9(7) value 0.
       01  ws-group-value                          pic 9(9)v99 value 0.

       01  ws-item-value                           pic 9(9)v99.

       01  ws-items-read                           pic 9(5) value 0.
       01  ws-items-valued                         pic 9(5) value 0.
       01  ws-uncosted-count                       pic 9(5) value 0.
       01  ws-total-quantity                       pic 9(7) value 0.
       01  ws-total-value                          pic 9(9)v99 value 0.

       01  ws-ledger-balance                       pic s9(9)v99
                                                   value 0.
       01  ws-ledger-movement                      pic s9(9)v99
                                                   value 0.

       01  ws-report-line                          pic x(100).
       01  ws-date-display                         pic 9999/99/99.
       01  ws-qty-display                          pic zz,zz9.
       01  ws-group-qty-display                    pic z,zzz,zz9.
       01  ws-cost-display                         pic zz,zz9.99.
       01  ws-value-display                        pic zzz,zzz,zz9.99.
       01  ws-signed-display                       pic zzz,zzz,zz9.99-.


      *> Entry for the common report catalog, written by the shared
      *> report-catalog subprogram.
       01  ws-catalog-request.
           05  ws-rc-name                  pic x(20).
           05  ws-rc-file                  pic x(40).
           05  ws-rc-pages                 pic 9(3).

       procedure division.
       main-procedure.

           display "Inventory valuation."

           perform fetch-valuation-date

           open output fd-valuation-report

           if ws-fs-status-report not = "00"
               display "Error opening inventory-valuation.txt: "
                   ws-fs-status-report
               end-display
               move 8 to return-code
               goback
           end-if

           perform write-report-heading

           sort fd-valuation-sort-file
               on ascending key f-sort-item-id-1
               ascending key f-sort-item-id-2
               input procedure is release-items
               output procedure is write-valuation-lines

           if return-code = 8
               close fd-valuation-report
               goback
           end-if

           perform write-report-totals
           perform load-ledger-balance
           perform post-ledger-movement
           perform write-ledger-section

           close fd-valuation-report

           display "Done. See inventory-valuation.txt"
           move spaces to ws-catalog-request
           move "INVENTORY-VALUATION" to ws-rc-name
           move "inventory-valuation.txt" to ws-rc-file
           move 0 to ws-rc-pages
           call "report-catalog" using ws-catalog-request
               on exception
                   display "Warning: unable to call report-catalog."
           end-call

           move ws-total-value to ws-value-display
           display "Items valued:      " ws-items-valued
           display "Inventory value:   " ws-value-display
           display "No standard cost:  " ws-uncosted-count

           if ws-uncosted-count > 0
               move 4 to return-code
           end-if

           goback.


      *> The business day, with the system date as the fallback when
      *> the calendar subprogram isn't linked in.
       fetch-valuation-date.

           move 'F' to ws-bd-action
           call "business-date" using ws-business-date-request
               on exception
                   display "Warning: unable to call business-date, "
                       "using the system date."
                   end-display
                   move 0 to ws-bd-date
           end-call

           if ws-bd-date = 0
               accept ws-business-date from date yyyymmdd
           else
               move ws-bd-date to ws-business-date
           end-if

           accept ws-valuation-time from time

           exit paragraph.


       release-items.

           set ws-not-eof to true

           open input fd-item-file

           if ws-fs-status-items not = "00"
               display "Error opening search-items.txt: "
                   ws-fs-status-items
               end-display
               display "Run item-maintenance once to build it."
               move 8 to return-code
               exit paragraph
           end-if

           perform until ws-eof
               read fd-item-file
                   at end
                       set ws-eof to true
                   not at end
                       add 1 to ws-items-read
                       move f-item-id-1 to f-sort-item-id-1
                       move f-item-id-2 to f-sort-item-id-2
                       move f-item-name to f-sort-item-name
                       move f-item-on-hand to f-sort-on-hand
                       if f-item-std-cost is numeric
                           move f-item-std-cost to f-sort-std-cost
                       else
                           move 0 to f-sort-std-cost
                       end-if
                       release f-valuation-sort-record
               end-read
           end-perform

           close fd-item-file

           exit paragraph.


       write-valuation-lines.

           set ws-not-eof to true

           perform until ws-eof
               return fd-valuation-sort-file
                   at end
                       set ws-eof to true
                   not at end
                       if ws-first-group
                       or f-sort-item-id-1 not = ws-prev-item-id-1
                           perform start-item-group
                       end-if
                       perform write-item-line
               end-return
           end-perform

           if ws-not-first-group
               perform write-group-subtotal
           end-if

           exit paragraph.


       start-item-group.

           if ws-not-first-group
               perform write-group-subtotal
           end-if

           set ws-not-first-group to true
           move f-sort-item-id-1 to ws-prev-item-id-1
           move 0 to ws-group-quantity
           move 0 to ws-group-value

           exit paragraph.


      *> On-hand at standard cost. Stock with no standard cost is
      *> listed unvalued; an empty bin with none is nothing to value.
       write-item-line.

           compute ws-item-value = f-sort-on-hand * f-sort-std-cost
           end-compute

           add f-sort-on-hand to ws-group-quantity
           add f-sort-on-hand to ws-total-quantity
           add ws-item-value to ws-group-value
           add ws-item-value to ws-total-value

           move spaces to ws-report-line
           move f-sort-item-id-1 to ws-report-line(3:4)
           move "/" to ws-report-line(7:1)
           move f-sort-item-id-2 to ws-report-line(8:4)
           move f-sort-item-name to ws-report-line(14:16)
           move f-sort-on-hand to ws-qty-display
           move ws-qty-display to ws-report-line(34:6)

           if f-sort-std-cost = 0
           and f-sort-on-hand > 0
               add 1 to ws-uncosted-count
               move "** no standard cost **" to ws-report-line(44:22)
           else
               add 1 to ws-items-valued
               move f-sort-std-cost to ws-cost-display
               move ws-cost-display to ws-report-line(44:9)
               move ws-item-value to ws-value-display
               move ws-value-display to ws-report-line(56:14)
           end-if

           perform write-report-line

           exit paragraph.


       write-group-subtotal.

           move spaces to ws-report-line
           move "group" to ws-report-line(14:5)
           move ws-prev-item-id-1 to ws-report-line(20:4)
           move "total" to ws-report-line(25:5)
           move ws-group-quantity to ws-group-qty-display
           move ws-group-qty-display to ws-report-line(31:9)
           move ws-group-value to ws-value-display
           move ws-value-display to ws-report-line(56:14)
           perform write-report-line

           move spaces to ws-report-line
           perform write-report-line

           exit paragraph.


       write-report-heading.

           move ws-business-date to ws-date-display

           move spaces to ws-report-line
           string "Inventory valuation at standard cost as at "
               ws-date-display
               into ws-report-line
           end-string
           perform write-report-line

           move spaces to ws-report-line
           perform write-report-line

           move "  item       name                 on hand   std cost"
               & "          value" to ws-report-line
           perform write-report-line

           exit paragraph.


       write-report-totals.

           move ws-total-quantity to ws-group-qty-display
           move ws-total-value to ws-value-display

           move spaces to ws-report-line
           move "Warehouse total" to ws-report-line(3:15)
           move ws-group-qty-display to ws-report-line(31:9)
           move ws-value-display to ws-report-line(56:14)
           perform write-report-line

           move spaces to ws-report-line
           perform write-report-line

           move spaces to ws-report-line
           string
               "Items read: " ws-items-read
               "   valued: " ws-items-valued
               "   no standard cost: " ws-uncosted-count
               into ws-report-line
           end-string
           perform write-report-line

           exit paragraph.


      *> What the ledger holds for inventory today: every valuation
      *> entry booked so far. No ledger yet means nothing booked.
       load-ledger-balance.

           set ws-not-eof to true

           open input fd-ledger

           if ws-fs-status-ledger = "35"
               exit paragraph
           end-if

           if ws-fs-status-ledger not = "00"
               display "Error opening numval-ledger.txt: "
                   ws-fs-status-ledger
               end-display
               move 8 to return-code
               goback
           end-if

           perform until ws-eof
               read fd-ledger
                   at end
                       set ws-eof to true
                   not at end
                       if f-entry-date(1:7) not = "*CLOSE*"
                       and f-entry-x-val = ws-valuation-tag
                       and f-entry-account-code = ws-inventory-account
                           compute ws-ledger-balance =
                               ws-ledger-balance
                               + function numval(f-entry-total)
                           end-compute
                       end-if
               end-read
           end-perform

           close fd-ledger

           exit paragraph.


      *> Books the difference between the valuation and the ledger's
      *> inventory balance, when there is one.
       post-ledger-movement.

           compute ws-ledger-movement =
               ws-total-value - ws-ledger-balance
           end-compute

           if ws-ledger-movement = 0
               exit paragraph
           end-if

           open extend fd-ledger

           if ws-fs-status-ledger = "35"
               open output fd-ledger
           end-if

           if ws-fs-status-ledger not = "00"
               display "Error opening numval-ledger.txt: "
                   ws-fs-status-ledger
               end-display
               move 8 to return-code
               goback
           end-if

           move spaces to f-ledger-entry-record
           move ws-business-date to f-entry-date
           move ws-valuation-time to f-entry-time
           move ws-valuation-tag to f-entry-x-val
           move ws-items-valued to f-entry-9-val
           move spaces to f-entry-currency-val
           move ws-ledger-movement to f-entry-total
           move ws-inventory-account to f-entry-account-code
           write f-ledger-entry-record

           close fd-ledger

           exit paragraph.


       write-ledger-section.

           move spaces to ws-report-line
           perform write-report-line

           move "Ledger (numval-ledger.txt, inventory account 1300)"
               to ws-report-line
           perform write-report-line

           move ws-ledger-balance to ws-signed-display
           move spaces to ws-report-line
           move "  balance before this valuation" to ws-report-line
           move ws-signed-display to ws-report-line(55:15)
           perform write-report-line

           move ws-ledger-movement to ws-signed-display
           move spaces to ws-report-line
           if ws-ledger-movement = 0
               move "  no entry -- ledger already at this valuation"
                   to ws-report-line
           else
               move "  INV-VALUE entry posted" to ws-report-line
           end-if
           move ws-signed-display to ws-report-line(55:15)
           perform write-report-line

           move ws-total-value to ws-signed-display
           move spaces to ws-report-line
           move "  balance after" to ws-report-line
           move ws-signed-display to ws-report-line(55:15)
           perform write-report-line

           exit paragraph.


       write-report-line.

           move ws-report-line to f-report-record
           write f-report-record

           exit paragraph.

       end program inventory-valuation.

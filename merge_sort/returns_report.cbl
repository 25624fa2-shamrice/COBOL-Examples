      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-10-15
      * Purpose: Monthly returns report. Lists the returns booked on
      *          customer-returns.txt in the business month -- by
      *          item, with the item name off search-items.txt, and
      *          within each item by reason code, so purchasing can
      *          see which products keep coming back and why. Each
      *          reason and item carries a quantity and credit
      *          subtotal. The report closes with a summary by reason
      *          across all items and the split of units put back on
      *          the shelf ('G' good) against units written to the
      *          damaged bucket ('D'). The month is the one the
      *          shared business-date subprogram is in.
      * Tectonics: cobc
      ******************************************************************
       identification division.
       program-id. returns-report.

       environment division.
       input-output section.
       file-control.

           select fd-returns-file assign to "customer-returns.txt"
           organization is line sequential
           file status is ws-fs-status-returns.

           select fd-return-sort-file
           assign to "return-sort-temp.txt".

           select fd-item-file assign to "search-items.txt"
           organization is line sequential
           file status is ws-fs-status-items.

           select fd-report-file
           assign to "returns-report.txt"
           organization is line sequential
           file status is ws-fs-status-report.

       data division.

       file section.

       fd  fd-returns-file.
       01  f-return-record.
           05  f-rtn-number                        pic 9(6).
           05  f-rtn-date                          pic x(8).
           05  f-rtn-order-number                  pic 9(6).
           05  f-rtn-line-number                   pic 9(3).
           05  f-rtn-customer-id                   pic 9(5).
           05  f-rtn-item-id-1                     pic 9(4).
           05  f-rtn-item-id-2                     pic 9(4).
           05  f-rtn-quantity                      pic 9(5).
           05  f-rtn-condition                     pic x.
           05  f-rtn-reason                        pic xx.
           05  f-rtn-credit-amount                 pic 9(7)v99.
           05  f-rtn-credit-period                 pic 9(6).

       sd  fd-return-sort-file.
       01  f-sort-return-record.
           05  f-sort-rtn-item-id-1                pic 9(4).
           05  f-sort-rtn-item-id-2                pic 9(4).
           05  f-sort-rtn-reason                   pic xx.
           05  f-sort-rtn-date                     pic 9(8).
           05  f-sort-rtn-number                   pic 9(6).
           05  f-sort-rtn-order-number             pic 9(6).
           05  f-sort-rtn-customer-id              pic 9(5).
           05  f-sort-rtn-condition                pic x.
               88  f-sort-rtn-damaged              value 'D'.
           05  f-sort-rtn-quantity                 pic 9(5).
           05  f-sort-rtn-credit-amount            pic 9(7)v99.

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

       fd  fd-report-file.
       01  f-report-record                         pic x(132).

       working-storage section.

       01  ws-fs-status-returns                    pic xx.
       01  ws-fs-status-items                      pic xx.
       01  ws-fs-status-report                     pic xx.

       01  ws-eof-sw                               pic x value 'N'.
           88  ws-eof                              value 'Y'.
           88  ws-not-eof                          value 'N'.

       01  ws-returns-present-sw                   pic x value 'N'.
           88  ws-returns-present                  value 'Y'.

      *> Business-date request for the shared business-date
      *> subprogram -- the report covers the business month.
       01  ws-business-date-request.
           05  ws-bd-action                 pic x.
           05  ws-bd-date                   pic 9(8).

       01  ws-business-date                        pic 9(8).
       01  ws-business-date-split redefines ws-business-date.
           05  ws-bd-period                        pic 9(6).
           05  ws-bd-day                           pic 99.

      *> Item names for the report.
       01  ws-num-items                            pic 999 comp
                                                   value 0.

       01  ws-item-table                           occurs 0 to 500
                                                   times depending on
                                                       ws-num-items
                                                   indexed by
                                                       ws-item-idx.
           05  ws-item-key-1                       pic 9(4).
           05  ws-item-key-2                       pic 9(4).
           05  ws-item-name                        pic x(16).

       01  ws-item-name-found                      pic x(16).

      *> The reason codes order intake accepts, in summary order.
      *> Anything else on file is counted under 'OT', other.
       01  ws-reason-values.
           05  filler  pic x(22) value "DFdefective           ".
           05  filler  pic x(22) value "WIwrong item shipped  ".
           05  filler  pic x(22) value "DTdamaged in transit  ".
           05  filler  pic x(22) value "NNno longer needed    ".
           05  filler  pic x(22) value "OTother               ".

       01  ws-reason-table redefines ws-reason-values.
           05  ws-reason-entry                     occurs 5 times
                                                   indexed by
                                                       ws-reason-idx.
               10  ws-reason-code                  pic xx.
               10  ws-reason-description           pic x(20).

       01  ws-reason-totals.
           05  ws-reason-total                     occurs 5 times.
               10  ws-rsn-count                    pic 9(5).
               10  ws-rsn-quantity                 pic 9(7).
               10  ws-rsn-credit                   pic 9(9)v99.

       01  ws-found-reason-idx                     pic 9 comp.

      *> Control-break fields for the item and reason groups.
       01  ws-first-group-sw                       pic x.
           88  ws-first-group                      value 'Y'.
           88  ws-not-first-group                  value 'N'.

       01  ws-prev-item-id-1                       pic 9(4).
       01  ws-prev-item-id-2                       pic 9(4).
       01  ws-prev-reason                          pic xx.

       01  ws-item-line-count                      pic 9(4) value 0.
       01  ws-item-quantity                        pic 9(7) value 0.
       01  ws-item-credit                          pic 9(9)v99 value 0.
       01  ws-reason-quantity                      pic 9(7) value 0.
       01  ws-reason-credit                        pic 9(9)v99 value 0.

       01  ws-return-count                         pic 9(5) value 0.
       01  ws-total-quantity                       pic 9(7) value 0.
       01  ws-total-credit                         pic 9(9)v99 value 0.
       01  ws-good-quantity                        pic 9(7) value 0.
       01  ws-damaged-quantity                     pic 9(7) value 0.
       01  ws-item-group-count                     pic 9(4) value 0.

       01  ws-report-line                          pic x(132).
       01  ws-date-display                         pic 9999/99/99.
       01  ws-count-display                        pic zz,zz9.
       01  ws-quantity-display                     pic zz,zz9.
       01  ws-subtotal-display                     pic z,zzz,zz9.
       01  ws-amount-display                       pic z,zzz,zz9.99.
       01  ws-total-display                        pic zzz,zzz,zz9.99.


      *> Entry for the common report catalog, written by the shared
      *> report-catalog subprogram.
       01  ws-catalog-request.
           05  ws-rc-name                  pic x(20).
           05  ws-rc-file                  pic x(40).
           05  ws-rc-pages                 pic 9(3).

       procedure division.
       main-procedure.

           display "Returns report."

           perform fetch-report-period
           perform load-item-names
           perform check-returns-file

           open output fd-report-file

           if ws-fs-status-report not = "00"
               display "Error opening returns-report.txt: "
                   ws-fs-status-report
               end-display
               move 8 to return-code
               goback
           end-if

           move spaces to ws-report-line
           string "Returns booked in period " ws-bd-period
               into ws-report-line
           end-string
           perform write-report-line
           move spaces to ws-report-line
           perform write-report-line

           initialize ws-reason-totals

           if ws-returns-present
               perform report-by-item
           end-if

           if ws-return-count = 0
               move "    (no returns this period)" to ws-report-line
               perform write-report-line
               move spaces to ws-report-line
               perform write-report-line
           end-if

           perform write-reason-summary
           perform write-report-totals

           close fd-report-file

           display "Done. See returns-report.txt"
           move spaces to ws-catalog-request
           move "RETURNS" to ws-rc-name
           move "returns-report.txt" to ws-rc-file
           move 0 to ws-rc-pages
           call "report-catalog" using ws-catalog-request
               on exception
                   display "Warning: unable to call report-catalog."
           end-call

           display "Returns this period: " ws-return-count

           goback.


      *> The business month, with the system date as the fallback
      *> when the calendar subprogram isn't linked in.
       fetch-report-period.

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

           exit paragraph.


      *> No item file just means the names print blank.
       load-item-names.

           set ws-not-eof to true

           open input fd-item-file

           if ws-fs-status-items not = "00"
               display "Warning: search-items.txt not readable, "
                   "status " ws-fs-status-items
               end-display
               exit paragraph
           end-if

           perform until ws-eof
               read fd-item-file
                   at end
                       set ws-eof to true
                   not at end
                       if ws-num-items < 500
                           add 1 to ws-num-items
                           move f-item-id-1
                               to ws-item-key-1(ws-num-items)
                           move f-item-id-2
                               to ws-item-key-2(ws-num-items)
                           move f-item-name
                               to ws-item-name(ws-num-items)
                       end-if
               end-read
           end-perform

           close fd-item-file

           exit paragraph.


      *> No returns file (status "35") means nothing has come back
      *> yet -- the report still prints, saying so.
       check-returns-file.

           open input fd-returns-file

           if ws-fs-status-returns = "35"
               exit paragraph
           end-if

           if ws-fs-status-returns not = "00"
               display "Error opening customer-returns.txt: "
                   ws-fs-status-returns
               end-display
               move 8 to return-code
               goback
           end-if

           close fd-returns-file

           set ws-returns-present to true

           exit paragraph.


       report-by-item.

           move "  item       name              rsn  rma     returned"
               & "     order   cust  cnd    qty          credit"
               to ws-report-line
           perform write-report-line

           set ws-first-group to true

           sort fd-return-sort-file
               on ascending key f-sort-rtn-item-id-1
               ascending key f-sort-rtn-item-id-2
               ascending key f-sort-rtn-reason
               ascending key f-sort-rtn-date
               ascending key f-sort-rtn-number
               input procedure is release-period-returns
               output procedure is print-item-section

           exit paragraph.


      *> Releases the returns booked in the business month.
       release-period-returns.

           set ws-not-eof to true

           open input fd-returns-file

           perform until ws-eof
               read fd-returns-file
                   at end
                       set ws-eof to true
                   not at end
                       if f-rtn-date(1:6) = ws-bd-period
                           move f-rtn-item-id-1 to f-sort-rtn-item-id-1
                           move f-rtn-item-id-2 to f-sort-rtn-item-id-2
                           move f-rtn-reason to f-sort-rtn-reason
                           move f-rtn-date to f-sort-rtn-date
                           move f-rtn-number to f-sort-rtn-number
                           move f-rtn-order-number
                               to f-sort-rtn-order-number
                           move f-rtn-customer-id
                               to f-sort-rtn-customer-id
                           move f-rtn-condition to f-sort-rtn-condition
                           move f-rtn-quantity to f-sort-rtn-quantity
                           move f-rtn-credit-amount
                               to f-sort-rtn-credit-amount
                           release f-sort-return-record
                       end-if
               end-read
           end-perform

           close fd-returns-file

           exit paragraph.


       print-item-section.

           set ws-not-eof to true

           perform until ws-eof
               return fd-return-sort-file
                   at end
                       set ws-eof to true
                   not at end
                       if ws-first-group
                       or f-sort-rtn-item-id-1 not = ws-prev-item-id-1
                       or f-sort-rtn-item-id-2 not = ws-prev-item-id-2
                           perform start-item-group
                       else
                           if f-sort-rtn-reason not = ws-prev-reason
                               perform write-reason-subtotal
                               perform start-reason-group
                           end-if
                       end-if
                       perform write-item-detail-line
               end-return
           end-perform

           if ws-not-first-group
               perform write-reason-subtotal
               perform write-item-subtotal
           end-if

           exit paragraph.


       start-item-group.

           if ws-not-first-group
               perform write-reason-subtotal
               perform write-item-subtotal
           end-if

           set ws-not-first-group to true
           add 1 to ws-item-group-count
           move f-sort-rtn-item-id-1 to ws-prev-item-id-1
           move f-sort-rtn-item-id-2 to ws-prev-item-id-2
           move 0 to ws-item-line-count
           move 0 to ws-item-quantity
           move 0 to ws-item-credit

           perform look-up-item-name
           perform start-reason-group

           exit paragraph.


       start-reason-group.

           move f-sort-rtn-reason to ws-prev-reason
           move 0 to ws-reason-quantity
           move 0 to ws-reason-credit

           exit paragraph.


       write-item-detail-line.

           add 1 to ws-item-line-count
           add f-sort-rtn-quantity to ws-item-quantity
           add f-sort-rtn-credit-amount to ws-item-credit
           add f-sort-rtn-quantity to ws-reason-quantity
           add f-sort-rtn-credit-amount to ws-reason-credit
           add 1 to ws-return-count
           add f-sort-rtn-quantity to ws-total-quantity
           add f-sort-rtn-credit-amount to ws-total-credit

           if f-sort-rtn-damaged
               add f-sort-rtn-quantity to ws-damaged-quantity
           else
               add f-sort-rtn-quantity to ws-good-quantity
           end-if

           perform find-reason
           add 1 to ws-rsn-count(ws-found-reason-idx)
           add f-sort-rtn-quantity
               to ws-rsn-quantity(ws-found-reason-idx)
           add f-sort-rtn-credit-amount
               to ws-rsn-credit(ws-found-reason-idx)

           move spaces to ws-report-line

           if ws-item-line-count = 1
               move f-sort-rtn-item-id-1 to ws-report-line(3:4)
               move "/" to ws-report-line(7:1)
               move f-sort-rtn-item-id-2 to ws-report-line(8:4)
               move ws-item-name-found to ws-report-line(14:16)
           end-if

           move f-sort-rtn-reason to ws-report-line(32:2)
           move f-sort-rtn-number to ws-report-line(37:6)
           move f-sort-rtn-date to ws-date-display
           move ws-date-display to ws-report-line(45:10)
           move f-sort-rtn-order-number to ws-report-line(58:6)
           move f-sort-rtn-customer-id to ws-report-line(66:5)
           move f-sort-rtn-condition to ws-report-line(73:1)
           move f-sort-rtn-quantity to ws-quantity-display
           move ws-quantity-display to ws-report-line(76:6)
           move f-sort-rtn-credit-amount to ws-amount-display
           move ws-amount-display to ws-report-line(86:12)

           perform write-report-line

           exit paragraph.


       write-reason-subtotal.

           move spaces to ws-report-line
           string "reason " ws-prev-reason " total"
               into ws-report-line(45:16)
           end-string
           move ws-reason-quantity to ws-subtotal-display
           move ws-subtotal-display to ws-report-line(73:9)
           move ws-reason-credit to ws-amount-display
           move ws-amount-display to ws-report-line(86:12)
           perform write-report-line

           exit paragraph.


       write-item-subtotal.

           move spaces to ws-report-line
           move "item total" to ws-report-line(45:10)
           move ws-item-quantity to ws-subtotal-display
           move ws-subtotal-display to ws-report-line(73:9)
           move ws-item-credit to ws-amount-display
           move ws-amount-display to ws-report-line(86:12)
           perform write-report-line

           move spaces to ws-report-line
           perform write-report-line

           exit paragraph.


      *> Leaves the summary slot for the return's reason code in
      *> ws-found-reason-idx -- an unknown code counts as other.
       find-reason.

           move 5 to ws-found-reason-idx

           perform varying ws-reason-idx from 1 by 1
           until ws-reason-idx > 5
               if ws-reason-code(ws-reason-idx) = f-sort-rtn-reason
                   set ws-found-reason-idx to ws-reason-idx
                   exit perform
               end-if
           end-perform

           exit paragraph.


       look-up-item-name.

           move "*** NOT ON FILE" to ws-item-name-found

           perform varying ws-item-idx from 1 by 1
           until ws-item-idx > ws-num-items
               if ws-item-key-1(ws-item-idx) = f-sort-rtn-item-id-1
               and ws-item-key-2(ws-item-idx) = f-sort-rtn-item-id-2
                   move ws-item-name(ws-item-idx)
                       to ws-item-name-found
                   exit perform
               end-if
           end-perform

           exit paragraph.


      *> Every reason code prints, returned or not, so a month with
      *> no defects says so.
       write-reason-summary.

           move "By reason" to ws-report-line
           perform write-report-line
           move spaces to ws-report-line
           perform write-report-line

           move "  reason   description           returns       qty"
               & "          credit" to ws-report-line
           perform write-report-line

           perform varying ws-reason-idx from 1 by 1
           until ws-reason-idx > 5
               move spaces to ws-report-line
               move ws-reason-code(ws-reason-idx)
                   to ws-report-line(3:2)
               move ws-reason-description(ws-reason-idx)
                   to ws-report-line(12:20)
               move ws-rsn-count(ws-reason-idx) to ws-count-display
               move ws-count-display to ws-report-line(35:6)
               move ws-rsn-quantity(ws-reason-idx)
                   to ws-subtotal-display
               move ws-subtotal-display to ws-report-line(42:9)
               move ws-rsn-credit(ws-reason-idx) to ws-amount-display
               move ws-amount-display to ws-report-line(55:12)
               perform write-report-line
           end-perform

           move spaces to ws-report-line
           perform write-report-line

           exit paragraph.


       write-report-totals.

           move ws-total-credit to ws-total-display

           move spaces to ws-report-line
           string
               "Returns: " ws-return-count
               "   units: " ws-total-quantity
               "   items: " ws-item-group-count
               "   credit: " ws-total-display
               into ws-report-line
           end-string
           perform write-report-line

           move spaces to ws-report-line
           string
               "Units back to stock: " ws-good-quantity
               "   units to damaged: " ws-damaged-quantity
               into ws-report-line
           end-string
           perform write-report-line

           exit paragraph.


       write-report-line.

           move ws-report-line to f-report-record
           write f-report-record

           exit paragraph.

       end program returns-report.

      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-10-15
      * Purpose: Monthly price-exception report. Order intake prices
      *          every line from the effective-dated price list and
      *          logs each line that did not simply book at list
      *          price to price-exceptions.txt. This report lists the
      *          exceptions logged in the business month, grouped by
      *          exception code -- customer or contract override
      *          prices used ('O'), keyed amounts held for price
      *          review ('H'), variances refused on lines added to
      *          booked orders ('R'), and items with no list price in
      *          effect ('N') -- with the list, keyed and booked
      *          amount of each line and a subtotal per code. It
      *          closes with a summary by code. Return code is 4 when
      *          any line was held or refused, so the morning checks
      *          pick it up. The month is the one the shared
      *          business-date subprogram is in.
      * Tectonics: cobc
      ******************************************************************
       identification division.
       program-id. price-exception-report.

       environment division.
       input-output section.
       file-control.

           select fd-exception-file assign to "price-exceptions.txt"
           organization is line sequential
           file status is ws-fs-status-exceptions.

           select fd-exception-sort-file
           assign to "price-exception-sort-temp.txt".

           select fd-item-file assign to "search-items.txt"
           organization is line sequential
           file status is ws-fs-status-items.

           select fd-report-file
           assign to "price-exception-report.txt"
           organization is line sequential
           file status is ws-fs-status-report.

       data division.

       file section.

       fd  fd-exception-file.
       01  f-exception-record.
           05  f-px-date                           pic 9(8).
           05  f-px-order-number                   pic 9(6).
           05  f-px-line-number                    pic 9(3).
           05  f-px-customer-id                    pic 9(5).
           05  f-px-order-date                     pic x(8).
           05  f-px-item-id-1                      pic 9(4).
           05  f-px-item-id-2                      pic 9(4).
           05  f-px-quantity                       pic 9(5).
           05  f-px-source                         pic x.
           05  f-px-party-id                       pic 9(5).
           05  f-px-unit-price                     pic 9(5)v99.
           05  f-px-list-amount                    pic 9(7)v99.
           05  f-px-keyed-amount                   pic 9(7)v99.
           05  f-px-booked-amount                  pic 9(7)v99.
           05  f-px-code                           pic x.

       sd  fd-exception-sort-file.
       01  f-sort-exception-record.
           05  f-sort-px-code-rank                 pic 9.
           05  f-sort-px-date                      pic 9(8).
           05  f-sort-px-order-number              pic 9(6).
           05  f-sort-px-line-number               pic 9(3).
           05  f-sort-px-customer-id               pic 9(5).
           05  f-sort-px-item-id-1                 pic 9(4).
           05  f-sort-px-item-id-2                 pic 9(4).
           05  f-sort-px-quantity                  pic 9(5).
           05  f-sort-px-source                    pic x.
           05  f-sort-px-party-id                  pic 9(5).
           05  f-sort-px-unit-price                pic 9(5)v99.
           05  f-sort-px-list-amount               pic 9(7)v99.
           05  f-sort-px-keyed-amount              pic 9(7)v99.
           05  f-sort-px-booked-amount             pic 9(7)v99.

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

       01  ws-fs-status-exceptions                 pic xx.
       01  ws-fs-status-items                      pic xx.
       01  ws-fs-status-report                     pic xx.

       01  ws-eof-sw                               pic x value 'N'.
           88  ws-eof                              value 'Y'.
           88  ws-not-eof                          value 'N'.

       01  ws-exceptions-present-sw                pic x value 'N'.
           88  ws-exceptions-present               value 'Y'.

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

      *> The exception codes order intake logs, in report order.
      *> Anything else on file is counted under '?', other.
       01  ws-code-values.
           05  filler  pic x(26) value "Ooverride price used      ".
           05  filler  pic x(26) value "Hheld for price review    ".
           05  filler  pic x(26) value "Rrefused, price variance  ".
           05  filler  pic x(26) value "Nno list price in effect  ".
           05  filler  pic x(26) value "?other                    ".

       01  ws-code-table redefines ws-code-values.
           05  ws-code-entry                       occurs 5 times
                                                   indexed by
                                                       ws-code-idx.
               10  ws-code-value                   pic x.
               10  ws-code-description             pic x(25).

       01  ws-code-totals.
           05  ws-code-total                       occurs 5 times.
               10  ws-cd-count                     pic 9(5).
               10  ws-cd-list-amount               pic 9(9)v99.
               10  ws-cd-keyed-amount              pic 9(9)v99.
               10  ws-cd-booked-amount             pic 9(9)v99.

       01  ws-found-code-idx                       pic 9 comp.

      *> Control-break fields for the code groups.
       01  ws-first-group-sw                       pic x.
           88  ws-first-group                      value 'Y'.
           88  ws-not-first-group                  value 'N'.

       01  ws-prev-code-rank                       pic 9.

       01  ws-exception-count                      pic 9(5) value 0.
       01  ws-review-count                         pic 9(5) value 0.
       01  ws-total-list-amount                    pic 9(9)v99 value 0.
       01  ws-total-keyed-amount                   pic 9(9)v99 value 0.
       01  ws-total-booked-amount                  pic 9(9)v99 value 0.

       01  ws-report-line                          pic x(132).
       01  ws-date-display                         pic 9999/99/99.
       01  ws-count-display                        pic zz,zz9.
       01  ws-quantity-display                     pic zz,zz9.
       01  ws-price-display                        pic zz,zz9.99.
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

           display "Price exception report."

           perform fetch-report-period
           perform load-item-names
           perform check-exception-file

           open output fd-report-file

           if ws-fs-status-report not = "00"
               display "Error opening price-exception-report.txt: "
                   ws-fs-status-report
               end-display
               move 8 to return-code
               goback
           end-if

           move spaces to ws-report-line
           string "Price exceptions logged in period " ws-bd-period
               into ws-report-line
           end-string
           perform write-report-line
           move spaces to ws-report-line
           perform write-report-line

           initialize ws-code-totals

           if ws-exceptions-present
               perform report-by-code
           end-if

           if ws-exception-count = 0
               move "    (no price exceptions this period)"
                   to ws-report-line
               perform write-report-line
               move spaces to ws-report-line
               perform write-report-line
           end-if

           perform write-code-summary
           perform write-report-totals

           close fd-report-file

           display "Done. See price-exception-report.txt"
           move spaces to ws-catalog-request
           move "PRICE-EXCEPTIONS" to ws-rc-name
           move "price-exception-report.txt" to ws-rc-file
           move 0 to ws-rc-pages
           call "report-catalog" using ws-catalog-request
               on exception
                   display "Warning: unable to call report-catalog."
           end-call

           display "Price exceptions this period: " ws-exception-count

           if ws-review-count > 0
               display "Lines held or refused on price: "
                   ws-review-count
               end-display
               move 4 to return-code
           end-if

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


      *> No exceptions file (status "35") means order intake has not
      *> priced anything off list yet -- the report still prints,
      *> saying so.
       check-exception-file.

           open input fd-exception-file

           if ws-fs-status-exceptions = "35"
               exit paragraph
           end-if

           if ws-fs-status-exceptions not = "00"
               display "Error opening price-exceptions.txt: "
                   ws-fs-status-exceptions
               end-display
               move 8 to return-code
               goback
           end-if

           close fd-exception-file

           set ws-exceptions-present to true

           exit paragraph.


       report-by-code.

           set ws-first-group to true

           sort fd-exception-sort-file
               on ascending key f-sort-px-code-rank
               ascending key f-sort-px-date
               ascending key f-sort-px-order-number
               ascending key f-sort-px-line-number
               input procedure is release-period-exceptions
               output procedure is print-code-section

           exit paragraph.


      *> Releases the exceptions logged in the business month, keyed
      *> by the code's place in the report order.
       release-period-exceptions.

           set ws-not-eof to true

           open input fd-exception-file

           perform until ws-eof
               read fd-exception-file
                   at end
                       set ws-eof to true
                   not at end
                       if f-px-date(1:6) = ws-bd-period
                           perform find-code
                           move ws-found-code-idx
                               to f-sort-px-code-rank
                           move f-px-date to f-sort-px-date
                           move f-px-order-number
                               to f-sort-px-order-number
                           move f-px-line-number
                               to f-sort-px-line-number
                           move f-px-customer-id
                               to f-sort-px-customer-id
                           move f-px-item-id-1 to f-sort-px-item-id-1
                           move f-px-item-id-2 to f-sort-px-item-id-2
                           move f-px-quantity to f-sort-px-quantity
                           move f-px-source to f-sort-px-source
                           move f-px-party-id to f-sort-px-party-id
                           move f-px-unit-price
                               to f-sort-px-unit-price
                           move f-px-list-amount
                               to f-sort-px-list-amount
                           move f-px-keyed-amount
                               to f-sort-px-keyed-amount
                           move f-px-booked-amount
                               to f-sort-px-booked-amount
                           release f-sort-exception-record
                       end-if
               end-read
           end-perform

           close fd-exception-file

           exit paragraph.


       print-code-section.

           set ws-not-eof to true

           perform until ws-eof
               return fd-exception-sort-file
                   at end
                       set ws-eof to true
                   not at end
                       if ws-first-group
                       or f-sort-px-code-rank not = ws-prev-code-rank
                           perform start-code-group
                       end-if
                       perform write-exception-detail-line
               end-return
           end-perform

           if ws-not-first-group
               perform write-code-subtotal
           end-if

           exit paragraph.


       start-code-group.

           if ws-not-first-group
               perform write-code-subtotal
           end-if

           set ws-not-first-group to true
           move f-sort-px-code-rank to ws-prev-code-rank

           move spaces to ws-report-line
           string ws-code-value(ws-prev-code-rank) " - "
               ws-code-description(ws-prev-code-rank)
               into ws-report-line
           end-string
           perform write-report-line

           move spaces to ws-report-line
           move "logged" to ws-report-line(3:6)
           move "order" to ws-report-line(15:5)
           move "ln" to ws-report-line(22:2)
           move "cust" to ws-report-line(27:4)
           move "item" to ws-report-line(34:4)
           move "name" to ws-report-line(44:4)
           move "qty" to ws-report-line(64:3)
           move "src" to ws-report-line(68:3)
           move "party" to ws-report-line(72:5)
           move "unit price" to ws-report-line(78:10)
           move "list" to ws-report-line(97:4)
           move "keyed" to ws-report-line(110:5)
           move "booked" to ws-report-line(123:6)
           perform write-report-line

           exit paragraph.


       write-exception-detail-line.

           add 1 to ws-exception-count
           add f-sort-px-list-amount to ws-total-list-amount
           add f-sort-px-keyed-amount to ws-total-keyed-amount
           add f-sort-px-booked-amount to ws-total-booked-amount

           add 1 to ws-cd-count(ws-prev-code-rank)
           add f-sort-px-list-amount
               to ws-cd-list-amount(ws-prev-code-rank)
           add f-sort-px-keyed-amount
               to ws-cd-keyed-amount(ws-prev-code-rank)
           add f-sort-px-booked-amount
               to ws-cd-booked-amount(ws-prev-code-rank)

           if ws-code-value(ws-prev-code-rank) = 'H' or 'R'
               add 1 to ws-review-count
           end-if

           perform look-up-item-name

           move spaces to ws-report-line
           move f-sort-px-date to ws-date-display
           move ws-date-display to ws-report-line(3:10)
           move f-sort-px-order-number to ws-report-line(15:6)
           move f-sort-px-line-number to ws-report-line(22:3)
           move f-sort-px-customer-id to ws-report-line(27:5)
           move f-sort-px-item-id-1 to ws-report-line(34:4)
           move "/" to ws-report-line(38:1)
           move f-sort-px-item-id-2 to ws-report-line(39:4)
           move ws-item-name-found to ws-report-line(44:16)
           move f-sort-px-quantity to ws-quantity-display
           move ws-quantity-display to ws-report-line(61:6)

           if f-sort-px-source not = space
               move f-sort-px-source to ws-report-line(69:1)
           end-if

           if f-sort-px-party-id not = 0
               move f-sort-px-party-id to ws-report-line(72:5)
           end-if

           move f-sort-px-unit-price to ws-price-display
           move ws-price-display to ws-report-line(79:9)
           move f-sort-px-list-amount to ws-amount-display
           move ws-amount-display to ws-report-line(89:12)
           move f-sort-px-keyed-amount to ws-amount-display
           move ws-amount-display to ws-report-line(103:12)
           move f-sort-px-booked-amount to ws-amount-display
           move ws-amount-display to ws-report-line(117:12)

           perform write-report-line

           exit paragraph.


       write-code-subtotal.

           move spaces to ws-report-line
           string "code " ws-code-value(ws-prev-code-rank) " total"
               into ws-report-line(44:12)
           end-string
           move ws-cd-count(ws-prev-code-rank) to ws-count-display
           move ws-count-display to ws-report-line(61:6)
           move ws-cd-list-amount(ws-prev-code-rank)
               to ws-amount-display
           move ws-amount-display to ws-report-line(89:12)
           move ws-cd-keyed-amount(ws-prev-code-rank)
               to ws-amount-display
           move ws-amount-display to ws-report-line(103:12)
           move ws-cd-booked-amount(ws-prev-code-rank)
               to ws-amount-display
           move ws-amount-display to ws-report-line(117:12)
           perform write-report-line

           move spaces to ws-report-line
           perform write-report-line

           exit paragraph.


      *> Leaves the summary slot for the exception's code in
      *> ws-found-code-idx -- an unknown code counts as other.
       find-code.

           move 5 to ws-found-code-idx

           perform varying ws-code-idx from 1 by 1
           until ws-code-idx > 4
               if ws-code-value(ws-code-idx) = f-px-code
                   set ws-found-code-idx to ws-code-idx
                   exit perform
               end-if
           end-perform

           exit paragraph.


       look-up-item-name.

           move "*** NOT ON FILE" to ws-item-name-found

           perform varying ws-item-idx from 1 by 1
           until ws-item-idx > ws-num-items
               if ws-item-key-1(ws-item-idx) = f-sort-px-item-id-1
               and ws-item-key-2(ws-item-idx) = f-sort-px-item-id-2
                   move ws-item-name(ws-item-idx)
                       to ws-item-name-found
                   exit perform
               end-if
           end-perform

           exit paragraph.


      *> Every code prints, logged or not, so a month with no
      *> overrides says so.
       write-code-summary.

           move "By exception code" to ws-report-line
           perform write-report-line
           move spaces to ws-report-line
           perform write-report-line

           move spaces to ws-report-line
           move "code" to ws-report-line(3:4)
           move "description" to ws-report-line(9:11)
           move "lines" to ws-report-line(37:5)
           move "list" to ws-report-line(52:4)
           move "keyed" to ws-report-line(65:5)
           move "booked" to ws-report-line(78:6)
           perform write-report-line

           perform varying ws-code-idx from 1 by 1
           until ws-code-idx > 5
               move spaces to ws-report-line
               move ws-code-value(ws-code-idx) to ws-report-line(4:1)
               move ws-code-description(ws-code-idx)
                   to ws-report-line(9:25)
               move ws-cd-count(ws-code-idx) to ws-count-display
               move ws-count-display to ws-report-line(36:6)
               move ws-cd-list-amount(ws-code-idx) to ws-amount-display
               move ws-amount-display to ws-report-line(44:12)
               move ws-cd-keyed-amount(ws-code-idx)
                   to ws-amount-display
               move ws-amount-display to ws-report-line(58:12)
               move ws-cd-booked-amount(ws-code-idx)
                   to ws-amount-display
               move ws-amount-display to ws-report-line(72:12)
               perform write-report-line
           end-perform

           move spaces to ws-report-line
           perform write-report-line

           exit paragraph.


       write-report-totals.

           move spaces to ws-report-line
           string
               "Exceptions: " ws-exception-count
               "   held or refused: " ws-review-count
               into ws-report-line
           end-string
           perform write-report-line

           move spaces to ws-report-line
           move ws-total-list-amount to ws-total-display
           string "List: " ws-total-display into ws-report-line
           end-string
           move ws-total-keyed-amount to ws-total-display
           string "keyed: " ws-total-display
               into ws-report-line(25:21)
           end-string
           move ws-total-booked-amount to ws-total-display
           string "booked: " ws-total-display
               into ws-report-line(49:22)
           end-string
           perform write-report-line

           exit paragraph.


       write-report-line.

           move ws-report-line to f-report-record
           write f-report-record

           exit paragraph.

       end program price-exception-report.

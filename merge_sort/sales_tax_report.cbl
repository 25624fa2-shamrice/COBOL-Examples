      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-10-15
      * updated: 2026-10-15 EE: the invoice record carries its
      *          invoice and due dates, so it reads whole.
      * Purpose: Monthly sales-tax liability report for the filing
      *          clerk. Totals the invoices contract-invoicing cut
      *          for the business month on invoices.txt by the
      *          customer's state -- invoices, taxable amount, exempt
      *          amount (exempt item groups and certificate holders)
      *          and tax due -- with a grand total for the month.
      *          A state whose invoices carried taxable sales but no
      *          tax was billed with no rate on file; it is flagged
      *          and the run ends with return code 4 so the rate
      *          gets added before the return is filed. The month is
      *          the one the shared business-date subprogram is in.
      * Tectonics: cobc
      ******************************************************************
       identification division.
       program-id. sales-tax-report.

       environment division.
       input-output section.
       file-control.

           select fd-invoice-file assign to "invoices.txt"
           organization is line sequential
           file status is ws-fs-status-invoice.

           select fd-tax-sort-file
           assign to "sales-tax-sort-temp.txt".

           select fd-report-file
           assign to "sales-tax-report.txt"
           organization is line sequential
           file status is ws-fs-status-report.

       data division.

       file section.

       fd  fd-invoice-file.
       01  f-invoice-record.
           05  f-inv-number                        pic 9(6).
           05  f-inv-period                        pic 9(6).
           05  f-inv-customer-id                   pic 9(5).
           05  f-inv-contract-id                   pic 9(5).
           05  f-inv-order-total                   pic 9(7)v99.
           05  f-inv-rate                          pic 9(3)v9(4).
           05  f-inv-amount                        pic 9(7)v99.
           05  f-inv-credit-total                  pic 9(7)v99.
           05  f-inv-taxable-amount                pic 9(7)v99.
           05  f-inv-exempt-amount                 pic 9(7)v99.
           05  f-inv-tax-state                     pic xx.
           05  f-inv-tax-rate-pct                  pic 99v9(4).
           05  f-inv-tax-amount                    pic 9(7)v99.
           05  f-inv-date                          pic 9(8).
           05  f-inv-due-date                      pic 9(8).

       sd  fd-tax-sort-file.
       01  f-sort-tax-record.
           05  f-sort-tax-state                    pic xx.
           05  f-sort-tax-number                   pic 9(6).
           05  f-sort-tax-taxable-amount           pic 9(7)v99.
           05  f-sort-tax-exempt-amount            pic 9(7)v99.
           05  f-sort-tax-rate-pct                 pic 99v9(4).
           05  f-sort-tax-amount                   pic 9(7)v99.

       fd  fd-report-file.
       01  f-report-record                         pic x(132).

       working-storage section.

       01  ws-fs-status-invoice                    pic xx.
       01  ws-fs-status-report                     pic xx.

       01  ws-eof-sw                               pic x value 'N'.
           88  ws-eof                              value 'Y'.
           88  ws-not-eof                          value 'N'.

       01  ws-invoices-present-sw                  pic x value 'N'.
           88  ws-invoices-present                 value 'Y'.

      *> Business-date request for the shared business-date
      *> subprogram -- the report covers the business month.
       01  ws-business-date-request.
           05  ws-bd-action                 pic x.
           05  ws-bd-date                   pic 9(8).

       01  ws-business-date                        pic 9(8).
       01  ws-business-date-split redefines ws-business-date.
           05  ws-bd-period                        pic 9(6).
           05  ws-bd-day                           pic 99.

      *> Control-break fields for the state groups.
       01  ws-first-group-sw                       pic x.
           88  ws-first-group                      value 'Y'.
           88  ws-not-first-group                  value 'N'.

       01  ws-prev-state                           pic xx.

      *> The state's rate as billed -- when the rate changed during
      *> the month the state's invoices carry more than one, and the
      *> report says so rather than show either.
       01  ws-state-rate-pct                       pic 99v9(4).
       01  ws-state-rate-sw                        pic x.
           88  ws-state-rate-single                value 'S'.
           88  ws-state-rate-mixed                 value 'M'.
           88  ws-state-rate-none                  value 'N'.

       01  ws-state-invoice-count                  pic 9(5) value 0.
       01  ws-state-taxable                        pic 9(9)v99 value 0.
       01  ws-state-exempt                         pic 9(9)v99 value 0.
       01  ws-state-tax                            pic 9(9)v99 value 0.
       01  ws-state-untaxed-count                  pic 9(5) value 0.

       01  ws-invoice-count                        pic 9(5) value 0.
       01  ws-state-count                          pic 9(3) value 0.
       01  ws-no-rate-state-count                  pic 9(3) value 0.
       01  ws-total-taxable                        pic 9(9)v99 value 0.
       01  ws-total-exempt                         pic 9(9)v99 value 0.
       01  ws-total-tax                            pic 9(9)v99 value 0.

       01  ws-report-line                          pic x(132).
       01  ws-count-display                        pic zz,zz9.
       01  ws-rate-display                         pic z9.9999.
       01  ws-total-display                        pic zzz,zzz,zz9.99.


      *> Entry for the common report catalog, written by the shared
      *> report-catalog subprogram.
       01  ws-catalog-request.
           05  ws-rc-name                  pic x(20).
           05  ws-rc-file                  pic x(40).
           05  ws-rc-pages                 pic 9(3).

       procedure division.
       main-procedure.

           display "Sales tax liability report."

           perform fetch-report-period
           perform check-invoice-file

           open output fd-report-file

           if ws-fs-status-report not = "00"
               display "Error opening sales-tax-report.txt: "
                   ws-fs-status-report
               end-display
               move 8 to return-code
               goback
           end-if

           move spaces to ws-report-line
           string "Sales tax liability by state for period "
               ws-bd-period
               into ws-report-line
           end-string
           perform write-report-line
           move spaces to ws-report-line
           perform write-report-line

           move "  state  invoices        taxable         exempt"
               & "        tax due      rate" to ws-report-line
           perform write-report-line

           if ws-invoices-present
               perform report-by-state
           end-if

           if ws-invoice-count = 0
               move "    (no invoices this period)" to ws-report-line
               perform write-report-line
           end-if

           perform write-report-totals

           close fd-report-file

           display "Done. See sales-tax-report.txt"
           move spaces to ws-catalog-request
           move "SALES-TAX" to ws-rc-name
           move "sales-tax-report.txt" to ws-rc-file
           move 0 to ws-rc-pages
           call "report-catalog" using ws-catalog-request
               on exception
                   display "Warning: unable to call report-catalog."
           end-call

           move ws-total-tax to ws-total-display
           display "Tax due this period: " ws-total-display

           if ws-no-rate-state-count > 0
               display "States with taxable sales and no rate: "
                   ws-no-rate-state-count
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


      *> No invoice file (status "35") means contract-invoicing has
      *> not run -- the report still prints, saying so.
       check-invoice-file.

           open input fd-invoice-file

           if ws-fs-status-invoice = "35"
               exit paragraph
           end-if

           if ws-fs-status-invoice not = "00"
               display "Error opening invoices.txt: "
                   ws-fs-status-invoice
               end-display
               move 8 to return-code
               goback
           end-if

           close fd-invoice-file

           set ws-invoices-present to true

           exit paragraph.


       report-by-state.

           set ws-first-group to true

           sort fd-tax-sort-file
               on ascending key f-sort-tax-state
               ascending key f-sort-tax-number
               input procedure is release-period-invoices
               output procedure is print-state-section

           exit paragraph.


      *> Releases the invoices cut for the business month.
       release-period-invoices.

           set ws-not-eof to true

           open input fd-invoice-file

           perform until ws-eof
               read fd-invoice-file
                   at end
                       set ws-eof to true
                   not at end
                       if f-inv-period = ws-bd-period
                           move f-inv-tax-state to f-sort-tax-state
                           move f-inv-number to f-sort-tax-number
                           move f-inv-taxable-amount
                               to f-sort-tax-taxable-amount
                           move f-inv-exempt-amount
                               to f-sort-tax-exempt-amount
                           move f-inv-tax-rate-pct
                               to f-sort-tax-rate-pct
                           move f-inv-tax-amount to f-sort-tax-amount
                           release f-sort-tax-record
                       end-if
               end-read
           end-perform

           close fd-invoice-file

           exit paragraph.


       print-state-section.

           set ws-not-eof to true

           perform until ws-eof
               return fd-tax-sort-file
                   at end
                       set ws-eof to true
                   not at end
                       if ws-first-group
                       or f-sort-tax-state not = ws-prev-state
                           perform start-state-group
                       end-if
                       perform add-invoice-to-state
               end-return
           end-perform

           if ws-not-first-group
               perform write-state-line
           end-if

           exit paragraph.


       start-state-group.

           if ws-not-first-group
               perform write-state-line
           end-if

           set ws-not-first-group to true
           move f-sort-tax-state to ws-prev-state
           move 0 to ws-state-invoice-count
           move 0 to ws-state-taxable
           move 0 to ws-state-exempt
           move 0 to ws-state-tax
           move 0 to ws-state-untaxed-count
           move 0 to ws-state-rate-pct
           set ws-state-rate-none to true

           exit paragraph.


      *> An invoice with taxable sales and no tax was cut with no
      *> rate on file for the state.
       add-invoice-to-state.

           add 1 to ws-state-invoice-count
           add f-sort-tax-taxable-amount to ws-state-taxable
           add f-sort-tax-exempt-amount to ws-state-exempt
           add f-sort-tax-amount to ws-state-tax

           if f-sort-tax-taxable-amount > 0
               if f-sort-tax-rate-pct = 0
                   add 1 to ws-state-untaxed-count
               else
                   evaluate true
                       when ws-state-rate-none
                           set ws-state-rate-single to true
                           move f-sort-tax-rate-pct
                               to ws-state-rate-pct
                       when ws-state-rate-single
                           if f-sort-tax-rate-pct
                               not = ws-state-rate-pct
                               set ws-state-rate-mixed to true
                           end-if
                       when other
                           continue
                   end-evaluate
               end-if
           end-if

           exit paragraph.


       write-state-line.

           add 1 to ws-state-count
           add ws-state-invoice-count to ws-invoice-count
           add ws-state-taxable to ws-total-taxable
           add ws-state-exempt to ws-total-exempt
           add ws-state-tax to ws-total-tax

           move spaces to ws-report-line

           if ws-prev-state = spaces
               move "??" to ws-report-line(4:2)
           else
               move ws-prev-state to ws-report-line(4:2)
           end-if

           move ws-state-invoice-count to ws-count-display
           move ws-count-display to ws-report-line(12:6)
           move ws-state-taxable to ws-total-display
           move ws-total-display to ws-report-line(19:14)
           move ws-state-exempt to ws-total-display
           move ws-total-display to ws-report-line(34:14)
           move ws-state-tax to ws-total-display
           move ws-total-display to ws-report-line(49:14)

           evaluate true
               when ws-state-rate-single
                   move ws-state-rate-pct to ws-rate-display
                   move ws-rate-display to ws-report-line(65:7)
                   move "%" to ws-report-line(72:1)
               when ws-state-rate-mixed
                   move "changed" to ws-report-line(65:7)
               when other
                   continue
           end-evaluate

           if ws-state-untaxed-count > 0
               add 1 to ws-no-rate-state-count
               move "** taxable sales not taxed, no rate on file"
                   to ws-report-line(76:43)
           end-if

           perform write-report-line

           exit paragraph.


       write-report-totals.

           move spaces to ws-report-line
           perform write-report-line

           move spaces to ws-report-line
           move "total" to ws-report-line(3:5)
           move ws-invoice-count to ws-count-display
           move ws-count-display to ws-report-line(12:6)
           move ws-total-taxable to ws-total-display
           move ws-total-display to ws-report-line(19:14)
           move ws-total-exempt to ws-total-display
           move ws-total-display to ws-report-line(34:14)
           move ws-total-tax to ws-total-display
           move ws-total-display to ws-report-line(49:14)
           perform write-report-line

           move spaces to ws-report-line
           perform write-report-line

           move spaces to ws-report-line
           string
               "States: " ws-state-count
               "   invoices: " ws-invoice-count
               "   states with no rate: " ws-no-rate-state-count
               into ws-report-line
           end-string
           perform write-report-line

           exit paragraph.


       write-report-line.

           move ws-report-line to f-report-record
           write f-report-record

           exit paragraph.

       end program sales-tax-report.

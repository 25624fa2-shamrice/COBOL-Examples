      ******************************************************************
      * author: Erik Eriksen
      * date: 2026-10-15
      * purpose: Inbound order gateway. Partner orders used to arrive
      *          as spreadsheets someone re-keyed into
      *          order-transactions.txt; this reads the partner's
      *          order file, partner-orders.txt, one order line per
      *          record, in the format the ORDER_INBOUND_FORMAT
      *          switch names -- PIPE (the default), CSV or TAB
      *          delimited, or one XML or JSON document per line,
      *          parsed the same way inbound_gateway.cbl parses
      *          account documents. Each line carries the partner's
      *          order reference, customer reference, order date,
      *          item reference, quantity, and optionally the line
      *          amount (blank lets order intake price it off the
      *          price list). The partner's customer and item
      *          references are mapped to our customer id and item
      *          code through partner-xref.txt, keyed by the partner
      *          code in the PARTNER_CODE switch. Consecutive lines
      *          with the same order reference make one order, which
      *          is appended to order-transactions.txt in the
      *          order-intake layout: a single-line order as one 'A'
      *          transaction, a longer one as an 'A' header with an
      *          'L' transaction per line. An order with any line in
      *          error -- an unmapped reference, a bad quantity,
      *          amount or date -- goes whole to the error queue,
      *          partner-order-errors.txt, each line with its reason,
      *          so no partial order is ever booked. Every order
      *          reference taken is remembered in
      *          partner-order-refs.txt and a repeat is refused, so
      *          the same file processed twice books nothing twice.
      *          Each file processed is numbered from
      *          partner-order-seq.txt and logged to the common
      *          register through the shared transmission-register
      *          subprogram.
      *
      * tectonics: cobc -x partner_order_gateway.cbl, with
      *            signed_decimal_check.cbl, business_date.cbl and
      *            transmission_register.cbl compiled as modules.
      ******************************************************************
       identification division.
       program-id. partner-order-gateway.

       environment division.
       input-output section.
       file-control.

           select fd-partner-orders assign to "partner-orders.txt"
           organization is line sequential
           file status is ws-fs-status-inbound.

           select fd-partner-xref assign to "partner-xref.txt"
           organization is line sequential
           file status is ws-fs-status-xref.

           select fd-order-transactions
           assign to "order-transactions.txt"
           organization is line sequential
           file status is ws-fs-status-trans.

           select fd-error-queue
           assign to "partner-order-errors.txt"
           organization is line sequential
           file status is ws-fs-status-errors.

           select fd-order-refs assign to "partner-order-refs.txt"
           organization is line sequential
           file status is ws-fs-status-refs.

           select fd-file-seq assign to "partner-order-seq.txt"
           organization is line sequential
           file status is ws-fs-status-seq.

       data division.

       file section.

       fd  fd-partner-orders.
       01  f-partner-document               pic x(512).

      *> Partner reference to our code: 'C' maps a partner customer
      *> reference to our customer id, 'I' a partner item reference
      *> to our item code.
       fd  fd-partner-xref.
       01  f-xref-record.
           05  f-xref-partner               pic x(8).
           05  f-xref-type                  pic x.
               88  f-xref-customer          value 'C'.
               88  f-xref-item              value 'I'.
           05  f-xref-partner-ref           pic x(20).
           05  f-xref-our-code              pic x(8).
           05  f-xref-customer-code redefines f-xref-our-code.
               10  f-xref-customer-id       pic 9(5).
               10  filler                   pic x(3).
           05  f-xref-item-code redefines f-xref-our-code.
               10  f-xref-item-id-1         pic 9(4).
               10  f-xref-item-id-2         pic 9(4).

      *> The order-intake transaction layout.
       fd  fd-order-transactions.
       01  f-order-transaction.
           05  f-otran-code                 pic x.
           05  f-otran-order-number         pic 9(6).
           05  f-otran-customer-id          pic 9(5).
           05  f-otran-date                 pic x(8).
           05  f-otran-description          pic x(30).
           05  f-otran-amount               pic 9(7)v99.
           05  f-otran-item-id-1            pic 9(4).
           05  f-otran-item-id-2            pic 9(4).
           05  f-otran-quantity             pic 9(5).
           05  f-otran-line-number          pic 9(3).

       fd  fd-error-queue.
       01  f-error-queue-record.
           05  f-error-reason               pic x(30).
           05  f-error-document             pic x(512).

      *> Every partner order reference already taken.
       fd  fd-order-refs.
       01  f-order-ref-record.
           05  f-ref-partner                pic x(8).
           05  f-ref-order-ref              pic x(20).
           05  f-ref-received-date          pic 9(8).

       fd  fd-file-seq.
       01  f-file-seq-record                pic 9(6).

       working-storage section.

       01  ws-fs-status-inbound             pic xx.
       01  ws-fs-status-xref                pic xx.
       01  ws-fs-status-trans               pic xx.
       01  ws-fs-status-errors              pic xx.
       01  ws-fs-status-refs                pic xx.
       01  ws-fs-status-seq                 pic xx.

       01  ws-eof-sw                        pic x value 'N'.
           88  ws-eof                       value 'Y'.
           88  ws-not-eof                   value 'N'.

      *> Format switch for the arriving file, read from the
      *> ORDER_INBOUND_FORMAT environment variable: PIPE, CSV and
      *> TAB are delimited lines, the same delimiter mapping
      *> partner_csv_load.cbl uses; XML and JSON are one document
      *> per line. Unset or unrecognized is PIPE.
       01  ws-inbound-format-env            pic x(10).
       01  ws-inbound-format-sw             pic x(4) value "PIPE".
           88  ws-inbound-format-xml        value "XML".
           88  ws-inbound-format-json       value "JSON".
           88  ws-inbound-format-delimited  value "PIPE" "CSV"
                                                  "TAB".
       01  ws-delimiter                     pic x value '|'.

      *> The partner whose file this is, from the PARTNER_CODE
      *> environment variable -- it picks that partner's entries
      *> out of the cross-reference.
       01  ws-partner-code                  pic x(8).

      *> One parsed order line, all as text so it can be validated
      *> before anything numeric is trusted. The XML processing
      *> procedure fills it by the partner element names (orderRef,
      *> customerRef, orderDate, itemRef, quantity, amount); the
      *> JSON leg relies on this dialect's key-matches-field-name
      *> parsing, so a JSON partner sends the group and field names
      *> below as its keys, the convention inbound_gateway.cbl's
      *> account documents follow.
       01  ws-partner-order.
           05  ws-po-order-ref              pic x(20).
           05  ws-po-customer-ref           pic x(20).
           05  ws-po-order-date             pic x(10).
           05  ws-po-item-ref               pic x(20).
           05  ws-po-quantity               pic x(15).
           05  ws-po-amount                 pic x(15).

       01  ws-fields-filled                 pic 99.

      *> Which element the XML parser most recently entered, the
      *> same technique xml_parse.cbl uses.
       01  ws-current-element               pic x(20).

       01  ws-parse-failed-sw               pic x.
           88  ws-parse-failed              value 'Y'.
           88  ws-parse-clean               value 'N'.

      *> JSON documents may arrive comma-separated; the comma is
      *> stripped before parsing, as the account gateway does.
       01  ws-document-work                 pic x(512).

      *> The partner's cross-reference entries, loaded once.
       01  ws-num-xrefs                     pic 9(4) comp value 0.

       01  ws-xref-table                    occurs 0 to 2000
                                            times depending on
                                                ws-num-xrefs
                                            indexed by ws-xref-idx.
           05  ws-xr-type                   pic x.
           05  ws-xr-partner-ref            pic x(20).
           05  ws-xr-our-code               pic x(8).

      *> Order references already taken from this partner.
       01  ws-num-refs                      pic 9(5) comp value 0.

       01  ws-ref-table                     occurs 0 to 20000
                                            times depending on
                                                ws-num-refs
                                            indexed by ws-ref-idx.
           05  ws-rf-order-ref              pic x(20).

       01  ws-ref-table-full-sw             pic x value 'N'.
           88  ws-ref-table-full            value 'Y'.

      *> The partner order being gathered: its reference, customer
      *> and date from the first line, and each line as it arrived
      *> with the mapped item, quantity, amount and the reason it
      *> failed, if it did. Order intake takes at most 99 lines to
      *> an order, so that is the limit here too.
       01  ws-pending-order-ref             pic x(20).
       01  ws-pending-customer-ref          pic x(20).
       01  ws-pending-customer-id           pic 9(5).
       01  ws-pending-order-date            pic x(8).
       01  ws-pending-reason                pic x(30).
       01  ws-pending-line-error-sw         pic x.
           88  ws-pending-line-error        value 'Y'.

       01  ws-num-pending                   pic 99 comp value 0.

       01  ws-pending-table                 occurs 0 to 99
                                            times depending on
                                                ws-num-pending
                                            indexed by
                                                ws-pending-idx.
           05  ws-pnd-document              pic x(512).
           05  ws-pnd-reason                pic x(30).
           05  ws-pnd-item-id-1             pic 9(4).
           05  ws-pnd-item-id-2             pic 9(4).
           05  ws-pnd-quantity              pic 9(5).
           05  ws-pnd-amount                pic 9(7)v99.

      *> Validation of the line just parsed.
       01  ws-line-reason                   pic x(30).
       01  ws-line-customer-id              pic 9(5).
       01  ws-line-item-id-1                pic 9(4).
       01  ws-line-item-id-2                pic 9(4).
       01  ws-line-quantity                 pic 9(5).
       01  ws-line-amount                   pic 9(7)v99.
       01  ws-line-order-date               pic x(8).

       01  ws-lookup-type                   pic x.
       01  ws-lookup-ref                    pic x(20).
       01  ws-lookup-found-sw               pic x.
           88  ws-lookup-found              value 'Y'.
           88  ws-lookup-missing            value 'N'.
       01  ws-lookup-code                   pic x(8).
       01  ws-lookup-customer-code redefines ws-lookup-code.
           05  ws-lookup-customer-id        pic 9(5).
           05  filler                       pic x(3).
       01  ws-lookup-item-code redefines ws-lookup-code.
           05  ws-lookup-item-id-1          pic 9(4).
           05  ws-lookup-item-id-2          pic 9(4).

       01  ws-date-check                    pic x(8).
       01  ws-date-check-split redefines ws-date-check.
           05  ws-dc-year                   pic 9(4).
           05  ws-dc-month                  pic 99.
           05  ws-dc-day                    pic 99.

      *> Shared signed-decimal-check interface: position of the
      *> first unusable character (zero when the value converted
      *> cleanly) and the converted value.
       01  ws-check-input                   pic x(15).
       01  ws-check-bad-position            pic 99.
       01  ws-check-converted               pic s9(7)v99
                                            sign leading separate.

      *> Business-date request for the shared business-date
      *> subprogram -- a line with no order date is dated today.
       01  ws-business-date-request.
           05  ws-bd-action                 pic x.
           05  ws-bd-date                   pic 9(8).

       01  ws-business-date                 pic 9(8).

       01  ws-file-sequence                 pic 9(6) value 0.

       01  ws-lines-read-count              pic 9(7) value 0.
       01  ws-order-count                   pic 9(7) value 0.
       01  ws-transaction-count             pic 9(7) value 0.
       01  ws-error-order-count             pic 9(7) value 0.
       01  ws-error-line-count              pic 9(7) value 0.

      *> Entry for the common transmission register, written by the
      *> shared transmission-register subprogram.
       01  ws-register-request.
           05  ws-reg-direction             pic x(3).
           05  ws-reg-sequence              pic 9(6).
           05  ws-reg-record-count          pic 9(7).
           05  ws-reg-status                pic x(10).

       procedure division.
       main-procedure.

           display "Partner order gateway."

           perform load-inbound-format
           perform fetch-business-date
           perform load-partner-xref
           perform load-order-refs
           perform load-file-sequence

           set ws-not-eof to true

           open input fd-partner-orders

           if ws-fs-status-inbound = "35"
               perform create-test-partner-orders
               open input fd-partner-orders
           end-if

           if ws-fs-status-inbound not = "00"
               display "Error opening partner-orders.txt: "
                   ws-fs-status-inbound
               end-display
               move 8 to return-code
               goback
           end-if

           open extend fd-order-transactions

           if ws-fs-status-trans = "35"
               open output fd-order-transactions
           end-if

           if ws-fs-status-trans not = "00"
               display "Error opening order-transactions.txt: "
                   ws-fs-status-trans
               end-display
               close fd-partner-orders
               move 8 to return-code
               goback
           end-if

           open output fd-error-queue

           if ws-fs-status-errors not = "00"
               display "Error opening partner-order-errors.txt: "
                   ws-fs-status-errors
               end-display
               close fd-partner-orders
               close fd-order-transactions
               move 8 to return-code
               goback
           end-if

           open extend fd-order-refs

           if ws-fs-status-refs = "35"
               open output fd-order-refs
           end-if

           if ws-fs-status-refs not = "00"
               display "Error opening partner-order-refs.txt: "
                   ws-fs-status-refs
               end-display
               close fd-partner-orders
               close fd-order-transactions
               close fd-error-queue
               move 8 to return-code
               goback
           end-if

           perform until ws-eof
               read fd-partner-orders
                   at end
                       set ws-eof to true
                   not at end
                       if f-partner-document not = spaces
                           add 1 to ws-lines-read-count
                           perform process-one-line
                       end-if
               end-read
           end-perform

      *> The last order in the file has no following line to close
      *> it.
           perform finish-pending-order

           close fd-partner-orders
           close fd-order-transactions
           close fd-error-queue
           close fd-order-refs

           perform save-file-sequence
           perform register-processed-file

           display space
           display "Gateway complete, file " ws-file-sequence
               " from partner " ws-partner-code
           end-display
           display "Order lines read:       " ws-lines-read-count
           display "Orders passed to intake: " ws-order-count
           display "Transactions written:   " ws-transaction-count
           display "Orders in error:        " ws-error-order-count
           display "Lines in error:         " ws-error-line-count

           if ws-error-order-count > 0
               display "See partner-order-errors.txt"
               move 4 to return-code
           end-if

           goback.


      *> Picks the file format and partner off the environment. The
      *> delimited formats map to their delimiter the way
      *> partner_csv_load.cbl does.
       load-inbound-format.

           accept ws-inbound-format-env
               from environment "ORDER_INBOUND_FORMAT"

           if ws-inbound-format-env not = spaces
               move function upper-case(ws-inbound-format-env)
                   to ws-inbound-format-sw
           end-if

           evaluate ws-inbound-format-sw
               when "CSV"
                   move "," to ws-delimiter
               when "TAB"
                   move x"09" to ws-delimiter
               when "PIPE"
               when "XML"
               when "JSON"
                   continue
               when other
                   display "Unknown ORDER_INBOUND_FORMAT '"
                       function trim(ws-inbound-format-env)
                       "', defaulting to PIPE."
                   end-display
                   move "PIPE" to ws-inbound-format-sw
           end-evaluate

           accept ws-partner-code from environment "PARTNER_CODE"

           if ws-partner-code = spaces
               display "No PARTNER_CODE set -- using the DEMO "
                   "partner's cross-reference."
               end-display
               move "DEMO" to ws-partner-code
           else
               move function upper-case(ws-partner-code)
                   to ws-partner-code
           end-if

           exit paragraph.


      *> Today's business date, for lines that arrive undated. The
      *> system date is the fallback when the calendar subprogram
      *> isn't linked in.
       fetch-business-date.

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


      *> Loads this partner's cross-reference entries. No file
      *> (status "35") is seeded with the demo partner's references
      *> covering the demo master and items.
       load-partner-xref.

           set ws-not-eof to true

           open input fd-partner-xref

           if ws-fs-status-xref = "35"
               perform create-test-partner-xref
               open input fd-partner-xref
           end-if

           if ws-fs-status-xref not = "00"
               display "Error opening partner-xref.txt: "
                   ws-fs-status-xref
               end-display
               move 8 to return-code
               goback
           end-if

           perform until ws-eof
               read fd-partner-xref
                   at end
                       set ws-eof to true
                   not at end
                       if f-xref-partner = ws-partner-code
                       and ws-num-xrefs < 2000
                           add 1 to ws-num-xrefs
                           move f-xref-type
                               to ws-xr-type(ws-num-xrefs)
                           move f-xref-partner-ref
                               to ws-xr-partner-ref(ws-num-xrefs)
                           move f-xref-our-code
                               to ws-xr-our-code(ws-num-xrefs)
                       end-if
               end-read
           end-perform

           close fd-partner-xref

           if ws-num-xrefs = 0
               display "Warning: no cross-reference entries for "
                   "partner " ws-partner-code
                   " -- every order will be refused."
               end-display
           end-if

           exit paragraph.


      *> Loads the order references already taken from this
      *> partner. No file yet means nothing has been taken. A
      *> history too big for the table stops the run -- checking
      *> against part of it could book a repeat.
       load-order-refs.

           set ws-not-eof to true

           open input fd-order-refs

           if ws-fs-status-refs = "35"
               exit paragraph
           end-if

           if ws-fs-status-refs not = "00"
               display "Error opening partner-order-refs.txt: "
                   ws-fs-status-refs
               end-display
               move 8 to return-code
               goback
           end-if

           perform until ws-eof
               read fd-order-refs
                   at end
                       set ws-eof to true
                   not at end
                       if f-ref-partner = ws-partner-code
                           perform add-order-ref
                       end-if
               end-read
           end-perform

           close fd-order-refs

           if ws-ref-table-full
               display "partner-order-refs.txt holds more than 20000 "
                   "references for partner " ws-partner-code
                   " -- run stopped, nothing processed."
               end-display
               move 8 to return-code
               goback
           end-if

           exit paragraph.


       add-order-ref.

           if ws-num-refs >= 20000
               set ws-ref-table-full to true
               exit paragraph
           end-if

           add 1 to ws-num-refs
           move f-ref-order-ref to ws-rf-order-ref(ws-num-refs)

           exit paragraph.


       load-file-sequence.

           open input fd-file-seq

           if ws-fs-status-seq = "00"
               read fd-file-seq
                   at end
                       continue
                   not at end
                       move f-file-seq-record to ws-file-sequence
               end-read
               close fd-file-seq
           end-if

           add 1 to ws-file-sequence

           exit paragraph.


      *> The file number only rolls forward once the file has been
      *> processed.
       save-file-sequence.

           open output fd-file-seq

           if ws-fs-status-seq not = "00"
               display "Warning: could not save the file number, "
                   "status " ws-fs-status-seq
               end-display
               exit paragraph
           end-if

           move ws-file-sequence to f-file-seq-record
           write f-file-seq-record

           close fd-file-seq

           exit paragraph.


      *> Logs the processed file to the common transmission
      *> register -- clean files APPLIED, files with orders in the
      *> error queue PARTIAL.
       register-processed-file.

           move spaces to ws-register-request
           move "IN " to ws-reg-direction
           move ws-file-sequence to ws-reg-sequence
           move ws-order-count to ws-reg-record-count

           if ws-error-order-count > 0
               move "PARTIAL" to ws-reg-status
           else
               move "APPLIED" to ws-reg-status
           end-if

           call "transmission-register" using ws-register-request
               on exception
                   display "Warning: unable to call "
                       "transmission-register."
           end-call

           exit paragraph.


      *> Parses and checks the line just read, then adds it to the
      *> order it belongs to -- a new order reference closes the
      *> order gathered so far.
       process-one-line.

           perform parse-order-line

           if not ws-parse-failed
               perform validate-order-line
           end-if

           if ws-num-pending > 0
           and ws-po-order-ref not = ws-pending-order-ref
               perform finish-pending-order
           end-if

           if ws-num-pending = 0
               perform start-pending-order
           end-if

           perform add-pending-line

           exit paragraph.


      *> Splits or parses the line into ws-partner-order by the
      *> file's format.
       parse-order-line.

           move spaces to ws-partner-order
           move spaces to ws-line-reason
           move 0 to ws-line-customer-id
           move 0 to ws-line-item-id-1
           move 0 to ws-line-item-id-2
           move 0 to ws-line-quantity
           move 0 to ws-line-amount
           move spaces to ws-line-order-date
           set ws-parse-clean to true

           evaluate true
               when ws-inbound-format-delimited
                   perform unstring-order-line

               when ws-inbound-format-json
                   move f-partner-document to ws-document-work
                   if ws-document-work(1:1) = ','
                       move ws-document-work(2:511)
                           to f-partner-document
                   end-if
                   json parse f-partner-document
                       into ws-partner-order
                       on exception
                           set ws-parse-failed to true
                           move "JSON-PARSE-FAILED"
                               to ws-line-reason
                   end-json
                   move ws-document-work to f-partner-document

               when other
                   xml parse f-partner-document
                       processing procedure parse-xml-event
                       on exception
                           set ws-parse-failed to true
                           move "XML-PARSE-FAILED"
                               to ws-line-reason
                   end-xml
           end-evaluate

           exit paragraph.


      *> Unstrings a delimited line. Fewer than five fields, or more
      *> than six, is refused whole, the same ON OVERFLOW trap the
      *> delimited-record-loader uses.
       unstring-order-line.

           move 0 to ws-fields-filled

           unstring f-partner-document delimited by ws-delimiter
               into ws-po-order-ref
                    ws-po-customer-ref
                    ws-po-order-date
                    ws-po-item-ref
                    ws-po-quantity
                    ws-po-amount
               tallying in ws-fields-filled
               on overflow
                   set ws-parse-failed to true
                   move "TOO-MANY-FIELDS" to ws-line-reason
           end-unstring

           if ws-parse-clean
           and ws-fields-filled < 5
               set ws-parse-failed to true
               move "MISSING-FIELDS" to ws-line-reason
           end-if

           exit paragraph.


      *> Called for every XML parse event while scanning the current
      *> document: remember which element was entered, then move its
      *> character data into the matching ws-partner-order field.
       parse-xml-event.

           evaluate XML-EVENT

               when "START-OF-ELEMENT"
                   move XML-TEXT to ws-current-element

               when "CONTENT-CHARACTERS"
                   evaluate ws-current-element
                       when "orderRef"
                           move XML-TEXT to ws-po-order-ref
                       when "customerRef"
                           move XML-TEXT to ws-po-customer-ref
                       when "orderDate"
                           move XML-TEXT to ws-po-order-date
                       when "itemRef"
                           move XML-TEXT to ws-po-item-ref
                       when "quantity"
                           move XML-TEXT to ws-po-quantity
                       when "amount"
                           move XML-TEXT to ws-po-amount
                   end-evaluate

               when other
                   continue

           end-evaluate

           exit paragraph.


      *> Checks the parsed fields and maps the references. The first
      *> failure found is the reason the line carries.
       validate-order-line.

           move function trim(ws-po-order-ref) to ws-po-order-ref
           move function trim(ws-po-customer-ref)
               to ws-po-customer-ref
           move function trim(ws-po-item-ref) to ws-po-item-ref

           if ws-po-order-ref = spaces
               move "NO-ORDER-REFERENCE" to ws-line-reason
               exit paragraph
           end-if

           move 'C' to ws-lookup-type
           move ws-po-customer-ref to ws-lookup-ref
           perform look-up-xref

           if ws-lookup-missing
               move "CUSTOMER-NOT-MAPPED" to ws-line-reason
               exit paragraph
           end-if

           move ws-lookup-customer-id to ws-line-customer-id

           move 'I' to ws-lookup-type
           move ws-po-item-ref to ws-lookup-ref
           perform look-up-xref

           if ws-lookup-missing
               move "ITEM-NOT-MAPPED" to ws-line-reason
               exit paragraph
           end-if

           move ws-lookup-item-id-1 to ws-line-item-id-1
           move ws-lookup-item-id-2 to ws-line-item-id-2

           move ws-po-quantity to ws-check-input
           call "signed-decimal-check" using ws-check-input
               ws-check-bad-position ws-check-converted

           if ws-po-quantity = spaces
           or ws-check-bad-position not = 0
           or ws-check-converted <= 0
           or ws-check-converted > 99999
           or ws-check-converted not = function integer(
               ws-check-converted)
               move "BAD-QUANTITY" to ws-line-reason
               exit paragraph
           end-if

           move ws-check-converted to ws-line-quantity

           move 0 to ws-line-amount

           if ws-po-amount not = spaces
               move ws-po-amount to ws-check-input
               call "signed-decimal-check" using ws-check-input
                   ws-check-bad-position ws-check-converted
               if ws-check-bad-position not = 0
               or ws-check-converted < 0
                   move "BAD-AMOUNT" to ws-line-reason
                   exit paragraph
               end-if
               move ws-check-converted to ws-line-amount
           end-if

           perform check-order-date

           exit paragraph.


      *> Takes yyyymmdd or yyyy-mm-dd; no date at all is today's
      *> business date.
       check-order-date.

           move function trim(ws-po-order-date) to ws-po-order-date

           evaluate true
               when ws-po-order-date = spaces
                   move ws-business-date to ws-line-order-date
                   exit paragraph

               when ws-po-order-date(5:1) = '-'
               and ws-po-order-date(8:1) = '-'
                   string ws-po-order-date(1:4)
                       ws-po-order-date(6:2)
                       ws-po-order-date(9:2)
                       delimited by size
                       into ws-date-check
                   end-string

               when ws-po-order-date(9:2) = spaces
                   move ws-po-order-date(1:8) to ws-date-check

               when other
                   move "BAD-ORDER-DATE" to ws-line-reason
                   exit paragraph
           end-evaluate

           if ws-date-check is not numeric
           or ws-dc-month < 1 or ws-dc-month > 12
           or ws-dc-day < 1 or ws-dc-day > 31
               move "BAD-ORDER-DATE" to ws-line-reason
               exit paragraph
           end-if

           move ws-date-check to ws-line-order-date

           exit paragraph.


      *> Leaves the partner reference's code in ws-lookup-code.
       look-up-xref.

           set ws-lookup-missing to true

           if ws-lookup-ref = spaces
               exit paragraph
           end-if

           perform varying ws-xref-idx from 1 by 1
           until ws-xref-idx > ws-num-xrefs
               if ws-xr-type(ws-xref-idx) = ws-lookup-type
               and ws-xr-partner-ref(ws-xref-idx) = ws-lookup-ref
                   set ws-lookup-found to true
                   move ws-xr-our-code(ws-xref-idx) to ws-lookup-code
                   exit perform
               end-if
           end-perform

           exit paragraph.


      *> Opens a new partner order off its first line. An order
      *> reference already taken is a repeat, refused whole.
       start-pending-order.

           move ws-po-order-ref to ws-pending-order-ref
           move ws-po-customer-ref to ws-pending-customer-ref
           move ws-line-customer-id to ws-pending-customer-id
           move ws-line-order-date to ws-pending-order-date
           move spaces to ws-pending-reason
           move 'N' to ws-pending-line-error-sw

           if ws-po-order-ref = spaces
               exit paragraph
           end-if

           perform varying ws-ref-idx from 1 by 1
           until ws-ref-idx > ws-num-refs
               if ws-rf-order-ref(ws-ref-idx) = ws-po-order-ref
                   move "DUPLICATE-ORDER-REFERENCE"
                       to ws-pending-reason
                   exit perform
               end-if
           end-perform

           exit paragraph.


      *> Adds the line to the order being gathered. Every line of an
      *> order must name the order's customer.
       add-pending-line.

           if ws-line-reason = spaces
           and ws-po-customer-ref not = ws-pending-customer-ref
               move "CUSTOMER-CHANGES-IN-ORDER" to ws-line-reason
           end-if

           if ws-num-pending >= 99
               move "TOO-MANY-LINES" to ws-pending-reason
               move "TOO-MANY-LINES" to ws-line-reason
               perform write-error-line-now
               exit paragraph
           end-if

           add 1 to ws-num-pending
           move f-partner-document to ws-pnd-document(ws-num-pending)
           move ws-line-reason to ws-pnd-reason(ws-num-pending)
           move ws-line-item-id-1 to ws-pnd-item-id-1(ws-num-pending)
           move ws-line-item-id-2 to ws-pnd-item-id-2(ws-num-pending)
           move ws-line-quantity to ws-pnd-quantity(ws-num-pending)
           move ws-line-amount to ws-pnd-amount(ws-num-pending)

           if ws-line-reason not = spaces
               set ws-pending-line-error to true
               if ws-pending-reason = spaces
                   move ws-line-reason to ws-pending-reason
               end-if
           end-if

           exit paragraph.


      *> Closes the order gathered so far: into the transaction file
      *> whole if every line is good, otherwise into the error queue
      *> whole.
       finish-pending-order.

           if ws-num-pending = 0
               exit paragraph
           end-if

           if ws-pending-reason = spaces
               perform write-order-transactions
           else
               perform write-order-errors
           end-if

           move 0 to ws-num-pending

           exit paragraph.


      *> A one-line order is a single 'A' transaction; a longer one
      *> is an 'A' header followed by its 'L' lines. The partner's
      *> order reference goes in the description so the order can
      *> be traced back.
       write-order-transactions.

           move spaces to f-order-transaction
           move 'A' to f-otran-code
           move 0 to f-otran-order-number
           move ws-pending-customer-id to f-otran-customer-id
           move ws-pending-order-date to f-otran-date
           string function trim(ws-partner-code) " "
               function trim(ws-pending-order-ref)
               delimited by size
               into f-otran-description
           end-string
           move 0 to f-otran-line-number

           if ws-num-pending = 1
               move ws-pnd-amount(1) to f-otran-amount
               move ws-pnd-item-id-1(1) to f-otran-item-id-1
               move ws-pnd-item-id-2(1) to f-otran-item-id-2
               move ws-pnd-quantity(1) to f-otran-quantity
               write f-order-transaction
               add 1 to ws-transaction-count
           else
               move 0 to f-otran-amount
               move 0 to f-otran-item-id-1
               move 0 to f-otran-item-id-2
               move 0 to f-otran-quantity
               write f-order-transaction
               add 1 to ws-transaction-count

               perform varying ws-pending-idx from 1 by 1
               until ws-pending-idx > ws-num-pending
                   move spaces to f-order-transaction
                   move 'L' to f-otran-code
                   move 0 to f-otran-order-number
                   move 0 to f-otran-customer-id
                   move ws-pnd-amount(ws-pending-idx)
                       to f-otran-amount
                   move ws-pnd-item-id-1(ws-pending-idx)
                       to f-otran-item-id-1
                   move ws-pnd-item-id-2(ws-pending-idx)
                       to f-otran-item-id-2
                   move ws-pnd-quantity(ws-pending-idx)
                       to f-otran-quantity
                   move 0 to f-otran-line-number
                   write f-order-transaction
                   add 1 to ws-transaction-count
               end-perform
           end-if

           add 1 to ws-order-count

           move spaces to f-order-ref-record
           move ws-partner-code to f-ref-partner
           move ws-pending-order-ref to f-ref-order-ref
           move ws-business-date to f-ref-received-date
           write f-order-ref-record

           if ws-num-refs < 20000
               add 1 to ws-num-refs
               move ws-pending-order-ref to ws-rf-order-ref(ws-num-refs)
           end-if

           exit paragraph.


      *> Every line of a refused order goes to the queue -- a line
      *> that failed on its own with its own reason, the others with
      *> the order's, or as caught up in another line's failure.
       write-order-errors.

           add 1 to ws-error-order-count

           display "Order refused ("
               function trim(ws-pending-reason) "): "
               function trim(ws-pending-order-ref)
           end-display

           perform varying ws-pending-idx from 1 by 1
           until ws-pending-idx > ws-num-pending
               move spaces to f-error-queue-record
               evaluate true
                   when ws-pnd-reason(ws-pending-idx) not = spaces
                       move ws-pnd-reason(ws-pending-idx)
                           to f-error-reason
                   when ws-pending-line-error
                       move "OTHER-LINE-IN-ERROR" to f-error-reason
                   when other
                       move ws-pending-reason to f-error-reason
               end-evaluate
               move ws-pnd-document(ws-pending-idx)
                   to f-error-document
               write f-error-queue-record
               add 1 to ws-error-line-count
           end-perform

           exit paragraph.


      *> A line past the 99th can't be held with its order; it goes
      *> to the queue on its own, and the order behind it follows
      *> when it closes.
       write-error-line-now.

           move spaces to f-error-queue-record
           move ws-line-reason to f-error-reason
           move f-partner-document to f-error-document
           write f-error-queue-record
           add 1 to ws-error-line-count

           exit paragraph.


      *> Seeds the demo partner's references: two customers on the
      *> demo master and three items. Only called when
      *> partner-xref.txt is missing.
       create-test-partner-xref.

           open output fd-partner-xref

               move spaces to f-xref-record
               move "DEMO" to f-xref-partner
               move 'C' to f-xref-type
               move "CUST-NY-01" to f-xref-partner-ref
               move 1 to f-xref-customer-id
               write f-xref-record

               move spaces to f-xref-record
               move "DEMO" to f-xref-partner
               move 'C' to f-xref-type
               move "CUST-NJ-05" to f-xref-partner-ref
               move 5 to f-xref-customer-id
               write f-xref-record

               move spaces to f-xref-record
               move "DEMO" to f-xref-partner
               move 'I' to f-xref-type
               move "WCC-STD" to f-xref-partner-ref
               move 0001 to f-xref-item-id-1
               move 0101 to f-xref-item-id-2
               write f-xref-record

               move "WIDGET-SM" to f-xref-partner-ref
               move 0001 to f-xref-item-id-1
               move 0050 to f-xref-item-id-2
               write f-xref-record

               move "TRAIN-DAY" to f-xref-partner-ref
               move 0002 to f-xref-item-id-1
               move 0102 to f-xref-item-id-2
               write f-xref-record

           close fd-partner-xref

           exit paragraph.


      *> Seeds a small pipe-delimited partner order file -- a good
      *> one-line order priced off the list, a good two-line order,
      *> one for a customer reference the cross-reference doesn't
      *> know, and one whose second line names an unknown item --
      *> so both the booking and the error paths run on a fresh
      *> checkout. Only called when partner-orders.txt is missing.
       create-test-partner-orders.

           open output fd-partner-orders

               move "PO-4471|CUST-NY-01|2026-10-15|WIDGET-SM|4|"
                   to f-partner-document
               write f-partner-document

               move "PO-4472|CUST-NJ-05|20261015|WCC-STD|6|159.00"
                   to f-partner-document
               write f-partner-document

               move "PO-4472|CUST-NJ-05|20261015|TRAIN-DAY|1|850.00"
                   to f-partner-document
               write f-partner-document

               move "PO-4473|CUST-ZZ-99|20261015|WCC-STD|1|"
                   to f-partner-document
               write f-partner-document

               move "PO-4474|CUST-NY-01|20261015|WCC-STD|1|"
                   to f-partner-document
               write f-partner-document

               move "PO-4474|CUST-NY-01|20261015|NO-SUCH-SKU|2|"
                   to f-partner-document
               write f-partner-document

           close fd-partner-orders

           exit paragraph.

       end program partner-order-gateway.

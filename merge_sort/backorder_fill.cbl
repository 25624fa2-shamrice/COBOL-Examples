      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-10-15
      * Purpose: Daily backorder fill. order-intake allocates each
      *          booked order line against the item's available stock
      *          (on-hand less allocated on search-items.txt) and puts
      *          any shortfall on backorders.txt. Once item-maintenance
      *          receipts bring stock back in, this job works the
      *          backorders oldest first -- by the business date they
      *          were raised, then backorder number -- allocating what
      *          is now available to the waiting order line. A
      *          backorder filled in full drops off the file; one
      *          filled in part stays with the quantity still short.
      *          A backorder whose order line is no longer on the book
      *          is dropped with a warning. Each backorder reads its
      *          line by key off the indexed customer-order-lines.dat
      *          and rewrites it with the fill, and the flat
      *          customer-order-lines.txt extract is rewritten at end
      *          of run. Runs ahead of order-intake so yesterday's
      *          customers get the stock before today's.
      * Tectonics: cobc
      ******************************************************************
       identification division.
       program-id. backorder-fill.

       environment division.
       input-output section.
       file-control.

           select fd-backorder-file assign to "backorders.txt"
           organization is line sequential
           file status is ws-fs-status-backorders.

      *> Work file for putting the backorders in fill order.
           select fd-backorder-sort-file
           assign to "backorder-sort-temp.txt".

      *> The indexed order lines order-intake maintains, keyed on
      *> order number and line number -- a backorder carries both.
           select fd-order-lines
           assign to "customer-order-lines.dat"
           organization is indexed
           access mode is dynamic
           record key is f-line-key
           file status is ws-fs-status-lines.

      *> Their flat extract, rewritten at end of run -- and read to
      *> build a missing indexed file.
           select fd-order-lines-flat
           assign to "customer-order-lines.txt"
           organization is line sequential
           file status is ws-fs-status-lines-flat.

           select fd-item-file assign to "search-items.txt"
           organization is line sequential
           file status is ws-fs-status-items.

       data division.

       file section.

       fd  fd-backorder-file.
       01  f-backorder-record.
           05  f-bo-number                         pic 9(6).
           05  f-bo-date                           pic 9(8).
           05  f-bo-order-number                   pic 9(6).
           05  f-bo-line-number                    pic 9(3).
           05  f-bo-customer-id                    pic 9(5).
           05  f-bo-item-id-1                      pic 9(4).
           05  f-bo-item-id-2                      pic 9(4).
           05  f-bo-quantity                       pic 9(5).

       sd  fd-backorder-sort-file.
       01  f-sort-backorder-record.
           05  f-sort-bo-number                    pic 9(6).
           05  f-sort-bo-date                      pic 9(8).
           05  f-sort-bo-rest                      pic x(27).

       fd  fd-order-lines.
       01  f-order-line.
           05  f-line-key.
               10  f-line-order-number             pic 9(6).
               10  f-line-number                   pic 9(3).
           05  f-line-customer-id                  pic 9(5).
           05  f-line-order-date                   pic x(8).
           05  f-line-item-id-1                    pic 9(4).
           05  f-line-item-id-2                    pic 9(4).
           05  f-line-quantity                     pic 9(5).
           05  f-line-amount                       pic 9(7)v99.
           05  f-line-allocated                    pic 9(5).
           05  f-line-shipped                      pic 9(5).
           05  f-line-returned                     pic 9(5).

       fd  fd-order-lines-flat.
       01  f-order-line-flat                       pic x(59).

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

       working-storage section.

       01  ws-fs-status-backorders                 pic xx.
       01  ws-fs-status-lines                      pic xx.
       01  ws-fs-status-lines-flat                 pic xx.
       01  ws-fs-status-items                      pic xx.

       01  ws-eof-sw                               pic x value 'N'.
           88  ws-eof                              value 'Y'.
           88  ws-not-eof                          value 'N'.

      *> Items loaded whole and written back with the new
      *> allocations, the same way order-intake does it.
       01  ws-num-items                            pic 999 comp
                                                   value 0.

       01  ws-item-table                           occurs 500 times
                                                   indexed by
                                                       ws-item-idx.
           05  ws-item-key-1                       pic 9(4).
           05  ws-item-key-2                       pic 9(4).
           05  ws-item-image                       pic x(101).
           05  ws-item-on-hand                     pic 9(5).
           05  ws-item-allocated                   pic 9(5).

      *> End of a READ NEXT walk of the lines file -- kept apart
      *> from ws-eof-sw, which the loads own.
       01  ws-lines-done-sw                        pic x value 'N'.
           88  ws-lines-done                       value 'Y'.
           88  ws-lines-not-done                   value 'N'.

      *> The backorders in fill order, returned from the sort.
       01  ws-num-backorders                       pic 9(4) comp
                                                   value 0.

       01  ws-backorder-table                      occurs 0 to 2000
                                                   times depending on
                                                       ws-num-backorders
                                                   indexed by
                                                       ws-bo-idx.
           05  ws-bo-number                        pic 9(6).
           05  ws-bo-date                          pic 9(8).
           05  ws-bo-order-number                  pic 9(6).
           05  ws-bo-line-number                   pic 9(3).
           05  ws-bo-customer-id                   pic 9(5).
           05  ws-bo-item-id-1                     pic 9(4).
           05  ws-bo-item-id-2                     pic 9(4).
           05  ws-bo-quantity                      pic 9(5).
           05  ws-bo-status-sw                     pic x.
               88  ws-bo-open                      value 'O'.
               88  ws-bo-closed                    value 'X'.

       01  ws-backorders-present-sw                pic x value 'N'.
           88  ws-backorders-present               value 'Y'.

      *> Fill work fields: whether the backorder's line is on file,
      *> its item slot, and the quantities worked out.
       01  ws-line-found-sw                        pic x value 'N'.
           88  ws-line-found                       value 'Y'.
           88  ws-line-not-found                   value 'N'.

       01  ws-fill-item-idx                        pic 999 comp.
       01  ws-available-qty                        pic 9(5).
       01  ws-fill-qty                             pic 9(5).

       01  ws-backorders-read-count                pic 9(5) value 0.
       01  ws-filled-count                         pic 9(5) value 0.
       01  ws-part-filled-count                    pic 9(5) value 0.
       01  ws-orphan-count                         pic 9(5) value 0.
       01  ws-backorders-out-count                 pic 9(5) value 0.
       01  ws-units-filled                         pic 9(7) value 0.

      *> Failure detail handed to the shared error-logger subprogram
      *> before a hard stop, per the suite's return-code convention
      *> (0 clean, 4 warnings/rejects, 8 failed).
       01  ws-error-request.
           05  ws-err-program               pic x(30).
           05  ws-err-paragraph             pic x(30).
           05  ws-err-file-status           pic xx.
           05  ws-err-message               pic x(48).

      *> Start/end entry for the common operations log, written by
      *> the shared job-audit-log subprogram.
       01  ws-job-audit-request.
           05  ws-ja-program                pic x(30).
           05  ws-ja-phase                  pic x.
           05  ws-ja-read-count             pic 9(7).
           05  ws-ja-written-count          pic 9(7).
           05  ws-ja-rejected-count         pic 9(7).
           05  ws-ja-status                 pic x(10).

       procedure division.
       main-procedure.

           perform log-job-start

           perform load-backorders

           if not ws-backorders-present
               display "No backorders on file -- nothing to fill."
               perform log-job-end
               goback
           end-if

           perform load-item-file
           perform open-order-lines

           perform varying ws-bo-idx from 1 by 1
           until ws-bo-idx > ws-num-backorders
               perform fill-one-backorder
           end-perform

           perform write-item-file
           perform write-order-lines-file
           perform write-backorder-file

           perform log-job-end

           display space
           display "Backorder fill complete."
           display "Backorders read:     " ws-backorders-read-count
           display "Filled in full:      " ws-filled-count
           display "Filled in part:      " ws-part-filled-count
           display "Units filled:        " ws-units-filled
           display "Dropped, no line:    " ws-orphan-count
           display "Backorders open:     " ws-backorders-out-count

           if ws-orphan-count > 0
               move 4 to return-code
           end-if

           goback.


      *> Puts the backorders in fill order -- oldest business date
      *> first, backorder number within the day -- and returns them
      *> into the table. No file yet just means nothing is waiting.
       load-backorders.

           open input fd-backorder-file

           if ws-fs-status-backorders = "35"
               exit paragraph
           end-if

           if ws-fs-status-backorders not = "00"
               display "Error opening backorders.txt: "
                   ws-fs-status-backorders
               end-display
               move "load-backorders" to ws-err-paragraph
               move ws-fs-status-backorders to ws-err-file-status
               move "open fd-backorder-file" to ws-err-message
               perform fail-run
           end-if

           close fd-backorder-file

           sort fd-backorder-sort-file
               on ascending key f-sort-bo-date
               ascending key f-sort-bo-number
               using fd-backorder-file
               output procedure is return-sorted-backorders

           if ws-num-backorders > 0
               set ws-backorders-present to true
           end-if

           exit paragraph.


      *> Rewritten whole at end of run, so a backorder file bigger
      *> than the table is a hard stop rather than a truncation.
       return-sorted-backorders.

           set ws-not-eof to true

           perform until ws-eof
               return fd-backorder-sort-file
                   at end
                       set ws-eof to true
                   not at end
                       if ws-num-backorders >= 2000
                           display "Backorders exceed the 2000-entry "
                               "table -- run stopped before "
                               "backorders.txt could be truncated."
                           end-display
                           move "return-sorted-backorders"
                               to ws-err-paragraph
                           move spaces to ws-err-file-status
                           move "backorder table overflow"
                               to ws-err-message
                           perform fail-run
                       end-if

                       add 1 to ws-num-backorders
                       add 1 to ws-backorders-read-count
                       move f-sort-backorder-record
                           to ws-backorder-table(ws-num-backorders)
                       set ws-bo-open(ws-num-backorders) to true
               end-return
           end-perform

           exit paragraph.


       load-item-file.

           set ws-not-eof to true

           open input fd-item-file

           if ws-fs-status-items not = "00"
               display "Error opening search-items.txt: "
                   ws-fs-status-items
               end-display
               move "load-item-file" to ws-err-paragraph
               move ws-fs-status-items to ws-err-file-status
               move "open fd-item-file" to ws-err-message
               perform fail-run
           end-if

           perform until ws-eof
               read fd-item-file
                   at end
                       set ws-eof to true
                   not at end
                       if ws-num-items >= 500
                           display "search-items.txt exceeds the "
                               "500-item table -- run stopped "
                               "before it could be truncated."
                           end-display
                           move "load-item-file" to ws-err-paragraph
                           move spaces to ws-err-file-status
                           move "item table overflow"
                               to ws-err-message
                           perform fail-run
                       end-if

                       add 1 to ws-num-items
                       move f-item-id-1 to ws-item-key-1(ws-num-items)
                       move f-item-id-2 to ws-item-key-2(ws-num-items)
                       move f-item-record
                           to ws-item-image(ws-num-items)
                       if f-item-on-hand is numeric
                           move f-item-on-hand
                               to ws-item-on-hand(ws-num-items)
                       else
                           move 0 to ws-item-on-hand(ws-num-items)
                       end-if
                       if f-item-allocated is numeric
                           move f-item-allocated
                               to ws-item-allocated(ws-num-items)
                       else
                           move 0 to ws-item-allocated(ws-num-items)
                       end-if
               end-read
           end-perform

           close fd-item-file

           exit paragraph.


      *> Opens the indexed lines file, building it from the flat one
      *> the first time it isn't there.
       open-order-lines.

           open i-o fd-order-lines

           if ws-fs-status-lines = "35"
               perform convert-order-lines-file
               open i-o fd-order-lines
           end-if

           if ws-fs-status-lines not = "00"
               display "Error opening order lines: "
                   ws-fs-status-lines
               end-display
               move "open-order-lines" to ws-err-paragraph
               move ws-fs-status-lines to ws-err-file-status
               move "open fd-order-lines" to ws-err-message
               perform fail-run
           end-if

           exit paragraph.


      *> Builds the indexed lines file from the flat
      *> customer-order-lines.txt when one is on disk, otherwise
      *> empty -- the same first-run conversion order-intake
      *> performs.
       convert-order-lines-file.

           open output fd-order-lines

           open input fd-order-lines-flat

           if ws-fs-status-lines-flat = "35"
               close fd-order-lines
               exit paragraph
           end-if

           if ws-fs-status-lines-flat not = "00"
               display "Error opening flat order lines: "
                   ws-fs-status-lines-flat
               end-display
               move "convert-order-lines-file" to ws-err-paragraph
               move ws-fs-status-lines-flat to ws-err-file-status
               move "open fd-order-lines-flat" to ws-err-message
               perform fail-run
           end-if

           display "Converting flat customer-order-lines.txt into "
               "indexed customer-order-lines.dat..."
           end-display

           set ws-not-eof to true

           perform until ws-eof
               read fd-order-lines-flat
                   at end
                       set ws-eof to true
                   not at end
                       move f-order-line-flat to f-order-line
                       if f-line-allocated is not numeric
                           move 0 to f-line-allocated
                       end-if
                       if f-line-shipped is not numeric
                           move 0 to f-line-shipped
                       end-if
                       if f-line-returned is not numeric
                           move 0 to f-line-returned
                       end-if
                       write f-order-line
                           invalid key
                               display "Duplicate order line "
                                   "dropped during conversion: "
                                   f-line-order-number "/"
                                   f-line-number
                               end-display
                       end-write
               end-read
           end-perform

           close fd-order-lines-flat
           close fd-order-lines

           exit paragraph.


      *> Fills the backorder in ws-bo-idx from whatever of its item
      *> is available, and hands the stock to its order line. The
      *> line can never end up allocated past its own quantity.
       fill-one-backorder.

           perform read-backorder-line

           if ws-line-not-found
               display "Backorder " ws-bo-number(ws-bo-idx)
                   " dropped -- order " ws-bo-order-number(ws-bo-idx)
                   " line " ws-bo-line-number(ws-bo-idx)
                   " is no longer on the book."
               end-display
               add 1 to ws-orphan-count
               set ws-bo-closed(ws-bo-idx) to true
               exit paragraph
           end-if

           if f-line-allocated + ws-bo-quantity(ws-bo-idx)
               > f-line-quantity
               compute ws-bo-quantity(ws-bo-idx) =
                   f-line-quantity - f-line-allocated
               end-compute
           end-if

           if ws-bo-quantity(ws-bo-idx) = 0
               set ws-bo-closed(ws-bo-idx) to true
               exit paragraph
           end-if

           perform find-backorder-item

           if ws-fill-item-idx = 0
               exit paragraph
           end-if

           if ws-item-allocated(ws-fill-item-idx)
               >= ws-item-on-hand(ws-fill-item-idx)
               exit paragraph
           end-if

           compute ws-available-qty =
               ws-item-on-hand(ws-fill-item-idx)
               - ws-item-allocated(ws-fill-item-idx)
           end-compute

           if ws-available-qty >= ws-bo-quantity(ws-bo-idx)
               move ws-bo-quantity(ws-bo-idx) to ws-fill-qty
           else
               move ws-available-qty to ws-fill-qty
           end-if

           add ws-fill-qty to ws-item-allocated(ws-fill-item-idx)
           add ws-fill-qty to f-line-allocated
           subtract ws-fill-qty from ws-bo-quantity(ws-bo-idx)
           add ws-fill-qty to ws-units-filled

           rewrite f-order-line
               invalid key
                   display "Error rewriting order "
                       f-line-order-number " line " f-line-number
                       ": " ws-fs-status-lines
                   end-display
                   move "fill-one-backorder" to ws-err-paragraph
                   move ws-fs-status-lines to ws-err-file-status
                   move "rewrite fd-order-lines" to ws-err-message
                   perform fail-run
           end-rewrite

           display "Backorder " ws-bo-number(ws-bo-idx)
               " filled " ws-fill-qty " of item "
               ws-bo-item-id-1(ws-bo-idx) "/"
               ws-bo-item-id-2(ws-bo-idx) " for order "
               ws-bo-order-number(ws-bo-idx) " line "
               ws-bo-line-number(ws-bo-idx)
           end-display

           if ws-bo-quantity(ws-bo-idx) = 0
               add 1 to ws-filled-count
               set ws-bo-closed(ws-bo-idx) to true
           else
               add 1 to ws-part-filled-count
           end-if

           exit paragraph.


      *> Reads the backorder's order line by key. A line written
      *> before shipments (or returns) existed has nothing shipped
      *> (or returned) yet.
       read-backorder-line.

           set ws-line-found to true

           move ws-bo-order-number(ws-bo-idx) to f-line-order-number
           move ws-bo-line-number(ws-bo-idx) to f-line-number
           read fd-order-lines
               key is f-line-key
               invalid key
                   set ws-line-not-found to true
                   exit paragraph
           end-read

           if f-line-allocated is not numeric
               move 0 to f-line-allocated
           end-if

           if f-line-shipped is not numeric
               move 0 to f-line-shipped
           end-if

           if f-line-returned is not numeric
               move 0 to f-line-returned
           end-if

           exit paragraph.


       find-backorder-item.

           move 0 to ws-fill-item-idx

           perform varying ws-item-idx from 1 by 1
           until ws-item-idx > ws-num-items
               if ws-item-key-1(ws-item-idx)
                   = ws-bo-item-id-1(ws-bo-idx)
               and ws-item-key-2(ws-item-idx)
                   = ws-bo-item-id-2(ws-bo-idx)
                   set ws-fill-item-idx to ws-item-idx
                   exit perform
               end-if
           end-perform

           exit paragraph.


      *> Writes search-items.txt back with the new allocations, in
      *> the order it was read -- still sorted for SEARCH ALL.
       write-item-file.

           open output fd-item-file

           if ws-fs-status-items not = "00"
               display "Error rewriting search-items.txt: "
                   ws-fs-status-items
               end-display
               move "write-item-file" to ws-err-paragraph
               move ws-fs-status-items to ws-err-file-status
               move "open output fd-item-file" to ws-err-message
               perform fail-run
           end-if

           perform varying ws-item-idx from 1 by 1
           until ws-item-idx > ws-num-items
               move ws-item-image(ws-item-idx) to f-item-record
               move ws-item-allocated(ws-item-idx)
                   to f-item-allocated
               write f-item-record
           end-perform

           close fd-item-file

           exit paragraph.


      *> Rewrites the flat customer-order-lines.txt extract from the
      *> lines file in key order, for the programs still on the old
      *> layout.
       write-order-lines-file.

           open output fd-order-lines-flat

           if ws-fs-status-lines-flat not = "00"
               display "Error rewriting customer-order-lines.txt: "
                   ws-fs-status-lines-flat
               end-display
               move "write-order-lines-file" to ws-err-paragraph
               move ws-fs-status-lines-flat to ws-err-file-status
               move "open output fd-order-lines-flat"
                   to ws-err-message
               perform fail-run
           end-if

           set ws-lines-not-done to true

           move 0 to f-line-order-number
           move 0 to f-line-number
           start fd-order-lines key is greater than
               or equal to f-line-key
               invalid key
                   set ws-lines-done to true
           end-start

           perform until ws-lines-done
               read fd-order-lines next record
                   at end
                       set ws-lines-done to true
                   not at end
                       move f-order-line to f-order-line-flat
                       write f-order-line-flat
               end-read
           end-perform

           close fd-order-lines-flat
           close fd-order-lines

           exit paragraph.


      *> Rewrites backorders.txt in fill order with what is still
      *> short; filled and dropped backorders fall off.
       write-backorder-file.

           open output fd-backorder-file

           if ws-fs-status-backorders not = "00"
               display "Error rewriting backorders.txt: "
                   ws-fs-status-backorders
               end-display
               move "write-backorder-file" to ws-err-paragraph
               move ws-fs-status-backorders to ws-err-file-status
               move "open output fd-backorder-file"
                   to ws-err-message
               perform fail-run
           end-if

           perform varying ws-bo-idx from 1 by 1
           until ws-bo-idx > ws-num-backorders
               if ws-bo-open(ws-bo-idx)
                   add 1 to ws-backorders-out-count
                   move ws-backorder-table(ws-bo-idx)
                       to f-backorder-record
                   write f-backorder-record
               end-if
           end-perform

           close fd-backorder-file

           exit paragraph.


       log-job-start.

           move spaces to ws-job-audit-request
           move "backorder-fill" to ws-ja-program
           move 'S' to ws-ja-phase
           move 0 to ws-ja-read-count
           move 0 to ws-ja-written-count
           move 0 to ws-ja-rejected-count

           call "job-audit-log" using ws-job-audit-request
               on exception
                   display "Warning: unable to call job-audit-log."
           end-call

           exit paragraph.


       log-job-end.

           move 'E' to ws-ja-phase
           move ws-backorders-read-count to ws-ja-read-count
           move ws-backorders-out-count to ws-ja-written-count
           move ws-orphan-count to ws-ja-rejected-count
           move "COMPLETE" to ws-ja-status

           call "job-audit-log" using ws-job-audit-request
               on exception
                   display "Warning: unable to call job-audit-log."
           end-call

           exit paragraph.


      *> Records the failure just displayed in the common error log
      *> through the shared error-logger subprogram, then stops the
      *> run with status 8. The caller fills in the paragraph, file
      *> status, and message first.
       fail-run.

           move "backorder-fill" to ws-err-program

           call "error-logger" using ws-error-request
               on exception
                   display "Warning: unable to call error-logger."
           end-call

           move 8 to return-code

           goback.

       end program backorder-fill.

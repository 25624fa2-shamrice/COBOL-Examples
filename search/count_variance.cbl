      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-10-15
      * Purpose: Cycle count variance posting. Weighs every count
      *          entered on cycle-count-items.txt against the book
      *          on-hand on search-items.txt and values the
      *          difference at the item's standard cost (the vendor
      *          unit cost where no standard is set). A variance
      *          within tolerance -- no more than COUNT_TOLERANCE_PCT
      *          percent of the book quantity (default 5) and no more
      *          than COUNT_TOLERANCE_VALUE whole currency units at
      *          cost (default 50) -- posts at once: on-hand becomes
      *          the count and the item's last-count date is set.
      *          A larger one is held for supervisor approval through
      *          count-approval, with the book quantity it was weighed
      *          against; once approved, the next run posts that same
      *          difference onto whatever on-hand is by then, so
      *          receipts and issues since the count aren't undone.
      *          Every posting is logged to inventory-adjustments.txt
      *          and the count leaves the count file. The variance
      *          report, count-variance-report.txt, lists book,
      *          counted, variance and value for each count weighed,
      *          then everything still waiting on a supervisor; the
      *          run finishes with return code 4 while anything is
      *          held.
      * Tectonics: cobc
      ******************************************************************
       identification division.
       program-id. count-variance.

       environment division.
       input-output section.
       file-control.

           select fd-item-file assign to "search-items.txt"
           organization is line sequential
           file status is ws-fs-status-items.

           select fd-count-file assign to "cycle-count-items.txt"
           organization is line sequential
           file status is ws-fs-status-count.

           select fd-adjustment-file
           assign to "inventory-adjustments.txt"
           organization is line sequential
           file status is ws-fs-status-adjust.

           select fd-variance-report
           assign to "count-variance-report.txt"
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

      *> One record per item out for counting. Status 'O' open, 'E'
      *> entered, 'H' held for supervisor approval, 'A' approved.
       fd  fd-count-file.
       01  f-count-record.
           05  f-count-sheet-number                pic 9(6).
           05  f-count-sheet-date                  pic 9(8).
           05  f-count-item-id-1                   pic 9(4).
           05  f-count-item-id-2                   pic 9(4).
           05  f-count-location                    pic x(6).
           05  f-count-status                      pic x.
           05  f-count-qty                         pic 9(5).
           05  f-count-entered-by                  pic x(20).
           05  f-count-book-qty                    pic 9(5).
           05  f-count-approved-by                 pic x(20).

      *> One record per stock adjustment posted. Reason 'CC' is a
      *> cycle count; the sign says which way on-hand moved.
       fd  fd-adjustment-file.
       01  f-adjustment-record.
           05  f-adj-date                          pic 9(8).
           05  f-adj-item-id-1                     pic 9(4).
           05  f-adj-item-id-2                     pic 9(4).
           05  f-adj-reason                        pic xx.
           05  f-adj-book-qty                      pic 9(5).
           05  f-adj-counted-qty                   pic 9(5).
           05  f-adj-sign                          pic x.
           05  f-adj-qty                           pic 9(5).
           05  f-adj-unit-cost                     pic 9(5)v99.
           05  f-adj-value                         pic 9(7)v99.
           05  f-adj-sheet-number                  pic 9(6).
           05  f-adj-entered-by                    pic x(20).
           05  f-adj-approved-by                   pic x(20).

       fd  fd-variance-report.
       01  f-report-record                         pic x(110).

       working-storage section.

       01  ws-fs-status-items                      pic xx.
       01  ws-fs-status-count                      pic xx.
       01  ws-fs-status-adjust                     pic xx.
       01  ws-fs-status-report                     pic xx.

       01  ws-eof-sw                               pic x value 'N'.
           88  ws-eof                              value 'Y'.
           88  ws-not-eof                          value 'N'.

      *> Business-date request for the shared business-date
      *> subprogram -- adjustments and last-count dates carry the
      *> business day.
       01  ws-business-date-request.
           05  ws-bd-action                 pic x.
           05  ws-bd-date                   pic 9(8).

       01  ws-business-date                        pic 9(8).

      *> Tolerances, from the environment.
       01  ws-tolerance-pct                        pic 9(3) value 5.
       01  ws-tolerance-value                      pic 9(7) value 50.
       01  ws-param-env                            pic x(7).

      *> The item file, loaded whole so on-hand can be adjusted and
      *> the file written back. The image carries every field this
      *> program doesn't touch.
       01  ws-num-items                            pic 999 comp
                                                   value 0.

       01  ws-item-table                           occurs 0 to 500
                                                   times depending on
                                                       ws-num-items
                                                   indexed by
                                                       ws-item-idx.
           05  ws-item-id-1                        pic 9(4).
           05  ws-item-id-2                        pic 9(4).
           05  ws-item-name                        pic x(16).
           05  ws-item-on-hand                     pic 9(5).
           05  ws-item-unit-cost                   pic 9(5)v99.
           05  ws-item-last-count-date             pic 9(8).
           05  ws-item-image                       pic x(101).

      *> The count file, loaded whole; posted counts are dropped
      *> when it is written back.
       01  ws-num-counts                           pic 9(4) comp
                                                   value 0.

       01  ws-count-table                          occurs 0 to 2000
                                                   times depending on
                                                       ws-num-counts
                                                   indexed by
                                                       ws-count-idx.
           05  ws-count-sheet-number               pic 9(6).
           05  ws-count-item-id-1                  pic 9(4).
           05  ws-count-item-id-2                  pic 9(4).
           05  ws-count-location                   pic x(6).
           05  ws-count-status                     pic x.
               88  ws-count-open                   value 'O'.
               88  ws-count-entered                value 'E'.
               88  ws-count-held                   value 'H'.
               88  ws-count-approved               value 'A'.
               88  ws-count-posted                 value 'P'.
               88  ws-count-dropped                value 'D'.
           05  ws-count-qty                        pic 9(5).
           05  ws-count-entered-by                 pic x(20).
           05  ws-count-book-qty                   pic 9(5).
           05  ws-count-approved-by                pic x(20).
           05  ws-count-image                      pic x(79).

       01  ws-found-idx                            pic 999 comp.

      *> The count being weighed.
       01  ws-variance-qty                         pic s9(6).
       01  ws-variance-abs                         pic 9(6).
       01  ws-variance-value                       pic s9(9)v99.
       01  ws-value-abs                            pic 9(9)v99.
       01  ws-tolerance-qty                        pic 9(7)v99.
       01  ws-new-on-hand                          pic s9(7).

       01  ws-within-sw                            pic x.
           88  ws-within-tolerance                 value 'Y'.
           88  ws-over-tolerance                   value 'N'.

       01  ws-disposition                          pic x(12).

       01  ws-counts-changed-sw                    pic x value 'N'.
           88  ws-counts-changed                   value 'Y'.

       01  ws-weighed-count                        pic 9(5) value 0.
       01  ws-posted-count                         pic 9(5) value 0.
       01  ws-held-count                           pic 9(5) value 0.
       01  ws-waiting-count                        pic 9(5) value 0.
       01  ws-open-count                           pic 9(5) value 0.
       01  ws-dropped-count                        pic 9(5) value 0.
       01  ws-posted-net-value                     pic s9(9)v99
                                                   value 0.
       01  ws-posted-gross-value                   pic 9(9)v99 value 0.
       01  ws-held-value                           pic 9(9)v99 value 0.

       01  ws-report-line                          pic x(110).
       01  ws-date-display                         pic 9999/99/99.
       01  ws-qty-display                          pic zz,zz9.
       01  ws-variance-display                     pic zz,zz9-.
       01  ws-value-display                        pic z,zzz,zz9.99-.
       01  ws-total-display                        pic zzz,zzz,zz9.99-.


      *> Entry for the common report catalog, written by the shared
      *> report-catalog subprogram.
       01  ws-catalog-request.
           05  ws-rc-name                  pic x(20).
           05  ws-rc-file                  pic x(40).
           05  ws-rc-pages                 pic 9(3).

       procedure division.
       main-procedure.

           display "Cycle count variance posting."

           perform fetch-adjustment-date
           perform load-tolerances
           perform load-item-file
           perform load-count-file

           open output fd-variance-report

           if ws-fs-status-report not = "00"
               display "Error opening count-variance-report.txt: "
                   ws-fs-status-report
               end-display
               move 8 to return-code
               goback
           end-if

           open extend fd-adjustment-file

           if ws-fs-status-adjust = "35"
               open output fd-adjustment-file
           end-if

           if ws-fs-status-adjust not = "00"
               display "Error opening inventory-adjustments.txt: "
                   ws-fs-status-adjust
               end-display
               move 8 to return-code
               goback
           end-if

           perform write-report-heading

           perform varying ws-count-idx from 1 by 1
           until ws-count-idx > ws-num-counts
               evaluate true
                   when ws-count-entered(ws-count-idx)
                       perform weigh-entered-count
                   when ws-count-approved(ws-count-idx)
                       perform post-approved-count
                   when ws-count-open(ws-count-idx)
                       add 1 to ws-open-count
               end-evaluate
           end-perform

           perform write-held-section
           perform write-report-totals

           close fd-adjustment-file
           close fd-variance-report

           if ws-posted-count > 0
               perform rewrite-item-file
           end-if

           if ws-counts-changed
               perform rewrite-count-file
           end-if

           display "Done. See count-variance-report.txt"
           move spaces to ws-catalog-request
           move "COUNT-VARIANCE" to ws-rc-name
           move "count-variance-report.txt" to ws-rc-file
           move 0 to ws-rc-pages
           call "report-catalog" using ws-catalog-request
               on exception
                   display "Warning: unable to call report-catalog."
           end-call

           display "Counts weighed:       " ws-weighed-count
           display "Adjustments posted:   " ws-posted-count
           display "Held for approval:    " ws-waiting-count
           display "Still to be counted:  " ws-open-count

           if ws-waiting-count > 0
               move 4 to return-code
           end-if

           goback.


      *> The business day, with the system date as the fallback when
      *> the calendar subprogram isn't linked in.
       fetch-adjustment-date.

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


      *> A blank or non-numeric setting keeps the default.
       load-tolerances.

           accept ws-param-env from environment "COUNT_TOLERANCE_PCT"

           if ws-param-env not = spaces
           and function trim(ws-param-env) is numeric
               move function numval(ws-param-env) to ws-tolerance-pct
           end-if

           move spaces to ws-param-env
           accept ws-param-env
               from environment "COUNT_TOLERANCE_VALUE"

           if ws-param-env not = spaces
           and function trim(ws-param-env) is numeric
               move function numval(ws-param-env)
                   to ws-tolerance-value
           end-if

           exit paragraph.


      *> The item file is written back whole, so one too big for the
      *> table stops the run rather than truncating it.
       load-item-file.

           set ws-not-eof to true

           open input fd-item-file

           if ws-fs-status-items not = "00"
               display "Error opening search-items.txt: "
                   ws-fs-status-items
               end-display
               display "Run item-maintenance once to build it."
               move 8 to return-code
               goback
           end-if

           perform until ws-eof
               read fd-item-file
                   at end
                       set ws-eof to true
                   not at end
                       perform load-one-item
               end-read
           end-perform

           close fd-item-file

           exit paragraph.


       load-one-item.

           if ws-num-items >= 500
               display "search-items.txt exceeds the 500-item table "
                   "-- run stopped before it could be truncated."
               end-display
               close fd-item-file
               move 8 to return-code
               goback
           end-if

           add 1 to ws-num-items
           move f-item-id-1 to ws-item-id-1(ws-num-items)
           move f-item-id-2 to ws-item-id-2(ws-num-items)
           move f-item-name to ws-item-name(ws-num-items)
           move f-item-on-hand to ws-item-on-hand(ws-num-items)
           move f-item-record to ws-item-image(ws-num-items)

           if f-item-std-cost is numeric
           and f-item-std-cost > 0
               move f-item-std-cost to ws-item-unit-cost(ws-num-items)
           else
               if f-item-unit-cost is numeric
                   move f-item-unit-cost
                       to ws-item-unit-cost(ws-num-items)
               else
                   move 0 to ws-item-unit-cost(ws-num-items)
               end-if
           end-if

           if f-item-last-count-date is numeric
               move f-item-last-count-date
                   to ws-item-last-count-date(ws-num-items)
           else
               move 0 to ws-item-last-count-date(ws-num-items)
           end-if

           exit paragraph.


       load-count-file.

           set ws-not-eof to true

           open input fd-count-file

           if ws-fs-status-count = "35"
               exit paragraph
           end-if

           if ws-fs-status-count not = "00"
               display "Error opening cycle-count-items.txt: "
                   ws-fs-status-count
               end-display
               move 8 to return-code
               goback
           end-if

           perform until ws-eof
               read fd-count-file
                   at end
                       set ws-eof to true
                   not at end
                       perform load-one-count
               end-read
           end-perform

           close fd-count-file

           exit paragraph.


       load-one-count.

           if ws-num-counts >= 2000
               display "cycle-count-items.txt exceeds the 2000-entry "
                   "table -- run stopped before it could be truncated."
               end-display
               close fd-count-file
               move 8 to return-code
               goback
           end-if

           add 1 to ws-num-counts
           move f-count-sheet-number
               to ws-count-sheet-number(ws-num-counts)
           move f-count-item-id-1 to ws-count-item-id-1(ws-num-counts)
           move f-count-item-id-2 to ws-count-item-id-2(ws-num-counts)
           move f-count-location to ws-count-location(ws-num-counts)
           move f-count-status to ws-count-status(ws-num-counts)
           move f-count-qty to ws-count-qty(ws-num-counts)
           move f-count-entered-by
               to ws-count-entered-by(ws-num-counts)
           move f-count-book-qty to ws-count-book-qty(ws-num-counts)
           move f-count-approved-by
               to ws-count-approved-by(ws-num-counts)
           move f-count-record to ws-count-image(ws-num-counts)

           exit paragraph.


       find-count-item.

           move 0 to ws-found-idx

           perform varying ws-item-idx from 1 by 1
           until ws-item-idx > ws-num-items
               if ws-item-id-1(ws-item-idx)
                   = ws-count-item-id-1(ws-count-idx)
               and ws-item-id-2(ws-item-idx)
                   = ws-count-item-id-2(ws-count-idx)
                   set ws-found-idx to ws-item-idx
                   exit perform
               end-if
           end-perform

           exit paragraph.


      *> A count just entered: weighed against today's book. Within
      *> tolerance it posts; otherwise it waits for a supervisor with
      *> the book it was weighed against.
       weigh-entered-count.

           set ws-counts-changed to true
           add 1 to ws-weighed-count

           perform find-count-item

           if ws-found-idx = 0
               perform drop-missing-item
               exit paragraph
           end-if

           move ws-item-on-hand(ws-found-idx)
               to ws-count-book-qty(ws-count-idx)

           perform compute-variance

           compute ws-tolerance-qty =
               ws-count-book-qty(ws-count-idx) * ws-tolerance-pct / 100
           end-compute

           set ws-within-tolerance to true

           if ws-variance-abs > ws-tolerance-qty
           or ws-value-abs > ws-tolerance-value
               set ws-over-tolerance to true
           end-if

           if ws-variance-qty = 0
               set ws-within-tolerance to true
           end-if

           if ws-within-tolerance
               perform post-count-adjustment
               move "POSTED" to ws-disposition
           else
               move 'H' to ws-count-status(ws-count-idx)
               add 1 to ws-held-count
               add ws-value-abs to ws-held-value
               move "HELD" to ws-disposition
           end-if

           perform write-variance-line

           exit paragraph.


      *> A count a supervisor has approved: the difference found at
      *> the count goes onto today's on-hand.
       post-approved-count.

           set ws-counts-changed to true
           add 1 to ws-weighed-count

           perform find-count-item

           if ws-found-idx = 0
               perform drop-missing-item
               exit paragraph
           end-if

           perform compute-variance
           perform post-count-adjustment

           move "APPROVED" to ws-disposition
           perform write-variance-line

           exit paragraph.


      *> Variance is counted less book; its value is at the item's
      *> cost as loaded -- standard, else vendor unit cost.
       compute-variance.

           compute ws-variance-qty =
               ws-count-qty(ws-count-idx)
               - ws-count-book-qty(ws-count-idx)
           end-compute

           if ws-variance-qty < 0
               compute ws-variance-abs = 0 - ws-variance-qty
           else
               move ws-variance-qty to ws-variance-abs
           end-if

           compute ws-variance-value =
               ws-variance-qty * ws-item-unit-cost(ws-found-idx)
           end-compute

           compute ws-value-abs =
               ws-variance-abs * ws-item-unit-cost(ws-found-idx)
           end-compute

           exit paragraph.


      *> Moves on-hand by the variance (never below zero), stamps the
      *> last-count date, and logs the adjustment.
       post-count-adjustment.

           compute ws-new-on-hand =
               ws-item-on-hand(ws-found-idx) + ws-variance-qty
           end-compute

           if ws-new-on-hand < 0
               move 0 to ws-new-on-hand
           end-if

           move ws-new-on-hand to ws-item-on-hand(ws-found-idx)
           move ws-business-date
               to ws-item-last-count-date(ws-found-idx)

           move 'P' to ws-count-status(ws-count-idx)
           add 1 to ws-posted-count
           add ws-variance-value to ws-posted-net-value
           add ws-value-abs to ws-posted-gross-value

           move ws-business-date to f-adj-date
           move ws-count-item-id-1(ws-count-idx) to f-adj-item-id-1
           move ws-count-item-id-2(ws-count-idx) to f-adj-item-id-2
           move "CC" to f-adj-reason
           move ws-count-book-qty(ws-count-idx) to f-adj-book-qty
           move ws-count-qty(ws-count-idx) to f-adj-counted-qty

           if ws-variance-qty < 0
               move '-' to f-adj-sign
           else
               move '+' to f-adj-sign
           end-if

           move ws-variance-abs to f-adj-qty
           move ws-item-unit-cost(ws-found-idx) to f-adj-unit-cost
           move ws-value-abs to f-adj-value
           move ws-count-sheet-number(ws-count-idx)
               to f-adj-sheet-number
           move ws-count-entered-by(ws-count-idx) to f-adj-entered-by
           move ws-count-approved-by(ws-count-idx)
               to f-adj-approved-by
           write f-adjustment-record

           exit paragraph.


      *> An item deleted since it went out for counting has no book
      *> to adjust; the count is dropped and shown on the report.
       drop-missing-item.

           move 'D' to ws-count-status(ws-count-idx)
           add 1 to ws-dropped-count

           move spaces to ws-report-line
           move ws-count-sheet-number(ws-count-idx)
               to ws-report-line(1:6)
           move ws-count-item-id-1(ws-count-idx) to ws-report-line(9:4)
           move "/" to ws-report-line(13:1)
           move ws-count-item-id-2(ws-count-idx)
               to ws-report-line(14:4)
           move "(item no longer on file -- count dropped)"
               to ws-report-line(20:45)
           perform write-report-line

           exit paragraph.


       write-report-heading.

           move ws-business-date to ws-date-display

           move spaces to ws-report-line
           string "Cycle count variance report for " ws-date-display
               into ws-report-line
           end-string
           perform write-report-line

           move spaces to ws-report-line
           string
               "Tolerance: " ws-tolerance-pct "% of book and "
               ws-tolerance-value " at cost"
               into ws-report-line
           end-string
           perform write-report-line

           move spaces to ws-report-line
           perform write-report-line

           move "sheet   item       name              bin        book"
               & "  counted  variance          value  disposition"
               to ws-report-line
           perform write-report-line

           exit paragraph.


       write-variance-line.

           move spaces to ws-report-line
           move ws-count-sheet-number(ws-count-idx)
               to ws-report-line(1:6)
           move ws-count-item-id-1(ws-count-idx) to ws-report-line(9:4)
           move "/" to ws-report-line(13:1)
           move ws-count-item-id-2(ws-count-idx)
               to ws-report-line(14:4)
           move ws-item-name(ws-found-idx) to ws-report-line(20:16)
           move ws-count-location(ws-count-idx)
               to ws-report-line(38:6)
           move ws-count-book-qty(ws-count-idx) to ws-qty-display
           move ws-qty-display to ws-report-line(47:6)
           move ws-count-qty(ws-count-idx) to ws-qty-display
           move ws-qty-display to ws-report-line(56:6)
           move ws-variance-qty to ws-variance-display
           move ws-variance-display to ws-report-line(65:7)
           move ws-variance-value to ws-value-display
           move ws-value-display to ws-report-line(74:13)
           move ws-disposition to ws-report-line(89:12)
           perform write-report-line

           exit paragraph.


      *> Everything waiting on a supervisor: held today or on an
      *> earlier run and not yet approved.
       write-held-section.

           perform varying ws-count-idx from 1 by 1
           until ws-count-idx > ws-num-counts
               if ws-count-held(ws-count-idx)
                   if ws-waiting-count = 0
                       move spaces to ws-report-line
                       perform write-report-line
                       move "Waiting on supervisor approval "
                           & "(count-approval)" to ws-report-line
                       perform write-report-line
                   end-if
                   add 1 to ws-waiting-count
                   perform find-count-item
                   if ws-found-idx > 0
                       perform compute-variance
                       move "HELD" to ws-disposition
                       perform write-variance-line
                   end-if
               end-if
           end-perform

           exit paragraph.


       write-report-totals.

           move spaces to ws-report-line
           perform write-report-line

           if ws-weighed-count = 0
               move "  (no counts to weigh)" to ws-report-line
               perform write-report-line
               move spaces to ws-report-line
               perform write-report-line
           end-if

           move ws-posted-net-value to ws-total-display
           move spaces to ws-report-line
           string
               "Adjustments posted: " ws-posted-count
               "   net value: " ws-total-display
               into ws-report-line
           end-string
           perform write-report-line

           move ws-posted-gross-value to ws-total-display
           move spaces to ws-report-line
           string
               "                           gross value: "
               ws-total-display
               into ws-report-line
           end-string
           perform write-report-line

           move ws-held-value to ws-total-display
           move spaces to ws-report-line
           string
               "Held today:         " ws-held-count
               "   value held: " ws-total-display
               into ws-report-line
           end-string
           perform write-report-line

           move spaces to ws-report-line
           string
               "Waiting on approval: " ws-waiting-count
               into ws-report-line
           end-string
           perform write-report-line

           move spaces to ws-report-line
           string
               "Still to be counted: " ws-open-count
               "   dropped: " ws-dropped-count
               into ws-report-line
           end-string
           perform write-report-line

           exit paragraph.


      *> Writes search-items.txt back in its original order with the
      *> adjusted on-hand and last-count dates.
       rewrite-item-file.

           open output fd-item-file

           if ws-fs-status-items not = "00"
               display "Error rewriting search-items.txt: "
                   ws-fs-status-items
               end-display
               move 8 to return-code
               goback
           end-if

           perform varying ws-item-idx from 1 by 1
           until ws-item-idx > ws-num-items
               move ws-item-image(ws-item-idx) to f-item-record
               move ws-item-on-hand(ws-item-idx) to f-item-on-hand
               move ws-item-last-count-date(ws-item-idx)
                   to f-item-last-count-date
               write f-item-record
           end-perform

           close fd-item-file

           exit paragraph.


      *> Writes cycle-count-items.txt back without the counts that
      *> posted or were dropped.
       rewrite-count-file.

           open output fd-count-file

           if ws-fs-status-count not = "00"
               display "Error rewriting cycle-count-items.txt: "
                   ws-fs-status-count
               end-display
               move 8 to return-code
               goback
           end-if

           perform varying ws-count-idx from 1 by 1
           until ws-count-idx > ws-num-counts
               if not ws-count-posted(ws-count-idx)
               and not ws-count-dropped(ws-count-idx)
                   move ws-count-image(ws-count-idx) to f-count-record
                   move ws-count-status(ws-count-idx)
                       to f-count-status
                   move ws-count-book-qty(ws-count-idx)
                       to f-count-book-qty
                   write f-count-record
               end-if
           end-perform

           close fd-count-file

           exit paragraph.


       write-report-line.

           move ws-report-line to f-report-record
           write f-report-record

           exit paragraph.

       end program count-variance.

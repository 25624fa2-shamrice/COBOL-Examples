      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-10-15
      * Purpose: Warehouse cycle count sheet. Picks a slice of
      *          search-items.txt to count -- an id-1 range
      *          (COUNT_ID1_FROM / COUNT_ID1_TO, default every item)
      *          and, when COUNT_DAYS is set, only items not counted
      *          in that many days (never-counted items always
      *          qualify) -- and prints them on a numbered count
      *          sheet, count-sheet.txt, in bin location order so
      *          the counter walks the aisles once. The sheet is a
      *          blind count: it shows what to count and where, not
      *          what the book says. Each item on the sheet is also
      *          added to cycle-count-items.txt as an open count for
      *          count-entry to take the counted quantity against;
      *          an item still open from an earlier sheet is left
      *          off rather than counted twice. Sheet numbers come
      *          from the persisted count-sheet-seq.txt counter.
      * Tectonics: cobc
      ******************************************************************
       identification division.
       program-id. count-sheet.

       environment division.
       input-output section.
       file-control.

           select fd-item-file assign to "search-items.txt"
           organization is line sequential
           file status is ws-fs-status-items.

           select fd-count-file assign to "cycle-count-items.txt"
           organization is line sequential
           file status is ws-fs-status-count.

           select fd-sheet-seq assign to "count-sheet-seq.txt"
           organization is line sequential
           file status is ws-fs-status-seq.

           select fd-count-sort-file assign to "count-sort-temp.txt".

           select fd-sheet-report assign to "count-sheet.txt"
           organization is line sequential
           file status is ws-fs-status-sheet.

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

      *> One record per item out for counting. Status 'O' on a sheet
      *> and not yet counted, 'E' count entered, 'H' variance held
      *> for supervisor approval, 'A' approved and waiting to post.
      *> Book quantity is filled in by count-variance when it weighs
      *> the count; a posted count leaves the file.
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

       fd  fd-sheet-seq.
       01  f-sheet-seq-record                      pic 9(6).

       sd  fd-count-sort-file.
       01  f-count-sort-record.
           05  f-sort-location                     pic x(6).
           05  f-sort-item-id-1                    pic 9(4).
           05  f-sort-item-id-2                    pic 9(4).
           05  f-sort-item-name                    pic x(16).
           05  f-sort-last-count-date              pic 9(8).

       fd  fd-sheet-report.
       01  f-sheet-record                          pic x(100).

       working-storage section.

       01  ws-fs-status-items                      pic xx.
       01  ws-fs-status-count                      pic xx.
       01  ws-fs-status-seq                        pic xx.
       01  ws-fs-status-sheet                      pic xx.

       01  ws-eof-sw                               pic x value 'N'.
           88  ws-eof                              value 'Y'.
           88  ws-not-eof                          value 'N'.

      *> Business-date request for the shared business-date
      *> subprogram -- the sheet is dated, and ages are measured
      *> from, the business day.
       01  ws-business-date-request.
           05  ws-bd-action                 pic x.
           05  ws-bd-date                   pic 9(8).

       01  ws-business-date                        pic 9(8).
       01  ws-business-date-int                    pic 9(8).

      *> The slice to count, from the environment.
       01  ws-id1-from                             pic 9(4) value 0.
       01  ws-id1-to                               pic 9(4)
                                                   value 9999.
       01  ws-count-days                           pic 9(4) value 0.
       01  ws-param-env                            pic x(7).

      *> Items already out for counting, so a second sheet leaves
      *> them off.
       01  ws-num-open                             pic 9(4) comp
                                                   value 0.

       01  ws-open-count-table                     occurs 0 to 2000
                                                   times depending on
                                                       ws-num-open
                                                   indexed by
                                                       ws-open-idx.
           05  ws-open-item-id-1                   pic 9(4).
           05  ws-open-item-id-2                   pic 9(4).

       01  ws-select-sw                            pic x.
           88  ws-item-selected                    value 'Y'.
           88  ws-item-not-selected                value 'N'.

       01  ws-days-since-count                     pic s9(8).

       01  ws-sheet-number                         pic 9(6) value 0.

       01  ws-items-read                           pic 9(5) value 0.
       01  ws-selected-count                       pic 9(5) value 0.
       01  ws-already-open-count                   pic 9(5) value 0.

       01  ws-report-line                          pic x(100).
       01  ws-date-display                         pic 9999/99/99.
       01  ws-last-count-display                   pic 9999/99/99.


      *> Entry for the common report catalog, written by the shared
      *> report-catalog subprogram.
       01  ws-catalog-request.
           05  ws-rc-name                  pic x(20).
           05  ws-rc-file                  pic x(40).
           05  ws-rc-pages                 pic 9(3).

       procedure division.
       main-procedure.

           display "Cycle count sheet."

           perform fetch-count-date
           perform load-count-parameters
           perform load-open-counts
           perform load-sheet-sequence

           add 1 to ws-sheet-number

           open output fd-sheet-report

           if ws-fs-status-sheet not = "00"
               display "Error opening count-sheet.txt: "
                   ws-fs-status-sheet
               end-display
               move 8 to return-code
               goback
           end-if

           open extend fd-count-file

           if ws-fs-status-count = "35"
               open output fd-count-file
           end-if

           if ws-fs-status-count not = "00"
               display "Error opening cycle-count-items.txt: "
                   ws-fs-status-count
               end-display
               move 8 to return-code
               goback
           end-if

           perform write-sheet-heading

           sort fd-count-sort-file
               on ascending key f-sort-location
               ascending key f-sort-item-id-1
               ascending key f-sort-item-id-2
               input procedure is release-items-to-count
               output procedure is write-sheet-lines

           perform write-sheet-totals

           close fd-count-file
           close fd-sheet-report

           if ws-selected-count > 0
               perform save-sheet-sequence
           end-if

           display "Done. See count-sheet.txt"
           move spaces to ws-catalog-request
           move "COUNT-SHEET" to ws-rc-name
           move "count-sheet.txt" to ws-rc-file
           move 0 to ws-rc-pages
           call "report-catalog" using ws-catalog-request
               on exception
                   display "Warning: unable to call report-catalog."
           end-call

           display "Items read:        " ws-items-read
           display "Items on sheet:    " ws-selected-count
           display "Already out:       " ws-already-open-count

           goback.


      *> The business day, with the system date as the fallback when
      *> the calendar subprogram isn't linked in.
       fetch-count-date.

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

           compute ws-business-date-int =
               function integer-of-date(ws-business-date)
           end-compute

           exit paragraph.


      *> A blank or non-numeric setting keeps the default.
       load-count-parameters.

           accept ws-param-env from environment "COUNT_ID1_FROM"

           if ws-param-env not = spaces
           and function trim(ws-param-env) is numeric
               move function numval(ws-param-env) to ws-id1-from
           end-if

           move spaces to ws-param-env
           accept ws-param-env from environment "COUNT_ID1_TO"

           if ws-param-env not = spaces
           and function trim(ws-param-env) is numeric
               move function numval(ws-param-env) to ws-id1-to
           end-if

           move spaces to ws-param-env
           accept ws-param-env from environment "COUNT_DAYS"

           if ws-param-env not = spaces
           and function trim(ws-param-env) is numeric
               move function numval(ws-param-env) to ws-count-days
           end-if

           exit paragraph.


       load-open-counts.

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
                       if ws-num-open < 2000
                           add 1 to ws-num-open
                           move f-count-item-id-1 to
                               ws-open-item-id-1(ws-num-open)
                           move f-count-item-id-2 to
                               ws-open-item-id-2(ws-num-open)
                       end-if
               end-read
           end-perform

           close fd-count-file

           exit paragraph.


       load-sheet-sequence.

           open input fd-sheet-seq

           if ws-fs-status-seq = "35"
               move 0 to ws-sheet-number
               exit paragraph
           end-if

           if ws-fs-status-seq not = "00"
               display "Error opening count-sheet-seq.txt: "
                   ws-fs-status-seq
               end-display
               move 8 to return-code
               goback
           end-if

           read fd-sheet-seq
               at end
                   move 0 to ws-sheet-number
               not at end
                   move f-sheet-seq-record to ws-sheet-number
           end-read

           close fd-sheet-seq

           exit paragraph.


      *> The number only rolls forward once a sheet has gone out, so
      *> an empty run never burns one.
       save-sheet-sequence.

           open output fd-sheet-seq

           if ws-fs-status-seq not = "00"
               display "Error saving count-sheet-seq.txt: "
                   ws-fs-status-seq
               end-display
               move 8 to return-code
               goback
           end-if

           move ws-sheet-number to f-sheet-seq-record
           write f-sheet-seq-record

           close fd-sheet-seq

           exit paragraph.


       release-items-to-count.

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
                       perform check-item-selected
                       if ws-item-selected
                           move f-item-location to f-sort-location
                           move f-item-id-1 to f-sort-item-id-1
                           move f-item-id-2 to f-sort-item-id-2
                           move f-item-name to f-sort-item-name
                           move f-item-last-count-date
                               to f-sort-last-count-date
                           release f-count-sort-record
                       end-if
               end-read
           end-perform

           close fd-item-file

           exit paragraph.


      *> In the id-1 range, not already out on a sheet, and -- when
      *> an age is asked for -- not counted in that many days.
       check-item-selected.

           set ws-item-not-selected to true

           if f-item-id-1 < ws-id1-from
           or f-item-id-1 > ws-id1-to
               exit paragraph
           end-if

           if f-item-last-count-date is not numeric
               move 0 to f-item-last-count-date
           end-if

           if ws-count-days > 0
           and f-item-last-count-date > 0
               compute ws-days-since-count =
                   ws-business-date-int
                   - function integer-of-date(f-item-last-count-date)
               end-compute
               if ws-days-since-count < ws-count-days
                   exit paragraph
               end-if
           end-if

           perform varying ws-open-idx from 1 by 1
           until ws-open-idx > ws-num-open
               if ws-open-item-id-1(ws-open-idx) = f-item-id-1
               and ws-open-item-id-2(ws-open-idx) = f-item-id-2
                   add 1 to ws-already-open-count
                   exit paragraph
               end-if
           end-perform

           set ws-item-selected to true

           exit paragraph.


       write-sheet-lines.

           set ws-not-eof to true

           perform until ws-eof
               return fd-count-sort-file
                   at end
                       set ws-eof to true
                   not at end
                       perform write-one-count
               end-return
           end-perform

           exit paragraph.


      *> One item to count: onto the sheet with a space for the
      *> count, and onto the count file as open.
       write-one-count.

           add 1 to ws-selected-count

           move ws-sheet-number to f-count-sheet-number
           move ws-business-date to f-count-sheet-date
           move f-sort-item-id-1 to f-count-item-id-1
           move f-sort-item-id-2 to f-count-item-id-2
           move f-sort-location to f-count-location
           move 'O' to f-count-status
           move 0 to f-count-qty
           move spaces to f-count-entered-by
           move 0 to f-count-book-qty
           move spaces to f-count-approved-by
           write f-count-record

           move spaces to ws-report-line
           move f-sort-location to ws-report-line(3:6)
           move f-sort-item-id-1 to ws-report-line(11:4)
           move "/" to ws-report-line(15:1)
           move f-sort-item-id-2 to ws-report-line(16:4)
           move f-sort-item-name to ws-report-line(22:16)

           if f-sort-last-count-date = 0
               move "never" to ws-report-line(40:10)
           else
               move f-sort-last-count-date to ws-last-count-display
               move ws-last-count-display to ws-report-line(40:10)
           end-if

           move "__________" to ws-report-line(53:10)
           perform write-sheet-line

           exit paragraph.


       write-sheet-heading.

           move ws-business-date to ws-date-display

           move spaces to ws-report-line
           string
               "Cycle count sheet " ws-sheet-number
               "      date " ws-date-display
               into ws-report-line
           end-string
           perform write-sheet-line

           move spaces to ws-report-line
           string
               "Items " ws-id1-from " through " ws-id1-to
               into ws-report-line
           end-string

           if ws-count-days > 0
               move "not counted in" to ws-report-line(28:14)
               move ws-count-days to ws-report-line(43:4)
               move "days" to ws-report-line(48:4)
           end-if

           perform write-sheet-line

           move spaces to ws-report-line
           perform write-sheet-line

           move "  bin     item       name              last count"
               & "   counted" to ws-report-line
           perform write-sheet-line

           exit paragraph.


       write-sheet-totals.

           move spaces to ws-report-line
           perform write-sheet-line

           if ws-selected-count = 0
               move "  (nothing to count)" to ws-report-line
               perform write-sheet-line
               move spaces to ws-report-line
               perform write-sheet-line
           end-if

           move spaces to ws-report-line
           string
               "Items on sheet: " ws-selected-count
               "   already out on an earlier sheet: "
               ws-already-open-count
               into ws-report-line
           end-string
           perform write-sheet-line

           move spaces to ws-report-line
           perform write-sheet-line

           move "Counted by: ____________________   "
               & "Enter counts with count-entry." to ws-report-line
           perform write-sheet-line

           exit paragraph.


       write-sheet-line.

           move ws-report-line to f-sheet-record
           write f-sheet-record

           exit paragraph.

       end program count-sheet.

      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-10-15
      * Purpose: Cycle count entry screen. Takes the counted
      *          quantities off a count sheet (count-sheet.txt) into
      *          cycle-count-items.txt, field by field with the same
      *          positioned re-prompt approach customer-transaction-
      *          entry uses: the sheet number must be one with items
      *          out, the item must be on that sheet, and the count
      *          must be a whole number. A count may be keyed again
      *          to correct it until count-variance weighs it; once
      *          a variance is held for supervisor approval the count
      *          can only be sent back for recount by count-approval.
      *          Entry requires a login through the shared user-login
      *          subprogram -- the counter's name goes on every count
      *          so the approver can't be the one who counted, and
      *          the read-only INQUIRY role is refused.
      * Tectonics: cobc
      ******************************************************************
       identification division.
       program-id. count-entry.

       environment division.
       input-output section.
       file-control.

           select fd-item-file assign to "search-items.txt"
           organization is line sequential
           file status is ws-fs-status-items.

           select fd-count-file assign to "cycle-count-items.txt"
           organization is line sequential
           file status is ws-fs-status-count.

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

      *> One record per item out for counting, as count-sheet writes
      *> them. Status 'O' open, 'E' entered, 'H' held, 'A' approved.
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

       working-storage section.

       01  ws-fs-status-items                      pic xx.
       01  ws-fs-status-count                      pic xx.

       01  ws-eof-sw                               pic x value 'N'.
           88  ws-eof                              value 'Y'.
           88  ws-not-eof                          value 'N'.

      *> Result group filled in by the shared user-login subprogram.
       01  ws-login-result.
           05  ws-login-user               pic x(20).
           05  ws-login-role               pic x(10).
               88  ws-role-inquiry         value "INQUIRY".
               88  ws-role-maint           value "MAINT".
               88  ws-role-admin           value "ADMIN".
           05  ws-login-status             pic x.
               88  ws-login-ok             value 'Y'.
               88  ws-login-failed         value 'N'.

      *> The count file worked on in memory and written back whole
      *> when the operator is done.
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
           05  ws-count-qty                        pic 9(5).
           05  ws-count-entered-by                 pic x(20).
           05  ws-count-image                      pic x(79).

      *> Item names, so the counter sees what the id is.
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

      *> Entry staging fields -- everything is accepted as text first
      *> so a non-numeric entry can be re-prompted instead of kept.
       01  ws-entry-sheet                          pic x(6).
       01  ws-entry-id-1                           pic x(4).
       01  ws-entry-id-2                           pic x(4).
       01  ws-entry-qty                            pic x(7).

       01  ws-sheet-number                         pic 9(6).
       01  ws-entry-item-id-1                      pic 9(4).
       01  ws-entry-item-id-2                      pic 9(4).
       01  ws-counted-qty                          pic 9(5).

       01  ws-found-idx                            pic 9(4) comp.
       01  ws-sheet-item-count                     pic 9(4) comp.

       01  ws-valid-sw                             pic x value 'N'.
           88  ws-valid                            value 'Y'.
           88  ws-not-valid                        value 'N'.

       01  ws-sheet-done-sw                        pic x value 'N'.
           88  ws-sheet-done                       value 'Y'.
           88  ws-sheet-not-done                   value 'N'.

       01  ws-confirm                              pic x.
           88  ws-confirm-yes                      value 'Y'.

       01  ws-another                              pic x.
           88  ws-another-yes                      value 'Y'.
           88  ws-another-no                       value 'N'.

       01  ws-entered-count                        pic 9(4) value 0.
       01  ws-name-display                         pic x(16).

       procedure division.
       main-procedure.

           perform entry-login
           perform load-count-file
           perform load-item-names

           set ws-another-yes to true

           perform until ws-another-no
               perform enter-one-sheet

               display "Enter another sheet? (Y/N): " at 2001
               accept ws-another at 2030 with upper

               if not ws-another-yes
                   set ws-another-no to true
               end-if
           end-perform

           if ws-entered-count > 0
               perform rewrite-count-file
           end-if

           display space
           display "Counts entered: " ws-entered-count
           display "See cycle-count-items.txt"

           goback.


      *> Every count is stamped with who counted it; the read-only
      *> role can look but not enter.
       entry-login.

           call "user-login" using ws-login-result
               on exception
                   display "Error: unable to call user-login -- "
                       "count entry refused."
                   end-display
                   move 8 to return-code
                   goback
           end-call

           if ws-login-failed
               display "Login failed -- count entry refused."
               move 8 to return-code
               goback
           end-if

           if ws-role-inquiry
               display "Role INQUIRY may not enter counts."
               move 8 to return-code
               goback
           end-if

           exit paragraph.


       load-count-file.

           set ws-not-eof to true

           open input fd-count-file

           if ws-fs-status-count not = "00"
               display "Error opening cycle-count-items.txt: "
                   ws-fs-status-count
               end-display
               display "Run count-sheet to put items out for counting."
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


      *> The file is written back whole, so one too big for the table
      *> stops the screen rather than truncating it.
       load-one-count.

           if ws-num-counts >= 2000
               display "cycle-count-items.txt exceeds the 2000-entry "
                   "table -- count entry refused."
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
           move f-count-record to ws-count-image(ws-num-counts)

           exit paragraph.


       load-item-names.

           set ws-not-eof to true

           open input fd-item-file

           if ws-fs-status-items not = "00"
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
                               to ws-item-id-1(ws-num-items)
                           move f-item-id-2
                               to ws-item-id-2(ws-num-items)
                           move f-item-name
                               to ws-item-name(ws-num-items)
                       end-if
               end-read
           end-perform

           close fd-item-file

           exit paragraph.


      *> One sheet: the number, then counts against it until the
      *> operator enters item 0.
       enter-one-sheet.

           display "====================================" at 0101
           display "Cycle count entry" at 0201
           display "====================================" at 0301

           perform accept-sheet-number

           set ws-sheet-not-done to true

           perform until ws-sheet-done
               perform enter-one-count
           end-perform

           exit paragraph.


      *> The sheet must have items still waiting on a count or open
      *> to correction.
       accept-sheet-number.

           set ws-not-valid to true

           perform until ws-valid
               display "Sheet number: " at 0501
               accept ws-entry-sheet at 0516
               display "                                        "
                   at 1701

               if ws-entry-sheet not = spaces
               and function trim(ws-entry-sheet) is numeric
                   move function numval(ws-entry-sheet)
                       to ws-sheet-number
                   perform count-sheet-items
                   if ws-sheet-item-count > 0
                       set ws-valid to true
                   else
                       display "No items to enter on that sheet."
                           at 1701
                   end-if
               else
                   display "Sheet number must be numeric." at 1701
               end-if
           end-perform

           exit paragraph.


       count-sheet-items.

           move 0 to ws-sheet-item-count

           perform varying ws-count-idx from 1 by 1
           until ws-count-idx > ws-num-counts
               if ws-count-sheet-number(ws-count-idx) = ws-sheet-number
               and (ws-count-open(ws-count-idx)
                   or ws-count-entered(ws-count-idx))
                   add 1 to ws-sheet-item-count
               end-if
           end-perform

           exit paragraph.


      *> One count: the item, the quantity, then confirm. Item 0
      *> finishes the sheet.
       enter-one-count.

           display "                                        " at 0801
           display "                                        " at 0901
           display "                                        " at 1001
           display "                                        " at 1101
           display "                                        " at 1301
           display "                                        " at 1501

           perform accept-item

           if ws-sheet-done
               exit paragraph
           end-if

           perform accept-counted-qty

           display "Keep this count? (Y/N): " at 1301
           accept ws-confirm at 1326 with upper

           if ws-confirm-yes
               move ws-counted-qty to ws-count-qty(ws-found-idx)
               move 'E' to ws-count-status(ws-found-idx)
               move ws-login-user to ws-count-entered-by(ws-found-idx)
               add 1 to ws-entered-count
               display "Count kept.                   " at 1501
           else
               display "Count discarded.              " at 1501
           end-if

           exit paragraph.


      *> The item must be on this sheet and not already held for the
      *> supervisor. Item id-1 of 0 ends the sheet.
       accept-item.

           set ws-not-valid to true

           perform until ws-valid
               display "Item id-1 (0 ends sheet): " at 0701
               accept ws-entry-id-1 at 0728
               display "                                        "
                   at 1701

               if ws-entry-id-1 = spaces
               or function trim(ws-entry-id-1) is not numeric
                   display "Item id-1 must be numeric." at 1701
               else
                   move function numval(ws-entry-id-1)
                       to ws-entry-item-id-1
                   if ws-entry-item-id-1 = 0
                       set ws-sheet-done to true
                       exit paragraph
                   end-if
                   perform accept-item-id-2
               end-if
           end-perform

           exit paragraph.


       accept-item-id-2.

           display "Item id-2: " at 0801
           accept ws-entry-id-2 at 0828

           if ws-entry-id-2 = spaces
           or function trim(ws-entry-id-2) is not numeric
               display "Item id-2 must be numeric." at 1701
               exit paragraph
           end-if

           move function numval(ws-entry-id-2) to ws-entry-item-id-2
           move 0 to ws-found-idx

           perform varying ws-count-idx from 1 by 1
           until ws-count-idx > ws-num-counts
               if ws-count-sheet-number(ws-count-idx) = ws-sheet-number
               and ws-count-item-id-1(ws-count-idx) = ws-entry-item-id-1
               and ws-count-item-id-2(ws-count-idx) = ws-entry-item-id-2
                   set ws-found-idx to ws-count-idx
                   exit perform
               end-if
           end-perform

           if ws-found-idx = 0
               display "That item is not on this sheet." at 1701
               exit paragraph
           end-if

           if not ws-count-open(ws-found-idx)
           and not ws-count-entered(ws-found-idx)
               display "Held for supervisor -- see count-approval."
                   at 1701
               exit paragraph
           end-if

           move "(not on file)" to ws-name-display

           perform varying ws-item-idx from 1 by 1
           until ws-item-idx > ws-num-items
               if ws-item-id-1(ws-item-idx) = ws-entry-item-id-1
               and ws-item-id-2(ws-item-idx) = ws-entry-item-id-2
                   move ws-item-name(ws-item-idx) to ws-name-display
                   exit perform
               end-if
           end-perform

           display "Name: " at 0901
           display ws-name-display at 0907
           display "Bin:  " at 1001
           display ws-count-location(ws-found-idx) at 1007

           if ws-count-entered(ws-found-idx)
               display "Already counted: " at 1101
               display ws-count-qty(ws-found-idx) at 1118
           end-if

           set ws-valid to true

           exit paragraph.


      *> A whole number of units; zero is a real count (the bin was
      *> empty).
       accept-counted-qty.

           set ws-not-valid to true

           perform until ws-valid
               display "Counted quantity: " at 1201
               accept ws-entry-qty at 1220
               display "                                        "
                   at 1701

               if ws-entry-qty not = spaces
               and function trim(ws-entry-qty) is numeric
               and function numval(ws-entry-qty) <= 99999
                   move function numval(ws-entry-qty)
                       to ws-counted-qty
                   set ws-valid to true
               else
                   display "Quantity must be a whole number, 0-99999."
                       at 1701
               end-if
           end-perform

           exit paragraph.


      *> Writes cycle-count-items.txt back in file order with the
      *> counts just entered.
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
               move ws-count-image(ws-count-idx) to f-count-record
               move ws-count-status(ws-count-idx) to f-count-status
               move ws-count-qty(ws-count-idx) to f-count-qty
               move ws-count-entered-by(ws-count-idx)
                   to f-count-entered-by
               write f-count-record
           end-perform

           close fd-count-file

           exit paragraph.

       end program count-entry.

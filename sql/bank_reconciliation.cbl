      *>****************************************************************
      *> Author: Erik Eriksen
      *> Date: 2026-10-15
      *> Purpose: Daily bank statement reconciliation. Loads the
      *>          bank's statement file, bank-statement.txt -- a
      *>          header with the statement date and the opening and
      *>          closing balances, then one line per item the bank
      *>          moved: value date, signed amount, the bank's
      *>          reference and a description -- and matches it to
      *>          the cash we posted: the DP and WD rows on
      *>          ACCOUNT_TRANSACTIONS since the last statement
      *>          reconciled, less interest credits, loan proceeds
      *>          and both rows of a reversal pair. A bank line and
      *>          a posted row match on the same signed amount and a
      *>          date within RECON_DATE_TOLERANCE days (default 2),
      *>          the same reference first and then on amount and
      *>          date alone. Whatever doesn't match is carried
      *>          forward on recon-carryforward.txt with the date it
      *>          was first seen and tried again every day until it
      *>          clears; a carried posted row reversed since drops
      *>          off. The report, bank-recon-report.txt (registered
      *>          in the report catalog), lists the matched items,
      *>          the items only at the bank and the items only in
      *>          our books -- anything outstanding over
      *>          RECON_STALE_DAYS (default 30) marked STALE -- and
      *>          ends with the proof: book balance less book-only
      *>          items plus bank-only items equals the bank's
      *>          closing balance. The book cash balance rolls
      *>          forward on the carry-forward file's header; the
      *>          first run opens it at the bank's opening balance.
      *>          A proof out of balance finishes with return code
      *>          4; a statement no later than the last one
      *>          reconciled is refused with 8.
      *>
      *> Note: WORKING-STORAGE SECTION header as well as SQL related
      *>       statements must be in uppercase for the esqlOC
      *>       precompiler to pick them up and process them.
      *>
      *> Prerequisites: Postgres SQL database with create_db script ran
      *>                on.
      *>                esqlOC Precompiler
      *>                unixODBC odbc-postgresql driver installed
      *>
      *> Precomiler: esqlOC -static -o generated_bank_recon.cbl
      *>             bank_reconciliation.cbl
      *> Tectonics: cobc -x -static -locsql generated_bank_recon.cbl
      *>
      *>****************************************************************
       identification division.
       program-id. bank-reconciliation.

       environment division.
       input-output section.
       file-control.

           select fd-statement-file
           assign to "bank-statement.txt"
           organization is line sequential
           file status is ws-fs-status-statement.

           select fd-carry-file
           assign to "recon-carryforward.txt"
           organization is line sequential
           file status is ws-fs-status-carry.

           select fd-carry-new
           assign to "recon-carryforward-new.txt"
           organization is line sequential
           file status is ws-fs-status-carry-new.

           select fd-recon-report
           assign to "bank-recon-report.txt"
           organization is line sequential
           file status is ws-fs-status-report.

       data division.
       file section.

      *> 'H' header: statement date, opening and closing balances.
      *> 'D' detail: value date, signed amount, bank reference,
      *> description.
           fd  fd-statement-file.
           01  f-statement-record.
               05  f-stmt-record-type          pic x.
               05  filler                      pic x.
               05  f-stmt-date                 pic x(8).
               05  filler                      pic x.
               05  f-stmt-amount               pic x(15).
               05  filler                      pic x.
               05  f-stmt-reference            pic x(15).
               05  filler                      pic x.
               05  f-stmt-description          pic x(30).
           01  f-statement-header.
               05  filler                      pic x(2).
               05  f-sth-statement-date        pic x(8).
               05  filler                      pic x.
               05  f-sth-opening               pic x(15).
               05  filler                      pic x.
               05  f-sth-closing               pic x(15).
               05  filler                      pic x(31).

      *> 'H' header: the last statement date reconciled and the book
      *> cash balance at it. 'B' or 'L' item: an item only at the
      *> bank or only in our books, carried until it clears.
           fd  fd-carry-file.
           01  f-carry-record.
               05  f-carry-side                pic x.
               05  filler                      pic x.
               05  f-carry-first-seen          pic 9(8).
               05  filler                      pic x.
               05  f-carry-item-date           pic 9(8).
               05  filler                      pic x.
               05  f-carry-amount              pic -9(9).99.
               05  filler                      pic x.
               05  f-carry-reference           pic x(15).
               05  filler                      pic x.
               05  f-carry-trans-id            pic 9(9).
               05  filler                      pic x.
               05  f-carry-description         pic x(30).
           01  f-carry-header.
               05  filler                      pic x(2).
               05  f-ch-last-statement         pic 9(8).
               05  filler                      pic x.
               05  f-ch-book-balance           pic -9(11).99.
               05  filler                      pic x(60).

           fd  fd-carry-new.
           01  f-carry-new-record              pic x(101).

           fd  fd-recon-report.
           01  f-report-record                 pic x(132).

       WORKING-STORAGE SECTION.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.

      *> Replace values as needed for your own local test environment
       77  ws-db-connection-string pic x(1024) value
               'DRIVER={PostgreSQL Unicode};' &
               'SERVER=localhost;' &
               'PORT=5432;' &
               'DATABASE=cobol_db_example;' &
               'UID=postgres;' &
               'PWD=password;' &
               'COMRESSED_PROTO=0;'.

       01  ws-sql-trans-id                    pic 9(9).
       01  ws-sql-post-date                   pic x(8).
       01  ws-sql-amount                      pic s9(7)v99.
       01  ws-sql-reference                   pic x(15).
       01  ws-sql-reversal-flag               pic x.
       01  ws-sql-from-date                   pic x(8).
       01  ws-sql-statement-date              pic x(8).

       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

      *> Local variables to the program only. These are not seen by
      *> the precompiler operation.
       01  ws-fs-status-statement             pic xx.
       01  ws-fs-status-carry                 pic xx.
       01  ws-fs-status-carry-new             pic xx.
       01  ws-fs-status-report                pic xx.

       01  ws-eof-sw                          pic x value 'N'.
           88  ws-eof                         value 'Y'.
           88  ws-not-eof                     value 'N'.

      *> Matching tolerances, overridable with the
      *> RECON_DATE_TOLERANCE and RECON_STALE_DAYS environment
      *> variables.
       01  ws-date-tolerance                  pic 99 value 2.
       01  ws-stale-days                      pic 999 value 30.
       01  ws-recon-env                       pic x(7).

       01  ws-statement-date                  pic 9(8) value 0.
       01  ws-last-statement                  pic 9(8) value 0.
       01  ws-from-date                       pic 9(8).
       01  ws-bank-opening                    pic s9(11)v99 value 0.
       01  ws-bank-closing                    pic s9(11)v99 value 0.
       01  ws-book-opening                    pic s9(11)v99 value 0.
       01  ws-book-balance                    pic s9(11)v99 value 0.
       01  ws-have-header-sw                  pic x value 'N'.
           88  ws-have-header                 value 'Y'.
       01  ws-have-carry-sw                   pic x value 'N'.
           88  ws-have-carry                  value 'Y'.

      *> The bank's lines -- carried and today's -- and our posted
      *> cash rows -- carried and new since the last statement.
       01  ws-num-bank                        pic 9(5) comp value 0.

       01  ws-bank-table                      occurs 3000 times
                                              indexed by
                                                  ws-bank-idx.
           05  ws-bk-first-seen               pic 9(8).
           05  ws-bk-date                     pic 9(8).
           05  ws-bk-amount                   pic s9(9)v99.
           05  ws-bk-reference                pic x(15).
           05  ws-bk-description              pic x(30).
           05  ws-bk-trans-id                 pic 9(9).
           05  ws-bk-match-how                pic x(8).
           05  ws-bk-matched-sw               pic x.
               88  ws-bk-matched              value 'Y'.
               88  ws-bk-open                 value 'N'.

       01  ws-num-book                        pic 9(5) comp value 0.

       01  ws-book-table                      occurs 5000 times
                                              indexed by
                                                  ws-book-idx.
           05  ws-bo-first-seen               pic 9(8).
           05  ws-bo-date                     pic 9(8).
           05  ws-bo-amount                   pic s9(9)v99.
           05  ws-bo-reference                pic x(15).
           05  ws-bo-trans-id                 pic 9(9).
           05  ws-bo-matched-sw               pic x.
               88  ws-bo-matched              value 'Y'.
               88  ws-bo-open                 value 'N'.

       01  ws-table-full-count                pic 9(7) value 0.

       01  ws-match-pass                      pic 9.
       01  ws-day-gap                         pic s9(7).
       01  ws-age-days                        pic 9(5).

       01  ws-work-amount                     pic s9(11)v99.

       01  ws-read-count                      pic 9(7) value 0.
       01  ws-bad-line-count                  pic 9(7) value 0.
       01  ws-matched-count                   pic 9(7) value 0.
       01  ws-matched-total                   pic s9(11)v99 value 0.
       01  ws-bank-only-count                 pic 9(7) value 0.
       01  ws-bank-only-total                 pic s9(11)v99 value 0.
       01  ws-book-only-count                 pic 9(7) value 0.
       01  ws-book-only-total                 pic s9(11)v99 value 0.
       01  ws-dropped-count                   pic 9(7) value 0.
       01  ws-new-book-total                  pic s9(11)v99 value 0.
       01  ws-proof-balance                   pic s9(11)v99.
       01  ws-proof-difference                pic s9(11)v99.

       01  ws-report-line                     pic x(132).
       01  ws-amount-display                  pic -(10)9.99.
       01  ws-balance-display                 pic -(10)9.99.
       01  ws-stale-flag                      pic x(5).

       01  ws-carry-file-name                 pic x(50)
                   value "recon-carryforward.txt".
       01  ws-carry-new-name                  pic x(50)
                   value "recon-carryforward-new.txt".
       01  ws-delete-status                   pic s9(9) comp-5.
       01  ws-rename-status                   pic s9(9) comp-5.

      *> Start/end entry for the common operations log, written by
      *> the shared job-audit-log subprogram.
       01  ws-job-audit-request.
           05  ws-ja-program                pic x(30).
           05  ws-ja-phase                  pic x.
           05  ws-ja-read-count             pic 9(7).
           05  ws-ja-written-count          pic 9(7).
           05  ws-ja-rejected-count         pic 9(7).
           05  ws-ja-status                 pic x(10).

      *> Failure detail handed to the shared error-logger subprogram
      *> before a hard stop, per the suite's return-code convention.
       01  ws-error-request.
           05  ws-err-program               pic x(30).
           05  ws-err-paragraph             pic x(30).
           05  ws-err-file-status           pic xx.
           05  ws-err-message               pic x(48).

      *> Entry for the common report catalog, written by the shared
      *> report-catalog subprogram.
       01  ws-catalog-request.
           05  ws-rc-name                  pic x(20).
           05  ws-rc-file                  pic x(40).
           05  ws-rc-pages                 pic 9(3).

       procedure division.
       main-procedure.
           display space
           display "Bank statement reconciliation"
           display "------------------------------"
           display space

           perform log-job-start
           perform load-recon-rules
           perform load-carry-forward
           perform load-bank-statement

           if ws-have-carry
           and ws-statement-date <= ws-last-statement
               display "Statement " ws-statement-date
                   " is not after the last one reconciled ("
                   ws-last-statement ") -- nothing done."
               end-display
               move "main-procedure" to ws-err-paragraph
               move "00" to ws-err-file-status
               move "statement already reconciled" to ws-err-message
               perform fail-run
           end-if

           if not ws-have-carry
               move ws-bank-opening to ws-book-opening
           end-if

           move ws-book-opening to ws-book-balance

           EXEC SQL
               CONNECT TO :ws-db-connection-string
           END-EXEC.
           perform check-sql-state

           perform recheck-carried-book-items
           perform load-posted-cash

           EXEC SQL
               CONNECT RESET
           END-EXEC

      *> Reference and amount and date first, so a same-amount item
      *> on another reference can't take a line's true partner.
           move 1 to ws-match-pass
           perform match-items
           move 2 to ws-match-pass
           perform match-items

           open output fd-recon-report

           if ws-fs-status-report not = "00"
               display "Error opening bank-recon-report.txt: "
                   ws-fs-status-report
               end-display
               move "main-procedure" to ws-err-paragraph
               move ws-fs-status-report to ws-err-file-status
               move "open fd-recon-report" to ws-err-message
               perform fail-run
           end-if

           perform write-matched-section
           perform write-bank-only-section
           perform write-book-only-section
           perform write-proof

           close fd-recon-report

           perform write-carry-forward

           move spaces to ws-catalog-request
           move "BANK-RECON" to ws-rc-name
           move "bank-recon-report.txt" to ws-rc-file
           move 0 to ws-rc-pages
           call "report-catalog" using ws-catalog-request
               on exception
                   display "Warning: unable to call "
                       "report-catalog."
           end-call

           perform log-job-end

           display "Statement " ws-statement-date " reconciled."
           display "Matched:        " ws-matched-count
           display "Bank only:      " ws-bank-only-count
           display "Book only:      " ws-book-only-count
           if ws-proof-difference = 0
               display "Proof balances."
           else
               move ws-proof-difference to ws-amount-display
               display "PROOF OUT BY " ws-amount-display
               move 4 to return-code
           end-if
           display "See bank-recon-report.txt"

           if ws-bad-line-count > 0 or ws-table-full-count > 0
               display ws-bad-line-count " unreadable statement "
                   "line(s), " ws-table-full-count " item(s) over "
                   "the table limits -- see the report."
               end-display
               move 4 to return-code
           end-if

           goback.


       load-recon-rules.

           accept ws-recon-env from environment "RECON_DATE_TOLERANCE"

           if function trim(ws-recon-env) is numeric
               move function numval(ws-recon-env)
                   to ws-date-tolerance
           end-if

           move spaces to ws-recon-env
           accept ws-recon-env from environment "RECON_STALE_DAYS"

           if function trim(ws-recon-env) is numeric
               move function numval(ws-recon-env) to ws-stale-days
           end-if

           exit paragraph.


      *> Yesterday's outstanding items and the book balance they
      *> left. No file (status "35") is the very first run.
       load-carry-forward.

           open input fd-carry-file

           if ws-fs-status-carry = "35"
               exit paragraph
           end-if

           if ws-fs-status-carry not = "00"
               display "Error opening recon-carryforward.txt: "
                   ws-fs-status-carry
               end-display
               move "load-carry-forward" to ws-err-paragraph
               move ws-fs-status-carry to ws-err-file-status
               move "open fd-carry-file" to ws-err-message
               perform fail-run
           end-if

           set ws-not-eof to true
           perform until ws-eof
               read fd-carry-file
                   at end
                       set ws-eof to true
                   not at end
                       perform keep-carried-item
               end-read
           end-perform

           close fd-carry-file

           exit paragraph.


       keep-carried-item.

           evaluate f-carry-side
               when 'H'
                   set ws-have-carry to true
                   move f-ch-last-statement to ws-last-statement
                   move f-ch-book-balance to ws-book-opening
               when 'B'
                   if ws-num-bank >= 3000
                       add 1 to ws-table-full-count
                   else
                       add 1 to ws-num-bank
                       set ws-bank-idx to ws-num-bank
                       move f-carry-first-seen
                           to ws-bk-first-seen(ws-bank-idx)
                       move f-carry-item-date to ws-bk-date(ws-bank-idx)
                       move f-carry-amount to ws-bk-amount(ws-bank-idx)
                       move f-carry-reference
                           to ws-bk-reference(ws-bank-idx)
                       move f-carry-description
                           to ws-bk-description(ws-bank-idx)
                       set ws-bk-open(ws-bank-idx) to true
                   end-if
               when 'L'
                   if ws-num-book >= 5000
                       add 1 to ws-table-full-count
                   else
                       add 1 to ws-num-book
                       set ws-book-idx to ws-num-book
                       move f-carry-first-seen
                           to ws-bo-first-seen(ws-book-idx)
                       move f-carry-item-date to ws-bo-date(ws-book-idx)
                       move f-carry-amount to ws-bo-amount(ws-book-idx)
                       move f-carry-reference
                           to ws-bo-reference(ws-book-idx)
                       move f-carry-trans-id
                           to ws-bo-trans-id(ws-book-idx)
                       set ws-bo-open(ws-book-idx) to true
                   end-if
           end-evaluate

           exit paragraph.


       load-bank-statement.

           open input fd-statement-file

           if ws-fs-status-statement not = "00"
               display "Error opening bank-statement.txt: "
                   ws-fs-status-statement
               end-display
               move "load-bank-statement" to ws-err-paragraph
               move ws-fs-status-statement to ws-err-file-status
               move "open fd-statement-file" to ws-err-message
               perform fail-run
           end-if

           set ws-not-eof to true
           perform until ws-eof
               read fd-statement-file
                   at end
                       set ws-eof to true
                   not at end
                       add 1 to ws-read-count
                       perform keep-statement-line
               end-read
           end-perform

           close fd-statement-file

           if not ws-have-header
               display "bank-statement.txt has no header line -- "
                   "nothing reconciled."
               end-display
               move "load-bank-statement" to ws-err-paragraph
               move "00" to ws-err-file-status
               move "statement header missing" to ws-err-message
               perform fail-run
           end-if

           exit paragraph.


      *> A line that won't read is counted and listed, not guessed
      *> at -- the proof will show its amount as a difference.
       keep-statement-line.

           evaluate f-stmt-record-type
               when 'H'
                   if f-sth-statement-date is not numeric
                   or function test-numval(f-sth-opening) not = 0
                   or function test-numval(f-sth-closing) not = 0
                       add 1 to ws-bad-line-count
                   else
                       set ws-have-header to true
                       move f-sth-statement-date to ws-statement-date
                       compute ws-bank-opening =
                           function numval(f-sth-opening)
                       end-compute
                       compute ws-bank-closing =
                           function numval(f-sth-closing)
                       end-compute
                   end-if
               when 'D'
                   if f-stmt-date is not numeric
                   or function test-numval(f-stmt-amount) not = 0
                       add 1 to ws-bad-line-count
                       display "Unreadable statement line: "
                           f-statement-record
                       end-display
                   else
                       perform keep-bank-line
                   end-if
               when other
                   add 1 to ws-bad-line-count
           end-evaluate

           exit paragraph.


       keep-bank-line.

           if ws-num-bank >= 3000
               add 1 to ws-table-full-count
               exit paragraph
           end-if

           add 1 to ws-num-bank
           set ws-bank-idx to ws-num-bank
           move f-stmt-date to ws-bk-date(ws-bank-idx)
           move f-stmt-date to ws-bk-first-seen(ws-bank-idx)
           compute ws-bk-amount(ws-bank-idx) =
               function numval(f-stmt-amount)
           end-compute
           move f-stmt-reference to ws-bk-reference(ws-bank-idx)
           move f-stmt-description to ws-bk-description(ws-bank-idx)
           set ws-bk-open(ws-bank-idx) to true

           exit paragraph.


      *> A carried posted row reversed since has left the books --
      *> it drops off, and the book balance with it.
       recheck-carried-book-items.

           perform varying ws-book-idx from 1 by 1
           until ws-book-idx > ws-num-book
               move ws-bo-trans-id(ws-book-idx) to ws-sql-trans-id

               EXEC SQL
                   SELECT COALESCE(REVERSAL_FLAG, ' ')
                   INTO :ws-sql-reversal-flag
                   FROM ACCOUNT_TRANSACTIONS
                   WHERE TRANS_ID = :ws-sql-trans-id
               END-EXEC
               perform check-sql-state

               if SQL-NODATA
               or ws-sql-reversal-flag not = space
                   set ws-bo-matched(ws-book-idx) to true
                   subtract ws-bo-amount(ws-book-idx)
                       from ws-book-balance
                   add 1 to ws-dropped-count
               end-if
           end-perform

           exit paragraph.


      *> The cash posted since the last statement: customer deposits
      *> and withdrawals, closure payouts and bank returns -- not
      *> interest credited, loan proceeds paid in house, or either
      *> row of a reversal pair.
       load-posted-cash.

           if ws-have-carry
               move ws-last-statement to ws-sql-from-date
           else
               compute ws-from-date =
                   function date-of-integer(
                       function integer-of-date(ws-statement-date) - 1)
               end-compute
               move ws-from-date to ws-sql-from-date
           end-if

           move ws-statement-date to ws-sql-statement-date

           EXEC SQL
               DECLARE CASH-CUR CURSOR FOR
               SELECT TRANS_ID, POST_DT, AMOUNT, REFERENCE
               FROM ACCOUNT_TRANSACTIONS
               WHERE POST_DT > :ws-sql-from-date
                   AND POST_DT <= :ws-sql-statement-date
                   AND TRANS_TYPE IN ('DP', 'WD')
                   AND COALESCE(REVERSAL_FLAG, ' ') = ' '
                   AND REFERENCE NOT LIKE 'INTEREST-%'
                   AND REFERENCE NOT LIKE 'LOAN-DISB-%'
               ORDER BY POST_DT, TRANS_ID;
           END-EXEC
           perform check-sql-state

           EXEC SQL
               OPEN CASH-CUR
           END-EXEC
           perform check-sql-state

           perform with test after until SQLCODE = 100

               EXEC SQL
                   FETCH CASH-CUR
                   INTO
                       :ws-sql-trans-id,
                       :ws-sql-post-date,
                       :ws-sql-amount,
                       :ws-sql-reference;
               END-EXEC
               perform check-sql-state

               if not SQL-NODATA
                   perform keep-posted-row
               end-if
           end-perform

           EXEC SQL
               CLOSE CASH-CUR
           END-EXEC
           perform check-sql-state

           exit paragraph.


       keep-posted-row.

           add ws-sql-amount to ws-book-balance
           add ws-sql-amount to ws-new-book-total

           if ws-num-book >= 5000
               add 1 to ws-table-full-count
               exit paragraph
           end-if

           add 1 to ws-num-book
           set ws-book-idx to ws-num-book
           move ws-sql-post-date to ws-bo-date(ws-book-idx)
           move ws-sql-post-date to ws-bo-first-seen(ws-book-idx)
           move ws-sql-amount to ws-bo-amount(ws-book-idx)
           move ws-sql-reference to ws-bo-reference(ws-book-idx)
           move ws-sql-trans-id to ws-bo-trans-id(ws-book-idx)
           set ws-bo-open(ws-book-idx) to true

           exit paragraph.


      *> Each open bank line takes the first open posted row with
      *> the same amount inside the date tolerance -- on pass 1 only
      *> one with the same reference too.
       match-items.

           perform varying ws-bank-idx from 1 by 1
           until ws-bank-idx > ws-num-bank
               if ws-bk-open(ws-bank-idx)
                   perform find-book-partner
               end-if
           end-perform

           exit paragraph.


       find-book-partner.

           perform varying ws-book-idx from 1 by 1
           until ws-book-idx > ws-num-book
               if ws-bo-open(ws-book-idx)
               and ws-bo-amount(ws-book-idx) = ws-bk-amount(ws-bank-idx)
               and (ws-match-pass = 2
                    or ws-bo-reference(ws-book-idx)
                       = ws-bk-reference(ws-bank-idx))
                   compute ws-day-gap =
                       function integer-of-date(ws-bk-date(ws-bank-idx))
                       - function integer-of-date(
                           ws-bo-date(ws-book-idx))
                   end-compute

                   if ws-day-gap < 0
                       compute ws-day-gap = 0 - ws-day-gap
                       end-compute
                   end-if

                   if ws-day-gap <= ws-date-tolerance
                       set ws-bk-matched(ws-bank-idx) to true
                       set ws-bo-matched(ws-book-idx) to true
                       perform record-match
                       exit perform
                   end-if
               end-if
           end-perform

           exit paragraph.


      *> The bank line keeps its partner's trans id for the report,
      *> and how the two were matched.
       record-match.

           add 1 to ws-matched-count
           add ws-bk-amount(ws-bank-idx) to ws-matched-total
           move ws-bo-trans-id(ws-book-idx)
               to ws-bk-trans-id(ws-bank-idx)
           if ws-match-pass = 2
               move "AMT/DATE" to ws-bk-match-how(ws-bank-idx)
           else
               move "REF" to ws-bk-match-how(ws-bank-idx)
           end-if

           exit paragraph.


       write-matched-section.

           move spaces to ws-report-line
           string "Bank reconciliation, statement " ws-statement-date
               "  date tolerance " ws-date-tolerance " day(s)"
               into ws-report-line
           end-string
           perform write-report-line
           move spaces to ws-report-line
           perform write-report-line

           move "Matched items" to ws-report-line
           perform write-report-line
           move "  Bank date        Amount  Reference        "
               & "Txn id     Match" to ws-report-line
           perform write-report-line

           perform varying ws-bank-idx from 1 by 1
           until ws-bank-idx > ws-num-bank
               if ws-bk-matched(ws-bank-idx)
                   move ws-bk-amount(ws-bank-idx) to ws-amount-display
                   move spaces to ws-report-line
                   string "  " ws-bk-date(ws-bank-idx)
                       ws-amount-display
                       "  " ws-bk-reference(ws-bank-idx)
                       "  " ws-bk-trans-id(ws-bank-idx)
                       "  " ws-bk-match-how(ws-bank-idx)
                       delimited by size
                       into ws-report-line
                   end-string
                   perform write-report-line
               end-if
           end-perform

           move ws-matched-total to ws-amount-display
           move spaces to ws-report-line
           string "  Matched: " ws-matched-count "  " ws-amount-display
               into ws-report-line
           end-string
           perform write-report-line

           exit paragraph.


       write-bank-only-section.

           move spaces to ws-report-line
           perform write-report-line
           move "Items only at the bank" to ws-report-line
           perform write-report-line

           perform varying ws-bank-idx from 1 by 1
           until ws-bank-idx > ws-num-bank
               if ws-bk-open(ws-bank-idx)
                   add 1 to ws-bank-only-count
                   add ws-bk-amount(ws-bank-idx) to ws-bank-only-total
                   compute ws-age-days =
                       function integer-of-date(ws-statement-date)
                       - function integer-of-date(
                           ws-bk-first-seen(ws-bank-idx))
                   end-compute
                   perform set-stale-flag
                   move ws-bk-amount(ws-bank-idx) to ws-amount-display
                   move spaces to ws-report-line
                   string "  " ws-bk-date(ws-bank-idx)
                       ws-amount-display
                       "  " ws-bk-reference(ws-bank-idx)
                       "  " ws-bk-description(ws-bank-idx)
                       "  age " ws-age-days " " ws-stale-flag
                       delimited by size
                       into ws-report-line
                   end-string
                   perform write-report-line
               end-if
           end-perform

           move ws-bank-only-total to ws-amount-display
           move spaces to ws-report-line
           string "  Bank only: " ws-bank-only-count
               "  " ws-amount-display
               into ws-report-line
           end-string
           perform write-report-line

           exit paragraph.


       write-book-only-section.

           move spaces to ws-report-line
           perform write-report-line
           move "Items only in our books" to ws-report-line
           perform write-report-line

           perform varying ws-book-idx from 1 by 1
           until ws-book-idx > ws-num-book
               if ws-bo-open(ws-book-idx)
                   add 1 to ws-book-only-count
                   add ws-bo-amount(ws-book-idx) to ws-book-only-total
                   compute ws-age-days =
                       function integer-of-date(ws-statement-date)
                       - function integer-of-date(
                           ws-bo-first-seen(ws-book-idx))
                   end-compute
                   perform set-stale-flag
                   move ws-bo-amount(ws-book-idx) to ws-amount-display
                   move spaces to ws-report-line
                   string "  " ws-bo-date(ws-book-idx)
                       ws-amount-display
                       "  " ws-bo-reference(ws-book-idx)
                       "  txn " ws-bo-trans-id(ws-book-idx)
                       "  age " ws-age-days " " ws-stale-flag
                       delimited by size
                       into ws-report-line
                   end-string
                   perform write-report-line
               end-if
           end-perform

           move ws-book-only-total to ws-amount-display
           move spaces to ws-report-line
           string "  Book only: " ws-book-only-count
               "  " ws-amount-display
               into ws-report-line
           end-string
           perform write-report-line

           if ws-dropped-count > 0
               move spaces to ws-report-line
               string "  Dropped, reversed since carried: "
                   ws-dropped-count
                   into ws-report-line
               end-string
               perform write-report-line
           end-if

           exit paragraph.


       set-stale-flag.

           if ws-age-days > ws-stale-days
               move "STALE" to ws-stale-flag
           else
               move spaces to ws-stale-flag
           end-if

           exit paragraph.


      *> Book balance, less what only we have posted, plus what only
      *> the bank has moved, must come to the bank's closing
      *> balance.
       write-proof.

           compute ws-proof-balance =
               ws-book-balance - ws-book-only-total
               + ws-bank-only-total
           end-compute
           compute ws-proof-difference =
               ws-bank-closing - ws-proof-balance
           end-compute

           move spaces to ws-report-line
           perform write-report-line
           move "Proof" to ws-report-line
           perform write-report-line

           move ws-book-opening to ws-balance-display
           move spaces to ws-report-line
           string "  Book balance brought forward     "
               ws-balance-display
               into ws-report-line
           end-string
           perform write-report-line

           compute ws-work-amount = ws-book-balance - ws-book-opening
           end-compute
           move ws-work-amount to ws-balance-display
           move spaces to ws-report-line
           string "  Cash posted, net of reversals    "
               ws-balance-display
               into ws-report-line
           end-string
           perform write-report-line

           move ws-book-balance to ws-balance-display
           move spaces to ws-report-line
           string "  Book balance                     "
               ws-balance-display
               into ws-report-line
           end-string
           perform write-report-line

           compute ws-work-amount = 0 - ws-book-only-total
           end-compute
           move ws-work-amount to ws-balance-display
           move spaces to ws-report-line
           string "  Less items only in our books     "
               ws-balance-display
               into ws-report-line
           end-string
           perform write-report-line

           move ws-bank-only-total to ws-balance-display
           move spaces to ws-report-line
           string "  Plus items only at the bank      "
               ws-balance-display
               into ws-report-line
           end-string
           perform write-report-line

           move ws-proof-balance to ws-balance-display
           move spaces to ws-report-line
           string "  Adjusted book balance            "
               ws-balance-display
               into ws-report-line
           end-string
           perform write-report-line

           move ws-bank-closing to ws-balance-display
           move spaces to ws-report-line
           string "  Bank closing balance             "
               ws-balance-display
               into ws-report-line
           end-string
           perform write-report-line

           move spaces to ws-report-line
           if ws-proof-difference = 0
               move "  Proof balances." to ws-report-line
           else
               move ws-proof-difference to ws-balance-display
               string "  PROOF OUT OF BALANCE BY          "
                   ws-balance-display
                   into ws-report-line
               end-string
           end-if
           perform write-report-line

           if ws-bad-line-count > 0 or ws-table-full-count > 0
               move spaces to ws-report-line
               string "  Unreadable statement lines: "
                   ws-bad-line-count
                   "  items over the table limits: "
                   ws-table-full-count
                   into ws-report-line
               end-string
               perform write-report-line
           end-if

           exit paragraph.


      *> Tomorrow's starting point: the statement just reconciled,
      *> the book balance at it, and every item still open. The
      *> file is rebuilt and swapped in whole.
       write-carry-forward.

           open output fd-carry-new

           if ws-fs-status-carry-new not = "00"
               display "Error opening recon-carryforward-new.txt: "
                   ws-fs-status-carry-new
               end-display
               move "write-carry-forward" to ws-err-paragraph
               move ws-fs-status-carry-new to ws-err-file-status
               move "open fd-carry-new" to ws-err-message
               perform fail-run
           end-if

           move spaces to f-carry-header
           move 'H' to f-carry-side
           move ws-statement-date to f-ch-last-statement
           move ws-book-balance to f-ch-book-balance
           move f-carry-record to f-carry-new-record
           write f-carry-new-record

           perform varying ws-bank-idx from 1 by 1
           until ws-bank-idx > ws-num-bank
               if ws-bk-open(ws-bank-idx)
                   move spaces to f-carry-record
                   move 'B' to f-carry-side
                   move ws-bk-first-seen(ws-bank-idx)
                       to f-carry-first-seen
                   move ws-bk-date(ws-bank-idx) to f-carry-item-date
                   move ws-bk-amount(ws-bank-idx) to f-carry-amount
                   move ws-bk-reference(ws-bank-idx)
                       to f-carry-reference
                   move 0 to f-carry-trans-id
                   move ws-bk-description(ws-bank-idx)
                       to f-carry-description
                   move f-carry-record to f-carry-new-record
                   write f-carry-new-record
               end-if
           end-perform

           perform varying ws-book-idx from 1 by 1
           until ws-book-idx > ws-num-book
               if ws-bo-open(ws-book-idx)
                   move spaces to f-carry-record
                   move 'L' to f-carry-side
                   move ws-bo-first-seen(ws-book-idx)
                       to f-carry-first-seen
                   move ws-bo-date(ws-book-idx) to f-carry-item-date
                   move ws-bo-amount(ws-book-idx) to f-carry-amount
                   move ws-bo-reference(ws-book-idx)
                       to f-carry-reference
                   move ws-bo-trans-id(ws-book-idx) to f-carry-trans-id
                   move f-carry-record to f-carry-new-record
                   write f-carry-new-record
               end-if
           end-perform

           close fd-carry-new

           call "CBL_DELETE_FILE" using ws-carry-file-name
               returning ws-delete-status
           end-call

           call "CBL_RENAME_FILE" using ws-carry-new-name
               ws-carry-file-name
               returning ws-rename-status
           end-call

           if ws-rename-status not = 0
               display "Warning: could not replace "
                   "recon-carryforward.txt, status " ws-rename-status
                   " -- rename recon-carryforward-new.txt by hand."
               end-display
               move 4 to return-code
           end-if

           exit paragraph.


       write-report-line.

           move ws-report-line to f-report-record
           write f-report-record

           exit paragraph.


       log-job-start.

           move spaces to ws-job-audit-request
           move "bank-reconciliation" to ws-ja-program
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
           move ws-read-count to ws-ja-read-count
           move ws-matched-count to ws-ja-written-count
           move ws-bad-line-count to ws-ja-rejected-count
           move "COMPLETE" to ws-ja-status

           call "job-audit-log" using ws-job-audit-request
               on exception
                   display "Warning: unable to call job-audit-log."
           end-call

           exit paragraph.


      *> Records the failure just displayed in the common error log
      *> through the shared error-logger subprogram, then stops the
      *> run with status 8.
       fail-run.

           move "bank-reconciliation" to ws-err-program

           call "error-logger" using ws-error-request
               on exception
                   display "Warning: unable to call error-logger."
           end-call

           move 8 to return-code

           goback.


      *> Checks SQLCODE/SQLSTATE after every EXEC SQL statement and
      *> stops the run on an unexpected database error, the same
      *> check the other SQL programs here run. The carry-forward
      *> file is untouched until the very end, so a rerun starts
      *> clean.
       check-sql-state.

           if SQL-SUCCESS or SQL-NODATA then
               exit paragraph
           end-if

           display space
           display "SQL Error:"
           display "SQLCODE: " SQLCODE
           display "SQLSTATE: " SQLSTATE

           if SQLERRML > 0 then
               display "ERROR MESSAGE: " SQLERRMC(1:SQLERRML)
           end-if
           display space

           EXEC SQL
               CONNECT RESET
           END-EXEC

           move spaces to ws-error-request
           move "bank-reconciliation" to ws-err-program
           move "check-sql-state" to ws-err-paragraph
           move SQLSTATE(1:2) to ws-err-file-status
           move spaces to ws-err-message
           string "SQL error, SQLSTATE " SQLSTATE
               into ws-err-message
           end-string

           call "error-logger" using ws-error-request
               on exception
                   display "Warning: unable to call error-logger."
           end-call

           move 8 to return-code
           goback
           exit paragraph. *> not reachable, used as paragraph end scope.

       end program bank-reconciliation.

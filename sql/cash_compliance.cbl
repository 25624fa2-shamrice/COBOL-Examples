      *>****************************************************************
      *> Author: Erik Eriksen
      *> Date: 2026-10-15
      *> Purpose: Daily large cash and structuring report for
      *>          compliance. Runs over the DP and WD rows posted to
      *>          ACCOUNT_TRANSACTIONS on the business date (shared
      *>          business-date subprogram, system date fallback;
      *>          CASH_REPORT_DATE=yyyymmdd reports another day).
      *>          Interest credits (INTEREST- reference) and both rows
      *>          of a reversal pair are left out -- they aren't cash
      *>          the customer moved. Two checks:
      *>
      *>          - LARGE: every deposit or withdrawal at or over
      *>            CASH_THRESHOLD (whole dollars, default 10000).
      *>          - STRUCT: every account with a deposit on the
      *>            report date whose deposits under the threshold
      *>            over the last STRUCTURING_WINDOW_DAYS days
      *>            (default 5, the report date included) -- two or
      *>            more of them -- add up to the threshold or past
      *>            it while each one stays under it.
      *>
      *>          Flagged items are listed in the report
      *>          (cash-compliance-report.txt, registered in the
      *>          report catalog) and written with the account's name
      *>          and address from ACCOUNTS to compliance-review.txt,
      *>          which keeps earlier days'
      *>          items for the compliance officer -- a rerun
      *>          replaces the report date's own items rather than
      *>          doubling them. Anything flagged raises an operator
      *>          alert through the shared operator-alert subprogram.
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
      *> Precomiler: esqlOC -static -o generated_cash_comp.cbl
      *>             cash_compliance.cbl
      *> Tectonics: cobc -x -static -locsql generated_cash_comp.cbl
      *>
      *>****************************************************************
       identification division.
       program-id. cash-compliance.

       environment division.
       input-output section.
       file-control.

           select fd-compliance-report
           assign to "cash-compliance-report.txt"
           organization is line sequential
           file status is ws-fs-status-report.

      *> The review file accumulates across days; each run rewrites
      *> it through the -new file with its own date's items
      *> replaced.
           select fd-review-file
           assign to "compliance-review.txt"
           organization is line sequential
           file status is ws-fs-status-review.

           select fd-review-new
           assign to "compliance-review-new.txt"
           organization is line sequential
           file status is ws-fs-status-review-new.

       data division.
       file section.

           fd  fd-compliance-report.
           01  f-report-record                 pic x(132).

           fd  fd-review-file.
           01  f-review-record.
               05  f-rev-report-date           pic x(8).
               05  filler                      pic x(92).

      *> One flagged item: the check that caught it, the account
      *> and owner, and either the transaction (LARGE) or the
      *> window's deposit count, total and first date (STRUCT).
           fd  fd-review-new.
           01  f-review-new-record.
               05  f-new-report-date           pic x(8).
               05  filler                      pic x.
               05  f-new-check                 pic x(6).
               05  filler                      pic x.
               05  f-new-account-id            pic 9(5).
               05  filler                      pic x.
               05  f-new-trans-id              pic 9(9).
               05  filler                      pic x.
               05  f-new-trans-type            pic x(2).
               05  filler                      pic x.
               05  f-new-amount                pic -(8)9.99.
               05  filler                      pic x.
               05  f-new-item-count            pic 9(3).
               05  filler                      pic x.
               05  f-new-first-date            pic x(8).
               05  filler                      pic x.
               05  f-new-first-name            pic x(8).
               05  filler                      pic x.
               05  f-new-last-name             pic x(8).
               05  filler                      pic x.
               05  f-new-address               pic x(22).

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

       01  ws-sql-report-date                 pic x(8).
       01  ws-sql-window-start                pic x(8).
       01  ws-sql-threshold                   pic 9(9)v99.
       01  ws-sql-trans-id                    pic 9(9).
       01  ws-sql-account-id                  pic 9(5).
       01  ws-sql-trans-type                  pic x(2).
       01  ws-sql-amount                      pic s9(9)v99.
       01  ws-sql-reference                   pic x(15).
       01  ws-sql-item-count                  pic 9(5).
       01  ws-sql-first-date                  pic x(8).
       01  ws-sql-first-name                  pic x(8).
       01  ws-sql-last-name                   pic x(8).
       01  ws-sql-address                     pic x(22).

       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

      *> Local variables to the program only. These are not seen by
      *> the precompiler operation.
       01  ws-fs-status-report                pic xx.
       01  ws-fs-status-review                pic xx.
       01  ws-fs-status-review-new            pic xx.

       01  ws-eof-sw                          pic x value 'N'.
           88  ws-eof                         value 'Y'.
           88  ws-not-eof                     value 'N'.

       01  ws-report-date-env                 pic x(8).

       01  ws-business-date-request.
           05  ws-bd-action                 pic x.
           05  ws-bd-date                   pic 9(8).

       01  ws-business-date                   pic 9(8).

      *> Threshold and window, overridable from the environment.
       01  ws-cash-threshold                  pic 9(7) value 10000.
       01  ws-window-days                     pic 99 value 5.
       01  ws-setting-env                     pic x(9).

      *> Window-start date arithmetic work fields.
       01  ws-report-date-numeric             pic 9(8).
       01  ws-window-start-int                pic 9(8) comp.
       01  ws-window-start-date               pic 9(8).

       01  ws-review-name                     pic x(40)
                                 value "compliance-review.txt".
       01  ws-review-new-name                 pic x(40)
                                 value "compliance-review-new.txt".
       01  ws-delete-status                   pic s9(9) comp-5.
       01  ws-rename-status                   pic s9(9) comp-5.

       01  ws-carried-count                   pic 9(5) value 0.
       01  ws-large-count                     pic 9(5) value 0.
       01  ws-large-total                     pic s9(9)v99 value 0.
       01  ws-struct-count                    pic 9(5) value 0.
       01  ws-struct-total                    pic s9(9)v99 value 0.
       01  ws-flagged-count                   pic 9(5) value 0.

       01  ws-report-line                     pic x(132).
       01  ws-amount-display                  pic -(8)9.99.
       01  ws-threshold-display               pic z(6)9.

      *> Operator-alert interface: anything flagged raises an alert
      *> for the morning report.
       01  ws-alert-request.
           05  ws-alert-job                 pic x(20).
           05  ws-alert-metric              pic x(20).
           05  ws-alert-count               pic 9(7).
           05  ws-alert-threshold           pic 9(7).

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
           display "Large cash and structuring report"
           display "----------------------------------"
           display space

           perform log-job-start
           perform fetch-report-date
           perform load-settings

           open output fd-compliance-report

           if ws-fs-status-report not = "00"
               display "Error opening cash-compliance-report.txt: "
                   ws-fs-status-report
               end-display
               move "main-procedure" to ws-err-paragraph
               move ws-fs-status-report to ws-err-file-status
               move "open fd-compliance-report" to ws-err-message
               perform fail-run
           end-if

           perform carry-forward-review-items

           EXEC SQL
               CONNECT TO :ws-db-connection-string
           END-EXEC.
           perform check-sql-state

           EXEC SQL
               DECLARE LARGE-CASH-CUR CURSOR FOR
               SELECT T.TRANS_ID, T.ACCOUNT_ID, T.TRANS_TYPE,
                      T.AMOUNT, T.REFERENCE,
                      A.FIRST_NAME, A.LAST_NAME, A.ADDRESS
               FROM ACCOUNT_TRANSACTIONS T
               JOIN ACCOUNTS A
                   ON A.ID = T.ACCOUNT_ID
               WHERE T.POST_DT = :ws-sql-report-date
                   AND T.TRANS_TYPE IN ('DP', 'WD')
                   AND T.REFERENCE NOT LIKE 'INTEREST-%'
                   AND COALESCE(T.REVERSAL_FLAG, ' ') = ' '
                   AND ABS(T.AMOUNT) >= :ws-sql-threshold
               ORDER BY T.ACCOUNT_ID, T.TRANS_ID;
           END-EXEC
           perform check-sql-state

      *> Only deposits under the threshold count towards a
      *> structuring pattern, and the account has to have made one
      *> on the report date -- an old pattern isn't re-flagged
      *> every day the window still covers it.
           EXEC SQL
               DECLARE STRUCTURING-CUR CURSOR FOR
               SELECT T.ACCOUNT_ID, COUNT(*), SUM(T.AMOUNT),
                      MIN(T.POST_DT),
                      MAX(A.FIRST_NAME), MAX(A.LAST_NAME),
                      MAX(A.ADDRESS)
               FROM ACCOUNT_TRANSACTIONS T
               JOIN ACCOUNTS A
                   ON A.ID = T.ACCOUNT_ID
               WHERE T.POST_DT >= :ws-sql-window-start
                   AND T.POST_DT <= :ws-sql-report-date
                   AND T.TRANS_TYPE = 'DP'
                   AND T.REFERENCE NOT LIKE 'INTEREST-%'
                   AND COALESCE(T.REVERSAL_FLAG, ' ') = ' '
                   AND T.AMOUNT > 0
                   AND T.AMOUNT < :ws-sql-threshold
               GROUP BY T.ACCOUNT_ID
               HAVING COUNT(*) > 1
                   AND SUM(T.AMOUNT) >= :ws-sql-threshold
                   AND MAX(T.POST_DT) = :ws-sql-report-date
               ORDER BY T.ACCOUNT_ID;
           END-EXEC
           perform check-sql-state

           move ws-cash-threshold to ws-threshold-display

           move spaces to ws-report-line
           string "Cash compliance for " ws-sql-report-date
               "  threshold " ws-threshold-display
               "  structuring window " ws-window-days " days from "
               ws-sql-window-start
               into ws-report-line
           end-string
           perform write-report-line
           move spaces to ws-report-line
           perform write-report-line

           perform list-large-cash
           perform list-structuring

           EXEC SQL
               CONNECT RESET
           END-EXEC

           perform swap-review-file

           compute ws-flagged-count = ws-large-count + ws-struct-count
           end-compute

           move spaces to ws-report-line
           perform write-report-line
           move spaces to ws-report-line
           string "Flagged for compliance review: " ws-flagged-count
               "  (large " ws-large-count
               ", structuring " ws-struct-count ")"
               into ws-report-line
           end-string
           perform write-report-line

           close fd-compliance-report

           move spaces to ws-catalog-request
           move "CASH-COMPLIANCE" to ws-rc-name
           move "cash-compliance-report.txt" to ws-rc-file
           move 0 to ws-rc-pages
           call "report-catalog" using ws-catalog-request
               on exception
                   display "Warning: unable to call "
                       "report-catalog."
           end-call

           if ws-flagged-count > 0
               perform raise-compliance-alert
           end-if

           perform log-job-end

           display "Cash compliance for " ws-sql-report-date
           display "Large transactions:   " ws-large-count
           display "Structuring accounts: " ws-struct-count
           display "See cash-compliance-report.txt and "
               "compliance-review.txt"
           end-display

           goback.


      *> The business date unless CASH_REPORT_DATE names another
      *> day; system date is the fallback when the calendar module
      *> isn't linked.
       fetch-report-date.

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

           move ws-business-date to ws-sql-report-date

           accept ws-report-date-env
               from environment "CASH_REPORT_DATE"

           if ws-report-date-env not = spaces
           and ws-report-date-env is numeric
               move ws-report-date-env to ws-sql-report-date
           end-if

           exit paragraph.


      *> CASH_THRESHOLD and STRUCTURING_WINDOW_DAYS override the
      *> defaults; the window runs back from the report date, the
      *> report date itself counted as its first day.
       load-settings.

           accept ws-setting-env from environment "CASH_THRESHOLD"

           if ws-setting-env not = spaces
           and function trim(ws-setting-env) is numeric
               move function numval(ws-setting-env)
                   to ws-cash-threshold
           end-if

           accept ws-setting-env
               from environment "STRUCTURING_WINDOW_DAYS"

           if ws-setting-env not = spaces
           and function trim(ws-setting-env) is numeric
               move function numval(ws-setting-env)
                   to ws-window-days
           end-if

           if ws-cash-threshold = 0
           or ws-window-days = 0
               display "CASH_THRESHOLD and STRUCTURING_WINDOW_DAYS "
                   "must both be above zero."
               end-display
               move "load-settings" to ws-err-paragraph
               move spaces to ws-err-file-status
               move "bad threshold or window" to ws-err-message
               perform fail-run
           end-if

           move ws-cash-threshold to ws-sql-threshold

           move ws-sql-report-date to ws-report-date-numeric

           compute ws-window-start-int =
               function integer-of-date(ws-report-date-numeric)
               - ws-window-days + 1
           end-compute

           compute ws-window-start-date =
               function date-of-integer(ws-window-start-int)
           end-compute

           move ws-window-start-date to ws-sql-window-start

           exit paragraph.


      *> Starts the new review file with every earlier item except
      *> the report date's own, which this run writes afresh. No
      *> review file yet just means nothing to carry.
       carry-forward-review-items.

           open output fd-review-new

           if ws-fs-status-review-new not = "00"
               display "Error opening compliance-review-new.txt: "
                   ws-fs-status-review-new
               end-display
               move "carry-forward-review-items" to ws-err-paragraph
               move ws-fs-status-review-new to ws-err-file-status
               move "open fd-review-new" to ws-err-message
               perform fail-run
           end-if

           set ws-not-eof to true

           open input fd-review-file

           if ws-fs-status-review not = "00"
               exit paragraph
           end-if

           perform until ws-eof
               read fd-review-file
                   at end
                       set ws-eof to true
                   not at end
                       if f-rev-report-date not = ws-sql-report-date
                           move f-review-record
                               to f-review-new-record
                           write f-review-new-record
                           add 1 to ws-carried-count
                       end-if
               end-read
           end-perform

           close fd-review-file

           exit paragraph.


       list-large-cash.

           move "Transactions at or over the threshold"
               to ws-report-line
           perform write-report-line

           EXEC SQL
               OPEN LARGE-CASH-CUR
           END-EXEC
           perform check-sql-state

           perform with test after until SQLCODE = 100

               EXEC SQL
                   FETCH LARGE-CASH-CUR
                   INTO
                       :ws-sql-trans-id,
                       :ws-sql-account-id,
                       :ws-sql-trans-type,
                       :ws-sql-amount,
                       :ws-sql-reference,
                       :ws-sql-first-name,
                       :ws-sql-last-name,
                       :ws-sql-address;
               END-EXEC
               perform check-sql-state

               if not SQL-NODATA
                   perform take-large-cash-row
               end-if
           end-perform

           EXEC SQL
               CLOSE LARGE-CASH-CUR
           END-EXEC
           perform check-sql-state

           if ws-large-count = 0
               move "  (none)" to ws-report-line
               perform write-report-line
           end-if

           move ws-large-total to ws-amount-display
           move spaces to ws-report-line
           string "  large transactions: " ws-large-count
               "  net amount " ws-amount-display
               into ws-report-line
           end-string
           perform write-report-line

           move spaces to ws-report-line
           perform write-report-line

           exit paragraph.


       take-large-cash-row.

           add 1 to ws-large-count
           add ws-sql-amount to ws-large-total

           move ws-sql-amount to ws-amount-display

           move spaces to ws-report-line
           string "  account " ws-sql-account-id
               "  " ws-sql-last-name " " ws-sql-first-name
               "  trans " ws-sql-trans-id
               "  " ws-sql-trans-type
               "  " ws-amount-display
               "  " ws-sql-reference
               into ws-report-line
           end-string
           perform write-report-line

           move spaces to f-review-new-record
           move ws-sql-report-date to f-new-report-date
           move "LARGE" to f-new-check
           move ws-sql-account-id to f-new-account-id
           move ws-sql-trans-id to f-new-trans-id
           move ws-sql-trans-type to f-new-trans-type
           move ws-sql-amount to f-new-amount
           move 1 to f-new-item-count
           move ws-sql-report-date to f-new-first-date
           move ws-sql-first-name to f-new-first-name
           move ws-sql-last-name to f-new-last-name
           move ws-sql-address to f-new-address
           write f-review-new-record

           exit paragraph.


       list-structuring.

           move "Deposits under the threshold adding up past it"
               to ws-report-line
           perform write-report-line

           EXEC SQL
               OPEN STRUCTURING-CUR
           END-EXEC
           perform check-sql-state

           perform with test after until SQLCODE = 100

               EXEC SQL
                   FETCH STRUCTURING-CUR
                   INTO
                       :ws-sql-account-id,
                       :ws-sql-item-count,
                       :ws-sql-amount,
                       :ws-sql-first-date,
                       :ws-sql-first-name,
                       :ws-sql-last-name,
                       :ws-sql-address;
               END-EXEC
               perform check-sql-state

               if not SQL-NODATA
                   perform take-structuring-row
               end-if
           end-perform

           EXEC SQL
               CLOSE STRUCTURING-CUR
           END-EXEC
           perform check-sql-state

           if ws-struct-count = 0
               move "  (none)" to ws-report-line
               perform write-report-line
           end-if

           move ws-struct-total to ws-amount-display
           move spaces to ws-report-line
           string "  accounts flagged: " ws-struct-count
               "  deposits totalling " ws-amount-display
               into ws-report-line
           end-string
           perform write-report-line

           exit paragraph.


       take-structuring-row.

           add 1 to ws-struct-count
           add ws-sql-amount to ws-struct-total

           move ws-sql-amount to ws-amount-display

           move spaces to ws-report-line
           string "  account " ws-sql-account-id
               "  " ws-sql-last-name " " ws-sql-first-name
               "  " ws-sql-item-count " deposits from "
               ws-sql-first-date
               "  total " ws-amount-display
               into ws-report-line
           end-string
           perform write-report-line

           move spaces to f-review-new-record
           move ws-sql-report-date to f-new-report-date
           move "STRUCT" to f-new-check
           move ws-sql-account-id to f-new-account-id
           move 0 to f-new-trans-id
           move "DP" to f-new-trans-type
           move ws-sql-amount to f-new-amount
           move ws-sql-item-count to f-new-item-count
           move ws-sql-first-date to f-new-first-date
           move ws-sql-first-name to f-new-first-name
           move ws-sql-last-name to f-new-last-name
           move ws-sql-address to f-new-address
           write f-review-new-record

           exit paragraph.


      *> Swaps the rewritten review file into place, the same
      *> delete-then-rename finish user-recert uses.
       swap-review-file.

           close fd-review-new

           call "CBL_DELETE_FILE" using ws-review-name
               returning ws-delete-status

           call "CBL_RENAME_FILE" using ws-review-new-name
               ws-review-name
               returning ws-rename-status

           if ws-rename-status not = 0
               display "Warning: could not swap "
                   "compliance-review-new.txt into place, "
                   "rename status " ws-rename-status
               end-display
           end-if

           exit paragraph.


      *> Anything flagged goes on the morning operator report.
       raise-compliance-alert.

           move spaces to ws-alert-request
           move "cash-compliance" to ws-alert-job
           move "CASH-FLAGGED" to ws-alert-metric
           move ws-flagged-count to ws-alert-count
           move 0 to ws-alert-threshold

           call "operator-alert" using ws-alert-request
               on exception
                   display "Warning: unable to call operator-alert."
           end-call

           exit paragraph.


       write-report-line.

           move ws-report-line to f-report-record
           write f-report-record

           exit paragraph.


       log-job-start.

           move spaces to ws-job-audit-request
           move "cash-compliance" to ws-ja-program
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
           move ws-flagged-count to ws-ja-read-count
           move ws-flagged-count to ws-ja-written-count
           move 0 to ws-ja-rejected-count
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

           move "cash-compliance" to ws-err-program

           call "error-logger" using ws-error-request
               on exception
                   display "Warning: unable to call error-logger."
           end-call

           move 8 to return-code

           goback.


      *> Checks SQLCODE/SQLSTATE after every EXEC SQL statement and
      *> stops the run on an unexpected database error, the same
      *> check the other SQL programs here run. The review file is
      *> left as it was -- the -new file is only swapped in by a
      *> completed run.
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
           move "cash-compliance" to ws-err-program
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

       end program cash-compliance.

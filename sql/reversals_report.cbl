      *>****************************************************************
      *> Author: Erik Eriksen
      *> Date: 2026-10-15
      *> Purpose: Daily reversals report for the supervisor. Lists
      *>          every reversing row posted to ACCOUNT_TRANSACTIONS
      *>          on the business date (shared business-date
      *>          subprogram, system date fallback;
      *>          REVERSALS_REPORT_DATE=yyyymmdd reports another day)
      *>          -- the rows sql-example's reverse option posts --
      *>          grouped by the operator who keyed them and, within
      *>          each operator, by reason code, with the original
      *>          transaction each one reversed, counts and amounts
      *>          at every break, then the day's reversals by reason
      *>          code across all operators. Report to
      *>          reversals-report.txt, registered in the report
      *>          catalog.
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
      *> Precomiler: esqlOC -static -o generated_reversals.cbl
      *>             reversals_report.cbl
      *> Tectonics: cobc -x -static -locsql generated_reversals.cbl
      *>
      *>****************************************************************
       identification division.
       program-id. reversals-report.

       environment division.
       input-output section.
       file-control.

           select fd-reversals-report
           assign to "reversals-report.txt"
           organization is line sequential
           file status is ws-fs-status-report.

       data division.
       file section.

           fd  fd-reversals-report.
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

       01  ws-sql-report-date                 pic x(8).
       01  ws-sql-user                        pic x(20).
       01  ws-sql-reason                      pic x(15).
       01  ws-sql-reason-text                 pic x(30).
       01  ws-sql-trans-id                    pic 9(9).
       01  ws-sql-reversal-of                 pic 9(9).
       01  ws-sql-account-id                  pic 9(5).
       01  ws-sql-trans-type                  pic x(2).
       01  ws-sql-amount                      pic s9(7)v99.
       01  ws-sql-orig-post-date              pic x(8).
       01  ws-sql-reason-count                pic 9(7).
       01  ws-sql-reason-total                pic s9(9)v99.

       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

      *> Local variables to the program only. These are not seen by
      *> the precompiler operation.
       01  ws-fs-status-report                pic xx.

       01  ws-report-date-env                 pic x(8).

       01  ws-business-date-request.
           05  ws-bd-action                 pic x.
           05  ws-bd-date                   pic 9(8).

       01  ws-business-date                   pic 9(8).

      *> Control-break fields: operator, then reason within it.
       01  ws-first-row-sw                    pic x value 'Y'.
           88  ws-first-row                   value 'Y'.
           88  ws-not-first-row               value 'N'.

       01  ws-prev-user                       pic x(20).
       01  ws-prev-reason                     pic x(15).
       01  ws-prev-reason-text                pic x(30).

       01  ws-reason-count                    pic 9(5) value 0.
       01  ws-reason-total                    pic s9(9)v99 value 0.
       01  ws-user-count                      pic 9(5) value 0.
       01  ws-user-total                      pic s9(9)v99 value 0.
       01  ws-reversal-count                  pic 9(5) value 0.
       01  ws-reversal-total                  pic s9(9)v99 value 0.
       01  ws-operator-count                  pic 9(3) value 0.

       01  ws-report-line                     pic x(132).
       01  ws-amount-display                  pic -(8)9.99.

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
           display "Daily reversals report"
           display "-----------------------"
           display space

           perform log-job-start
           perform fetch-report-date

           open output fd-reversals-report

           if ws-fs-status-report not = "00"
               display "Error opening reversals-report.txt: "
                   ws-fs-status-report
               end-display
               move "main-procedure" to ws-err-paragraph
               move ws-fs-status-report to ws-err-file-status
               move "open fd-reversals-report" to ws-err-message
               perform fail-run
           end-if

           EXEC SQL
               CONNECT TO :ws-db-connection-string
           END-EXEC.
           perform check-sql-state

           EXEC SQL
               DECLARE REVERSAL-CUR CURSOR FOR
               SELECT COALESCE(T.REVERSAL_USER, ' '),
                      COALESCE(T.REVERSAL_REASON, ' '),
                      COALESCE(R.DESCRIPTION, '(not on file)'),
                      T.TRANS_ID, T.REVERSAL_OF, T.ACCOUNT_ID,
                      T.TRANS_TYPE, T.AMOUNT,
                      COALESCE(O.POST_DT, ' ')
               FROM ACCOUNT_TRANSACTIONS T
               LEFT JOIN ACCOUNT_TRANSACTIONS O
                   ON O.TRANS_ID = T.REVERSAL_OF
               LEFT JOIN REASON_CODES R
                   ON R.CODE = T.REVERSAL_REASON
               WHERE T.REVERSAL_FLAG = 'V'
                   AND T.POST_DT = :ws-sql-report-date
               ORDER BY 1, 2, T.TRANS_ID;
           END-EXEC
           perform check-sql-state

           EXEC SQL
               DECLARE REASON-SUM-CUR CURSOR FOR
               SELECT COALESCE(T.REVERSAL_REASON, ' '),
                      COALESCE(MAX(R.DESCRIPTION), '(not on file)'),
                      COUNT(*), COALESCE(SUM(T.AMOUNT), 0)
               FROM ACCOUNT_TRANSACTIONS T
               LEFT JOIN REASON_CODES R
                   ON R.CODE = T.REVERSAL_REASON
               WHERE T.REVERSAL_FLAG = 'V'
                   AND T.POST_DT = :ws-sql-report-date
               GROUP BY 1
               ORDER BY 1;
           END-EXEC
           perform check-sql-state

           move spaces to ws-report-line
           string "Reversals posted " ws-sql-report-date
               " by operator and reason code"
               into ws-report-line
           end-string
           perform write-report-line
           move spaces to ws-report-line
           perform write-report-line

           perform list-reversals
           perform summarize-by-reason

           EXEC SQL
               CONNECT RESET
           END-EXEC

           close fd-reversals-report

           move spaces to ws-catalog-request
           move "REVERSALS" to ws-rc-name
           move "reversals-report.txt" to ws-rc-file
           move 0 to ws-rc-pages
           call "report-catalog" using ws-catalog-request
               on exception
                   display "Warning: unable to call "
                       "report-catalog."
           end-call

           perform log-job-end

           display "Reversals on " ws-sql-report-date ": "
               ws-reversal-count
           end-display
           display "Operators:      " ws-operator-count
           display "See reversals-report.txt"

           goback.


      *> The business date unless REVERSALS_REPORT_DATE names
      *> another day; system date is the fallback when the calendar
      *> module isn't linked.
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
               from environment "REVERSALS_REPORT_DATE"

           if ws-report-date-env not = spaces
           and ws-report-date-env is numeric
               move ws-report-date-env to ws-sql-report-date
           end-if

           exit paragraph.


      *> Walks the day's reversals in operator / reason order,
      *> totalling each reason within an operator and each operator.
       list-reversals.

           EXEC SQL
               OPEN REVERSAL-CUR
           END-EXEC
           perform check-sql-state

           perform with test after until SQLCODE = 100

               EXEC SQL
                   FETCH REVERSAL-CUR
                   INTO
                       :ws-sql-user,
                       :ws-sql-reason,
                       :ws-sql-reason-text,
                       :ws-sql-trans-id,
                       :ws-sql-reversal-of,
                       :ws-sql-account-id,
                       :ws-sql-trans-type,
                       :ws-sql-amount,
                       :ws-sql-orig-post-date;
               END-EXEC
               perform check-sql-state

               if not SQL-NODATA
                   perform take-reversal-row
               end-if
           end-perform

           EXEC SQL
               CLOSE REVERSAL-CUR
           END-EXEC
           perform check-sql-state

           if ws-not-first-row
               perform write-reason-totals
               perform write-user-totals
           else
               move "  (no reversals posted)" to ws-report-line
               perform write-report-line
           end-if

           move ws-reversal-total to ws-amount-display
           move spaces to ws-report-line
           string "Reversals: " ws-reversal-count
               "  by " ws-operator-count " operator(s)"
               "  amount reversed " ws-amount-display
               into ws-report-line
           end-string
           perform write-report-line

           exit paragraph.


       take-reversal-row.

           if ws-first-row
           or ws-sql-user not = ws-prev-user
               if ws-not-first-row
                   perform write-reason-totals
                   perform write-user-totals
               end-if
               perform start-user
               perform start-reason
           else
               if ws-sql-reason not = ws-prev-reason
                   perform write-reason-totals
                   perform start-reason
               end-if
           end-if

           set ws-not-first-row to true

           add 1 to ws-reason-count
           add ws-sql-amount to ws-reason-total

           move ws-sql-amount to ws-amount-display

           move spaces to ws-report-line
           string
               "      reversal " ws-sql-trans-id
               " of " ws-sql-reversal-of
               " posted " ws-sql-orig-post-date
               "  account " ws-sql-account-id
               "  " ws-sql-trans-type
               "  " ws-amount-display
               into ws-report-line
           end-string
           perform write-report-line

           exit paragraph.


       start-user.

           move ws-sql-user to ws-prev-user
           move 0 to ws-user-count
           move 0 to ws-user-total
           add 1 to ws-operator-count

           move spaces to ws-report-line
           string "Operator " ws-sql-user
               into ws-report-line
           end-string
           perform write-report-line

           exit paragraph.


       start-reason.

           move ws-sql-reason to ws-prev-reason
           move ws-sql-reason-text to ws-prev-reason-text
           move 0 to ws-reason-count
           move 0 to ws-reason-total

           move spaces to ws-report-line
           string "  reason " ws-sql-reason
               " " ws-sql-reason-text
               into ws-report-line
           end-string
           perform write-report-line

           exit paragraph.


       write-reason-totals.

           add ws-reason-count to ws-user-count
           add ws-reason-total to ws-user-total

           move ws-reason-total to ws-amount-display

           move spaces to ws-report-line
           string "    " ws-prev-reason " reversals: "
               ws-reason-count "  amount " ws-amount-display
               into ws-report-line
           end-string
           perform write-report-line

           exit paragraph.


       write-user-totals.

           add ws-user-count to ws-reversal-count
           add ws-user-total to ws-reversal-total

           move ws-user-total to ws-amount-display

           move spaces to ws-report-line
           string "  operator total: " ws-user-count
               "  amount " ws-amount-display
               into ws-report-line
           end-string
           perform write-report-line

           move spaces to ws-report-line
           perform write-report-line

           exit paragraph.


      *> The same day by reason code alone, across every operator.
       summarize-by-reason.

           move spaces to ws-report-line
           perform write-report-line

           move "By reason code, all operators" to ws-report-line
           perform write-report-line

           EXEC SQL
               OPEN REASON-SUM-CUR
           END-EXEC
           perform check-sql-state

           perform with test after until SQLCODE = 100

               EXEC SQL
                   FETCH REASON-SUM-CUR
                   INTO
                       :ws-sql-reason,
                       :ws-sql-reason-text,
                       :ws-sql-reason-count,
                       :ws-sql-reason-total;
               END-EXEC
               perform check-sql-state

               if not SQL-NODATA
                   move ws-sql-reason-total to ws-amount-display
                   move spaces to ws-report-line
                   string "  " ws-sql-reason " " ws-sql-reason-text
                       "  reversals: " ws-sql-reason-count
                       "  amount " ws-amount-display
                       into ws-report-line
                   end-string
                   perform write-report-line
               end-if
           end-perform

           EXEC SQL
               CLOSE REASON-SUM-CUR
           END-EXEC
           perform check-sql-state

           exit paragraph.


       write-report-line.

           move ws-report-line to f-report-record
           write f-report-record

           exit paragraph.


       log-job-start.

           move spaces to ws-job-audit-request
           move "reversals-report" to ws-ja-program
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
           move ws-reversal-count to ws-ja-read-count
           move ws-reversal-count to ws-ja-written-count
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

           move "reversals-report" to ws-err-program

           call "error-logger" using ws-error-request
               on exception
                   display "Warning: unable to call error-logger."
           end-call

           move 8 to return-code

           goback.


      *> Checks SQLCODE/SQLSTATE after every EXEC SQL statement and
      *> stops the run on an unexpected database error, the same
      *> check the other SQL programs here run.
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
           move "reversals-report" to ws-err-program
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

       end program reversals-report.

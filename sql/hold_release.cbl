      *>****************************************************************
      *> Author: Erik Eriksen
      *> Date: 2026-10-15
      *> Purpose: Daily deposit hold release. Every DEPOSIT_HOLDS row
      *>          still held (STATUS 'H') whose RELEASE_DT has come --
      *>          on or before the business date (shared
      *>          business-date subprogram, system date fallback),
      *>          so a missed day catches up on the next run -- is
      *>          released: its amount goes back into the account's
      *>          AVAILABLE_BAL and the hold is stamped STATUS 'R'
      *>          with its RELEASED_DT, all in one commit unit.
      *>          Run after business-date rolls and before the day's
      *>          account-posting, so the overdraft check sees the
      *>          freed funds. The holds released are listed by
      *>          account in hold-release-report.txt, registered in
      *>          the report catalog, with the holds still
      *>          outstanding totalled at the foot.
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
      *> Precomiler: esqlOC -static -o generated_hold_release.cbl
      *>             hold_release.cbl
      *> Tectonics: cobc -x -static -locsql generated_hold_release.cbl
      *>
      *>****************************************************************
       identification division.
       program-id. hold-release.

       environment division.
       input-output section.
       file-control.

           select fd-hold-report
           assign to "hold-release-report.txt"
           organization is line sequential
           file status is ws-fs-status-report.

       data division.
       file section.

           fd  fd-hold-report.
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

       01  ws-sql-business-date               pic x(8).
       01  ws-sql-hold-id                     pic 9(9).
       01  ws-sql-account-id                  pic 9(5).
       01  ws-sql-trans-id                    pic 9(9).
       01  ws-sql-amount                      pic s9(7)v99.
       01  ws-sql-placed-date                 pic x(8).
       01  ws-sql-release-date                pic x(8).
       01  ws-sql-open-count                  pic 9(7).
       01  ws-sql-open-total                  pic s9(9)v99.

       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

      *> Local variables to the program only. These are not seen by
      *> the precompiler operation.
       01  ws-fs-status-report                pic xx.

       01  ws-business-date-request.
           05  ws-bd-action                 pic x.
           05  ws-bd-date                   pic 9(8).

       01  ws-business-date                   pic 9(8).

       01  ws-in-unit-sw                      pic x value 'N'.
           88  ws-in-unit                     value 'Y'.
           88  ws-not-in-unit                 value 'N'.

      *> Control-break fields: one account's releases at a time.
       01  ws-first-row-sw                    pic x value 'Y'.
           88  ws-first-row                   value 'Y'.
           88  ws-not-first-row               value 'N'.

       01  ws-prev-account-id                 pic 9(5).
       01  ws-account-count                   pic 9(5) value 0.
       01  ws-account-total                   pic s9(9)v99 value 0.
       01  ws-accounts-released               pic 9(5) value 0.
       01  ws-released-count                  pic 9(7) value 0.
       01  ws-released-total                  pic s9(9)v99 value 0.

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
           display "Deposit hold release"
           display "---------------------"
           display space

           perform log-job-start
           perform fetch-business-date

           open output fd-hold-report

           if ws-fs-status-report not = "00"
               display "Error opening hold-release-report.txt: "
                   ws-fs-status-report
               end-display
               move "main-procedure" to ws-err-paragraph
               move ws-fs-status-report to ws-err-file-status
               move "open fd-hold-report" to ws-err-message
               perform fail-run
           end-if

           EXEC SQL
               CONNECT TO :ws-db-connection-string
           END-EXEC.
           perform check-sql-state

           EXEC SQL
               DECLARE DUE-HOLD-CUR CURSOR FOR
               SELECT HOLD_ID, ACCOUNT_ID, TRANS_ID, AMOUNT,
                      PLACED_DT, RELEASE_DT
               FROM DEPOSIT_HOLDS
               WHERE STATUS = 'H'
                   AND RELEASE_DT <= :ws-sql-business-date
               ORDER BY ACCOUNT_ID, RELEASE_DT, HOLD_ID
               FOR UPDATE;
           END-EXEC
           perform check-sql-state

           move spaces to ws-report-line
           string "Deposit holds released " ws-sql-business-date
               " by account"
               into ws-report-line
           end-string
           perform write-report-line
           move spaces to ws-report-line
           perform write-report-line

           EXEC SQL
               START TRANSACTION
           END-EXEC
           perform check-sql-state
           set ws-in-unit to true

           perform list-due-holds
           perform release-due-holds

           EXEC SQL
               COMMIT
           END-EXEC
           set ws-not-in-unit to true
           perform check-sql-state

           perform write-outstanding-summary

           EXEC SQL
               CONNECT RESET
           END-EXEC

           close fd-hold-report

           move spaces to ws-catalog-request
           move "HOLD-RELEASE" to ws-rc-name
           move "hold-release-report.txt" to ws-rc-file
           move 0 to ws-rc-pages
           call "report-catalog" using ws-catalog-request
               on exception
                   display "Warning: unable to call "
                       "report-catalog."
           end-call

           perform log-job-end

           move ws-released-total to ws-amount-display
           display "Holds released: " ws-released-count
               "  amount " ws-amount-display
           end-display
           display "Accounts:       " ws-accounts-released
           display "Still on hold:  " ws-sql-open-count
           display "See hold-release-report.txt"

           goback.


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

           move ws-business-date to ws-sql-business-date

           exit paragraph.


      *> Walks the holds falling due, locking them for the unit, and
      *> lists each under its account with a total per account.
       list-due-holds.

           EXEC SQL
               OPEN DUE-HOLD-CUR
           END-EXEC
           perform check-sql-state

           perform with test after until SQLCODE = 100

               EXEC SQL
                   FETCH DUE-HOLD-CUR
                   INTO
                       :ws-sql-hold-id,
                       :ws-sql-account-id,
                       :ws-sql-trans-id,
                       :ws-sql-amount,
                       :ws-sql-placed-date,
                       :ws-sql-release-date;
               END-EXEC
               perform check-sql-state

               if not SQL-NODATA
                   perform take-hold-row
               end-if
           end-perform

           EXEC SQL
               CLOSE DUE-HOLD-CUR
           END-EXEC
           perform check-sql-state

           if ws-not-first-row
               perform write-account-totals
           else
               move "  (no holds due)" to ws-report-line
               perform write-report-line
           end-if

           move ws-released-total to ws-amount-display
           move spaces to ws-report-line
           string "Released: " ws-released-count
               " hold(s) on " ws-accounts-released " account(s)"
               "  amount " ws-amount-display
               into ws-report-line
           end-string
           perform write-report-line

           exit paragraph.


       take-hold-row.

           if ws-first-row
           or ws-sql-account-id not = ws-prev-account-id
               if ws-not-first-row
                   perform write-account-totals
               end-if
               move ws-sql-account-id to ws-prev-account-id
               move 0 to ws-account-count
               move 0 to ws-account-total
               add 1 to ws-accounts-released

               move spaces to ws-report-line
               string "Account " ws-sql-account-id
                   into ws-report-line
               end-string
               perform write-report-line
           end-if

           set ws-not-first-row to true

           add 1 to ws-account-count
           add ws-sql-amount to ws-account-total

           move ws-sql-amount to ws-amount-display

           move spaces to ws-report-line
           string
               "    hold " ws-sql-hold-id
               "  trans " ws-sql-trans-id
               "  placed " ws-sql-placed-date
               "  due " ws-sql-release-date
               "  " ws-amount-display
               into ws-report-line
           end-string
           perform write-report-line

           exit paragraph.


       write-account-totals.

           add ws-account-count to ws-released-count
           add ws-account-total to ws-released-total

           move ws-account-total to ws-amount-display

           move spaces to ws-report-line
           string "  account total: " ws-account-count
               "  amount " ws-amount-display
               into ws-report-line
           end-string
           perform write-report-line

           move spaces to ws-report-line
           perform write-report-line

           exit paragraph.


      *> Puts every due hold's amount back into its account's
      *> available balance, then stamps the holds released -- the
      *> same rows the cursor above locked, inside the same unit.
       release-due-holds.

           if ws-released-count = 0
               exit paragraph
           end-if

           EXEC SQL
               UPDATE ACCOUNT_BALANCES B
               SET
                   AVAILABLE_BAL =
                       COALESCE(B.AVAILABLE_BAL, B.BALANCE)
                       + (SELECT SUM(H.AMOUNT)
                          FROM DEPOSIT_HOLDS H
                          WHERE H.ACCOUNT_ID = B.ACCOUNT_ID
                              AND H.STATUS = 'H'
                              AND H.RELEASE_DT
                                  <= :ws-sql-business-date),
                   MOD_DT = CURRENT_TIMESTAMP
               WHERE B.ACCOUNT_ID IN
                   (SELECT H.ACCOUNT_ID
                    FROM DEPOSIT_HOLDS H
                    WHERE H.STATUS = 'H'
                        AND H.RELEASE_DT <= :ws-sql-business-date)
           END-EXEC
           perform check-sql-state

           EXEC SQL
               UPDATE DEPOSIT_HOLDS
               SET
                   STATUS = 'R',
                   RELEASED_DT = :ws-sql-business-date
               WHERE STATUS = 'H'
                   AND RELEASE_DT <= :ws-sql-business-date
           END-EXEC
           perform check-sql-state

           exit paragraph.


      *> What is still held after the release, for the foot of the
      *> report and the console.
       write-outstanding-summary.

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(AMOUNT), 0)
               INTO :ws-sql-open-count, :ws-sql-open-total
               FROM DEPOSIT_HOLDS
               WHERE STATUS = 'H'
           END-EXEC
           perform check-sql-state

           move ws-sql-open-total to ws-amount-display
           move spaces to ws-report-line
           string "Still on hold: " ws-sql-open-count
               " hold(s)  amount " ws-amount-display
               into ws-report-line
           end-string
           perform write-report-line

           exit paragraph.


       write-report-line.

           move ws-report-line to f-report-record
           write f-report-record

           exit paragraph.


       log-job-start.

           move spaces to ws-job-audit-request
           move "hold-release" to ws-ja-program
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
           move ws-released-count to ws-ja-read-count
           move ws-released-count to ws-ja-written-count
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

           move "hold-release" to ws-err-program

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

      *> Nothing half-released: the holds and balances go together.
           if ws-in-unit
               EXEC SQL
                   ROLLBACK
               END-EXEC
               set ws-not-in-unit to true
               display "The hold release was rolled back."
           end-if

           EXEC SQL
               CONNECT RESET
           END-EXEC

           move spaces to ws-error-request
           move "hold-release" to ws-err-program
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

       end program hold-release.

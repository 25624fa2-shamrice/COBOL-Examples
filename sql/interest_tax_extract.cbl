      *>****************************************************************
      *> Author: Erik Eriksen
      *> Date: 2026-10-15
      *> Purpose: Year-end interest income tax reporting extract. Sums
      *>          each account's interest for the tax year -- the DP
      *>          rows interest-accrual (and a closure's final
      *>          interest) post with an INTEREST-yyyymm reference,
      *>          by the year in the reference, so a reversal (same
      *>          reference, opposite amount) nets against the month
      *>          it undid. Months db-retention has already purged
      *>          are read back from account-transactions-archive.txt;
      *>          archive rows dated on or after the oldest row still
      *>          in ACCOUNT_TRANSACTIONS are left out, as a purge that
      *>          stopped after its unload leaves them in both places.
      *>
      *>          TAX_YEAR=yyyy names the year (default the year
      *>          before the business date, the job running after
      *>          year end). Each account whose interest reaches
      *>          TAX_REPORT_MIN (whole dollars, default 10) gets a
      *>          fixed-format record in tax-interest-report.txt --
      *>          an A header, one B record per account with the
      *>          owner's name and address off ACCOUNTS, a T trailer
      *>          with the count and total -- and a printed customer
      *>          notice in interest-tax-notices.txt.
      *>
      *>          Correction mode: TAX_CORRECT_ACCOUNT=nnnnn
      *>          regenerates that one account's record after the
      *>          file has gone out -- B record flagged 'C', written
      *>          whatever the amount (a corrected figure may be
      *>          zero) to tax-interest-correction.txt with its own
      *>          header and trailer, and a CORRECTED notice to
      *>          interest-tax-notice-correction.txt. The original
      *>          file is left as it went out. Every file is
      *>          registered in the report catalog.
      *>
      *>          Tax file layout, 100 bytes, numbers zero-filled
      *>          with implied decimals:
      *>            A: type x(1), tax year 9(4), created yyyymmdd,
      *>               mode x(1) (O original, C correction)
      *>            B: type x(1), tax year 9(4), correction x(1),
      *>               account id 9(5), last name x(8), first name
      *>               x(8), address x(22), interest 9(9)v99
      *>            T: type x(1), tax year 9(4), record count 9(7),
      *>               interest total 9(11)v99
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
      *> Precomiler: esqlOC -static -o generated_int_tax.cbl
      *>             interest_tax_extract.cbl
      *> Tectonics: cobc -x -static -locsql generated_int_tax.cbl
      *>
      *>****************************************************************
       identification division.
       program-id. interest-tax-extract.

       environment division.
       input-output section.
       file-control.

           select fd-trans-archive
           assign to "account-transactions-archive.txt"
           organization is line sequential
           file status is ws-fs-status-archive.

      *> Original and correction runs write to different names so a
      *> correction never overwrites the file that went out.
           select fd-tax-file
           assign to ws-tax-file-name
           organization is line sequential
           file status is ws-fs-status-tax.

           select fd-notice-file
           assign to ws-notice-file-name
           organization is line sequential
           file status is ws-fs-status-notice.

           select fd-interest-sort-file
           assign to "interest-tax-sort-temp.txt".

       data division.
       file section.

      *> The archive layout db-retention documents and writes.
           fd  fd-trans-archive.
           01  f-trans-archive-record.
               05  f-ta-account-id             pic 9(5).
               05  filler                      pic x.
               05  f-ta-post-date              pic x(8).
               05  filler                      pic x.
               05  f-ta-type                   pic x(2).
               05  filler                      pic x.
               05  f-ta-amount                 pic x(13).
               05  filler                      pic x.
               05  f-ta-reference              pic x(15).

           fd  fd-tax-file.
           01  f-tax-record                    pic x(100).

           01  f-tax-header-record.
               05  f-th-record-type            pic x.
               05  f-th-tax-year               pic 9(4).
               05  f-th-created-date           pic 9(8).
               05  f-th-mode                   pic x.
               05  filler                      pic x(86).

           01  f-tax-payee-record.
               05  f-tp-record-type            pic x.
               05  f-tp-tax-year               pic 9(4).
               05  f-tp-correction             pic x.
               05  f-tp-account-id             pic 9(5).
               05  f-tp-last-name              pic x(8).
               05  f-tp-first-name             pic x(8).
               05  f-tp-address                pic x(22).
               05  f-tp-interest               pic 9(9)v99.
               05  filler                      pic x(40).

           01  f-tax-trailer-record.
               05  f-tt-record-type            pic x.
               05  f-tt-tax-year               pic 9(4).
               05  f-tt-record-count           pic 9(7).
               05  f-tt-interest-total         pic 9(11)v99.
               05  filler                      pic x(75).

           fd  fd-notice-file.
           01  f-notice-record                 pic x(80).

           sd  fd-interest-sort-file.
           01  f-sort-interest-record.
               05  f-sort-account-id           pic 9(5).
               05  f-sort-amount               pic s9(9)v99.

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

       01  ws-sql-account-id                  pic 9(5).
       01  ws-sql-interest                    pic s9(9)v99.
       01  ws-sql-reference-like              pic x(15).
       01  ws-sql-oldest-post-date            pic x(8).
       01  ws-sql-first-name                  pic x(8).
       01  ws-sql-last-name                   pic x(8).
       01  ws-sql-address                     pic x(22).

       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

      *> Local variables to the program only. These are not seen by
      *> the precompiler operation.
       01  ws-fs-status-archive               pic xx.
       01  ws-fs-status-tax                   pic xx.
       01  ws-fs-status-notice                pic xx.

       01  ws-tax-file-name                   pic x(40)
                                 value "tax-interest-report.txt".
       01  ws-notice-file-name                pic x(40)
                                 value "interest-tax-notices.txt".

       01  ws-eof-sw                          pic x value 'N'.
           88  ws-eof                         value 'Y'.
           88  ws-not-eof                     value 'N'.

       01  ws-business-date-request.
           05  ws-bd-action                 pic x.
           05  ws-bd-date                   pic 9(8).

       01  ws-business-date                   pic 9(8).
       01  ws-business-date-split redefines ws-business-date.
           05  ws-bd-year                     pic 9(4).
           05  filler                         pic 9(4).

       01  ws-tax-year                        pic 9(4).
       01  ws-report-minimum                  pic 9(7)v99 value 10.
       01  ws-setting-env                     pic x(9).

      *> Correction mode: one account regenerated, flagged 'C'.
       01  ws-correct-account-id              pic 9(5) value 0.
       01  ws-mode-sw                         pic x value 'O'.
           88  ws-original-mode               value 'O'.
           88  ws-correction-mode             value 'C'.

       01  ws-reference-stem                  pic x(13).
       01  ws-archive-amount                  pic s9(9)v99.

      *> Per-account control break over the sorted amounts.
       01  ws-sort-eof-sw                     pic x value 'N'.
           88  ws-sort-eof                    value 'Y'.

       01  ws-first-account-sw                pic x value 'Y'.
           88  ws-first-account               value 'Y'.
           88  ws-not-first-account           value 'N'.

       01  ws-prev-account-id                 pic 9(5).
       01  ws-account-interest                pic s9(9)v99.

       01  ws-archive-count                   pic 9(7) value 0.
       01  ws-account-count                   pic 9(5) value 0.
       01  ws-reported-count                  pic 9(7) value 0.
       01  ws-reported-total                  pic 9(11)v99 value 0.
       01  ws-below-minimum-count             pic 9(5) value 0.

       01  ws-notice-line                     pic x(80).
       01  ws-amount-display                  pic zzz,zzz,zz9.99.

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
           display "Year-end interest tax extract"
           display "------------------------------"
           display space

           perform log-job-start
           perform fetch-business-date
           perform load-settings
           perform open-output-files

           EXEC SQL
               CONNECT TO :ws-db-connection-string
           END-EXEC.
           perform check-sql-state

      *> Both cursors narrow to the one account in correction mode;
      *> zero means every account.
           EXEC SQL
               DECLARE INTEREST-SUM-CUR CURSOR FOR
               SELECT ACCOUNT_ID, COALESCE(SUM(AMOUNT), 0)
               FROM ACCOUNT_TRANSACTIONS
               WHERE TRANS_TYPE = 'DP'
                   AND REFERENCE LIKE :ws-sql-reference-like
                   AND (:ws-sql-account-id = 0
                        OR ACCOUNT_ID = :ws-sql-account-id)
               GROUP BY ACCOUNT_ID
               ORDER BY ACCOUNT_ID;
           END-EXEC
           perform check-sql-state

           EXEC SQL
               SELECT COALESCE(MIN(POST_DT), '99999999')
               INTO :ws-sql-oldest-post-date
               FROM ACCOUNT_TRANSACTIONS
           END-EXEC
           perform check-sql-state

           perform write-tax-header

           sort fd-interest-sort-file
               on ascending key f-sort-account-id
               input procedure is gather-interest
               output procedure is report-each-account

           perform write-tax-trailer

           EXEC SQL
               CONNECT RESET
           END-EXEC

           close fd-tax-file
           close fd-notice-file

           perform register-reports

           perform log-job-end

           move ws-reported-total to ws-amount-display

           display "Tax year:               " ws-tax-year
           if ws-correction-mode
               display "Correction for account: "
                   ws-correct-account-id
               end-display
           end-if
           display "Archived rows used:     " ws-archive-count
           display "Accounts with interest: " ws-account-count
           display "Reported:               " ws-reported-count
           display "Below the minimum:      " ws-below-minimum-count
           display "Interest reported: " ws-amount-display
           display "See " function trim(ws-tax-file-name)
               " and " function trim(ws-notice-file-name)
           end-display

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

           exit paragraph.


      *> TAX_YEAR, TAX_REPORT_MIN and TAX_CORRECT_ACCOUNT from the
      *> environment; the year defaults to the one just closed.
       load-settings.

           compute ws-tax-year = ws-bd-year - 1
           end-compute

           accept ws-setting-env from environment "TAX_YEAR"

           if ws-setting-env not = spaces
           and function trim(ws-setting-env) is numeric
               move function numval(ws-setting-env) to ws-tax-year
           end-if

           accept ws-setting-env from environment "TAX_REPORT_MIN"

           if ws-setting-env not = spaces
           and function trim(ws-setting-env) is numeric
               move function numval(ws-setting-env)
                   to ws-report-minimum
           end-if

           accept ws-setting-env
               from environment "TAX_CORRECT_ACCOUNT"

           if ws-setting-env not = spaces
               if function trim(ws-setting-env) is numeric
               and function numval(ws-setting-env) > 0
                   move function numval(ws-setting-env)
                       to ws-correct-account-id
                   set ws-correction-mode to true
                   move "tax-interest-correction.txt"
                       to ws-tax-file-name
                   move "interest-tax-notice-correction.txt"
                       to ws-notice-file-name
               else
                   display "TAX_CORRECT_ACCOUNT must be an account "
                       "id: " ws-setting-env
                   end-display
                   move "load-settings" to ws-err-paragraph
                   move spaces to ws-err-file-status
                   move "bad correction account id" to ws-err-message
                   perform fail-run
               end-if
           end-if

           move ws-correct-account-id to ws-sql-account-id

           move spaces to ws-reference-stem
           string "INTEREST-" ws-tax-year
               into ws-reference-stem
           end-string

           move spaces to ws-sql-reference-like
           string ws-reference-stem "%"
               into ws-sql-reference-like
           end-string

           exit paragraph.


       open-output-files.

           open output fd-tax-file

           if ws-fs-status-tax not = "00"
               display "Error opening " function trim(ws-tax-file-name)
                   ": " ws-fs-status-tax
               end-display
               move "open-output-files" to ws-err-paragraph
               move ws-fs-status-tax to ws-err-file-status
               move "open fd-tax-file" to ws-err-message
               perform fail-run
           end-if

           open output fd-notice-file

           if ws-fs-status-notice not = "00"
               display "Error opening "
                   function trim(ws-notice-file-name)
                   ": " ws-fs-status-notice
               end-display
               move "open-output-files" to ws-err-paragraph
               move ws-fs-status-notice to ws-err-file-status
               move "open fd-notice-file" to ws-err-message
               perform fail-run
           end-if

           exit paragraph.


      *> Sort input procedure: the purged months' interest off the
      *> archive, then every account's interest still in the table.
       gather-interest.

           perform release-archived-interest

           EXEC SQL
               OPEN INTEREST-SUM-CUR
           END-EXEC
           perform check-sql-state

           perform with test after until SQLCODE = 100

               EXEC SQL
                   FETCH INTEREST-SUM-CUR
                   INTO
                       :ws-sql-account-id,
                       :ws-sql-interest;
               END-EXEC
               perform check-sql-state

               if not SQL-NODATA
                   move ws-sql-account-id to f-sort-account-id
                   move ws-sql-interest to f-sort-amount
                   release f-sort-interest-record
               end-if
           end-perform

           EXEC SQL
               CLOSE INTEREST-SUM-CUR
           END-EXEC
           perform check-sql-state

           exit paragraph.


      *> No archive just means nothing has been purged yet.
       release-archived-interest.

           set ws-not-eof to true

           open input fd-trans-archive

           if ws-fs-status-archive not = "00"
               exit paragraph
           end-if

           perform until ws-eof
               read fd-trans-archive
                   at end
                       set ws-eof to true
                   not at end
                       if f-ta-type = "DP"
                       and f-ta-reference(1:13) = ws-reference-stem
                       and f-ta-post-date < ws-sql-oldest-post-date
                       and (ws-original-mode
                            or f-ta-account-id = ws-correct-account-id)
                           move function numval(f-ta-amount)
                               to ws-archive-amount
                           move f-ta-account-id to f-sort-account-id
                           move ws-archive-amount to f-sort-amount
                           release f-sort-interest-record
                           add 1 to ws-archive-count
                       end-if
               end-read
           end-perform

           close fd-trans-archive

           exit paragraph.


      *> Sort output procedure: one total per account, reported when
      *> it reaches the minimum -- or always, for a correction.
       report-each-account.

           perform until ws-sort-eof
               return fd-interest-sort-file
                   at end
                       set ws-sort-eof to true
                   not at end
                       if ws-first-account
                       or f-sort-account-id not = ws-prev-account-id
                           if ws-not-first-account
                               perform report-one-account
                           end-if
                           move f-sort-account-id
                               to ws-prev-account-id
                           move 0 to ws-account-interest
                           set ws-not-first-account to true
                       end-if
                       add f-sort-amount to ws-account-interest
               end-return
           end-perform

           if ws-not-first-account
               perform report-one-account
           end-if

      *> A correction for an account with no interest at all still
      *> has to go out, as a zero record.
           if ws-correction-mode
           and ws-first-account
               move ws-correct-account-id to ws-prev-account-id
               move 0 to ws-account-interest
               perform report-one-account
           end-if

           exit paragraph.


       report-one-account.

           add 1 to ws-account-count

           if ws-original-mode
           and ws-account-interest < ws-report-minimum
               add 1 to ws-below-minimum-count
               exit paragraph
           end-if

           if ws-account-interest < 0
               move 0 to ws-account-interest
           end-if

           move ws-prev-account-id to ws-sql-account-id

           EXEC SQL
               SELECT FIRST_NAME, LAST_NAME, ADDRESS
               INTO :ws-sql-first-name, :ws-sql-last-name,
                    :ws-sql-address
               FROM ACCOUNTS
               WHERE ID = :ws-sql-account-id
           END-EXEC
           perform check-sql-state

           if SQL-NODATA
               move spaces to ws-sql-first-name
               move "UNKNOWN" to ws-sql-last-name
               move spaces to ws-sql-address
           end-if

           move spaces to f-tax-payee-record
           move 'B' to f-tp-record-type
           move ws-tax-year to f-tp-tax-year
           if ws-correction-mode
               move 'C' to f-tp-correction
           end-if
           move ws-prev-account-id to f-tp-account-id
           move ws-sql-last-name to f-tp-last-name
           move ws-sql-first-name to f-tp-first-name
           move ws-sql-address to f-tp-address
           move ws-account-interest to f-tp-interest
           write f-tax-payee-record

           add 1 to ws-reported-count
           add ws-account-interest to ws-reported-total

           perform write-customer-notice

           exit paragraph.


      *> One printed notice per reported account, a rule and a blank
      *> line between them.
       write-customer-notice.

           if ws-reported-count > 1
               move spaces to ws-notice-line
               perform write-notice-line
               move all "=" to ws-notice-line
               perform write-notice-line
               move spaces to ws-notice-line
               perform write-notice-line
           end-if

           move spaces to ws-notice-line
           string "INTEREST INCOME STATEMENT -- TAX YEAR " ws-tax-year
               into ws-notice-line
           end-string
           perform write-notice-line

           if ws-correction-mode
               move "CORRECTED -- this replaces the statement sent "
                   & "earlier for this year" to ws-notice-line
               perform write-notice-line
           end-if

           move spaces to ws-notice-line
           perform write-notice-line

           move spaces to ws-notice-line
           string "  " ws-sql-first-name " " ws-sql-last-name
               into ws-notice-line
           end-string
           perform write-notice-line

           move spaces to ws-notice-line
           string "  " ws-sql-address
               into ws-notice-line
           end-string
           perform write-notice-line

           move spaces to ws-notice-line
           perform write-notice-line

           move ws-account-interest to ws-amount-display

           move spaces to ws-notice-line
           string "  Account " ws-prev-account-id
               "  interest paid in " ws-tax-year ": "
               ws-amount-display
               into ws-notice-line
           end-string
           perform write-notice-line

           move spaces to ws-notice-line
           perform write-notice-line

           move "  This amount has been reported to the tax "
               & "authority. Keep this notice" to ws-notice-line
           perform write-notice-line

           move "  with your tax records." to ws-notice-line
           perform write-notice-line

           exit paragraph.


       write-tax-header.

           move spaces to f-tax-header-record
           move 'A' to f-th-record-type
           move ws-tax-year to f-th-tax-year
           move ws-business-date to f-th-created-date
           move ws-mode-sw to f-th-mode
           write f-tax-header-record

           exit paragraph.


       write-tax-trailer.

           move spaces to f-tax-trailer-record
           move 'T' to f-tt-record-type
           move ws-tax-year to f-tt-tax-year
           move ws-reported-count to f-tt-record-count
           move ws-reported-total to f-tt-interest-total
           write f-tax-trailer-record

           exit paragraph.


       write-notice-line.

           move ws-notice-line to f-notice-record
           write f-notice-record

           exit paragraph.


       register-reports.

           move spaces to ws-catalog-request
           if ws-correction-mode
               move "INT-TAX-CORRECTION" to ws-rc-name
           else
               move "INT-TAX-FILE" to ws-rc-name
           end-if
           move ws-tax-file-name to ws-rc-file
           move 0 to ws-rc-pages
           perform call-report-catalog

           move spaces to ws-catalog-request
           if ws-correction-mode
               move "INT-TAX-NOTICE-CORR" to ws-rc-name
           else
               move "INT-TAX-NOTICES" to ws-rc-name
           end-if
           move ws-notice-file-name to ws-rc-file
           move ws-reported-count to ws-rc-pages
           perform call-report-catalog

           exit paragraph.


       call-report-catalog.

           call "report-catalog" using ws-catalog-request
               on exception
                   display "Warning: unable to call "
                       "report-catalog."
           end-call

           exit paragraph.


       log-job-start.

           move spaces to ws-job-audit-request
           move "interest-tax-extract" to ws-ja-program
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
           move ws-account-count to ws-ja-read-count
           move ws-reported-count to ws-ja-written-count
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

           move "interest-tax-extract" to ws-err-program

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
           move "interest-tax-extract" to ws-err-program
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

       end program interest-tax-extract.

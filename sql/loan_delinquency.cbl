      *>****************************************************************
      *> Author: Erik Eriksen
      *> Date: 2026-10-15
      *> Purpose: Daily installment loan delinquency. Every active
      *>          loan with a billed installment still unpaid past
      *>          its due date is aged by its oldest such
      *>          installment into the 1-29, 30-59, 60-89 and 90+
      *>          day buckets, and listed on
      *>          loan-delinquency-report.txt (registered in the
      *>          report catalog) with the installments and amount
      *>          past due, then the count and amount in each
      *>          bucket. An installment still unpaid
      *>          LOAN_GRACE_DAYS (default 10) after its due date
      *>          draws a late fee the way a bounced withdrawal draws
      *>          its NSF fee: an FE line for LOAN_LATE_FEE (default
      *>          15.00) with a LATE-aaaaa-nnn reference is appended
      *>          to account-transactions-in.txt for the posting run
      *>          to book, and the installment is stamped so it is
      *>          never charged twice.
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
      *> Precomiler: esqlOC -static -o generated_loan_delinq.cbl
      *>             loan_delinquency.cbl
      *> Tectonics: cobc -x -static -locsql generated_loan_delinq.cbl
      *>
      *>****************************************************************
       identification division.
       program-id. loan-delinquency.

       environment division.
       input-output section.
       file-control.

           select fd-posting-output
           assign to "account-transactions-in.txt"
           organization is line sequential
           file status is ws-fs-status-output.

           select fd-delinquency-report
           assign to "loan-delinquency-report.txt"
           organization is line sequential
           file status is ws-fs-status-report.

       data division.
       file section.

      *> Same layout account_posting.cbl reads.
           fd  fd-posting-output.
           01  f-posting-record.
               05  f-post-account-id           pic 9(5).
               05  filler                      pic x.
               05  f-post-date                 pic x(8).
               05  filler                      pic x.
               05  f-post-type                 pic x(2).
               05  filler                      pic x.
               05  f-post-amount               pic x(12).
               05  filler                      pic x.
               05  f-post-reference            pic x(15).
               05  filler                      pic x.
               05  f-post-currency             pic x(3).
               05  filler                      pic x.
               05  f-post-keyed-by             pic x(20).

           fd  fd-delinquency-report.
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

       01  ws-sql-account-id                  pic 9(5).
       01  ws-sql-installment-no              pic 9(3).
       01  ws-sql-due-date                    pic x(8).
       01  ws-sql-unpaid                      pic s9(7)v99.
       01  ws-sql-fee-charged                 pic x.
       01  ws-sql-business-date               pic x(8).

       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

      *> Local variables to the program only. These are not seen by
      *> the precompiler operation.
       01  ws-fs-status-output                pic xx.
       01  ws-fs-status-report                pic xx.

       01  ws-business-date-request.
           05  ws-bd-action                 pic x.
           05  ws-bd-date                   pic 9(8).

       01  ws-business-date                   pic 9(8).
       01  ws-business-day-int                pic 9(8) comp.

      *> Grace days and late fee, overridable with the
      *> LOAN_GRACE_DAYS and LOAN_LATE_FEE environment variables.
       01  ws-grace-days                      pic 99 value 10.
       01  ws-grace-days-env                  pic x(7).
       01  ws-late-fee                        pic 9(3)v99 value 15.00.
       01  ws-late-fee-env                    pic x(8).
       01  ws-fee-amount-edited               pic -9(6).99.

      *> The past-due installments, oldest first within each loan,
      *> loaded before the late-fee stamps are written so the
      *> cursor isn't open across them.
       01  ws-num-items                       pic 9(5) comp value 0.

       01  ws-item-table                      occurs 5000 times
                                              indexed by
                                                  ws-item-idx.
           05  ws-it-account-id               pic 9(5).
           05  ws-it-installment-no           pic 9(3).
           05  ws-it-due-date                 pic 9(8).
           05  ws-it-unpaid                   pic s9(7)v99.
           05  ws-it-fee-charged              pic x.

       01  ws-items-missed                    pic 9(5) value 0.

      *> The loan being totalled as the walk goes.
       01  ws-cur-account-id                  pic 9(5).
       01  ws-cur-oldest-due                  pic 9(8).
       01  ws-cur-installments                pic 9(3).
       01  ws-cur-past-due                    pic s9(9)v99.
       01  ws-cur-days                        pic 9(5).

       01  ws-days-past-due                   pic 9(5).

      *> The four aging buckets and what sits in each.
       01  ws-bucket-values.
           05  filler                         pic x(8) value "1-29".
           05  filler                         pic x(8) value "30-59".
           05  filler                         pic x(8) value "60-89".
           05  filler                         pic x(8) value "90+".
       01  ws-bucket-names redefines ws-bucket-values.
           05  ws-bucket-name                 pic x(8) occurs 4 times.

       01  ws-bucket-totals.
           05  ws-bucket-entry                occurs 4 times.
               10  ws-bucket-count            pic 9(5).
               10  ws-bucket-amount           pic s9(9)v99.

       01  ws-bucket-sub                      pic 9 comp.

       01  ws-delinquent-count                pic 9(5) value 0.
       01  ws-late-fee-count                  pic 9(5) value 0.

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
           display "Installment loan delinquency"
           display "-----------------------------"
           display space

           perform log-job-start
           perform fetch-business-date
           perform load-late-fee-rules
           perform open-files

           initialize ws-bucket-totals

           EXEC SQL
               CONNECT TO :ws-db-connection-string
           END-EXEC.
           perform check-sql-state

           EXEC SQL
               DECLARE PAST-DUE-CUR CURSOR FOR
               SELECT S.ACCOUNT_ID, S.INSTALLMENT_NO, S.DUE_DT,
                      S.INTEREST_AMT - S.PAID_INTEREST
                      + S.PRINCIPAL_AMT - S.PAID_PRINCIPAL,
                      CASE WHEN S.LATE_FEE_DT IS NULL
                           THEN 'N' ELSE 'Y' END
               FROM LOAN_SCHEDULE S
               JOIN LOANS L
                   ON L.ACCOUNT_ID = S.ACCOUNT_ID
               WHERE L.STATUS = 'A'
                   AND S.STATUS = 'B'
                   AND S.DUE_DT < :ws-sql-business-date
               ORDER BY S.ACCOUNT_ID, S.DUE_DT, S.INSTALLMENT_NO;
           END-EXEC
           perform check-sql-state

           perform load-past-due-items

           move spaces to ws-report-line
           string "Loan delinquency " ws-business-date
               into ws-report-line
           end-string
           perform write-report-line
           move spaces to ws-report-line
           perform write-report-line
           move "Account  Oldest due  Days  Bucket    Inst"
               & "      Past due"
               to ws-report-line
           perform write-report-line

           move 0 to ws-cur-account-id

           perform varying ws-item-idx from 1 by 1
           until ws-item-idx > ws-num-items
               if ws-it-account-id(ws-item-idx) not = ws-cur-account-id
                   perform finish-loan
                   perform start-loan
               end-if

               add 1 to ws-cur-installments
               add ws-it-unpaid(ws-item-idx) to ws-cur-past-due

               perform check-late-fee
           end-perform

           perform finish-loan

           EXEC SQL
               CONNECT RESET
           END-EXEC

           perform write-bucket-summary

           close fd-posting-output
           close fd-delinquency-report

           move spaces to ws-catalog-request
           move "LOAN-DELINQUENCY" to ws-rc-name
           move "loan-delinquency-report.txt" to ws-rc-file
           move 0 to ws-rc-pages
           call "report-catalog" using ws-catalog-request
               on exception
                   display "Warning: unable to call "
                       "report-catalog."
           end-call

           perform log-job-end

           display "Delinquent loans: " ws-delinquent-count
           display "Late fees queued: " ws-late-fee-count
           display "See loan-delinquency-report.txt"

           if ws-late-fee-count > 0
               display "Run account-posting to book the late fees."
           end-if

           if ws-items-missed > 0
               display "WARNING: " ws-items-missed " past-due "
                   "installment(s) overflowed the table -- not "
                   "aged or charged this run."
               end-display
               move 4 to return-code
           end-if

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
           compute ws-business-day-int =
               function integer-of-date(ws-business-date)
           end-compute

           exit paragraph.


       load-late-fee-rules.

           accept ws-grace-days-env
               from environment "LOAN_GRACE_DAYS"
           end-accept

           if function trim(ws-grace-days-env) is numeric
               move function numval(ws-grace-days-env)
                   to ws-grace-days
           end-if

           accept ws-late-fee-env from environment "LOAN_LATE_FEE"

           if ws-late-fee-env not = spaces
           and function test-numval(ws-late-fee-env) = 0
               compute ws-late-fee =
                   function numval(ws-late-fee-env)
               end-compute
           end-if

           exit paragraph.


      *> Late fees extend the posting input so lines already keyed
      *> for the day's run aren't clobbered.
       open-files.

           open extend fd-posting-output

           if ws-fs-status-output = "35"
               open output fd-posting-output
           end-if

           if ws-fs-status-output not = "00"
               display "Error opening account-transactions-in.txt: "
                   ws-fs-status-output
               end-display
               move "open-files" to ws-err-paragraph
               move ws-fs-status-output to ws-err-file-status
               move "open fd-posting-output" to ws-err-message
               perform fail-run
           end-if

           open output fd-delinquency-report

           if ws-fs-status-report not = "00"
               display "Error opening loan-delinquency-report.txt: "
                   ws-fs-status-report
               end-display
               move "open-files" to ws-err-paragraph
               move ws-fs-status-report to ws-err-file-status
               move "open fd-delinquency-report" to ws-err-message
               perform fail-run
           end-if

           exit paragraph.


       load-past-due-items.

           EXEC SQL
               OPEN PAST-DUE-CUR
           END-EXEC
           perform check-sql-state

           perform with test after until SQLCODE = 100

               EXEC SQL
                   FETCH PAST-DUE-CUR
                   INTO
                       :ws-sql-account-id,
                       :ws-sql-installment-no,
                       :ws-sql-due-date,
                       :ws-sql-unpaid,
                       :ws-sql-fee-charged;
               END-EXEC
               perform check-sql-state

               if not SQL-NODATA
                   perform keep-past-due-item
               end-if
           end-perform

           EXEC SQL
               CLOSE PAST-DUE-CUR
           END-EXEC
           perform check-sql-state

           exit paragraph.


       keep-past-due-item.

           if ws-num-items >= 5000
               add 1 to ws-items-missed
               exit paragraph
           end-if

           add 1 to ws-num-items
           set ws-item-idx to ws-num-items
           move ws-sql-account-id to ws-it-account-id(ws-item-idx)
           move ws-sql-installment-no
               to ws-it-installment-no(ws-item-idx)
           move ws-sql-due-date to ws-it-due-date(ws-item-idx)
           move ws-sql-unpaid to ws-it-unpaid(ws-item-idx)
           move ws-sql-fee-charged to ws-it-fee-charged(ws-item-idx)

           exit paragraph.


      *> The first past-due installment of a loan is its oldest --
      *> its age is the loan's.
       start-loan.

           move ws-it-account-id(ws-item-idx) to ws-cur-account-id
           move ws-it-due-date(ws-item-idx) to ws-cur-oldest-due
           move 0 to ws-cur-installments
           move 0 to ws-cur-past-due

           compute ws-cur-days = ws-business-day-int
               - function integer-of-date(ws-cur-oldest-due)
           end-compute

           exit paragraph.


       finish-loan.

           if ws-cur-account-id = 0
               exit paragraph
           end-if

           evaluate true
               when ws-cur-days < 30
                   move 1 to ws-bucket-sub
               when ws-cur-days < 60
                   move 2 to ws-bucket-sub
               when ws-cur-days < 90
                   move 3 to ws-bucket-sub
               when other
                   move 4 to ws-bucket-sub
           end-evaluate

           add 1 to ws-bucket-count(ws-bucket-sub)
           add ws-cur-past-due to ws-bucket-amount(ws-bucket-sub)
           add 1 to ws-delinquent-count

           move ws-cur-past-due to ws-amount-display

           move spaces to ws-report-line
           string ws-cur-account-id "    " ws-cur-oldest-due
               "  " ws-cur-days
               " " ws-bucket-name(ws-bucket-sub)
               "  " ws-cur-installments
               "  " ws-amount-display
               into ws-report-line
           end-string
           perform write-report-line

           exit paragraph.


      *> Past the grace days and not yet charged: the fee goes onto
      *> the posting input and the installment is stamped in the
      *> same step, so a rerun today or tomorrow doesn't charge it
      *> again.
       check-late-fee.

           if ws-it-fee-charged(ws-item-idx) = 'Y'
               exit paragraph
           end-if

           compute ws-days-past-due = ws-business-day-int
               - function integer-of-date(ws-it-due-date(ws-item-idx))
           end-compute

           if ws-days-past-due not > ws-grace-days
               exit paragraph
           end-if

           compute ws-fee-amount-edited = 0 - ws-late-fee
           end-compute

           move spaces to f-posting-record
           move ws-it-account-id(ws-item-idx) to f-post-account-id
           move ws-business-date to f-post-date
           move "FE" to f-post-type
           move ws-fee-amount-edited to f-post-amount
           string "LATE-" ws-it-account-id(ws-item-idx)
               "-" ws-it-installment-no(ws-item-idx)
               delimited by size
               into f-post-reference
           end-string
           move "USD" to f-post-currency
           write f-posting-record

           move ws-it-account-id(ws-item-idx) to ws-sql-account-id
           move ws-it-installment-no(ws-item-idx)
               to ws-sql-installment-no

           EXEC SQL
               UPDATE LOAN_SCHEDULE
               SET LATE_FEE_DT = :ws-sql-business-date
               WHERE ACCOUNT_ID = :ws-sql-account-id
               AND INSTALLMENT_NO = :ws-sql-installment-no
           END-EXEC
           perform check-sql-state

           EXEC SQL
               COMMIT
           END-EXEC
           perform check-sql-state

           add 1 to ws-late-fee-count

           exit paragraph.


       write-bucket-summary.

           move spaces to ws-report-line
           perform write-report-line
           move "Bucket    Loans      Past due" to ws-report-line
           perform write-report-line

           perform varying ws-bucket-sub from 1 by 1
           until ws-bucket-sub > 4
               move ws-bucket-amount(ws-bucket-sub)
                   to ws-amount-display
               move spaces to ws-report-line
               string ws-bucket-name(ws-bucket-sub)
                   "  " ws-bucket-count(ws-bucket-sub)
                   "  " ws-amount-display
                   delimited by size
                   into ws-report-line
               end-string
               perform write-report-line
           end-perform

           move spaces to ws-report-line
           string "Delinquent loans: " ws-delinquent-count
               "  late fees queued: " ws-late-fee-count
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
           move "loan-delinquency" to ws-ja-program
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
           move ws-num-items to ws-ja-read-count
           move ws-late-fee-count to ws-ja-written-count
           move ws-items-missed to ws-ja-rejected-count
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

           move "loan-delinquency" to ws-err-program

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
           move "loan-delinquency" to ws-err-program
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

       end program loan-delinquency.

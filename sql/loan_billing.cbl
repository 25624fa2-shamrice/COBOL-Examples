      *>****************************************************************
      *> Author: Erik Eriksen
      *> Date: 2026-10-15
      *> Purpose: Monthly installment loan billing. Every active loan
      *>          installment still scheduled and due on or before
      *>          the business date plus LOAN_BILL_LEAD_DAYS (default
      *>          20, so the customer has the notice before the due
      *>          date) is billed, one commit unit per installment:
      *>          the month's interest on the loan's outstanding
      *>          principal is worked out and booked to the loan
      *>          account as an LI transaction (LOAN-INT-nnn, raising
      *>          the debit balance), and the installment is marked
      *>          billed with its interest and the principal share of
      *>          the level payment -- the last installment takes
      *>          whatever principal is left, and an installment a
      *>          prepayment has made unnecessary is marked not
      *>          needed. Each bill goes on loan-bills.txt as the
      *>          payment due notice (account, installment, due
      *>          date, interest, principal, amount due now, anything
      *>          still past due from earlier bills); the run is
      *>          summarised on loan-billing-report.txt, registered
      *>          in the report catalog. Payments come back through
      *>          the posting run as LP lines. A rerun bills nothing
      *>          twice.
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
      *> Precomiler: esqlOC -static -o generated_loan_billing.cbl
      *>             loan_billing.cbl
      *> Tectonics: cobc -x -static -locsql generated_loan_billing.cbl
      *>
      *>****************************************************************
       identification division.
       program-id. loan-billing.

       environment division.
       input-output section.
       file-control.

           select fd-bill-file
           assign to "loan-bills.txt"
           organization is line sequential
           file status is ws-fs-status-bills.

           select fd-billing-report
           assign to "loan-billing-report.txt"
           organization is line sequential
           file status is ws-fs-status-report.

       data division.
       file section.

      *> One payment due notice: loan account, installment, due date,
      *> this bill's interest and principal, the amount due now and
      *> what is still unpaid from earlier bills.
           fd  fd-bill-file.
           01  f-bill-record.
               05  f-bill-account-id           pic 9(5).
               05  filler                      pic x.
               05  f-bill-installment-no       pic 9(3).
               05  filler                      pic x.
               05  f-bill-due-date             pic x(8).
               05  filler                      pic x.
               05  f-bill-interest             pic -9(7).99.
               05  filler                      pic x.
               05  f-bill-principal            pic -9(7).99.
               05  filler                      pic x.
               05  f-bill-amount-due           pic -9(7).99.
               05  filler                      pic x.
               05  f-bill-past-due             pic -9(7).99.

           fd  fd-billing-report.
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
       01  ws-sql-last-installment            pic 9(3).
       01  ws-sql-due-date                    pic x(8).
       01  ws-sql-payment                     pic s9(7)v99.
       01  ws-sql-bill-through                pic x(8).
       01  ws-sql-business-date               pic x(8).
       01  ws-sql-principal-bal               pic s9(7)v99.
       01  ws-sql-rate                        pic s9(3)v99.
       01  ws-sql-billed-principal            pic s9(7)v99.
       01  ws-sql-past-due                    pic s9(7)v99.
       01  ws-sql-interest                    pic s9(7)v99.
       01  ws-sql-principal                   pic s9(7)v99.
       01  ws-sql-li-amount                   pic s9(7)v99.
       01  ws-sql-reference                   pic x(15).
       01  ws-sql-count                       pic 9(7).

       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

      *> Local variables to the program only. These are not seen by
      *> the precompiler operation.
       01  ws-fs-status-bills                 pic xx.
       01  ws-fs-status-report                pic xx.

       01  ws-in-unit-sw                      pic x value 'N'.
           88  ws-in-unit                     value 'Y'.
           88  ws-not-in-unit                 value 'N'.

       01  ws-business-date-request.
           05  ws-bd-action                 pic x.
           05  ws-bd-date                   pic 9(8).

       01  ws-business-date                   pic 9(8).
       01  ws-bill-through-date               pic 9(8).

      *> Days ahead of the due date an installment is billed,
      *> overridable with the LOAN_BILL_LEAD_DAYS environment
      *> variable.
       01  ws-lead-days                       pic 99 value 20.
       01  ws-lead-days-env                   pic x(7).

      *> The installments to bill, loaded before any unit runs --
      *> each unit commits, and the commit would close the cursor.
       01  ws-num-bills                       pic 9(5) comp value 0.

       01  ws-bill-table                      occurs 5000 times
                                              indexed by
                                                  ws-bill-idx.
           05  ws-bl-account-id               pic 9(5).
           05  ws-bl-installment-no           pic 9(3).
           05  ws-bl-due-date                 pic x(8).
           05  ws-bl-payment                  pic s9(7)v99.
           05  ws-bl-last-installment         pic 9(3).

       01  ws-unbilled-principal              pic s9(7)v99.

       01  ws-billed-count                    pic 9(7) value 0.
       01  ws-not-needed-count                pic 9(7) value 0.
       01  ws-interest-total                  pic s9(9)v99 value 0.
       01  ws-principal-total                 pic s9(9)v99 value 0.

       01  ws-report-line                     pic x(132).
       01  ws-interest-display                pic -(7)9.99.
       01  ws-principal-display               pic -(7)9.99.
       01  ws-due-display                     pic -(7)9.99.
       01  ws-past-due-display                pic -(7)9.99.

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
           display "Installment loan billing"
           display "------------------------"
           display space

           perform log-job-start
           perform fetch-business-date
           perform load-lead-days

           compute ws-bill-through-date =
               function date-of-integer(
                   function integer-of-date(ws-business-date)
                   + ws-lead-days)
           end-compute
           move ws-bill-through-date to ws-sql-bill-through

           perform open-files

           EXEC SQL
               CONNECT TO :ws-db-connection-string
           END-EXEC.
           perform check-sql-state

           EXEC SQL
               DECLARE BILL-CUR CURSOR FOR
               SELECT S.ACCOUNT_ID, S.INSTALLMENT_NO, S.DUE_DT,
                      S.PAYMENT_AMT, L.TERM_MONTHS
               FROM LOAN_SCHEDULE S
               JOIN LOANS L
                   ON L.ACCOUNT_ID = S.ACCOUNT_ID
               WHERE L.STATUS = 'A'
                   AND S.STATUS = 'S'
                   AND S.DUE_DT <= :ws-sql-bill-through
               ORDER BY S.ACCOUNT_ID, S.INSTALLMENT_NO;
           END-EXEC
           perform check-sql-state

           move spaces to ws-report-line
           string "Loan billing " ws-business-date
               "  installments due through " ws-bill-through-date
               into ws-report-line
           end-string
           perform write-report-line
           move spaces to ws-report-line
           perform write-report-line
           move "Account  No  Due date       interest     principal"
               to ws-report-line
           perform write-report-line

           perform load-bill-table

           perform varying ws-bill-idx from 1 by 1
           until ws-bill-idx > ws-num-bills
               perform bill-one-installment
           end-perform

           EXEC SQL
               CONNECT RESET
           END-EXEC

           move ws-interest-total to ws-interest-display
           move ws-principal-total to ws-principal-display
           move spaces to ws-report-line
           perform write-report-line
           move spaces to ws-report-line
           string "Installments billed: " ws-billed-count
               "  interest " ws-interest-display
               "  principal " ws-principal-display
               into ws-report-line
           end-string
           perform write-report-line
           move spaces to ws-report-line
           string "Not needed after prepayment: " ws-not-needed-count
               into ws-report-line
           end-string
           perform write-report-line

           close fd-bill-file
           close fd-billing-report

           move spaces to ws-catalog-request
           move "LOAN-BILLING" to ws-rc-name
           move "loan-billing-report.txt" to ws-rc-file
           move 0 to ws-rc-pages
           call "report-catalog" using ws-catalog-request
               on exception
                   display "Warning: unable to call "
                       "report-catalog."
           end-call

           perform log-job-end

           display "Installments billed: " ws-billed-count
           display "Not needed:          " ws-not-needed-count
           display "See loan-bills.txt and loan-billing-report.txt"

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


       load-lead-days.

           accept ws-lead-days-env
               from environment "LOAN_BILL_LEAD_DAYS"
           end-accept

           if function trim(ws-lead-days-env) is numeric
               move function numval(ws-lead-days-env)
                   to ws-lead-days
           end-if

           exit paragraph.


       open-files.

           open output fd-bill-file

           if ws-fs-status-bills not = "00"
               display "Error opening loan-bills.txt: "
                   ws-fs-status-bills
               end-display
               move "open-files" to ws-err-paragraph
               move ws-fs-status-bills to ws-err-file-status
               move "open fd-bill-file" to ws-err-message
               perform fail-run
           end-if

           open output fd-billing-report

           if ws-fs-status-report not = "00"
               display "Error opening loan-billing-report.txt: "
                   ws-fs-status-report
               end-display
               move "open-files" to ws-err-paragraph
               move ws-fs-status-report to ws-err-file-status
               move "open fd-billing-report" to ws-err-message
               perform fail-run
           end-if

           exit paragraph.


       load-bill-table.

           EXEC SQL
               OPEN BILL-CUR
           END-EXEC
           perform check-sql-state

           perform with test after until SQLCODE = 100

               EXEC SQL
                   FETCH BILL-CUR
                   INTO
                       :ws-sql-account-id,
                       :ws-sql-installment-no,
                       :ws-sql-due-date,
                       :ws-sql-payment,
                       :ws-sql-last-installment;
               END-EXEC
               perform check-sql-state

               if not SQL-NODATA
                   perform keep-bill
               end-if
           end-perform

           EXEC SQL
               CLOSE BILL-CUR
           END-EXEC
           perform check-sql-state

           exit paragraph.


      *> Whatever doesn't fit bills on the next run -- the oldest
      *> installments are in the table, nothing is lost.
       keep-bill.

           if ws-num-bills >= 5000
               exit paragraph
           end-if

           add 1 to ws-num-bills
           set ws-bill-idx to ws-num-bills
           move ws-sql-account-id to ws-bl-account-id(ws-bill-idx)
           move ws-sql-installment-no
               to ws-bl-installment-no(ws-bill-idx)
           move ws-sql-due-date to ws-bl-due-date(ws-bill-idx)
           move ws-sql-payment to ws-bl-payment(ws-bill-idx)
           move ws-sql-last-installment
               to ws-bl-last-installment(ws-bill-idx)

           exit paragraph.


      *> One installment, one unit: the month's interest on the
      *> principal still out, the principal share of the payment --
      *> no more than the principal not yet billed -- the LI row and
      *> its balance move, and the schedule row marked billed.
       bill-one-installment.

           move ws-bl-account-id(ws-bill-idx) to ws-sql-account-id
           move ws-bl-installment-no(ws-bill-idx)
               to ws-sql-installment-no

           EXEC SQL
               START TRANSACTION
           END-EXEC
           perform check-sql-state
           set ws-in-unit to true

           EXEC SQL
               SELECT PRINCIPAL_BAL, RATE
               INTO :ws-sql-principal-bal, :ws-sql-rate
               FROM LOANS
               WHERE ACCOUNT_ID = :ws-sql-account-id
               FOR UPDATE
           END-EXEC
           perform check-sql-state

           EXEC SQL
               SELECT
                   COALESCE(SUM(PRINCIPAL_AMT - PAID_PRINCIPAL), 0),
                   COALESCE(SUM(INTEREST_AMT - PAID_INTEREST
                                + PRINCIPAL_AMT - PAID_PRINCIPAL), 0)
               INTO :ws-sql-billed-principal, :ws-sql-past-due
               FROM LOAN_SCHEDULE
               WHERE ACCOUNT_ID = :ws-sql-account-id
               AND STATUS = 'B'
           END-EXEC
           perform check-sql-state

           compute ws-unbilled-principal =
               ws-sql-principal-bal - ws-sql-billed-principal
           end-compute

           if ws-unbilled-principal not > 0
               EXEC SQL
                   UPDATE LOAN_SCHEDULE
                   SET STATUS = 'X',
                       BILLED_DT = :ws-sql-business-date
                   WHERE ACCOUNT_ID = :ws-sql-account-id
                   AND INSTALLMENT_NO = :ws-sql-installment-no
               END-EXEC
               perform check-sql-state

               EXEC SQL
                   COMMIT
               END-EXEC
               set ws-not-in-unit to true
               perform check-sql-state

               add 1 to ws-not-needed-count
               exit paragraph
           end-if

           compute ws-sql-interest rounded =
               ws-sql-principal-bal * ws-sql-rate / 1200
           end-compute

           if ws-bl-installment-no(ws-bill-idx)
               >= ws-bl-last-installment(ws-bill-idx)
               move ws-unbilled-principal to ws-sql-principal
           else
               compute ws-sql-principal =
                   ws-bl-payment(ws-bill-idx) - ws-sql-interest
               end-compute

               if ws-sql-principal < 0
                   move 0 to ws-sql-principal
               end-if

               if ws-sql-principal > ws-unbilled-principal
                   move ws-unbilled-principal to ws-sql-principal
               end-if
           end-if

           EXEC SQL
               UPDATE LOAN_SCHEDULE
               SET STATUS = 'B',
                   INTEREST_AMT = :ws-sql-interest,
                   PRINCIPAL_AMT = :ws-sql-principal,
                   PAYMENT_AMT = :ws-sql-interest + :ws-sql-principal,
                   BILLED_DT = :ws-sql-business-date
               WHERE ACCOUNT_ID = :ws-sql-account-id
               AND INSTALLMENT_NO = :ws-sql-installment-no
           END-EXEC
           perform check-sql-state

           if ws-sql-interest > 0
               perform book-loan-interest
           end-if

           EXEC SQL
               COMMIT
           END-EXEC
           set ws-not-in-unit to true
           perform check-sql-state

           add 1 to ws-billed-count
           add ws-sql-interest to ws-interest-total
           add ws-sql-principal to ws-principal-total

           perform write-bill

           exit paragraph.


      *> The billed interest raises what the loan owes: an LI row on
      *> the loan account and the matching balance move.
       book-loan-interest.

           compute ws-sql-li-amount = 0 - ws-sql-interest
           end-compute

           move spaces to ws-sql-reference
           string "LOAN-INT-" ws-sql-installment-no
               delimited by size
               into ws-sql-reference
           end-string

           EXEC SQL
               INSERT INTO ACCOUNT_TRANSACTIONS
                   (ACCOUNT_ID, POST_DT, TRANS_TYPE, AMOUNT,
                    REFERENCE, ORIG_AMOUNT, ORIG_CCY, CREATE_DT)
               VALUES
                   (:ws-sql-account-id, :ws-sql-business-date, 'LI',
                    :ws-sql-li-amount, :ws-sql-reference,
                    :ws-sql-li-amount, 'USD', CURRENT_TIMESTAMP)
           END-EXEC
           perform check-sql-state

           EXEC SQL
               SELECT COUNT(*)
               INTO :ws-sql-count
               FROM ACCOUNT_BALANCES
               WHERE ACCOUNT_ID = :ws-sql-account-id
           END-EXEC
           perform check-sql-state

           if ws-sql-count > 0
               EXEC SQL
                   UPDATE ACCOUNT_BALANCES
                   SET
                       BALANCE = BALANCE + :ws-sql-li-amount,
                       AVAILABLE_BAL =
                           COALESCE(AVAILABLE_BAL, BALANCE)
                           + :ws-sql-li-amount,
                       MOD_DT = CURRENT_TIMESTAMP
                   WHERE ACCOUNT_ID = :ws-sql-account-id
               END-EXEC
               perform check-sql-state
           else
               EXEC SQL
                   INSERT INTO ACCOUNT_BALANCES
                       (ACCOUNT_ID, BALANCE, AVAILABLE_BAL, MOD_DT)
                   VALUES
                       (:ws-sql-account-id, :ws-sql-li-amount,
                        :ws-sql-li-amount, CURRENT_TIMESTAMP)
               END-EXEC
               perform check-sql-state
           end-if

           exit paragraph.


       write-bill.

           move spaces to f-bill-record
           move ws-sql-account-id to f-bill-account-id
           move ws-sql-installment-no to f-bill-installment-no
           move ws-bl-due-date(ws-bill-idx) to f-bill-due-date
           move ws-sql-interest to f-bill-interest
           move ws-sql-principal to f-bill-principal
           compute f-bill-amount-due =
               ws-sql-interest + ws-sql-principal
           end-compute
           move ws-sql-past-due to f-bill-past-due
           write f-bill-record

           move ws-sql-interest to ws-interest-display
           move ws-sql-principal to ws-principal-display
           move ws-sql-past-due to ws-past-due-display

           move spaces to ws-report-line
           string ws-sql-account-id "    " ws-sql-installment-no
               "  " ws-bl-due-date(ws-bill-idx)
               "  " ws-interest-display
               "  " ws-principal-display
               into ws-report-line
           end-string

           if ws-sql-past-due > 0
               move spaces to ws-report-line(66:)
               string "  past due " ws-past-due-display
                   delimited by size
                   into ws-report-line(66:)
               end-string
           end-if

           perform write-report-line

           exit paragraph.


       write-report-line.

           move ws-report-line to f-report-record
           write f-report-record

           exit paragraph.


       log-job-start.

           move spaces to ws-job-audit-request
           move "loan-billing" to ws-ja-program
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
           move ws-num-bills to ws-ja-read-count
           move ws-billed-count to ws-ja-written-count
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

           move "loan-billing" to ws-err-program

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

      *> The installment in flight is rolled back whole; those
      *> already committed stand and a rerun carries on after them.
           if ws-in-unit
               EXEC SQL
                   ROLLBACK
               END-EXEC
               set ws-not-in-unit to true
               display "The installment in flight was rolled back."
           end-if

           EXEC SQL
               CONNECT RESET
           END-EXEC

           move spaces to ws-error-request
           move "loan-billing" to ws-err-program
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

       end program loan-billing.

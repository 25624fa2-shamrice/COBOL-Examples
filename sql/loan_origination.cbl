      *>****************************************************************
      *> Author: Erik Eriksen
      *> Date: 2026-10-15
      *> Purpose: Installment loan origination. Reads the day's loan
      *>          bookings from loan-originations.txt -- the loan
      *>          account id, principal, annual rate (percent), term
      *>          in months, first due date, and optionally the
      *>          customer's deposit account the proceeds go to --
      *>          and books each one in a single commit unit: the
      *>          account (opened through sql-example beforehand,
      *>          with no activity yet) is typed LOAN, a LOANS row
      *>          carries the terms and the level monthly payment, a
      *>          LOAN_SCHEDULE row per installment stores the
      *>          amortization schedule (due date, payment, interest,
      *>          principal, balance after), and an LO transaction
      *>          books the principal as a debit balance on the loan
      *>          account. Due dates run monthly from the first due
      *>          date on the same day of the month (the month end
      *>          where the month is shorter). The proceeds, when a
      *>          deposit account is named, go onto
      *>          account-transactions-in.txt as a DP LOAN-DISB-
      *>          line for the posting run. Bad lines go to
      *>          loan-originations-reject.txt with a reason; each
      *>          loan booked and its schedule print on
      *>          loan-origination-report.txt, registered in the
      *>          report catalog. Needs the LOANS and LOAN_SCHEDULE
      *>          tables, and a LOAN row on ACCOUNT_TYPES allowing
      *>          LP, FE and AJ, creating in the external DDL:
      *>            LOANS: ACCOUNT_ID, PRINCIPAL, RATE, TERM_MONTHS,
      *>              FIRST_DUE_DT, PAYMENT_AMT, PRINCIPAL_BAL,
      *>              STATUS ('A' active, 'P' paid off), ORIG_DT,
      *>              PAID_OFF_DT, CREATE_DT.
      *>            LOAN_SCHEDULE: ACCOUNT_ID, INSTALLMENT_NO,
      *>              DUE_DT, PAYMENT_AMT, INTEREST_AMT,
      *>              PRINCIPAL_AMT, BALANCE_AFTER, STATUS ('S'
      *>              scheduled, 'B' billed, 'P' paid, 'X' not
      *>              needed), BILLED_DT, PAID_INTEREST,
      *>              PAID_PRINCIPAL, PAID_DT, LATE_FEE_DT.
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
      *> Precomiler: esqlOC -static -o generated_loan_orig.cbl
      *>             loan_origination.cbl
      *> Tectonics: cobc -x -static -locsql generated_loan_orig.cbl
      *>
      *>****************************************************************
       identification division.
       program-id. loan-origination.

       environment division.
       input-output section.
       file-control.

           select fd-origination-input
           assign to "loan-originations.txt"
           organization is line sequential
           file status is ws-fs-status-input.

           select fd-origination-reject
           assign to "loan-originations-reject.txt"
           organization is line sequential
           file status is ws-fs-status-reject.

           select fd-posting-output
           assign to "account-transactions-in.txt"
           organization is line sequential
           file status is ws-fs-status-output.

           select fd-origination-report
           assign to "loan-origination-report.txt"
           organization is line sequential
           file status is ws-fs-status-report.

       data division.
       file section.

      *> One loan booking: loan account, principal and annual rate
      *> as signed decimals, term in months, first due date, and the
      *> deposit account for the proceeds (blank when paid out some
      *> other way), each field space-separated.
           fd  fd-origination-input.
           01  f-origination-record.
               05  f-orig-account-id           pic x(5).
               05  filler                      pic x.
               05  f-orig-principal            pic x(12).
               05  filler                      pic x.
               05  f-orig-rate                 pic x(7).
               05  filler                      pic x.
               05  f-orig-term                 pic x(3).
               05  filler                      pic x.
               05  f-orig-first-due            pic x(8).
               05  filler                      pic x.
               05  f-orig-disb-account-id      pic x(5).

           fd  fd-origination-reject.
           01  f-origination-reject-record.
               05  f-reject-reason             pic x(15).
               05  filler                      pic x.
               05  f-reject-data               pic x(45).

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

           fd  fd-origination-report.
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
       01  ws-sql-is-enabled                  pic x.
       01  ws-sql-acct-type                   pic x(4).
       01  ws-sql-count                       pic 9(7).
       01  ws-sql-principal                   pic s9(7)v99.
       01  ws-sql-rate                        pic s9(3)v99.
       01  ws-sql-term                        pic 9(3).
       01  ws-sql-first-due                   pic x(8).
       01  ws-sql-payment                     pic s9(7)v99.
       01  ws-sql-business-date               pic x(8).
       01  ws-sql-installment-no              pic 9(3).
       01  ws-sql-due-date                    pic x(8).
       01  ws-sql-inst-payment                pic s9(7)v99.
       01  ws-sql-inst-interest               pic s9(7)v99.
       01  ws-sql-inst-principal              pic s9(7)v99.
       01  ws-sql-inst-balance                pic s9(7)v99.
       01  ws-sql-lo-amount                   pic s9(7)v99.

       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

      *> Local variables to the program only. These are not seen by
      *> the precompiler operation.
       01  ws-fs-status-input                 pic xx.
       01  ws-fs-status-reject                pic xx.
       01  ws-fs-status-output                pic xx.
       01  ws-fs-status-report                pic xx.

       01  ws-eof-sw                          pic x value 'N'.
           88  ws-eof                         value 'Y'.
           88  ws-not-eof                     value 'N'.

       01  ws-in-unit-sw                      pic x value 'N'.
           88  ws-in-unit                     value 'Y'.
           88  ws-not-in-unit                 value 'N'.

      *> Shared signed-decimal-check interface for the principal
      *> and rate fields.
       01  ws-check-input                     pic x(15).
       01  ws-check-bad-position              pic 99.
       01  ws-check-converted                 pic s9(7)v99
                                              sign leading separate.

       01  ws-reject-reason                   pic x(15).

       01  ws-business-date-request.
           05  ws-bd-action                 pic x.
           05  ws-bd-date                   pic 9(8).

       01  ws-business-date                   pic 9(8).

      *> The loan being booked: its terms, the level payment and the
      *> schedule worked out before anything touches the database.
       01  ws-loan-principal                  pic 9(7)v99.
       01  ws-loan-rate                       pic 9(3)v99.
       01  ws-loan-term                       pic 9(3).
       01  ws-loan-payment                    pic 9(7)v99.
       01  ws-disb-account-id                 pic 9(5).

       01  ws-monthly-rate                    pic 9v9(12).
       01  ws-growth                          pic 9(18)v9(12).

       01  ws-first-due                       pic 9(8).
       01  ws-first-due-split redefines ws-first-due.
           05  ws-fd-year                     pic 9(4).
           05  ws-fd-month                    pic 99.
           05  ws-fd-day                      pic 99.

      *> Due-date walk: the month the installment falls in, its
      *> first day and the first of the month after -- one day
      *> before that is the month end a short month clamps to.
       01  ws-month-offset                    pic 9(4) comp.
       01  ws-due-date                        pic 9(8).
       01  ws-due-date-split redefines ws-due-date.
           05  ws-dd-year                     pic 9(4).
           05  ws-dd-month                    pic 99.
           05  ws-dd-day                      pic 99.
       01  ws-next-month                      pic 9(8).
       01  ws-next-month-split redefines ws-next-month.
           05  ws-nm-year                     pic 9(4).
           05  ws-nm-month                    pic 99.
           05  ws-nm-day                      pic 99.
       01  ws-month-end                       pic 9(8).
       01  ws-month-end-split redefines ws-month-end.
           05  filler                         pic 9(6).
           05  ws-me-day                      pic 99.

       01  ws-running-balance                 pic s9(7)v99.

       01  ws-schedule-count                  pic 9(3) comp value 0.

       01  ws-schedule-table                  occurs 360 times
                                              indexed by
                                                  ws-sched-idx.
           05  ws-sched-due-date              pic 9(8).
           05  ws-sched-payment               pic s9(7)v99.
           05  ws-sched-interest              pic s9(7)v99.
           05  ws-sched-principal             pic s9(7)v99.
           05  ws-sched-balance               pic s9(7)v99.

       01  ws-read-count                      pic 9(5) value 0.
       01  ws-booked-count                    pic 9(5) value 0.
       01  ws-rejected-count                  pic 9(5) value 0.
       01  ws-disbursed-count                 pic 9(5) value 0.
       01  ws-booked-total                    pic 9(9)v99 value 0.

       01  ws-report-line                     pic x(132).
       01  ws-amount-display                  pic -(7)9.99.
       01  ws-interest-display                pic -(7)9.99.
       01  ws-principal-display               pic -(7)9.99.
       01  ws-balance-display                 pic -(7)9.99.
       01  ws-rate-display                    pic zz9.99.
       01  ws-post-amount-edited              pic +9(7).99.

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
           display "Installment loan origination"
           display "-----------------------------"
           display space

           perform log-job-start
           perform fetch-business-date
           perform open-files

           EXEC SQL
               CONNECT TO :ws-db-connection-string
           END-EXEC.
           perform check-sql-state

           move spaces to ws-report-line
           string "Loans booked " ws-business-date
               into ws-report-line
           end-string
           perform write-report-line
           move spaces to ws-report-line
           perform write-report-line

           perform until ws-eof
               read fd-origination-input
                   at end
                       set ws-eof to true
                   not at end
                       add 1 to ws-read-count
                       perform book-one-loan
               end-read
           end-perform

           EXEC SQL
               CONNECT RESET
           END-EXEC

           move ws-booked-total to ws-amount-display
           move spaces to ws-report-line
           string "Loans booked: " ws-booked-count
               "  principal " ws-amount-display
               "  rejected: " ws-rejected-count
               into ws-report-line
           end-string
           perform write-report-line

           close fd-origination-input
           close fd-origination-reject
           close fd-posting-output
           close fd-origination-report

           move spaces to ws-catalog-request
           move "LOAN-ORIGINATION" to ws-rc-name
           move "loan-origination-report.txt" to ws-rc-file
           move 0 to ws-rc-pages
           call "report-catalog" using ws-catalog-request
               on exception
                   display "Warning: unable to call "
                       "report-catalog."
           end-call

           perform log-job-end

           display "Lines read:     " ws-read-count
           display "Loans booked:   " ws-booked-count
           display "Proceeds queued:" ws-disbursed-count
           display "Rejected:       " ws-rejected-count
           display "See loan-origination-report.txt"

           if ws-disbursed-count > 0
               display "Run account-posting to pay out the proceeds."
           end-if

           if ws-rejected-count > 0
               display "See loan-originations-reject.txt"
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

           exit paragraph.


      *> The proceeds extend the posting input so lines already
      *> keyed for the day's run aren't clobbered.
       open-files.

           open input fd-origination-input

           if ws-fs-status-input not = "00"
               display "Error opening loan-originations.txt: "
                   ws-fs-status-input
               end-display
               move "open-files" to ws-err-paragraph
               move ws-fs-status-input to ws-err-file-status
               move "open fd-origination-input" to ws-err-message
               perform fail-run
           end-if

           open output fd-origination-reject

           if ws-fs-status-reject not = "00"
               display "Error opening loan-originations-reject.txt: "
                   ws-fs-status-reject
               end-display
               move "open-files" to ws-err-paragraph
               move ws-fs-status-reject to ws-err-file-status
               move "open fd-origination-reject" to ws-err-message
               perform fail-run
           end-if

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

           open output fd-origination-report

           if ws-fs-status-report not = "00"
               display "Error opening loan-origination-report.txt: "
                   ws-fs-status-report
               end-display
               move "open-files" to ws-err-paragraph
               move ws-fs-status-report to ws-err-file-status
               move "open fd-origination-report" to ws-err-message
               perform fail-run
           end-if

           exit paragraph.


      *> Validates one booking, works out its schedule, and books it
      *> whole or not at all.
       book-one-loan.

           move spaces to ws-reject-reason

           perform validate-origination-fields

           if ws-reject-reason not = spaces
               perform write-origination-reject
               exit paragraph
           end-if

           perform validate-origination-accounts

           if ws-reject-reason not = spaces
               perform write-origination-reject
               exit paragraph
           end-if

           perform build-schedule
           perform post-origination

           if f-orig-disb-account-id not = spaces
               perform write-disbursement
           end-if

           perform write-loan-report

           add 1 to ws-booked-count
           add ws-loan-principal to ws-booked-total

           exit paragraph.


       validate-origination-fields.

           if f-orig-account-id is not numeric
               move "BAD-ACCOUNT" to ws-reject-reason
               exit paragraph
           end-if

           move f-orig-principal to ws-check-input
           call "signed-decimal-check" using ws-check-input
               ws-check-bad-position ws-check-converted

           if ws-check-bad-position not = 0
           or ws-check-converted not > 0
               move "BAD-PRINCIPAL" to ws-reject-reason
               exit paragraph
           end-if

           move ws-check-converted to ws-loan-principal

           move f-orig-rate to ws-check-input
           call "signed-decimal-check" using ws-check-input
               ws-check-bad-position ws-check-converted

           if ws-check-bad-position not = 0
           or ws-check-converted < 0
           or ws-check-converted >= 100
               move "BAD-RATE" to ws-reject-reason
               exit paragraph
           end-if

           move ws-check-converted to ws-loan-rate

           if f-orig-term is not numeric
               move "BAD-TERM" to ws-reject-reason
               exit paragraph
           end-if

           move f-orig-term to ws-loan-term

           if ws-loan-term = 0
           or ws-loan-term > 360
               move "BAD-TERM" to ws-reject-reason
               exit paragraph
           end-if

           if f-orig-first-due is not numeric
               move "BAD-DUE-DATE" to ws-reject-reason
               exit paragraph
           end-if

           move f-orig-first-due to ws-first-due

           if function test-date-yyyymmdd(ws-first-due) not = 0
           or ws-first-due <= ws-business-date
               move "BAD-DUE-DATE" to ws-reject-reason
               exit paragraph
           end-if

           if f-orig-disb-account-id not = spaces
               if f-orig-disb-account-id is not numeric
               or f-orig-disb-account-id = f-orig-account-id
                   move "BAD-DISB-ACCT" to ws-reject-reason
                   exit paragraph
               end-if
           end-if

           exit paragraph.


      *> The loan account must be open, untyped or already typed
      *> LOAN, with no loan and no activity yet; the proceeds
      *> account must be an open account that isn't a loan.
       validate-origination-accounts.

           move f-orig-account-id to ws-sql-account-id

           EXEC SQL
               SELECT IS_ENABLED, COALESCE(ACCT_TYPE, ' ')
               INTO :ws-sql-is-enabled, :ws-sql-acct-type
               FROM ACCOUNTS
               WHERE ID = :ws-sql-account-id
           END-EXEC
           perform check-sql-state

           if SQL-NODATA
               move "ACCT-NOT-FOUND" to ws-reject-reason
               exit paragraph
           end-if

           if ws-sql-is-enabled = 'C'
               move "ACCT-CLOSED" to ws-reject-reason
               exit paragraph
           end-if

           if ws-sql-is-enabled not = 'Y'
               move "ACCT-DISABLED" to ws-reject-reason
               exit paragraph
           end-if

           if ws-sql-acct-type not = spaces
           and ws-sql-acct-type not = "LOAN"
               move "NOT-LOAN-ACCT" to ws-reject-reason
               exit paragraph
           end-if

           EXEC SQL
               SELECT COUNT(*)
               INTO :ws-sql-count
               FROM LOANS
               WHERE ACCOUNT_ID = :ws-sql-account-id
           END-EXEC
           perform check-sql-state

           if ws-sql-count > 0
               move "LOAN-EXISTS" to ws-reject-reason
               exit paragraph
           end-if

           EXEC SQL
               SELECT COUNT(*)
               INTO :ws-sql-count
               FROM ACCOUNT_TRANSACTIONS
               WHERE ACCOUNT_ID = :ws-sql-account-id
           END-EXEC
           perform check-sql-state

           if ws-sql-count > 0
               move "ACCT-HAS-ACTVTY" to ws-reject-reason
               exit paragraph
           end-if

           if f-orig-disb-account-id = spaces
               exit paragraph
           end-if

           move f-orig-disb-account-id to ws-sql-account-id

           EXEC SQL
               SELECT IS_ENABLED, COALESCE(ACCT_TYPE, ' ')
               INTO :ws-sql-is-enabled, :ws-sql-acct-type
               FROM ACCOUNTS
               WHERE ID = :ws-sql-account-id
           END-EXEC
           perform check-sql-state

           if SQL-NODATA
           or ws-sql-is-enabled not = 'Y'
           or ws-sql-acct-type = "LOAN"
               move "BAD-DISB-ACCT" to ws-reject-reason
               exit paragraph
           end-if

           move f-orig-disb-account-id to ws-disb-account-id

           exit paragraph.


      *> Level payment P * r / (1 - (1 + r) ** -n) at the monthly
      *> rate r, rounded to the cent; each installment's interest is
      *> a month on the balance before it, and the last installment
      *> takes whatever principal the rounding has left.
       build-schedule.

           compute ws-monthly-rate = ws-loan-rate / 1200
           end-compute

           if ws-monthly-rate = 0
               compute ws-loan-payment rounded =
                   ws-loan-principal / ws-loan-term
               end-compute
           else
               compute ws-growth =
                   (1 + ws-monthly-rate) ** ws-loan-term
               end-compute
               compute ws-loan-payment rounded =
                   ws-loan-principal * ws-monthly-rate * ws-growth
                   / (ws-growth - 1)
               end-compute
           end-if

           move ws-loan-principal to ws-running-balance
           move ws-loan-term to ws-schedule-count

           perform varying ws-sched-idx from 1 by 1
           until ws-sched-idx > ws-schedule-count
               perform compute-due-date
               move ws-due-date to ws-sched-due-date(ws-sched-idx)

               compute ws-sched-interest(ws-sched-idx) rounded =
                   ws-running-balance * ws-monthly-rate
               end-compute

               if ws-sched-idx = ws-schedule-count
                   move ws-running-balance
                       to ws-sched-principal(ws-sched-idx)
               else
                   compute ws-sched-principal(ws-sched-idx) =
                       ws-loan-payment
                       - ws-sched-interest(ws-sched-idx)
                   end-compute
               end-if

               compute ws-sched-payment(ws-sched-idx) =
                   ws-sched-interest(ws-sched-idx)
                   + ws-sched-principal(ws-sched-idx)
               end-compute

               subtract ws-sched-principal(ws-sched-idx)
                   from ws-running-balance
               move ws-running-balance
                   to ws-sched-balance(ws-sched-idx)
           end-perform

           exit paragraph.


      *> Installment n falls n-1 months after the first due date, on
      *> the same day of the month or the month's last day when the
      *> month is shorter.
       compute-due-date.

           set ws-month-offset to ws-sched-idx
           subtract 1 from ws-month-offset
           add ws-fd-month to ws-month-offset
           subtract 1 from ws-month-offset

           compute ws-dd-year =
               ws-fd-year + (ws-month-offset / 12)
           end-compute
           compute ws-dd-month =
               function mod(ws-month-offset, 12) + 1
           end-compute
           move 1 to ws-dd-day

           move ws-dd-year to ws-nm-year
           move ws-dd-month to ws-nm-month
           move 1 to ws-nm-day

           if ws-nm-month = 12
               add 1 to ws-nm-year
               move 1 to ws-nm-month
           else
               add 1 to ws-nm-month
           end-if

           compute ws-month-end =
               function date-of-integer(
                   function integer-of-date(ws-next-month) - 1)
           end-compute

           if ws-fd-day > ws-me-day
               move ws-me-day to ws-dd-day
           else
               move ws-fd-day to ws-dd-day
           end-if

           exit paragraph.


      *> The account typed, the loan, its schedule, the LO row and
      *> the balance -- one unit.
       post-origination.

           move f-orig-account-id to ws-sql-account-id
           move ws-loan-principal to ws-sql-principal
           move ws-loan-rate to ws-sql-rate
           move ws-loan-term to ws-sql-term
           move ws-first-due to ws-sql-first-due
           move ws-loan-payment to ws-sql-payment
           compute ws-sql-lo-amount = 0 - ws-loan-principal
           end-compute

           EXEC SQL
               START TRANSACTION
           END-EXEC
           perform check-sql-state
           set ws-in-unit to true

           EXEC SQL
               UPDATE ACCOUNTS
               SET ACCT_TYPE = 'LOAN',
                   MOD_DT = CURRENT_TIMESTAMP
               WHERE ID = :ws-sql-account-id
           END-EXEC
           perform check-sql-state

           EXEC SQL
               INSERT INTO LOANS
                   (ACCOUNT_ID, PRINCIPAL, RATE, TERM_MONTHS,
                    FIRST_DUE_DT, PAYMENT_AMT, PRINCIPAL_BAL, STATUS,
                    ORIG_DT, CREATE_DT)
               VALUES
                   (:ws-sql-account-id, :ws-sql-principal,
                    :ws-sql-rate, :ws-sql-term, :ws-sql-first-due,
                    :ws-sql-payment, :ws-sql-principal, 'A',
                    :ws-sql-business-date, CURRENT_TIMESTAMP)
           END-EXEC
           perform check-sql-state

           perform varying ws-sched-idx from 1 by 1
           until ws-sched-idx > ws-schedule-count
               set ws-sql-installment-no to ws-sched-idx
               move ws-sched-due-date(ws-sched-idx) to ws-sql-due-date
               move ws-sched-payment(ws-sched-idx)
                   to ws-sql-inst-payment
               move ws-sched-interest(ws-sched-idx)
                   to ws-sql-inst-interest
               move ws-sched-principal(ws-sched-idx)
                   to ws-sql-inst-principal
               move ws-sched-balance(ws-sched-idx)
                   to ws-sql-inst-balance

               EXEC SQL
                   INSERT INTO LOAN_SCHEDULE
                       (ACCOUNT_ID, INSTALLMENT_NO, DUE_DT,
                        PAYMENT_AMT, INTEREST_AMT, PRINCIPAL_AMT,
                        BALANCE_AFTER, STATUS, PAID_INTEREST,
                        PAID_PRINCIPAL)
                   VALUES
                       (:ws-sql-account-id, :ws-sql-installment-no,
                        :ws-sql-due-date, :ws-sql-inst-payment,
                        :ws-sql-inst-interest, :ws-sql-inst-principal,
                        :ws-sql-inst-balance, 'S', 0, 0)
               END-EXEC
               perform check-sql-state
           end-perform

           EXEC SQL
               INSERT INTO ACCOUNT_TRANSACTIONS
                   (ACCOUNT_ID, POST_DT, TRANS_TYPE, AMOUNT,
                    REFERENCE, ORIG_AMOUNT, ORIG_CCY, CREATE_DT)
               VALUES
                   (:ws-sql-account-id, :ws-sql-business-date, 'LO',
                    :ws-sql-lo-amount, 'LOAN-ORIG',
                    :ws-sql-lo-amount, 'USD', CURRENT_TIMESTAMP)
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
                       BALANCE = BALANCE + :ws-sql-lo-amount,
                       AVAILABLE_BAL =
                           COALESCE(AVAILABLE_BAL, BALANCE)
                           + :ws-sql-lo-amount,
                       MOD_DT = CURRENT_TIMESTAMP
                   WHERE ACCOUNT_ID = :ws-sql-account-id
               END-EXEC
               perform check-sql-state
           else
               EXEC SQL
                   INSERT INTO ACCOUNT_BALANCES
                       (ACCOUNT_ID, BALANCE, AVAILABLE_BAL, MOD_DT)
                   VALUES
                       (:ws-sql-account-id, :ws-sql-lo-amount,
                        :ws-sql-lo-amount, CURRENT_TIMESTAMP)
               END-EXEC
               perform check-sql-state
           end-if

           EXEC SQL
               COMMIT
           END-EXEC
           set ws-not-in-unit to true
           perform check-sql-state

           exit paragraph.


      *> The proceeds go through the normal posting path to the
      *> customer's deposit account.
       write-disbursement.

           move ws-loan-principal to ws-post-amount-edited

           move spaces to f-posting-record
           move ws-disb-account-id to f-post-account-id
           move ws-business-date to f-post-date
           move "DP" to f-post-type
           move ws-post-amount-edited to f-post-amount
           string "LOAN-DISB-" f-orig-account-id
               delimited by size
               into f-post-reference
           end-string
           move "USD" to f-post-currency
           write f-posting-record

           add 1 to ws-disbursed-count

           exit paragraph.


       write-loan-report.

           move ws-loan-principal to ws-amount-display
           move ws-loan-rate to ws-rate-display
           move ws-loan-payment to ws-balance-display

           move spaces to ws-report-line
           string "Loan account " f-orig-account-id
               "  principal " ws-amount-display
               "  rate " ws-rate-display "%"
               "  term " ws-loan-term " months"
               "  payment " ws-balance-display
               into ws-report-line
           end-string
           perform write-report-line

           if f-orig-disb-account-id not = spaces
               move spaces to ws-report-line
               string "  proceeds to account "
                   f-orig-disb-account-id
                   into ws-report-line
               end-string
               perform write-report-line
           end-if

           move spaces to ws-report-line
           string "    no  due date      payment"
               "     interest    principal      balance"
               delimited by size
               into ws-report-line
           end-string
           perform write-report-line

           perform varying ws-sched-idx from 1 by 1
           until ws-sched-idx > ws-schedule-count
               set ws-sql-installment-no to ws-sched-idx
               move ws-sched-payment(ws-sched-idx) to ws-amount-display
               move ws-sched-interest(ws-sched-idx)
                   to ws-interest-display
               move ws-sched-principal(ws-sched-idx)
                   to ws-principal-display
               move ws-sched-balance(ws-sched-idx)
                   to ws-balance-display

               move spaces to ws-report-line
               string "   " ws-sql-installment-no
                   "  " ws-sched-due-date(ws-sched-idx)
                   "  " ws-amount-display
                   "  " ws-interest-display
                   "  " ws-principal-display
                   "  " ws-balance-display
                   into ws-report-line
               end-string
               perform write-report-line
           end-perform

           move spaces to ws-report-line
           perform write-report-line

           exit paragraph.


       write-origination-reject.

           move spaces to f-origination-reject-record
           move ws-reject-reason to f-reject-reason
           move f-origination-record to f-reject-data
           write f-origination-reject-record

           add 1 to ws-rejected-count

           display "Rejected " ws-reject-reason ": "
               f-origination-record
           end-display

           exit paragraph.


       write-report-line.

           move ws-report-line to f-report-record
           write f-report-record

           exit paragraph.


       log-job-start.

           move spaces to ws-job-audit-request
           move "loan-origination" to ws-ja-program
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
           move ws-booked-count to ws-ja-written-count
           move ws-rejected-count to ws-ja-rejected-count
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

           move "loan-origination" to ws-err-program

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

      *> A loan half-booked is rolled back whole.
           if ws-in-unit
               EXEC SQL
                   ROLLBACK
               END-EXEC
               set ws-not-in-unit to true
               display "The loan in flight was rolled back."
           end-if

           EXEC SQL
               CONNECT RESET
           END-EXEC

           move spaces to ws-error-request
           move "loan-origination" to ws-err-program
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

       end program loan-origination.

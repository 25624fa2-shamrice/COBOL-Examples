      *>****************************************************************
      *> Author: Erik Eriksen
      *> Date: 2026-10-15
      *> Purpose: Month-end maintenance fee assessment for the account
      *>          transaction subsystem. The fee schedule lives on the
      *>          ACCOUNT_TYPES reference table beside the posting
      *>          rules: MONTHLY_FEE (the month's fee for an account
      *>          of that type) and FEE_WAIVE_BAL (the minimum
      *>          balance that waives it; null means the fee is never
      *>          waived). A type is fee-bearing when its MONTHLY_FEE
      *>          is above zero, it isn't FEE_EXEMPT and its
      *>          ALLOWED_TYPES take FE -- anything else the posting
      *>          run would only reject.
      *>
      *>          Every enabled account of a fee-bearing type is
      *>          assessed for the business month (shared
      *>          business-date subprogram, system date fallback).
      *>          The account's lowest end-of-day balance over the
      *>          month so far -- rebuilt from the month's
      *>          ACCOUNT_TRANSACTIONS rows back from the running
      *>          balance -- at or above FEE_WAIVE_BAL waives the fee;
      *>          otherwise an FE line for the fee with a
      *>          MAINTFEE-yyyymm reference is appended to
      *>          account-transactions-in.txt in the posting layout,
      *>          the way interest-accrual hands off its interest, so
      *>          account-posting books it. Accounts opened this
      *>          month, dormant accounts (recurring fees stop while
      *>          dormant) and accounts already charged the month's
      *>          fee, posted or still queued, are skipped -- a rerun
      *>          never charges twice. The fee income report
      *>          (maintenance-fee-report.txt, registered in the
      *>          report catalog) shows every account's outcome and
      *>          the fees assessed and waived by type. ACCOUNT_TYPES
      *>          needs the MONTHLY_FEE and FEE_WAIVE_BAL columns
      *>          adding in the external DDL.
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
      *> Precomiler: esqlOC -static -o generated_maint_fees.cbl
      *>             maintenance_fees.cbl
      *> Tectonics: cobc -x -static -locsql generated_maint_fees.cbl
      *>
      *>****************************************************************
       identification division.
       program-id. maintenance-fees.

       environment division.
       input-output section.
       file-control.

           select fd-posting-output
           assign to "account-transactions-in.txt"
           organization is line sequential
           file status is ws-fs-status-output.

           select fd-fee-report
           assign to "maintenance-fee-report.txt"
           organization is line sequential
           file status is ws-fs-status-report.

       data division.
       file section.

      *> Same layout account_posting.cbl reads -- account id, post
      *> date, type, signed amount with an explicit decimal point,
      *> reference -- each field space-separated.
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
      *> Keying user -- left blank on the fee lines written here.
               05  filler                      pic x.
               05  f-post-keyed-by             pic x(20).

           fd  fd-fee-report.
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
       01  ws-sql-acct-type                   pic x(4).
       01  ws-sql-type-description            pic x(30).
       01  ws-sql-monthly-fee                 pic 9(7)v99.
       01  ws-sql-waive-sw                    pic x.
       01  ws-sql-waive-balance               pic s9(9)v99.
       01  ws-sql-balance                     pic s9(9)v99.
       01  ws-sql-dormant-sw                  pic x.
       01  ws-sql-create-date                 pic x(8).
       01  ws-sql-month-start                 pic x(8).
       01  ws-sql-month-movement              pic s9(9)v99.
       01  ws-sql-post-date                   pic x(8).
       01  ws-sql-amount                      pic s9(7)v99.
       01  ws-sql-fee-reference               pic x(15).
       01  ws-sql-fee-count                   pic 9(7).

       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

      *> Local variables to the program only. These are not seen by
      *> the precompiler operation.
       01  ws-fs-status-output                pic xx.
       01  ws-fs-status-report                pic xx.

       01  ws-eof-sw                          pic x value 'N'.
           88  ws-eof                         value 'Y'.
           88  ws-not-eof                     value 'N'.

       01  ws-business-date-request.
           05  ws-bd-action                 pic x.
           05  ws-bd-date                   pic 9(8).

       01  ws-business-date                   pic 9(8).

      *> The fee-bearing accounts, loaded in type order before any
      *> per-account query runs so only one cursor is open at once.
       01  ws-num-accounts                    pic 9(5) comp value 0.

       01  ws-fee-account-table               occurs 2000 times
                                              indexed by
                                                  ws-fee-acct-idx.
           05  ws-fa-account-id               pic 9(5).
           05  ws-fa-acct-type                pic x(4).
           05  ws-fa-description              pic x(30).
           05  ws-fa-monthly-fee              pic 9(7)v99.
           05  ws-fa-waive-sw                 pic x.
           05  ws-fa-waive-balance            pic s9(9)v99.
           05  ws-fa-balance                  pic s9(9)v99.
           05  ws-fa-dormant-sw               pic x.
           05  ws-fa-create-date              pic x(8).

      *> Accounts whose month's fee already sits on the posting
      *> input, not yet booked.
       01  ws-num-queued                      pic 9(5) comp value 0.

       01  ws-queued-table                    occurs 2000 times
                                              indexed by
                                                  ws-queued-idx.
           05  ws-queued-account-id           pic 9(5).

       01  ws-queued-sw                       pic x.
           88  ws-fee-queued                  value 'Y'.

      *> Lowest end-of-day balance over the month.
       01  ws-running-balance                 pic s9(9)v99.
       01  ws-minimum-balance                 pic s9(9)v99.
       01  ws-prev-post-date                  pic x(8).

       01  ws-outcome-text                    pic x(20).
       01  ws-amount-edited                   pic +9(7).99.

      *> Type control break and the per-type and run totals.
       01  ws-first-type-sw                   pic x value 'Y'.
           88  ws-first-type                  value 'Y'.
           88  ws-not-first-type              value 'N'.

       01  ws-prev-type                       pic x(4).
       01  ws-prev-description                pic x(30).
       01  ws-prev-monthly-fee                pic 9(7)v99.

       01  ws-type-accounts                   pic 9(5) value 0.
       01  ws-type-assessed-count             pic 9(5) value 0.
       01  ws-type-assessed-total             pic 9(9)v99 value 0.
       01  ws-type-waived-count               pic 9(5) value 0.
       01  ws-type-waived-total               pic 9(9)v99 value 0.
       01  ws-type-skipped-count              pic 9(5) value 0.

       01  ws-assessed-count                  pic 9(5) value 0.
       01  ws-assessed-total                  pic 9(9)v99 value 0.
       01  ws-waived-count                    pic 9(5) value 0.
       01  ws-waived-total                    pic 9(9)v99 value 0.
       01  ws-skipped-count                   pic 9(5) value 0.
       01  ws-type-count                      pic 9(3) value 0.

       01  ws-report-line                     pic x(132).
       01  ws-amount-display                  pic -(8)9.99.
       01  ws-balance-display                 pic -(8)9.99.
       01  ws-total-display                   pic zzz,zzz,zz9.99.

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
           display "Month-end maintenance fees"
           display "---------------------------"
           display space

           perform log-job-start

           perform fetch-business-date
           perform load-queued-fees
           perform open-posting-output

           open output fd-fee-report

           if ws-fs-status-report not = "00"
               display "Error opening maintenance-fee-report.txt: "
                   ws-fs-status-report
               end-display
               move "main-procedure" to ws-err-paragraph
               move ws-fs-status-report to ws-err-file-status
               move "open fd-fee-report" to ws-err-message
               perform fail-run
           end-if

           EXEC SQL
               CONNECT TO :ws-db-connection-string
           END-EXEC.
           perform check-sql-state

           EXEC SQL
               DECLARE FEE-ACCT-CUR CURSOR FOR
               SELECT A.ID, A.ACCT_TYPE,
                      COALESCE(T.DESCRIPTION, ' '),
                      T.MONTHLY_FEE,
                      CASE WHEN T.FEE_WAIVE_BAL IS NULL
                           THEN 'N' ELSE 'Y' END,
                      COALESCE(T.FEE_WAIVE_BAL, 0),
                      COALESCE(B.BALANCE, 0),
                      CASE WHEN A.DORMANT_DT IS NULL
                           THEN 'N' ELSE 'Y' END,
                      TO_CHAR(A.CREATE_DT, 'YYYYMMDD')
               FROM ACCOUNTS A
               JOIN ACCOUNT_TYPES T
                   ON T.TYPE_CODE = A.ACCT_TYPE
               LEFT JOIN ACCOUNT_BALANCES B
                   ON B.ACCOUNT_ID = A.ID
               WHERE A.IS_ENABLED = 'Y'
                   AND COALESCE(T.MONTHLY_FEE, 0) > 0
                   AND COALESCE(T.FEE_EXEMPT, 'N') <> 'Y'
                   AND COALESCE(T.ALLOWED_TYPES, '') LIKE '%FE%'
               ORDER BY A.ACCT_TYPE, A.ID;
           END-EXEC
           perform check-sql-state

           EXEC SQL
               DECLARE MONTH-ACT-CUR CURSOR FOR
               SELECT POST_DT, AMOUNT
               FROM ACCOUNT_TRANSACTIONS
               WHERE ACCOUNT_ID = :ws-sql-account-id
                   AND POST_DT >= :ws-sql-month-start
               ORDER BY POST_DT, TRANS_ID;
           END-EXEC
           perform check-sql-state

           move spaces to ws-report-line
           string "Maintenance fees for " ws-business-date(1:6)
               " assessed on business date " ws-business-date
               into ws-report-line
           end-string
           perform write-report-line
           move spaces to ws-report-line
           perform write-report-line

           perform load-fee-accounts
           perform assess-each-account

           EXEC SQL
               CONNECT RESET
           END-EXEC

           close fd-posting-output
           close fd-fee-report

           move spaces to ws-catalog-request
           move "MAINT-FEES" to ws-rc-name
           move "maintenance-fee-report.txt" to ws-rc-file
           move 0 to ws-rc-pages
           call "report-catalog" using ws-catalog-request
               on exception
                   display "Warning: unable to call "
                       "report-catalog."
           end-call

           perform log-job-end

           move ws-assessed-total to ws-total-display

           display space
           display "Maintenance fees for " ws-business-date(1:6)
           display "Fee-bearing accounts: " ws-num-accounts
           display "Fees written:         " ws-assessed-count
           display "Fees waived:          " ws-waived-count
           display "Skipped:              " ws-skipped-count
           display "Total assessed: " ws-total-display
           display "Run account-posting to apply the transactions."

           goback.


      *> The fees belong to the business month; the month start
      *> bounds the minimum-balance walk.
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

           move spaces to ws-sql-month-start
           string ws-business-date(1:6) "01"
               into ws-sql-month-start
           end-string

           move spaces to ws-sql-fee-reference
           string "MAINTFEE-" ws-business-date(1:6)
               into ws-sql-fee-reference
           end-string

           exit paragraph.


      *> Notes every account whose month's fee is already waiting on
      *> the posting input, so a rerun before the posting run
      *> doesn't queue it twice. No input file means nothing queued.
       load-queued-fees.

           move 0 to ws-num-queued
           set ws-not-eof to true

           open input fd-posting-output

           if ws-fs-status-output not = "00"
               exit paragraph
           end-if

           perform until ws-eof
               read fd-posting-output
                   at end
                       set ws-eof to true
                   not at end
                       if f-post-type = "FE"
                       and f-post-reference = ws-sql-fee-reference
                       and ws-num-queued < 2000
                           add 1 to ws-num-queued
                           move f-post-account-id
                               to ws-queued-account-id(ws-num-queued)
                       end-if
               end-read
           end-perform

           close fd-posting-output

           exit paragraph.


      *> The fee output extends the posting input file so
      *> transactions already keyed for the day's run aren't
      *> clobbered; a missing file is created first.
       open-posting-output.

           open extend fd-posting-output

           if ws-fs-status-output = "35"
               open output fd-posting-output
           end-if

           if ws-fs-status-output not = "00"
               display "Error opening account-transactions-in.txt: "
                   ws-fs-status-output
               end-display
               move "open-posting-output" to ws-err-paragraph
               move ws-fs-status-output to ws-err-file-status
               move "open fd-posting-output" to ws-err-message
               perform fail-run
           end-if

           exit paragraph.


       load-fee-accounts.

           EXEC SQL
               OPEN FEE-ACCT-CUR
           END-EXEC
           perform check-sql-state

           perform with test after until SQLCODE = 100

               EXEC SQL
                   FETCH FEE-ACCT-CUR
                   INTO
                       :ws-sql-account-id,
                       :ws-sql-acct-type,
                       :ws-sql-type-description,
                       :ws-sql-monthly-fee,
                       :ws-sql-waive-sw,
                       :ws-sql-waive-balance,
                       :ws-sql-balance,
                       :ws-sql-dormant-sw,
                       :ws-sql-create-date;
               END-EXEC
               perform check-sql-state

               if not SQL-NODATA
                   perform keep-fee-account
               end-if
           end-perform

           EXEC SQL
               CLOSE FEE-ACCT-CUR
           END-EXEC
           perform check-sql-state

           exit paragraph.


      *> A partial load would leave accounts uncharged with nothing
      *> to show for it, so an overflow stops the run before any
      *> fee is written.
       keep-fee-account.

           if ws-num-accounts >= 2000
               display "More than 2000 fee-bearing accounts -- run "
                   "stopped before any fee was written."
               end-display
               move "keep-fee-account" to ws-err-paragraph
               move spaces to ws-err-file-status
               move "fee account table overflow" to ws-err-message
               perform fail-run
           end-if

           add 1 to ws-num-accounts
           move ws-sql-account-id to ws-fa-account-id(ws-num-accounts)
           move ws-sql-acct-type to ws-fa-acct-type(ws-num-accounts)
           move ws-sql-type-description
               to ws-fa-description(ws-num-accounts)
           move ws-sql-monthly-fee
               to ws-fa-monthly-fee(ws-num-accounts)
           move ws-sql-waive-sw to ws-fa-waive-sw(ws-num-accounts)
           move ws-sql-waive-balance
               to ws-fa-waive-balance(ws-num-accounts)
           move ws-sql-balance to ws-fa-balance(ws-num-accounts)
           move ws-sql-dormant-sw to ws-fa-dormant-sw(ws-num-accounts)
           move ws-sql-create-date
               to ws-fa-create-date(ws-num-accounts)

           exit paragraph.


      *> The accounts in type order, with a subtotal at every change
      *> of type and the run totals at the end.
       assess-each-account.

           perform varying ws-fee-acct-idx from 1 by 1
           until ws-fee-acct-idx > ws-num-accounts

               if ws-first-type
               or ws-fa-acct-type(ws-fee-acct-idx) not = ws-prev-type
                   if ws-not-first-type
                       perform write-type-totals
                   end-if
                   perform start-type
               end-if

               set ws-not-first-type to true

               perform assess-one-account
           end-perform

           if ws-not-first-type
               perform write-type-totals
           else
               move "  (no enabled accounts of a fee-bearing type)"
                   to ws-report-line
               perform write-report-line
           end-if

           perform write-run-totals

           exit paragraph.


       assess-one-account.

           add 1 to ws-type-accounts

           move ws-fa-account-id(ws-fee-acct-idx) to ws-sql-account-id
           move 0 to ws-minimum-balance

      *> Dormant accounts carry no recurring fees; a first partial
      *> month goes uncharged.
           if ws-fa-dormant-sw(ws-fee-acct-idx) = 'Y'
               move "SKIPPED - DORMANT" to ws-outcome-text
               add 1 to ws-type-skipped-count
               perform write-account-line
               exit paragraph
           end-if

           if ws-fa-create-date(ws-fee-acct-idx) >= ws-sql-month-start
               move "SKIPPED - NEW" to ws-outcome-text
               add 1 to ws-type-skipped-count
               perform write-account-line
               exit paragraph
           end-if

           perform check-already-charged

           if ws-fee-queued or ws-sql-fee-count > 0
               move "SKIPPED - CHARGED" to ws-outcome-text
               add 1 to ws-type-skipped-count
               perform write-account-line
               exit paragraph
           end-if

           perform find-month-minimum

           if ws-fa-waive-sw(ws-fee-acct-idx) = 'Y'
           and ws-minimum-balance
               >= ws-fa-waive-balance(ws-fee-acct-idx)
               move "WAIVED" to ws-outcome-text
               add 1 to ws-type-waived-count
               add ws-fa-monthly-fee(ws-fee-acct-idx)
                   to ws-type-waived-total
               perform write-account-line
               exit paragraph
           end-if

           perform write-fee-transaction

           move "ASSESSED" to ws-outcome-text
           add 1 to ws-type-assessed-count
           add ws-fa-monthly-fee(ws-fee-acct-idx)
               to ws-type-assessed-total
           perform write-account-line

           exit paragraph.


      *> Already posted this month, or already sitting on the
      *> posting input.
       check-already-charged.

           move 'N' to ws-queued-sw

           perform varying ws-queued-idx from 1 by 1
           until ws-queued-idx > ws-num-queued
               if ws-queued-account-id(ws-queued-idx)
                   = ws-sql-account-id
                   set ws-fee-queued to true
                   exit perform
               end-if
           end-perform

           EXEC SQL
               SELECT COUNT(*)
               INTO :ws-sql-fee-count
               FROM ACCOUNT_TRANSACTIONS
               WHERE ACCOUNT_ID = :ws-sql-account-id
                   AND TRANS_TYPE = 'FE'
                   AND REFERENCE = :ws-sql-fee-reference
           END-EXEC
           perform check-sql-state

           exit paragraph.


      *> Rebuilds the month's daily balances: the running balance
      *> less everything posted since the month start is where the
      *> month opened, and each posting day's close after that is a
      *> candidate for the low point.
       find-month-minimum.

           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT), 0)
               INTO :ws-sql-month-movement
               FROM ACCOUNT_TRANSACTIONS
               WHERE ACCOUNT_ID = :ws-sql-account-id
                   AND POST_DT >= :ws-sql-month-start
           END-EXEC
           perform check-sql-state

           compute ws-running-balance =
               ws-fa-balance(ws-fee-acct-idx) - ws-sql-month-movement
           end-compute
           move ws-running-balance to ws-minimum-balance
           move spaces to ws-prev-post-date

           EXEC SQL
               OPEN MONTH-ACT-CUR
           END-EXEC
           perform check-sql-state

           perform with test after until SQLCODE = 100

               EXEC SQL
                   FETCH MONTH-ACT-CUR
                   INTO
                       :ws-sql-post-date,
                       :ws-sql-amount;
               END-EXEC
               perform check-sql-state

               if not SQL-NODATA
                   if ws-prev-post-date not = spaces
                   and ws-sql-post-date not = ws-prev-post-date
                   and ws-running-balance < ws-minimum-balance
                       move ws-running-balance to ws-minimum-balance
                   end-if

                   add ws-sql-amount to ws-running-balance
                   move ws-sql-post-date to ws-prev-post-date
               end-if
           end-perform

           EXEC SQL
               CLOSE MONTH-ACT-CUR
           END-EXEC
           perform check-sql-state

           if ws-running-balance < ws-minimum-balance
               move ws-running-balance to ws-minimum-balance
           end-if

           exit paragraph.


       write-fee-transaction.

           compute ws-amount-edited =
               0 - ws-fa-monthly-fee(ws-fee-acct-idx)
           end-compute

           move spaces to f-posting-record
           move ws-sql-account-id to f-post-account-id
           move ws-business-date to f-post-date
           move "FE" to f-post-type
           move ws-amount-edited to f-post-amount
           move ws-sql-fee-reference to f-post-reference
           move "USD" to f-post-currency
           write f-posting-record

           exit paragraph.


       start-type.

           move ws-fa-acct-type(ws-fee-acct-idx) to ws-prev-type
           move ws-fa-description(ws-fee-acct-idx)
               to ws-prev-description
           move ws-fa-monthly-fee(ws-fee-acct-idx)
               to ws-prev-monthly-fee
           move 0 to ws-type-accounts
           move 0 to ws-type-assessed-count
           move 0 to ws-type-assessed-total
           move 0 to ws-type-waived-count
           move 0 to ws-type-waived-total
           move 0 to ws-type-skipped-count
           add 1 to ws-type-count

           move ws-prev-monthly-fee to ws-amount-display

           move spaces to ws-report-line
           if ws-fa-waive-sw(ws-fee-acct-idx) = 'Y'
               move ws-fa-waive-balance(ws-fee-acct-idx)
                   to ws-balance-display
               string "Type " ws-prev-type " " ws-prev-description
                   "  fee " ws-amount-display
                   "  waived at balance " ws-balance-display
                   into ws-report-line
               end-string
           else
               string "Type " ws-prev-type " " ws-prev-description
                   "  fee " ws-amount-display
                   "  (no waiver)"
                   into ws-report-line
               end-string
           end-if
           perform write-report-line

           exit paragraph.


       write-account-line.

           move ws-minimum-balance to ws-balance-display

           move spaces to ws-report-line
           if ws-outcome-text(1:7) = "SKIPPED"
               string "    account " ws-sql-account-id
                   "  " ws-outcome-text
                   into ws-report-line
               end-string
           else
               string "    account " ws-sql-account-id
                   "  month low " ws-balance-display
                   "  " ws-outcome-text
                   into ws-report-line
               end-string
           end-if
           perform write-report-line

           exit paragraph.


       write-type-totals.

           add ws-type-assessed-count to ws-assessed-count
           add ws-type-assessed-total to ws-assessed-total
           add ws-type-waived-count to ws-waived-count
           add ws-type-waived-total to ws-waived-total
           add ws-type-skipped-count to ws-skipped-count

           move ws-type-assessed-total to ws-amount-display
           move ws-type-waived-total to ws-balance-display

           move spaces to ws-report-line
           string "  " ws-prev-type " accounts " ws-type-accounts
               "  assessed " ws-type-assessed-count
               " " ws-amount-display
               "  waived " ws-type-waived-count
               " " ws-balance-display
               "  skipped " ws-type-skipped-count
               into ws-report-line
           end-string
           perform write-report-line

           move spaces to ws-report-line
           perform write-report-line

           exit paragraph.


       write-run-totals.

           move ws-assessed-total to ws-amount-display
           move ws-waived-total to ws-balance-display

           move spaces to ws-report-line
           string "Fee income: " ws-type-count " type(s)"
               "  assessed " ws-assessed-count
               " " ws-amount-display
               "  waived " ws-waived-count
               " " ws-balance-display
               "  skipped " ws-skipped-count
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
           move "maintenance-fees" to ws-ja-program
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
           move ws-num-accounts to ws-ja-read-count
           move ws-assessed-count to ws-ja-written-count
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

           move "maintenance-fees" to ws-err-program

           call "error-logger" using ws-error-request
               on exception
                   display "Warning: unable to call error-logger."
           end-call

           EXEC SQL
               CONNECT RESET
           END-EXEC

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
           move "maintenance-fees" to ws-err-program
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

       end program maintenance-fees.

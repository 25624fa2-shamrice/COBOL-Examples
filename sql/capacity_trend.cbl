      *>****************************************************************
      *> Author: Erik Eriksen
      *> Date: 2026-10-15
      *> Purpose: Weekly capacity and growth trending. Several jobs
      *>          load whole files into OCCURS tables -- order-intake,
      *>          search's item table, course-enrollment, the contract
      *>          master loaders -- and the database tables grow
      *>          every night, so until now a limit was found only
      *>          when a job overflowed it. This job counts the
      *>          records of every suite file and the rows of every
      *>          table it knows, appends the counts to
      *>          capacity-history.txt, and sets each one against the
      *>          smallest in-memory table limit of the programs that
      *>          load it whole, where one applies. The growth rate is
      *>          taken from the oldest count in the history inside
      *>          the trend window (CAPACITY_TREND_DAYS, default 56)
      *>          and the date the limit will be reached is projected
      *>          from it. Anything at its limit, or projected to
      *>          reach it within CAPACITY_ALERT_DAYS days (default
      *>          90), raises an operator alert through the shared
      *>          operator-alert subprogram and ends the run with
      *>          return code 4. The figures are listed in
      *>          capacity-report.txt, cataloged as CAPACITY-TREND.
      *>          History layout, one record per object per run:
      *>            capacity-history.txt:
      *>              business date 9(8), kind x ('F' file, 'K'
      *>              keyed file, 'T' table), name x(30), count
      *>              9(9), limit 9(5)
      *>          The order book and its lines are counted through
      *>          their flat extracts, customer-orders.txt and
      *>          customer-order-lines.txt, rewritten whole each run;
      *>          the statement archive has no extract and is read
      *>          by key.
      *>          The limits live in the definitions below; a program
      *>          whose table is resized should have its entry
      *>          changed with it.
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
      *> Precomiler: esqlOC -static -o generated_capacity_trend.cbl
      *>             capacity_trend.cbl
      *> Tectonics: cobc -x -static -locsql
      *>            generated_capacity_trend.cbl, with
      *>            business_date.cbl, operator_alert.cbl and the other
      *>            shared subprograms compiled as modules.
      *>
      *>****************************************************************
       identification division.
       program-id. capacity-trend.

       environment division.
       input-output section.
       file-control.

      *> Whichever suite file is being counted.
           select fd-counted-file assign to ws-counted-file-name
           organization is line sequential
           file status is ws-fs-status-counted.

      *> The keyed statement archive, read through in key order.
           select fd-archive-file assign to "statement-archive.dat"
           organization is indexed
           access mode is sequential
           record key is f-arch-key
           file status is ws-fs-status-archive.

           select fd-history-file assign to "capacity-history.txt"
           organization is line sequential
           file status is ws-fs-status-history.

           select fd-report-file assign to "capacity-report.txt"
           organization is line sequential
           file status is ws-fs-status-report.

       data division.
       file section.

      *> Wide enough that no suite record wraps onto a second line
      *> and is counted twice.
           fd  fd-counted-file.
           01  f-counted-record                pic x(2048).

           fd  fd-archive-file.
           01  f-archive-record.
               05  f-arch-key.
                   10  f-arch-account-id       pic 9(5).
                   10  f-arch-period           pic 9(6).
                   10  f-arch-line-number      pic 9(4).
               05  f-arch-line                 pic x(100).

           fd  fd-history-file.
           01  f-history-record.
               05  f-hist-date                 pic 9(8).
               05  filler                      pic x.
               05  f-hist-kind                 pic x.
               05  filler                      pic x.
               05  f-hist-name                 pic x(30).
               05  filler                      pic x.
               05  f-hist-count                pic 9(9).
               05  filler                      pic x.
               05  f-hist-limit                pic 9(5).

           fd  fd-report-file.
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

       01  ws-sql-row-count                   pic 9(9).

       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

      *> Local variables to the program only. These are not seen by
      *> the precompiler operation.
       01  ws-fs-status-counted               pic xx.
       01  ws-fs-status-archive               pic xx.
       01  ws-fs-status-history               pic xx.
       01  ws-fs-status-report                pic xx.

       01  ws-eof-sw                          pic x value 'N'.
           88  ws-eof                         value 'Y'.
           88  ws-not-eof                     value 'N'.

      *> Every object tracked: kind ('F' suite file, 'K' keyed
      *> suite file, 'T' table),
      *> name, the program whose in-memory table is the smallest one
      *> it is loaded into whole, and that table's OCCURS limit --
      *> blank and zero where nothing loads it whole.
       01  ws-capacity-definitions.
           05  filler pic x value "F".
           05  filler pic x(30) value "search-items.txt".
           05  filler pic x(24) value "search".
           05  filler pic 9(5) value 500.
           05  filler pic x value "F".
           05  filler pic x(30) value "customer-master.txt".
           05  filler pic x(24) value "order-intake".
           05  filler pic 9(5) value 500.
           05  filler pic x value "F".
           05  filler pic x(30) value "customer-credit-limits.txt".
           05  filler pic x(24) value "order-intake".
           05  filler pic 9(5) value 500.
           05  filler pic x value "F".
           05  filler pic x(30) value "customer-order-lines.txt".
           05  filler pic x(24) value "pick-list".
           05  filler pic 9(5) value 8000.
           05  filler pic x value "F".
           05  filler pic x(30) value "customer-orders-hold.txt".
           05  filler pic x(24) value "order-intake".
           05  filler pic 9(5) value 200.
           05  filler pic x value "F".
           05  filler pic x(30)
               value "customer-order-hold-lines.txt".
           05  filler pic x(24) value "order-intake".
           05  filler pic 9(5) value 8000.
           05  filler pic x value "F".
           05  filler pic x(30) value "backorders.txt".
           05  filler pic x(24) value "order-intake".
           05  filler pic 9(5) value 2000.
           05  filler pic x value "F".
           05  filler pic x(30) value "item-price-list.txt".
           05  filler pic x(24) value "order-intake".
           05  filler pic 9(5) value 5000.
           05  filler pic x value "F".
           05  filler pic x(30) value "price-exceptions.txt".
           05  filler pic x(24) value spaces.
           05  filler pic 9(5) value 0.
           05  filler pic x value "F".
           05  filler pic x(30) value "contract-master.txt".
           05  filler pic x(24) value "contract-maint".
           05  filler pic 9(5) value 500.
           05  filler pic x value "F".
           05  filler pic x(30) value "course-catalog.txt".
           05  filler pic x(24) value "course-enrollment".
           05  filler pic 9(5) value 50.
           05  filler pic x value "F".
           05  filler pic x(30) value "course-enrollments.txt".
           05  filler pic x(24) value "course-enrollment".
           05  filler pic 9(5) value 2000.
           05  filler pic x value "F".
           05  filler pic x(30) value "course-waitlist.txt".
           05  filler pic x(24) value "course-enrollment".
           05  filler pic 9(5) value 2000.
           05  filler pic x value "F".
           05  filler pic x(30) value "input.txt".
           05  filler pic x(24) value "course-enrollment".
           05  filler pic 9(5) value 1000.
           05  filler pic x value "F".
           05  filler pic x(30) value "ar-open-items.txt".
           05  filler pic x(24) value "cash-receipts".
           05  filler pic 9(5) value 5000.
           05  filler pic x value "F".
           05  filler pic x(30) value "customer-returns.txt".
           05  filler pic x(24) value "customer-merge".
           05  filler pic 9(5) value 8000.
           05  filler pic x value "F".
           05  filler pic x(30) value "vendor-master.txt".
           05  filler pic x(24) value "po-generation".
           05  filler pic 9(5) value 500.
           05  filler pic x value "F".
           05  filler pic x(30) value "purchase-order-lines.txt".
           05  filler pic x(24) value "item-maintenance".
           05  filler pic 9(5) value 5000.
           05  filler pic x value "F".
           05  filler pic x(30) value "users.txt".
           05  filler pic x(24) value "user-login".
           05  filler pic 9(5) value 50.
           05  filler pic x value "F".
           05  filler pic x(30) value "feature-flags.txt".
           05  filler pic x(24) value "feature-flag-maint".
           05  filler pic 9(5) value 50.
           05  filler pic x value "F".
           05  filler pic x(30) value "job-schedule.txt".
           05  filler pic x(24) value "batch-scheduler".
           05  filler pic 9(5) value 50.
           05  filler pic x value "F".
           05  filler pic x(30) value "recurring-transactions.txt".
           05  filler pic x(24) value "recurring-expand".
           05  filler pic 9(5) value 200.
           05  filler pic x value "F".
           05  filler pic x(30) value "partner-xref.txt".
           05  filler pic x(24) value "partner-order-gateway".
           05  filler pic 9(5) value 2000.
           05  filler pic x value "F".
           05  filler pic x(30) value "operator-alerts.txt".
           05  filler pic x(24) value "alert-report".
           05  filler pic 9(5) value 200.
           05  filler pic x value "F".
           05  filler pic x(30) value "customer-orders.txt".
           05  filler pic x(24) value "pick-list".
           05  filler pic 9(5) value 2000.
           05  filler pic x value "F".
           05  filler pic x(30) value "program-requirements.txt".
           05  filler pic x(24) value "degree-audit".
           05  filler pic 9(5) value 500.
           05  filler pic x value "F".
           05  filler pic x(30) value "student-accounts.txt".
           05  filler pic x(24) value "tuition-billing".
           05  filler pic 9(5) value 2000.
           05  filler pic x value "F".
           05  filler pic x(30) value "tuition-ledger.txt".
           05  filler pic x(24) value "tuition-billing".
           05  filler pic 9(5) value 5000.
           05  filler pic x value "F".
           05  filler pic x(30) value "dormant-accounts.txt".
           05  filler pic x(24) value "recurring-expand".
           05  filler pic 9(5) value 2000.
           05  filler pic x value "F".
           05  filler pic x(30) value "customer-delivery-prefs.txt".
           05  filler pic x(24) value "dunning-notices".
           05  filler pic 9(5) value 500.
           05  filler pic x value "F".
           05  filler pic x(30) value "course-grade-roster.txt".
           05  filler pic x(24) value "grade-entry".
           05  filler pic 9(5) value 2000.
           05  filler pic x value "F".
           05  filler pic x(30) value "report-distribution.txt".
           05  filler pic x(24) value "report-distribution".
           05  filler pic 9(5) value 100.
           05  filler pic x value "F".
           05  filler pic x(30) value "customer-transactions.txt".
           05  filler pic x(24) value spaces.
           05  filler pic 9(5) value 0.
           05  filler pic x value "F".
           05  filler pic x(30) value "invoice-memos.txt".
           05  filler pic x(24) value spaces.
           05  filler pic 9(5) value 0.
           05  filler pic x value "F".
           05  filler pic x(30) value "customer-master-journal.txt".
           05  filler pic x(24) value spaces.
           05  filler pic 9(5) value 0.
           05  filler pic x value "F".
           05  filler pic x(30) value "operations.log".
           05  filler pic x(24) value spaces.
           05  filler pic 9(5) value 0.
           05  filler pic x value "F".
           05  filler pic x(30) value "security-events.txt".
           05  filler pic x(24) value spaces.
           05  filler pic 9(5) value 0.
           05  filler pic x value "F".
           05  filler pic x(30) value "invoices.txt".
           05  filler pic x(24) value spaces.
           05  filler pic 9(5) value 0.
           05  filler pic x value "F".
           05  filler pic x(30) value "numval-ledger.txt".
           05  filler pic x(24) value spaces.
           05  filler pic 9(5) value 0.
           05  filler pic x value "K".
           05  filler pic x(30) value "statement-archive.dat".
           05  filler pic x(24) value spaces.
           05  filler pic 9(5) value 0.
           05  filler pic x value "T".
           05  filler pic x(30) value "ACCOUNTS".
           05  filler pic x(24) value "maintenance-fees".
           05  filler pic 9(5) value 2000.
           05  filler pic x value "T".
           05  filler pic x(30) value "ACCOUNT_TRANSACTIONS".
           05  filler pic x(24) value spaces.
           05  filler pic 9(5) value 0.
           05  filler pic x value "T".
           05  filler pic x(30) value "ACCOUNT_BALANCES".
           05  filler pic x(24) value spaces.
           05  filler pic 9(5) value 0.
           05  filler pic x value "T".
           05  filler pic x(30) value "ACCOUNT_BALANCE_HISTORY".
           05  filler pic x(24) value spaces.
           05  filler pic 9(5) value 0.
           05  filler pic x value "T".
           05  filler pic x(30) value "ACCOUNT_AUDIT".
           05  filler pic x(24) value spaces.
           05  filler pic 9(5) value 0.
           05  filler pic x value "T".
           05  filler pic x(30) value "ACCOUNT_NOTES".
           05  filler pic x(24) value spaces.
           05  filler pic 9(5) value 0.
           05  filler pic x value "T".
           05  filler pic x(30) value "LOANS".
           05  filler pic x(24) value spaces.
           05  filler pic 9(5) value 0.
           05  filler pic x value "T".
           05  filler pic x(30) value "LOAN_SCHEDULE".
           05  filler pic x(24) value spaces.
           05  filler pic 9(5) value 0.
           05  filler pic x value "T".
           05  filler pic x(30) value "DEPOSIT_HOLDS".
           05  filler pic x(24) value spaces.
           05  filler pic 9(5) value 0.
           05  filler pic x value "T".
           05  filler pic x(30) value "JOB_RUN".
           05  filler pic x(24) value spaces.
           05  filler pic 9(5) value 0.
           05  filler pic x value "T".
           05  filler pic x(30) value "REASON_CODES".
           05  filler pic x(24) value spaces.
           05  filler pic 9(5) value 0.
       01  filler redefines ws-capacity-definitions.
           05  ws-cap-definition occurs 51 times.
               10  ws-cd-kind                 pic x.
               10  ws-cd-name                 pic x(30).
               10  ws-cd-program              pic x(24).
               10  ws-cd-limit                pic 9(5).

       77  ws-num-objects                     pic 99 value 51.

      *> This run's figures per object, alongside the definitions.
       01  ws-capacity-table.
           05  ws-cap-entry occurs 51 times.
               10  ws-cap-count               pic 9(9).
               10  ws-cap-present-sw          pic x.
                   88  ws-cap-present         value 'Y'.
                   88  ws-cap-absent          value 'N'.
               10  ws-cap-base-date           pic 9(8).
               10  ws-cap-base-count          pic 9(9).
               10  ws-cap-per-day             pic s9(7)v9(4).
               10  ws-cap-days-left           pic 9(5).
               10  ws-cap-limit-date          pic 9(8).
               10  ws-cap-state               pic x.
                   88  ws-cap-no-limit        value 'N'.
                   88  ws-cap-no-trend        value 'T'.
                   88  ws-cap-not-growing     value 'F'.
                   88  ws-cap-projected       value 'P'.
                   88  ws-cap-at-limit        value 'L'.
               10  ws-cap-alert-sw            pic x.
                   88  ws-cap-alert           value 'Y'.
                   88  ws-cap-no-alert        value 'N'.

       01  ws-cap-idx                         pic 99.
       01  ws-find-idx                        pic 99.

       01  ws-counted-file-name               pic x(40).

       01  ws-trend-days                      pic 9(3) value 56.
       01  ws-alert-days                      pic 9(3) value 90.
       01  ws-days-env                        pic x(7).

       01  ws-business-date-request.
           05  ws-bd-action                 pic x.
           05  ws-bd-date                   pic 9(8).

       01  ws-business-date                   pic 9(8).
       01  ws-today-int                       pic 9(8) comp.
       01  ws-window-int                      pic 9(8) comp.
       01  ws-window-date                     pic 9(8).
       01  ws-elapsed-days                    pic 9(5).
       01  ws-days-left-calc                  pic 9(9).

       01  ws-objects-counted                 pic 99 value 0.
       01  ws-alert-count-total               pic 99 value 0.

       01  ws-report-line                     pic x(132).

      *> Report detail line.
       01  ws-detail-line.
           05  ws-dl-name                     pic x(30).
           05  filler                         pic x.
           05  ws-dl-kind                     pic x(5).
           05  filler                         pic x.
           05  ws-dl-count                    pic zzz,zzz,zz9.
           05  filler                         pic x.
           05  ws-dl-limit                    pic x(6).
           05  filler                         pic x.
           05  ws-dl-percent                  pic x(5).
           05  filler                         pic x.
           05  ws-dl-program                  pic x(22).
           05  filler                         pic x.
           05  ws-dl-growth                   pic x(9).
           05  filler                         pic x.
           05  ws-dl-projection               pic x(10).
           05  filler                         pic x.
           05  ws-dl-note                     pic x(20).

       01  ws-limit-edit                      pic zz,zz9.
       01  ws-percent-calc                    pic 9(9).
       01  ws-percent-edit                    pic zzz9.
       01  ws-growth-week                     pic s9(7).
       01  ws-growth-edit                     pic ----,--9.
       01  ws-date-view                       pic 9(8).
       01  ws-date-parts redefines ws-date-view.
           05  ws-dv-yyyy                     pic 9(4).
           05  ws-dv-mm                       pic 99.
           05  ws-dv-dd                       pic 99.

      *> Alert raised for anything near or at its limit.
       01  ws-alert-request.
           05  ws-alert-job                 pic x(20).
           05  ws-alert-metric              pic x(20).
           05  ws-alert-count               pic 9(7).
           05  ws-alert-threshold           pic 9(7).

      *> report-catalog subprogram.
       01  ws-catalog-request.
           05  ws-rc-name                   pic x(20).
           05  ws-rc-file                   pic x(40).
           05  ws-rc-pages                  pic 9(3).

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


       procedure division.
       main-procedure.
           display space
           display "Capacity and growth trend"
           display "-------------------------"
           display space

           perform log-job-start
           perform fetch-run-settings

           perform varying ws-cap-idx from 1 by 1
           until ws-cap-idx > ws-num-objects
               move 0 to ws-cap-count(ws-cap-idx)
               set ws-cap-absent(ws-cap-idx) to true
               move 0 to ws-cap-base-date(ws-cap-idx)
               move 0 to ws-cap-base-count(ws-cap-idx)
               set ws-cap-no-alert(ws-cap-idx) to true
               if ws-cd-kind(ws-cap-idx) = 'F'
                   perform count-one-file
               end-if
               if ws-cd-kind(ws-cap-idx) = 'K'
                   perform count-archive-file
               end-if
           end-perform

           EXEC SQL
               CONNECT TO :ws-db-connection-string
           END-EXEC.
           perform check-sql-state

           perform varying ws-cap-idx from 1 by 1
           until ws-cap-idx > ws-num-objects
               if ws-cd-kind(ws-cap-idx) = 'T'
                   perform count-one-table
               end-if
           end-perform

           EXEC SQL
               CONNECT RESET
           END-EXEC

           perform load-trend-base

           perform varying ws-cap-idx from 1 by 1
           until ws-cap-idx > ws-num-objects
               if ws-cap-present(ws-cap-idx)
                   perform project-one-object
               end-if
           end-perform

           perform append-history
           perform write-report
           perform catalog-report

           display space
           display "Objects counted:  " ws-objects-counted
           display "Capacity alerts:  " ws-alert-count-total
           display "See capacity-report.txt"

           perform log-job-end

           if ws-alert-count-total > 0
               move 4 to return-code
           end-if

           goback.


       fetch-run-settings.

           move spaces to ws-days-env
           accept ws-days-env from environment "CAPACITY_TREND_DAYS"
           if ws-days-env not = spaces
           and function trim(ws-days-env) is numeric
               move function numval(ws-days-env) to ws-trend-days
           end-if

           move spaces to ws-days-env
           accept ws-days-env from environment "CAPACITY_ALERT_DAYS"
           if ws-days-env not = spaces
           and function trim(ws-days-env) is numeric
               move function numval(ws-days-env) to ws-alert-days
           end-if

           if ws-trend-days = 0
               move 56 to ws-trend-days
           end-if

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

           compute ws-today-int =
               function integer-of-date(ws-business-date)
           end-compute
           compute ws-window-int = ws-today-int - ws-trend-days
           compute ws-window-date =
               function date-of-integer(ws-window-int)
           end-compute

           display "Business date " ws-business-date ", growth over "
               ws-trend-days " day(s), alerting within "
               ws-alert-days " day(s)."
           end-display

           exit paragraph.


      *> A suite file not there yet is shown as such and left out of
      *> the history; it has no size to trend.
       count-one-file.

           move ws-cd-name(ws-cap-idx) to ws-counted-file-name
           set ws-not-eof to true

           open input fd-counted-file

           if ws-fs-status-counted not = "00"
               exit paragraph
           end-if

           perform until ws-eof
               read fd-counted-file
                   at end
                       set ws-eof to true
                   not at end
                       add 1 to ws-cap-count(ws-cap-idx)
               end-read
           end-perform

           close fd-counted-file

           set ws-cap-present(ws-cap-idx) to true
           add 1 to ws-objects-counted

           exit paragraph.


      *> The statement archive is the one keyed file counted; like
      *> a flat file, not there yet means no size to trend.
       count-archive-file.

           set ws-not-eof to true

           open input fd-archive-file

           if ws-fs-status-archive not = "00"
               exit paragraph
           end-if

           perform until ws-eof
               read fd-archive-file next record
                   at end
                       set ws-eof to true
                   not at end
                       add 1 to ws-cap-count(ws-cap-idx)
               end-read
           end-perform

           close fd-archive-file

           set ws-cap-present(ws-cap-idx) to true
           add 1 to ws-objects-counted

           exit paragraph.


      *> A table name cannot be a host variable, so each table has
      *> its own statement.
       count-one-table.

           move 0 to ws-sql-row-count

           evaluate ws-cd-name(ws-cap-idx)
               when "ACCOUNTS"
                   EXEC SQL
                       SELECT COUNT(*) INTO :ws-sql-row-count
                       FROM ACCOUNTS
                   END-EXEC
               when "ACCOUNT_TRANSACTIONS"
                   EXEC SQL
                       SELECT COUNT(*) INTO :ws-sql-row-count
                       FROM ACCOUNT_TRANSACTIONS
                   END-EXEC
               when "ACCOUNT_BALANCES"
                   EXEC SQL
                       SELECT COUNT(*) INTO :ws-sql-row-count
                       FROM ACCOUNT_BALANCES
                   END-EXEC
               when "ACCOUNT_BALANCE_HISTORY"
                   EXEC SQL
                       SELECT COUNT(*) INTO :ws-sql-row-count
                       FROM ACCOUNT_BALANCE_HISTORY
                   END-EXEC
               when "ACCOUNT_AUDIT"
                   EXEC SQL
                       SELECT COUNT(*) INTO :ws-sql-row-count
                       FROM ACCOUNT_AUDIT
                   END-EXEC
               when "ACCOUNT_NOTES"
                   EXEC SQL
                       SELECT COUNT(*) INTO :ws-sql-row-count
                       FROM ACCOUNT_NOTES
                   END-EXEC
               when "LOANS"
                   EXEC SQL
                       SELECT COUNT(*) INTO :ws-sql-row-count
                       FROM LOANS
                   END-EXEC
               when "LOAN_SCHEDULE"
                   EXEC SQL
                       SELECT COUNT(*) INTO :ws-sql-row-count
                       FROM LOAN_SCHEDULE
                   END-EXEC
               when "DEPOSIT_HOLDS"
                   EXEC SQL
                       SELECT COUNT(*) INTO :ws-sql-row-count
                       FROM DEPOSIT_HOLDS
                   END-EXEC
               when "JOB_RUN"
                   EXEC SQL
                       SELECT COUNT(*) INTO :ws-sql-row-count
                       FROM JOB_RUN
                   END-EXEC
               when "REASON_CODES"
                   EXEC SQL
                       SELECT COUNT(*) INTO :ws-sql-row-count
                       FROM REASON_CODES
                   END-EXEC
               when other
                   exit paragraph
           end-evaluate
           perform check-sql-state

           move ws-sql-row-count to ws-cap-count(ws-cap-idx)
           set ws-cap-present(ws-cap-idx) to true
           add 1 to ws-objects-counted

           exit paragraph.


      *> For each object, the oldest count in the history no older
      *> than the trend window and before today -- the base its
      *> growth rate is measured from.
       load-trend-base.

           set ws-not-eof to true

           open input fd-history-file

           if ws-fs-status-history not = "00"
               exit paragraph
           end-if

           perform until ws-eof
               read fd-history-file
                   at end
                       set ws-eof to true
                   not at end
                       if f-hist-date is numeric
                       and f-hist-date >= ws-window-date
                       and f-hist-date < ws-business-date
                       and f-hist-count is numeric
                           perform note-trend-base
                       end-if
               end-read
           end-perform

           close fd-history-file

           exit paragraph.


       note-trend-base.

           perform varying ws-find-idx from 1 by 1
           until ws-find-idx > ws-num-objects
               if ws-cd-kind(ws-find-idx) = f-hist-kind
               and ws-cd-name(ws-find-idx) = f-hist-name
                   if ws-cap-base-date(ws-find-idx) = 0
                   or f-hist-date < ws-cap-base-date(ws-find-idx)
                       move f-hist-date
                           to ws-cap-base-date(ws-find-idx)
                       move f-hist-count
                           to ws-cap-base-count(ws-find-idx)
                   end-if
                   exit paragraph
               end-if
           end-perform

           exit paragraph.


      *> Growth per day off the trend base, and from it the days and
      *> the date until the limit. Flat or shrinking counts are not
      *> projected; anything already at its limit alerts regardless.
       project-one-object.

           move 0 to ws-cap-per-day(ws-cap-idx)
           move 0 to ws-cap-days-left(ws-cap-idx)
           move 0 to ws-cap-limit-date(ws-cap-idx)

           if ws-cap-base-date(ws-cap-idx) > 0
               compute ws-elapsed-days = ws-today-int
                   - function integer-of-date(
                       ws-cap-base-date(ws-cap-idx))
               end-compute
               compute ws-cap-per-day(ws-cap-idx) rounded =
                   (ws-cap-count(ws-cap-idx)
                   - ws-cap-base-count(ws-cap-idx))
                   / ws-elapsed-days
               end-compute
           end-if

           evaluate true
               when ws-cd-limit(ws-cap-idx) = 0
                   set ws-cap-no-limit(ws-cap-idx) to true
               when ws-cap-count(ws-cap-idx) >= ws-cd-limit(ws-cap-idx)
                   set ws-cap-at-limit(ws-cap-idx) to true
                   move ws-business-date
                       to ws-cap-limit-date(ws-cap-idx)
               when ws-cap-base-date(ws-cap-idx) = 0
                   set ws-cap-no-trend(ws-cap-idx) to true
               when ws-cap-per-day(ws-cap-idx) <= 0
                   set ws-cap-not-growing(ws-cap-idx) to true
               when other
                   set ws-cap-projected(ws-cap-idx) to true
                   compute ws-days-left-calc =
                       (ws-cd-limit(ws-cap-idx)
                       - ws-cap-count(ws-cap-idx))
                       / ws-cap-per-day(ws-cap-idx)
                   end-compute
                   if ws-days-left-calc > 99999
                       move 99999 to ws-days-left-calc
                   end-if
                   move ws-days-left-calc
                       to ws-cap-days-left(ws-cap-idx)
                   compute ws-cap-limit-date(ws-cap-idx) =
                       function date-of-integer(ws-today-int
                           + ws-cap-days-left(ws-cap-idx))
                   end-compute
           end-evaluate

           if ws-cap-at-limit(ws-cap-idx)
           or (ws-cap-projected(ws-cap-idx)
               and ws-cap-days-left(ws-cap-idx) <= ws-alert-days)
               set ws-cap-alert(ws-cap-idx) to true
               add 1 to ws-alert-count-total
               perform raise-capacity-alert
           end-if

           exit paragraph.


       raise-capacity-alert.

           move "CAPACITY-TREND" to ws-alert-job
           move ws-cd-name(ws-cap-idx) to ws-alert-metric
           if ws-cap-count(ws-cap-idx) > 9999999
               move 9999999 to ws-alert-count
           else
               move ws-cap-count(ws-cap-idx) to ws-alert-count
           end-if
           move ws-cd-limit(ws-cap-idx) to ws-alert-threshold

           call "operator-alert" using ws-alert-request
               on exception
                   display "Warning: unable to call operator-alert."
           end-call

           exit paragraph.


      *> Today's counts go on the end of the history -- the bases for
      *> the weeks to come.
       append-history.

           open extend fd-history-file

           if ws-fs-status-history = "35"
               open output fd-history-file
           end-if

           if ws-fs-status-history not = "00"
               display "Warning: cannot write capacity-history.txt, "
                   "status " ws-fs-status-history
               end-display
               exit paragraph
           end-if

           perform varying ws-cap-idx from 1 by 1
           until ws-cap-idx > ws-num-objects
               if ws-cap-present(ws-cap-idx)
                   move spaces to f-history-record
                   move ws-business-date to f-hist-date
                   move ws-cd-kind(ws-cap-idx) to f-hist-kind
                   move ws-cd-name(ws-cap-idx) to f-hist-name
                   move ws-cap-count(ws-cap-idx) to f-hist-count
                   move ws-cd-limit(ws-cap-idx) to f-hist-limit
                   write f-history-record
               end-if
           end-perform

           close fd-history-file

           exit paragraph.


       write-report.

           open output fd-report-file

           if ws-fs-status-report not = "00"
               display "Warning: cannot write capacity-report.txt, "
                   "status " ws-fs-status-report
               end-display
               exit paragraph
           end-if

           move spaces to ws-report-line
           string "Capacity and growth trend -- business date "
               ws-business-date ", growth over the last "
               ws-trend-days " day(s), alert within "
               ws-alert-days " day(s)"
               delimited by size
               into ws-report-line
           end-string
           perform write-report-line

           move spaces to ws-report-line
           perform write-report-line

           move spaces to ws-detail-line
           move "Object" to ws-dl-name
           move "Kind" to ws-dl-kind
           move "Limit" to ws-dl-limit
           move "Used" to ws-dl-percent
           move "Limit set by" to ws-dl-program
           move "Growth/wk" to ws-dl-growth
           move "Reaches it" to ws-dl-projection
           move ws-detail-line to ws-report-line
           move "      Count" to ws-report-line(38:11)
           perform write-report-line

           perform varying ws-cap-idx from 1 by 1
           until ws-cap-idx > ws-num-objects
               perform write-detail-line
           end-perform

           move spaces to ws-report-line
           perform write-report-line

           move spaces to ws-report-line
           string "Objects counted: " ws-objects-counted
               "   capacity alerts: " ws-alert-count-total
               delimited by size
               into ws-report-line
           end-string
           perform write-report-line

           close fd-report-file

           exit paragraph.


       write-detail-line.

           move spaces to ws-detail-line
           move ws-cd-name(ws-cap-idx) to ws-dl-name

           if ws-cd-kind(ws-cap-idx) = 'T'
               move "TABLE" to ws-dl-kind
           else
               move "FILE" to ws-dl-kind
           end-if

           if ws-cap-absent(ws-cap-idx)
               move "not present" to ws-dl-program
               move ws-detail-line to ws-report-line
               perform write-report-line
               exit paragraph
           end-if

           move ws-cap-count(ws-cap-idx) to ws-dl-count

           if ws-cd-limit(ws-cap-idx) > 0
               move ws-cd-limit(ws-cap-idx) to ws-limit-edit
               move ws-limit-edit to ws-dl-limit
               compute ws-percent-calc =
                   ws-cap-count(ws-cap-idx) * 100
                   / ws-cd-limit(ws-cap-idx)
               end-compute
               if ws-percent-calc > 9999
                   move 9999 to ws-percent-calc
               end-if
               move ws-percent-calc to ws-percent-edit
               string ws-percent-edit "%" delimited by size
                   into ws-dl-percent
               end-string
               move ws-cd-program(ws-cap-idx) to ws-dl-program
           else
               move "  none" to ws-dl-limit
           end-if

           if ws-cap-base-date(ws-cap-idx) > 0
               compute ws-growth-week rounded =
                   ws-cap-per-day(ws-cap-idx) * 7
               end-compute
               move ws-growth-week to ws-growth-edit
               move ws-growth-edit to ws-dl-growth
           end-if

           evaluate true
               when ws-cap-at-limit(ws-cap-idx)
                   move "now" to ws-dl-projection
                   move "AT LIMIT" to ws-dl-note
               when ws-cap-projected(ws-cap-idx)
                   move ws-cap-limit-date(ws-cap-idx) to ws-date-view
                   string ws-dv-yyyy "-" ws-dv-mm "-" ws-dv-dd
                       delimited by size
                       into ws-dl-projection
                   end-string
               when ws-cap-not-growing(ws-cap-idx)
                   move "not growing" to ws-dl-note
               when ws-cap-no-trend(ws-cap-idx)
                   move "no history yet" to ws-dl-note
               when other
                   continue
           end-evaluate

           if ws-cap-alert(ws-cap-idx)
           and ws-cap-projected(ws-cap-idx)
               move "ALERT" to ws-dl-note
           end-if

           move ws-detail-line to ws-report-line
           perform write-report-line

           exit paragraph.


       write-report-line.

           move ws-report-line to f-report-record
           write f-report-record

           exit paragraph.


       catalog-report.

           move spaces to ws-catalog-request
           move "CAPACITY-TREND" to ws-rc-name
           move "capacity-report.txt" to ws-rc-file
           move 0 to ws-rc-pages
           call "report-catalog" using ws-catalog-request
               on exception
                   display "Warning: unable to call "
                       "report-catalog."
           end-call

           exit paragraph.


       log-job-start.

           move spaces to ws-job-audit-request
           move "capacity-trend" to ws-ja-program
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
           move ws-objects-counted to ws-ja-read-count
           move ws-objects-counted to ws-ja-written-count
           move ws-alert-count-total to ws-ja-rejected-count
           move "COMPLETE" to ws-ja-status

           call "job-audit-log" using ws-job-audit-request
               on exception
                   display "Warning: unable to call job-audit-log."
           end-call

           exit paragraph.


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
           move "capacity-trend" to ws-err-program
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

       end program capacity-trend.

      *>****************************************************************
      *> Author: Erik Eriksen
      *> Date: 2026-10-15
      *> Updated: 2026-10-15 EE: installment loan accounts are left
      *>          out -- a loan's activity is billing and payments,
      *>          not deposits and withdrawals, and it isn't
      *>          customer money to escheat.
      *> Purpose: Monthly dormant account and unclaimed-property
      *>          (escheatment) job. Walks every ACCOUNTS row that
      *>          isn't closed and finds its last customer-initiated
      *>          activity -- the newest DP or WD posting that isn't
      *>          interest (INTEREST- reference), a closure payout
      *>          (CLOSE- reference) or part of a reversal pair,
      *>          falling back to the account's create date. Counted
      *>          in whole months against the business date (shared
      *>          business-date subprogram, system date fallback):
      *>
      *>          - at DORMANT_MONTHS (default 12) the account is
      *>            flagged dormant (ACCOUNTS.DORMANT_DT set to the
      *>            business date). The dormant list is written to
      *>            dormant-accounts.txt, which recurring-expand
      *>            reads to stop recurring fees on those accounts.
      *>          - at ESCHEAT_NOTICE_MONTHS (default 30), with a
      *>            balance still held, the owner goes on the
      *>            due-diligence letter list
      *>            (due-diligence-letters.txt) once --
      *>            ACCOUNTS.LETTER_DT records the letter.
      *>          - past ESCHEAT_HOLDING_MONTHS (default 36), with a
      *>            balance still held, the account is reportable
      *>            unclaimed property: escheatment-report.txt lists
      *>            them with their balances by the owner's state
      *>            from the customer master, state subtotals and a
      *>            grand total.
      *>
      *>          account-posting reactivates a dormant account on
      *>          the customer's next deposit or withdrawal; an
      *>          account found here with activity newer than its
      *>          dormant date is reactivated as well. Every action
      *>          is listed in dormant-accounts-report.txt, and the
      *>          DORMANT_DT/LETTER_DT updates are applied in one
      *>          commit unit at the end of the walk. The three
      *>          reports are registered in the report catalog.
      *>          ACCOUNTS needs the DORMANT_DT and LETTER_DT columns
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
      *> Precomiler: esqlOC -static -o generated_dormant.cbl
      *>             dormant_accounts.cbl
      *> Tectonics: cobc -x -static -locsql generated_dormant.cbl
      *>
      *>****************************************************************
       identification division.
       program-id. dormant-accounts.

       environment division.
       input-output section.
       file-control.

           select fd-customer-master
           assign to "customer-master.txt"
           organization is line sequential
           file status is ws-fs-status-master.

           select fd-dormant-report
           assign to "dormant-accounts-report.txt"
           organization is line sequential
           file status is ws-fs-status-report.

      *> The dormant account list recurring-expand reads.
           select fd-dormant-list
           assign to "dormant-accounts.txt"
           organization is line sequential
           file status is ws-fs-status-list.

           select fd-letter-file
           assign to "due-diligence-letters.txt"
           organization is line sequential
           file status is ws-fs-status-letter.

           select fd-escheat-report
           assign to "escheatment-report.txt"
           organization is line sequential
           file status is ws-fs-status-escheat.

           select fd-escheat-sort-file
           assign to "escheat-sort-temp.txt".

       data division.
       file section.

           fd  fd-customer-master.
           01  f-customer-record-master.
               05  f-customer-id                   pic 9(5).
               05  f-customer-last-name            pic x(50).
               05  f-customer-first-name           pic x(50).
               05  f-customer-contract-id          pic 9(5).
               05  f-customer-state                pic xx.
               05  f-customer-zip                  pic x(5).
               05  f-customer-comment              pic x(25).
               05  f-customer-region               pic x(4).

           fd  fd-dormant-report.
           01  f-report-record                     pic x(132).

           fd  fd-dormant-list.
           01  f-dormant-record.
               05  f-dormant-account-id            pic 9(5).
               05  filler                          pic x.
               05  f-dormant-date                  pic x(8).

      *> One letter per line for the mail merge: who, where, what
      *> is held, and the month the balance becomes reportable.
           fd  fd-letter-file.
           01  f-letter-record.
               05  f-letter-account-id             pic 9(5).
               05  filler                          pic x.
               05  f-letter-first-name             pic x(8).
               05  filler                          pic x.
               05  f-letter-last-name              pic x(8).
               05  filler                          pic x.
               05  f-letter-address                pic x(22).
               05  filler                          pic x.
               05  f-letter-state                  pic xx.
               05  filler                          pic x.
               05  f-letter-balance                pic -(8)9.99.
               05  filler                          pic x.
               05  f-letter-last-activity          pic x(8).
               05  filler                          pic x.
               05  f-letter-reportable             pic 9(6).

           fd  fd-escheat-report.
           01  f-escheat-record                    pic x(132).

           sd  fd-escheat-sort-file.
           01  f-sort-escheat-record.
               05  f-sort-state                    pic xx.
               05  f-sort-account-id               pic 9(5).
               05  f-sort-first-name               pic x(8).
               05  f-sort-last-name                pic x(8).
               05  f-sort-balance                  pic s9(9)v99.
               05  f-sort-last-activity            pic x(8).
               05  f-sort-letter-date              pic x(8).

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
       01  ws-sql-first-name                  pic x(8).
       01  ws-sql-last-name                   pic x(8).
       01  ws-sql-address                     pic x(22).
       01  ws-sql-dormant-date                pic x(8).
       01  ws-sql-letter-date                 pic x(8).
       01  ws-sql-balance                     pic s9(9)v99.
       01  ws-sql-last-activity               pic x(8).
       01  ws-sql-business-date               pic x(8).

       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

      *> Local variables to the program only. These are not seen by
      *> the precompiler operation.
       01  ws-fs-status-master                pic xx.
       01  ws-fs-status-report                pic xx.
       01  ws-fs-status-list                  pic xx.
       01  ws-fs-status-letter                pic xx.
       01  ws-fs-status-escheat               pic xx.

       01  ws-eof-sw                          pic x value 'N'.
           88  ws-eof                         value 'Y'.
           88  ws-not-eof                     value 'N'.

       01  ws-business-date-request.
           05  ws-bd-action                 pic x.
           05  ws-bd-date                   pic 9(8).

       01  ws-business-date                   pic 9(8).
       01  ws-business-date-split redefines ws-business-date.
           05  ws-bd-year                     pic 9(4).
           05  ws-bd-month                    pic 99.
           05  ws-bd-day                      pic 99.

      *> Month thresholds, each overridable from the environment.
       01  ws-dormant-months                  pic 999 value 12.
       01  ws-notice-months                   pic 999 value 30.
       01  ws-holding-months                  pic 999 value 36.
       01  ws-months-env                      pic x(7).

      *> Owner's state by customer id from the customer master.
       01  ws-num-customers                   pic 9(5) comp.

       01  ws-customer-table                  occurs 0 to 2000 times
                                              depending on
                                                  ws-num-customers
                                              indexed by
                                                  ws-customer-idx.
           05  ws-customer-id                 pic 9(5).
           05  ws-customer-state              pic xx.

       01  ws-owner-state                     pic xx.

      *> The DORMANT_DT/LETTER_DT changes the walk decides on,
      *> applied in one unit once the cursor is closed: 'F' flag
      *> dormant, 'R' reactivate, 'L' letter sent.
       01  ws-num-changes                     pic 9(5) comp value 0.

       01  ws-change-table                    occurs 4000 times
                                              indexed by
                                                  ws-change-idx.
           05  ws-change-account-id           pic 9(5).
           05  ws-change-action               pic x.

       01  ws-change-action-code              pic x.

       01  ws-in-unit-sw                      pic x value 'N'.
           88  ws-in-unit                     value 'Y'.
           88  ws-not-in-unit                 value 'N'.

      *> Months-inactive arithmetic on the last activity date.
       01  ws-last-activity                   pic 9(8).
       01  ws-last-activity-split redefines ws-last-activity.
           05  ws-la-year                     pic 9(4).
           05  ws-la-month                    pic 99.
           05  ws-la-day                      pic 99.

       01  ws-months-inactive                 pic s9(5) comp.
       01  ws-months-display                  pic zzzz9.
       01  ws-month-number                    pic 9(7) comp.
       01  ws-reportable-year                 pic 9(4).
       01  ws-reportable-month                pic 99.
       01  ws-reportable-yyyymm               pic 9(6).

       01  ws-dormant-date                    pic x(8).
       01  ws-letter-date                     pic x(8).
       01  ws-action-text                     pic x(16).

       01  ws-account-count                   pic 9(5) value 0.
       01  ws-flagged-count                   pic 9(5) value 0.
       01  ws-reactivated-count               pic 9(5) value 0.
       01  ws-dormant-count                   pic 9(5) value 0.
       01  ws-letter-count                    pic 9(5) value 0.
       01  ws-escheat-count                   pic 9(5) value 0.
       01  ws-escheat-total                   pic s9(9)v99 value 0.
       01  ws-dormant-balance                 pic s9(9)v99 value 0.

      *> State control break on the escheatment report.
       01  ws-sort-eof-sw                     pic x value 'N'.
           88  ws-sort-eof                    value 'Y'.

       01  ws-first-state-sw                  pic x value 'Y'.
           88  ws-first-state                 value 'Y'.
           88  ws-not-first-state             value 'N'.

       01  ws-prev-state                      pic xx.
       01  ws-state-count                     pic 9(5) value 0.
       01  ws-state-total                     pic s9(9)v99 value 0.
       01  ws-states-count                    pic 9(3) value 0.

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
           display "Dormant accounts and escheatment"
           display "---------------------------------"
           display space

           perform log-job-start
           perform fetch-business-date
           perform load-month-thresholds
           perform load-customer-states
           perform open-output-files

           EXEC SQL
               CONNECT TO :ws-db-connection-string
           END-EXEC.
           perform check-sql-state

      *> Customer activity is a DP or WD the customer made: interest
      *> credits, closure payouts and both rows of a reversal pair
      *> don't count. An account never touched dates from its
      *> creation.
           EXEC SQL
               DECLARE DORMANCY-CUR CURSOR FOR
               SELECT A.ID, A.FIRST_NAME, A.LAST_NAME, A.ADDRESS,
                      COALESCE(A.DORMANT_DT, ' '),
                      COALESCE(A.LETTER_DT, ' '),
                      COALESCE(B.BALANCE, 0),
                      COALESCE(
                          (SELECT MAX(T.POST_DT)
                           FROM ACCOUNT_TRANSACTIONS T
                           WHERE T.ACCOUNT_ID = A.ID
                               AND T.TRANS_TYPE IN ('DP', 'WD')
                               AND T.REFERENCE NOT LIKE 'INTEREST-%'
                               AND T.REFERENCE NOT LIKE 'CLOSE-%'
                               AND COALESCE(T.REVERSAL_FLAG, ' ')
                                   = ' '),
                          TO_CHAR(A.CREATE_DT, 'YYYYMMDD'))
               FROM ACCOUNTS A
               LEFT JOIN ACCOUNT_BALANCES B
                   ON B.ACCOUNT_ID = A.ID
               WHERE A.IS_ENABLED <> 'C'
                   AND COALESCE(A.ACCT_TYPE, ' ') <> 'LOAN'
               ORDER BY A.ID;
           END-EXEC
           perform check-sql-state

           move spaces to ws-report-line
           string "Dormancy actions for business date "
               ws-business-date
               "  (dormant " ws-dormant-months
               " months, notice " ws-notice-months
               " months, holding " ws-holding-months " months)"
               into ws-report-line
           end-string
           perform write-report-line
           move spaces to ws-report-line
           perform write-report-line

           sort fd-escheat-sort-file
               on ascending key f-sort-state
               ascending key f-sort-account-id
               input procedure is walk-accounts
               output procedure is write-escheatment-report

           perform apply-dormancy-changes

           EXEC SQL
               CONNECT RESET
           END-EXEC

           perform write-report-summary

           close fd-dormant-report
           close fd-dormant-list
           close fd-letter-file
           close fd-escheat-report

           perform register-reports

           perform log-job-end

           display "Accounts checked:     " ws-account-count
           display "Flagged dormant:      " ws-flagged-count
           display "Reactivated:          " ws-reactivated-count
           display "Dormant now:          " ws-dormant-count
           display "Due-diligence letters:" ws-letter-count
           display "Escheatable accounts: " ws-escheat-count
           display "See dormant-accounts-report.txt and "
               "escheatment-report.txt"
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

           move ws-business-date to ws-sql-business-date

           exit paragraph.


      *> DORMANT_MONTHS, ESCHEAT_NOTICE_MONTHS and
      *> ESCHEAT_HOLDING_MONTHS override the defaults. The points
      *> have to come in that order, or the run stops.
       load-month-thresholds.

           accept ws-months-env from environment "DORMANT_MONTHS"
           if ws-months-env not = spaces
           and function trim(ws-months-env) is numeric
               move function numval(ws-months-env)
                   to ws-dormant-months
           end-if

           accept ws-months-env
               from environment "ESCHEAT_NOTICE_MONTHS"
           if ws-months-env not = spaces
           and function trim(ws-months-env) is numeric
               move function numval(ws-months-env)
                   to ws-notice-months
           end-if

           accept ws-months-env
               from environment "ESCHEAT_HOLDING_MONTHS"
           if ws-months-env not = spaces
           and function trim(ws-months-env) is numeric
               move function numval(ws-months-env)
                   to ws-holding-months
           end-if

           if ws-dormant-months = 0
           or ws-notice-months < ws-dormant-months
           or ws-holding-months < ws-notice-months
               display "Dormant/notice/holding months must run in "
                   "that order: " ws-dormant-months " "
                   ws-notice-months " " ws-holding-months
               end-display
               move "load-month-thresholds" to ws-err-paragraph
               move spaces to ws-err-file-status
               move "month thresholds out of order" to ws-err-message
               perform fail-run
           end-if

           exit paragraph.


      *> The owner's state for each customer id. A missing master
      *> only costs the state breakdown -- those balances report
      *> under "??".
       load-customer-states.

           move 0 to ws-num-customers
           set ws-not-eof to true

           open input fd-customer-master

           if ws-fs-status-master not = "00"
               display "Warning: customer-master.txt not available ("
                   ws-fs-status-master "), owner states unknown."
               end-display
               exit paragraph
           end-if

           perform until ws-eof
               read fd-customer-master
                   at end
                       set ws-eof to true
                   not at end
                       if ws-num-customers < 2000
                           add 1 to ws-num-customers
                           move f-customer-id
                               to ws-customer-id(ws-num-customers)
                           move f-customer-state
                               to ws-customer-state(ws-num-customers)
                       end-if
               end-read
           end-perform

           close fd-customer-master

           exit paragraph.


       open-output-files.

           open output fd-dormant-report

           if ws-fs-status-report not = "00"
               display "Error opening dormant-accounts-report.txt: "
                   ws-fs-status-report
               end-display
               move "open-output-files" to ws-err-paragraph
               move ws-fs-status-report to ws-err-file-status
               move "open fd-dormant-report" to ws-err-message
               perform fail-run
           end-if

           open output fd-dormant-list

           if ws-fs-status-list not = "00"
               display "Error opening dormant-accounts.txt: "
                   ws-fs-status-list
               end-display
               move "open-output-files" to ws-err-paragraph
               move ws-fs-status-list to ws-err-file-status
               move "open fd-dormant-list" to ws-err-message
               perform fail-run
           end-if

           open output fd-letter-file

           if ws-fs-status-letter not = "00"
               display "Error opening due-diligence-letters.txt: "
                   ws-fs-status-letter
               end-display
               move "open-output-files" to ws-err-paragraph
               move ws-fs-status-letter to ws-err-file-status
               move "open fd-letter-file" to ws-err-message
               perform fail-run
           end-if

           open output fd-escheat-report

           if ws-fs-status-escheat not = "00"
               display "Error opening escheatment-report.txt: "
                   ws-fs-status-escheat
               end-display
               move "open-output-files" to ws-err-paragraph
               move ws-fs-status-escheat to ws-err-file-status
               move "open fd-escheat-report" to ws-err-message
               perform fail-run
           end-if

           exit paragraph.


      *> Sort input procedure: every open account through the
      *> dormancy rules, the escheatable ones released for the
      *> by-state report.
       walk-accounts.

           EXEC SQL
               OPEN DORMANCY-CUR
           END-EXEC
           perform check-sql-state

           perform with test after until SQLCODE = 100

               EXEC SQL
                   FETCH DORMANCY-CUR
                   INTO
                       :ws-sql-account-id,
                       :ws-sql-first-name,
                       :ws-sql-last-name,
                       :ws-sql-address,
                       :ws-sql-dormant-date,
                       :ws-sql-letter-date,
                       :ws-sql-balance,
                       :ws-sql-last-activity;
               END-EXEC
               perform check-sql-state

               if not SQL-NODATA
                   perform take-account-row
               end-if
           end-perform

           EXEC SQL
               CLOSE DORMANCY-CUR
           END-EXEC
           perform check-sql-state

           exit paragraph.


       take-account-row.

           add 1 to ws-account-count

           move ws-sql-dormant-date to ws-dormant-date
           move ws-sql-letter-date to ws-letter-date

           perform compute-months-inactive

      *> Activity since the flag that the posting run didn't clear
      *> (posted another way) still brings the account back.
           if ws-dormant-date not = spaces
           and ws-sql-last-activity > ws-dormant-date
               move 'R' to ws-change-action-code
               perform record-change
               add 1 to ws-reactivated-count
               move "REACTIVATED" to ws-action-text
               perform write-action-line
               exit paragraph
           end-if

           if ws-dormant-date = spaces
               if ws-months-inactive < ws-dormant-months
                   exit paragraph
               end-if

               move 'F' to ws-change-action-code
               perform record-change
               add 1 to ws-flagged-count
               move ws-sql-business-date to ws-dormant-date
               move "FLAGGED DORMANT" to ws-action-text
               perform write-action-line
           end-if

           add 1 to ws-dormant-count
           add ws-sql-balance to ws-dormant-balance

           move spaces to f-dormant-record
           move ws-sql-account-id to f-dormant-account-id
           move ws-dormant-date to f-dormant-date
           write f-dormant-record

      *> Nothing held means nothing to claim -- no letter and no
      *> escheatment.
           if ws-sql-balance not > 0
               exit paragraph
           end-if

           perform find-owner-state
           perform compute-reportable-month

           if ws-months-inactive >= ws-notice-months
           and ws-letter-date = spaces
               move 'L' to ws-change-action-code
               perform record-change
               add 1 to ws-letter-count
               move ws-sql-business-date to ws-letter-date
               perform write-letter-record
               move "LETTER LISTED" to ws-action-text
               perform write-action-line
           end-if

           if ws-months-inactive >= ws-holding-months
               move spaces to f-sort-escheat-record
               move ws-owner-state to f-sort-state
               move ws-sql-account-id to f-sort-account-id
               move ws-sql-first-name to f-sort-first-name
               move ws-sql-last-name to f-sort-last-name
               move ws-sql-balance to f-sort-balance
               move ws-sql-last-activity to f-sort-last-activity
               move ws-letter-date to f-sort-letter-date
               release f-sort-escheat-record
               move "ESCHEATABLE" to ws-action-text
               perform write-action-line
           end-if

           exit paragraph.


      *> Whole months from the last activity to the business date;
      *> a month only counts once its day of the month comes round.
      *> A last-activity date that won't read as a date counts as
      *> activity today rather than flagging on garbage.
       compute-months-inactive.

           move 0 to ws-months-inactive

           if ws-sql-last-activity is not numeric
               move ws-business-date to ws-last-activity
               exit paragraph
           end-if

           move ws-sql-last-activity to ws-last-activity

           compute ws-months-inactive =
               (ws-bd-year * 12 + ws-bd-month)
               - (ws-la-year * 12 + ws-la-month)
           end-compute

           if ws-bd-day < ws-la-day
               subtract 1 from ws-months-inactive
           end-if

           if ws-months-inactive < 0
               move 0 to ws-months-inactive
           end-if

           exit paragraph.


      *> The month the balance becomes reportable: last activity
      *> plus the holding period.
       compute-reportable-month.

           compute ws-month-number =
               ws-la-year * 12 + ws-la-month - 1 + ws-holding-months
           end-compute

           divide ws-month-number by 12
               giving ws-reportable-year
               remainder ws-reportable-month
           end-divide
           add 1 to ws-reportable-month

           compute ws-reportable-yyyymm =
               ws-reportable-year * 100 + ws-reportable-month
           end-compute

           exit paragraph.


       find-owner-state.

           move "??" to ws-owner-state

           perform varying ws-customer-idx from 1 by 1
           until ws-customer-idx > ws-num-customers
               if ws-customer-id(ws-customer-idx) = ws-sql-account-id
                   if ws-customer-state(ws-customer-idx) not = spaces
                       move ws-customer-state(ws-customer-idx)
                           to ws-owner-state
                   end-if
                   exit perform
               end-if
           end-perform

           exit paragraph.


      *> Queues a DORMANT_DT/LETTER_DT change. The table is sized
      *> well past the account range, but an overflow stops the run
      *> before any change is applied rather than dropping one.
       record-change.

           if ws-num-changes >= 4000
               display "Dormancy change table full -- run stopped "
                   "before any change was applied."
               end-display
               move "record-change" to ws-err-paragraph
               move spaces to ws-err-file-status
               move "dormancy change table overflow" to ws-err-message
               perform fail-run
           end-if

           add 1 to ws-num-changes
           move ws-sql-account-id
               to ws-change-account-id(ws-num-changes)
           move ws-change-action-code
               to ws-change-action(ws-num-changes)

           exit paragraph.


       write-action-line.

           move ws-sql-balance to ws-amount-display
           move ws-months-inactive to ws-months-display

           move spaces to ws-report-line
           string "  account " ws-sql-account-id
               "  " ws-sql-last-name " " ws-sql-first-name
               "  last activity " ws-sql-last-activity
               "  months " ws-months-display
               "  balance " ws-amount-display
               "  " ws-action-text
               into ws-report-line
           end-string
           perform write-report-line

           exit paragraph.


       write-letter-record.

           move spaces to f-letter-record
           move ws-sql-account-id to f-letter-account-id
           move ws-sql-first-name to f-letter-first-name
           move ws-sql-last-name to f-letter-last-name
           move ws-sql-address to f-letter-address
           move ws-owner-state to f-letter-state
           move ws-sql-balance to f-letter-balance
           move ws-sql-last-activity to f-letter-last-activity
           move ws-reportable-yyyymm to f-letter-reportable
           write f-letter-record

           exit paragraph.


      *> Sort output procedure: the escheatable accounts by owner's
      *> state, with a subtotal per state and a grand total.
       write-escheatment-report.

           move spaces to ws-report-line
           string "Unclaimed property reportable as of "
               ws-business-date
               " -- accounts past the " ws-holding-months
               " month holding period, by owner's state"
               into ws-report-line
           end-string
           perform write-escheat-line
           move spaces to ws-report-line
           perform write-escheat-line

           perform until ws-sort-eof
               return fd-escheat-sort-file
                   at end
                       set ws-sort-eof to true
                   not at end
                       perform take-escheat-row
               end-return
           end-perform

           if ws-not-first-state
               perform write-state-totals
           else
               move "  (no accounts past the holding period)"
                   to ws-report-line
               perform write-escheat-line
           end-if

           move ws-escheat-total to ws-amount-display
           move spaces to ws-report-line
           string "Total reportable: " ws-escheat-count
               " account(s) in " ws-states-count " state(s)"
               "  balance " ws-amount-display
               into ws-report-line
           end-string
           perform write-escheat-line

           exit paragraph.


       take-escheat-row.

           if ws-first-state
           or f-sort-state not = ws-prev-state
               if ws-not-first-state
                   perform write-state-totals
               end-if
               perform start-state
           end-if

           set ws-not-first-state to true

           add 1 to ws-state-count
           add f-sort-balance to ws-state-total

           move f-sort-balance to ws-amount-display

           move spaces to ws-report-line
           string "    account " f-sort-account-id
               "  " f-sort-last-name " " f-sort-first-name
               "  last activity " f-sort-last-activity
               "  letter " f-sort-letter-date
               "  balance " ws-amount-display
               into ws-report-line
           end-string
           perform write-escheat-line

           exit paragraph.


       start-state.

           move f-sort-state to ws-prev-state
           move 0 to ws-state-count
           move 0 to ws-state-total
           add 1 to ws-states-count

           move spaces to ws-report-line
           if f-sort-state = "??"
               move "  State ?? (owner not on the customer master)"
                   to ws-report-line
           else
               string "  State " f-sort-state
                   into ws-report-line
               end-string
           end-if
           perform write-escheat-line

           exit paragraph.


       write-state-totals.

           add ws-state-count to ws-escheat-count
           add ws-state-total to ws-escheat-total

           move ws-state-total to ws-amount-display

           move spaces to ws-report-line
           string "  " ws-prev-state " total: " ws-state-count
               " account(s)  balance " ws-amount-display
               into ws-report-line
           end-string
           perform write-escheat-line

           move spaces to ws-report-line
           perform write-escheat-line

           exit paragraph.


      *> The changes the walk queued, in one commit unit: a database
      *> error rolls them all back and the next run decides again.
       apply-dormancy-changes.

           if ws-num-changes = 0
               exit paragraph
           end-if

           EXEC SQL
               START TRANSACTION
           END-EXEC
           perform check-sql-state
           set ws-in-unit to true

           perform varying ws-change-idx from 1 by 1
           until ws-change-idx > ws-num-changes
               move ws-change-account-id(ws-change-idx)
                   to ws-sql-account-id

               evaluate ws-change-action(ws-change-idx)
                   when 'F'
                       EXEC SQL
                           UPDATE ACCOUNTS
                           SET DORMANT_DT = :ws-sql-business-date
                           WHERE ID = :ws-sql-account-id
                       END-EXEC
                       perform check-sql-state

                   when 'R'
                       EXEC SQL
                           UPDATE ACCOUNTS
                           SET DORMANT_DT = NULL,
                               LETTER_DT = NULL
                           WHERE ID = :ws-sql-account-id
                       END-EXEC
                       perform check-sql-state

                   when 'L'
                       EXEC SQL
                           UPDATE ACCOUNTS
                           SET LETTER_DT = :ws-sql-business-date
                           WHERE ID = :ws-sql-account-id
                       END-EXEC
                       perform check-sql-state
               end-evaluate
           end-perform

           EXEC SQL
               COMMIT
           END-EXEC
           set ws-not-in-unit to true
           perform check-sql-state

           exit paragraph.


       write-report-summary.

           move spaces to ws-report-line
           perform write-report-line

           move ws-dormant-balance to ws-amount-display
           move spaces to ws-report-line
           string "Accounts checked " ws-account-count
               "  flagged dormant " ws-flagged-count
               "  reactivated " ws-reactivated-count
               into ws-report-line
           end-string
           perform write-report-line

           move spaces to ws-report-line
           string "Dormant now " ws-dormant-count
               "  holding " ws-amount-display
               "  due-diligence letters " ws-letter-count
               "  escheatable " ws-escheat-count
               into ws-report-line
           end-string
           perform write-report-line

           exit paragraph.


       register-reports.

           move spaces to ws-catalog-request
           move "DORMANT-ACCOUNTS" to ws-rc-name
           move "dormant-accounts-report.txt" to ws-rc-file
           move 0 to ws-rc-pages
           perform call-report-catalog

           move spaces to ws-catalog-request
           move "DUE-DILIGENCE" to ws-rc-name
           move "due-diligence-letters.txt" to ws-rc-file
           move 0 to ws-rc-pages
           perform call-report-catalog

           move spaces to ws-catalog-request
           move "ESCHEATMENT" to ws-rc-name
           move "escheatment-report.txt" to ws-rc-file
           move 0 to ws-rc-pages
           perform call-report-catalog

           exit paragraph.


       call-report-catalog.

           call "report-catalog" using ws-catalog-request
               on exception
                   display "Warning: unable to call "
                       "report-catalog."
           end-call

           exit paragraph.


       write-report-line.

           move ws-report-line to f-report-record
           write f-report-record

           exit paragraph.


       write-escheat-line.

           move ws-report-line to f-escheat-record
           write f-escheat-record

           exit paragraph.


       log-job-start.

           move spaces to ws-job-audit-request
           move "dormant-accounts" to ws-ja-program
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
           move ws-num-changes to ws-ja-written-count
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

           move "dormant-accounts" to ws-err-program

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

      *> Roll back any dormancy changes in flight -- all or none.
           if ws-in-unit
               EXEC SQL
                   ROLLBACK
               END-EXEC
               set ws-not-in-unit to true
               display "The dormancy changes were rolled back."
           end-if

           EXEC SQL
               CONNECT RESET
           END-EXEC

           move spaces to ws-error-request
           move "dormant-accounts" to ws-err-program
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

       end program dormant-accounts.

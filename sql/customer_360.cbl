      *>****************************************************************
      *> Author: Erik Eriksen
      *> Date: 2026-10-15
      *> Purpose: Customer 360 inquiry -- everything a phone call
      *>          about one customer needs, on one screen keyed by
      *>          customer id, instead of customer-browse,
      *>          journal-inquiry, held-orders-report, the invoice
      *>          register and sql-example's balance option in turn.
      *>          The summary shows, section by section:
      *>            1) the master record, its contract's status and
      *>               the customer's consents
      *>            2) open and held orders
      *>            3) open invoices and their AR age
      *>            4) the linked account's balance and activity
      *>            5) the latest account note
      *>            6) the latest customer master journal changes
      *>          and each section number drills into its detail.
      *>          The sources are customer-master.dat (the flat
      *>          extract when the indexed master is unavailable),
      *>          contract-master.txt, customer-orders.dat (or
      *>          customer-orders.txt), customer-orders-hold.txt,
      *>          ar-open-items.txt, customer-master-journal.txt and
      *>          the ACCOUNTS, ACCOUNT_BALANCES, ACCOUNT_TRANSACTIONS
      *>          and ACCOUNT_NOTES tables -- the account shares the
      *>          customer's id. Every file is opened for input only.
      *>          The screen sits behind the shared user-login: the
      *>          INQUIRY, MAINT and ADMIN roles may use it, and the
      *>          journal's field-by-field before and after values
      *>          are shown to MAINT and ADMIN only -- an INQUIRY
      *>          user sees when and from where a change came. The
      *>          shared master-lock is only checked, never claimed;
      *>          while the batch side holds it the screen says so
      *>          and carries on. An idle session is disconnected
      *>          after CUSTOMER_360_IDLE_TIMEOUT_SECS (default 120).
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
      *> Precomiler: esqlOC -static -o generated_customer_360.cbl
      *>             customer_360.cbl
      *> Tectonics: cobc -x -static -locsql generated_customer_360.cbl
      *>
      *>****************************************************************
       identification division.
       program-id. customer-360-inquiry.

       environment division.
       input-output section.
       file-control.

           select fd-customer-master assign to "customer-master.dat"
           organization is indexed
           access mode is dynamic
           record key is f-customer-id
           file status is ws-fs-status-master.

           select fd-customer-flat assign to "customer-master.txt"
           organization is line sequential
           file status is ws-fs-status-flat.

           select fd-contract-master assign to "contract-master.txt"
           organization is line sequential
           file status is ws-fs-status-contract.

           select fd-customer-orders
           assign to "customer-orders.dat"
           organization is indexed
           access mode is dynamic
           record key is f-order-number
           alternate record key is f-order-customer-id
               with duplicates
           file status is ws-fs-status-orders.

           select fd-customer-orders-flat
           assign to "customer-orders.txt"
           organization is line sequential
           file status is ws-fs-status-orders-flat.

           select fd-hold-file
           assign to "customer-orders-hold.txt"
           organization is line sequential
           file status is ws-fs-status-hold.

           select fd-ar-file
           assign to "ar-open-items.txt"
           organization is line sequential
           file status is ws-fs-status-ar.

           select fd-journal-file
           assign to "customer-master-journal.txt"
           organization is line sequential
           file status is ws-fs-status-journal.

       data division.
       file section.

           fd  fd-customer-master.
           01  f-customer-record-master.
               05  f-customer-id               pic 9(5).
               05  f-customer-last-name        pic x(50).
               05  f-customer-first-name       pic x(50).
               05  f-customer-contract-id      pic 9(5).
               05  f-customer-state            pic xx.
               05  f-customer-zip              pic x(5).
               05  f-customer-comment          pic x(25).
               05  f-customer-region           pic x(4).

           fd  fd-customer-flat.
           01  f-customer-record-flat.
               05  f-flat-id                   pic 9(5).
               05  f-flat-rest                 pic x(141).

           fd  fd-contract-master.
           01  f-contract-record.
               05  f-contract-id               pic 9(5).
               05  f-contract-description      pic x(30).
               05  f-contract-status           pic x.
               05  f-contract-eff-from         pic 9(8).
               05  f-contract-eff-to           pic 9(8).
               05  f-contract-rate             pic 9(3)v9(4).
               05  f-contract-bill-freq        pic x.
               05  f-contract-minimum          pic 9(7)v99.
               05  f-contract-auto-renew       pic x.
               05  f-contract-renew-months     pic 9(3).
               05  f-contract-escalation-pct   pic 99v99.

           fd  fd-customer-orders.
           01  f-order-record.
               05  f-order-customer-id         pic 9(5).
               05  f-order-number              pic 9(6).
               05  f-order-rest                pic x(73).

           fd  fd-customer-orders-flat.
           01  f-order-flat-record.
               05  f-oflat-customer-id         pic 9(5).
               05  f-oflat-rest                pic x(79).

           fd  fd-hold-file.
           01  f-held-order.
               05  f-held-customer-id          pic 9(5).
               05  f-held-order-number         pic 9(6).
               05  f-held-date                 pic x(8).
               05  f-held-description          pic x(30).
               05  f-held-amount               pic 9(7)v99.
               05  f-held-on-date              pic x(8).
               05  f-held-exposure             pic 9(7)v99.
               05  f-held-item-id-1            pic 9(4).
               05  f-held-item-id-2            pic 9(4).
               05  f-held-line-count           pic 9(3).
      *> 'C' credit, 'P' price review; blank is an older credit hold.
               05  f-held-reason               pic x.
                   88  f-held-for-price        value 'P'.

           fd  fd-ar-file.
           01  f-ar-record.
               05  f-ar-type                   pic x.
                   88  f-ar-invoice            value 'I'.
                   88  f-ar-unapplied          value 'U'.
               05  f-ar-invoice-number         pic 9(6).
               05  f-ar-customer-id            pic 9(5).
               05  f-ar-period                 pic 9(6).
               05  f-ar-invoice-date           pic 9(8).
               05  f-ar-due-date               pic 9(8).
               05  f-ar-original-amount        pic 9(7)v99.
               05  f-ar-paid-amount            pic 9(7)v99.
               05  f-ar-balance                pic 9(7)v99.
               05  f-ar-last-receipt-date      pic 9(8).
               05  f-ar-status                 pic x.
                   88  f-ar-open               value 'O'.
               05  f-ar-dunning-level          pic 9.
               05  f-ar-dunning-date           pic 9(8).

      *> The journal record the shared customer-journal subprogram
      *> appends, before and after images in the customer master
      *> layout.
           fd  fd-journal-file.
           01  f-journal-record.
               05  f-jr-sequence               pic 9(7).
               05  filler                      pic x.
               05  f-jr-date                   pic 9(8).
               05  filler                      pic x.
               05  f-jr-time                   pic x(8).
               05  filler                      pic x.
               05  f-jr-source                 pic x(10).
               05  filler                      pic x.
               05  f-jr-code                   pic x.
               05  filler                      pic x.
               05  f-jr-customer-id            pic 9(5).
               05  filler                      pic x.
               05  f-jr-before-image           pic x(146).
               05  filler                      pic x.
               05  f-jr-after-image            pic x(146).
               05  filler                      pic x.
               05  f-jr-chain                  pic x(16).

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
       01  ws-sql-phone                       pic x(10).
       01  ws-sql-address                     pic x(22).
       01  ws-sql-is-enabled                  pic x.
       01  ws-sql-closed-date                 pic x(8).
       01  ws-sql-balance                     pic s9(9)v99.
       01  ws-sql-available                   pic s9(9)v99.
       01  ws-sql-row-count                   pic 9(7).
       01  ws-sql-last-post-date              pic x(8).
       01  ws-sql-note-dt                     pic x(20).
       01  ws-sql-note-operator               pic x(30).
       01  ws-sql-note-text                   pic x(60).
       01  ws-sql-post-date                   pic x(8).
       01  ws-sql-trans-type                  pic x(2).
       01  ws-sql-amount                      pic s9(7)v99.
       01  ws-sql-reference                   pic x(15).
       01  ws-sql-trans-id                    pic 9(9).
       01  ws-sql-reversal-flag               pic x.

       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

      *> Local variables to the program only. These are not seen by
      *> the precompiler operation.
       01  ws-fs-status-master                pic xx.
       01  ws-fs-status-flat                  pic xx.
       01  ws-fs-status-contract              pic xx.
       01  ws-fs-status-orders                pic xx.
       01  ws-fs-status-orders-flat           pic xx.
       01  ws-fs-status-hold                  pic xx.
       01  ws-fs-status-ar                    pic xx.
       01  ws-fs-status-journal               pic xx.

       01  ws-inner-eof-sw                    pic x.
           88  ws-inner-eof                   value 'Y'.

      *> The indexed files are opened once for the session; when one
      *> will not open, its flat counterpart is scanned instead.
       01  ws-master-open-sw                  pic x value 'N'.
           88  ws-master-open                 value 'Y'.
       01  ws-orders-open-sw                  pic x value 'N'.
           88  ws-orders-open                 value 'Y'.

      *> Result group filled in by the shared user-login subprogram.
       01  ws-login-result.
           05  ws-login-user               pic x(20).
           05  ws-login-role               pic x(10).
               88  ws-login-role-inquiry   value "INQUIRY".
               88  ws-login-role-maint     value "MAINT".
               88  ws-login-role-admin     value "ADMIN".
           05  ws-login-status             pic x.
               88  ws-login-ok             value 'Y'.
               88  ws-login-failed         value 'N'.

      *> Shared master-lock interface -- the inquiry stays read-only
      *> and only warns when the batch side is mid-flight.
       01  ws-lock-request.
           05  ws-lock-action              pic x.
           05  ws-lock-holder              pic x(20).
           05  ws-lock-status              pic x.
               88  ws-lock-granted         value 'G'.
               88  ws-lock-blocked         value 'H'.
           05  ws-lock-held-date           pic x(8).
           05  ws-lock-held-time           pic x(8).

       01  ws-business-date-request.
           05  ws-bd-action                 pic x.
           05  ws-bd-date                   pic 9(8).

       01  ws-business-date                   pic 9(8).
       01  ws-business-date-int               pic 9(8) comp.

      *> Consents through the shared customer-consent lookup.
       01  ws-consent-request.
           05  ws-cr-action                 pic x.
           05  ws-cr-customer-id            pic 9(5).
           05  ws-cr-type                   pic x.
           05  ws-cr-status                 pic x.
           05  ws-cr-date                   pic 9(8).
           05  ws-cr-source                 pic x(10).

       01  ws-consent-text                    pic x(30).
       01  ws-consent-mail-text               pic x(30).
       01  ws-consent-partner-text            pic x(30).
       01  ws-consent-electronic-text         pic x(30).

       01  ws-idle-timeout-env                pic x(4).
       01  ws-idle-timeout-secs               pic 9(4) value 120.

       01  ws-id-input                        pic x(5).
       01  ws-customer-id                     pic 9(5).
       01  ws-section-choice                  pic x.

       01  ws-session-sw                      pic x value 'Y'.
           88  ws-session-active              value 'Y'.
           88  ws-session-ended               value 'N'.

       01  ws-customer-sw                     pic x.
           88  ws-customer-active             value 'Y'.
           88  ws-customer-done               value 'N'.

      *> The scans below serve both the summary and the drill-downs:
      *> 'S' tallies, 'D' lists each line.
       01  ws-scan-mode                       pic x.
           88  ws-scan-summary                value 'S'.
           88  ws-scan-detail                 value 'D'.

      *> Section 1: the master record and its contract.
       01  ws-customer-found-sw               pic x.
           88  ws-customer-found              value 'Y'.
           88  ws-customer-not-found          value 'N'.

       01  ws-customer-view.
           05  ws-cv-customer-id              pic 9(5).
           05  ws-cv-last-name                pic x(50).
           05  ws-cv-first-name               pic x(50).
           05  ws-cv-contract-id              pic 9(5).
           05  ws-cv-state                    pic xx.
           05  ws-cv-zip                      pic x(5).
           05  ws-cv-comment                  pic x(25).
           05  ws-cv-region                   pic x(4).

       01  ws-contract-found-sw               pic x.
           88  ws-contract-found              value 'Y'.

       01  ws-contract-view.
           05  ws-kv-contract-id              pic 9(5).
           05  ws-kv-description              pic x(30).
           05  ws-kv-status                   pic x.
           05  ws-kv-eff-from                 pic 9(8).
           05  ws-kv-eff-to                   pic 9(8).
           05  ws-kv-rate                     pic 9(3)v9(4).
           05  ws-kv-bill-freq                pic x.
           05  ws-kv-minimum                  pic 9(7)v99.
           05  ws-kv-auto-renew               pic x.
           05  ws-kv-renew-months             pic 9(3).
           05  ws-kv-escalation-pct           pic 99v99.

       01  ws-contract-status-text            pic x(20).

      *> Section 2: orders, in the order file's layout.
       01  ws-order-view.
           05  ws-ov-customer-id              pic 9(5).
           05  ws-ov-number                   pic 9(6).
           05  ws-ov-date                     pic x(8).
           05  ws-ov-description              pic x(30).
           05  ws-ov-amount                   pic 9(7)v99.
           05  ws-ov-item-id-1                pic 9(4).
           05  ws-ov-item-id-2                pic 9(4).
           05  ws-ov-line-count               pic 9(3).
           05  ws-ov-status                   pic x.
               88  ws-ov-picked               value 'P'.
               88  ws-ov-shipped              value 'S'.
               88  ws-ov-invoiced             value 'I'.
               88  ws-ov-canceled             value 'X'.
               88  ws-ov-not-invoiced         values 'O' ' ' 'P' 'S'.
           05  ws-ov-ship-date                pic x(8).
           05  ws-ov-invoice-period           pic 9(6).

       01  ws-order-status-text               pic x(8).
       01  ws-hold-reason-text                pic x(12).

       01  ws-open-order-count                pic 9(5).
       01  ws-open-order-total                pic 9(9)v99.
       01  ws-held-order-count                pic 9(5).
       01  ws-held-order-total                pic 9(9)v99.
       01  ws-order-line-count                pic 9(5).

      *> Section 3: open invoices and their age.
       01  ws-age-days                        pic s9(5) comp.
       01  ws-oldest-age-days                 pic s9(5) comp.
       01  ws-bucket-name                     pic x(10).

       01  ws-open-invoice-count              pic 9(5).
       01  ws-overdue-count                   pic 9(5).

       01  ws-ar-buckets.
           05  ws-ar-current                  pic 9(9)v99.
           05  ws-ar-31-60                    pic 9(9)v99.
           05  ws-ar-61-90                    pic 9(9)v99.
           05  ws-ar-over-90                  pic 9(9)v99.
           05  ws-ar-unapplied                pic 9(9)v99.
           05  ws-ar-balance-total            pic 9(9)v99.

      *> Section 4: the linked account.
       01  ws-account-found-sw                pic x.
           88  ws-account-found               value 'Y'.
           88  ws-account-not-found           value 'N'.

       01  ws-balance-found-sw                pic x.
           88  ws-balance-found               value 'Y'.

       01  ws-activity-count                  pic 9(7).
       01  ws-activity-shown                  pic 99.
       01  ws-activity-limit                  pic 99 value 20.
       01  ws-last-post-date                  pic x(8).

      *> Section 5: the account notes.
       01  ws-note-count                      pic 9(7).
       01  ws-notes-shown                     pic 99.
       01  ws-latest-note-dt                  pic x(20).
       01  ws-latest-note-operator            pic x(30).
       01  ws-latest-note-text                pic x(60).

      *> Section 6: the latest journal entries for the customer,
      *> oldest of the kept ones first.
       01  ws-journal-count                   pic 9(5).
       01  ws-journal-kept                    pic 9 comp.
       01  ws-journal-limit                   pic 9 comp value 5.
       01  ws-journal-sub                     pic 9 comp.

       01  ws-journal-table.
           05  ws-journal-entry               pic x(338)
                                              occurs 5 times.

       01  ws-journal-view.
           05  ws-jv-sequence                 pic 9(7).
           05  filler                         pic x.
           05  ws-jv-date                     pic 9(8).
           05  filler                         pic x.
           05  ws-jv-time                     pic x(8).
           05  filler                         pic x.
           05  ws-jv-source                   pic x(10).
           05  filler                         pic x.
           05  ws-jv-code                     pic x.
           05  filler                         pic x.
           05  ws-jv-customer-id              pic 9(5).
           05  filler                         pic x.
           05  ws-jv-before-image             pic x(146).
           05  filler                         pic x.
           05  ws-jv-after-image              pic x(146).

      *> The before and after images decomposed under the master
      *> layout for the field-level compare.
       01  ws-before-view.
           05  ws-bv-customer-id              pic 9(5).
           05  ws-bv-last-name                pic x(50).
           05  ws-bv-first-name               pic x(50).
           05  ws-bv-contract-id              pic 9(5).
           05  ws-bv-state                    pic xx.
           05  ws-bv-zip                      pic x(5).
           05  ws-bv-comment                  pic x(25).
           05  ws-bv-region                   pic x(4).

       01  ws-after-view.
           05  ws-av-customer-id              pic 9(5).
           05  ws-av-last-name                pic x(50).
           05  ws-av-first-name               pic x(50).
           05  ws-av-contract-id              pic 9(5).
           05  ws-av-state                    pic xx.
           05  ws-av-zip                      pic x(5).
           05  ws-av-comment                  pic x(25).
           05  ws-av-region                   pic x(4).

       01  ws-field-label                     pic x(12).
       01  ws-before-text                     pic x(50).
       01  ws-after-text                      pic x(50).

       01  ws-amount-display                  pic z,zzz,zzz,zz9.99.
       01  ws-amount-display-2                pic z,zzz,zzz,zz9.99.
       01  ws-balance-display                 pic -(9)9.99.
       01  ws-balance-display-2               pic -(9)9.99.
       01  ws-rate-display                    pic zz9.9999.
       01  ws-pct-display                     pic z9.99.
       01  ws-count-display                   pic zzzz9.
       01  ws-age-display                     pic zzzz9.

      *> Start/end entry for the common operations log, written by
      *> the shared job-audit-log subprogram.
       01  ws-job-audit-request.
           05  ws-ja-program                pic x(30).
           05  ws-ja-phase                  pic x.
           05  ws-ja-read-count             pic 9(7).
           05  ws-ja-written-count          pic 9(7).
           05  ws-ja-rejected-count         pic 9(7).
           05  ws-ja-status                 pic x(10).

       01  ws-inquiry-count                   pic 9(5) value 0.
       01  ws-not-found-count                 pic 9(5) value 0.

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
           display "Customer 360 inquiry"
           display "--------------------"
           display space

      *> Authenticate against users.txt through the shared login
      *> before anything is shown.
           call "user-login" using ws-login-result
               on exception
                   display "Error: unable to call user-login -- "
                       "the inquiry cannot be opened."
                   end-display
                   move 8 to return-code
                   goback
           end-call

           if ws-login-failed
               display "Login failed -- too many attempts."
               move 8 to return-code
               goback
           end-if

           if not ws-login-role-inquiry
           and not ws-login-role-maint
           and not ws-login-role-admin
               display "Not authorized -- the customer inquiry needs "
                   "the inquiry, maint or admin role."
               end-display
               move 8 to return-code
               goback
           end-if

           accept ws-idle-timeout-env
               from environment "CUSTOMER_360_IDLE_TIMEOUT_SECS"
           end-accept

           if ws-idle-timeout-env not = spaces
           and function trim(ws-idle-timeout-env) is numeric
               move function numval(ws-idle-timeout-env)
                   to ws-idle-timeout-secs
           end-if

           perform log-job-start
           perform fetch-business-date

           open input fd-customer-master
           if ws-fs-status-master = "00"
               set ws-master-open to true
           end-if

           open input fd-customer-orders
           if ws-fs-status-orders = "00"
               set ws-orders-open to true
           end-if

           EXEC SQL
               CONNECT TO :ws-db-connection-string
           END-EXEC.
           perform check-sql-state

           EXEC SQL
               DECLARE ACTIVITY-360-CUR CURSOR FOR
               SELECT POST_DT, TRANS_TYPE, AMOUNT, REFERENCE,
                      TRANS_ID, COALESCE(REVERSAL_FLAG, ' ')
               FROM ACCOUNT_TRANSACTIONS
               WHERE ACCOUNT_ID = :WS-SQL-ACCOUNT-ID
               ORDER BY POST_DT DESC, TRANS_ID DESC;
           END-EXEC
           perform check-sql-state

           EXEC SQL
               DECLARE NOTES-360-CUR CURSOR FOR
               SELECT NOTE_DT, OPERATOR, NOTE_TEXT
               FROM ACCOUNT_NOTES
               WHERE ACCOUNT_ID = :WS-SQL-ACCOUNT-ID
               ORDER BY NOTE_DT DESC;
           END-EXEC
           perform check-sql-state

           set ws-session-active to true

           perform until ws-session-ended
               perform inquire-one-customer
           end-perform

           EXEC SQL
               CONNECT RESET
           END-EXEC

           if ws-master-open
               close fd-customer-master
           end-if

           if ws-orders-open
               close fd-customer-orders
           end-if

           perform log-job-end

           display "Disconnected."
           display space

           goback.


      *> Asks for a customer id -- blank, or no answer before the
      *> idle timeout, ends the session -- shows the summary, then
      *> expands sections until another customer is wanted.
       inquire-one-customer.

           display space
           move spaces to ws-id-input
           display "Customer id (blank to exit): " with no advancing
           accept ws-id-input
               with time-out ws-idle-timeout-secs
           end-accept

           if ws-id-input = spaces
               set ws-session-ended to true
               exit paragraph
           end-if

           if function trim(ws-id-input) is not numeric
               display "Customer id must be numeric."
               exit paragraph
           end-if

           move function numval(ws-id-input) to ws-customer-id
           add 1 to ws-inquiry-count

           perform check-master-lock
           perform load-customer

           if ws-customer-not-found
           and ws-account-not-found
               add 1 to ws-not-found-count
               display "Customer " ws-customer-id
                   " is not on the master and has no account."
               end-display
               exit paragraph
           end-if

           perform show-summary

           set ws-customer-active to true

           perform until ws-customer-done
               display space
               display "Section to expand (1-6), S summary, "
                   "blank for the next customer: "
                   with no advancing
               end-display
               move space to ws-section-choice
               accept ws-section-choice
                   with time-out ws-idle-timeout-secs
               end-accept
               move function upper-case(ws-section-choice)
                   to ws-section-choice

               evaluate ws-section-choice
                   when '1'
                       perform show-master-detail
                   when '2'
                       perform show-order-detail
                   when '3'
                       perform show-invoice-detail
                   when '4'
                       perform show-account-detail
                   when '5'
                       perform show-note-detail
                   when '6'
                       perform show-journal-detail
                   when 'S'
                       perform show-summary
                   when space
                       set ws-customer-done to true
                   when other
                       display "Please choose 1-6, S, or blank."
               end-evaluate
           end-perform

           exit paragraph.


      *> Gathers every section's summary figures for the customer.
       load-customer.

           set ws-scan-summary to true

           perform read-customer-record
           perform read-contract-record
           perform load-consents

           move 0 to ws-open-order-count
           move 0 to ws-open-order-total
           move 0 to ws-held-order-count
           move 0 to ws-held-order-total
           perform scan-customer-orders
           perform scan-held-orders

           move 0 to ws-open-invoice-count
           move 0 to ws-overdue-count
           move 0 to ws-oldest-age-days
           initialize ws-ar-buckets
           perform scan-open-items

           perform read-account-summary
           perform read-note-summary

           perform scan-journal

           exit paragraph.


      *> The indexed master by key; the flat extract when the indexed
      *> file would not open.
       read-customer-record.

           set ws-customer-not-found to true
           move spaces to ws-customer-view

           if ws-master-open
               move ws-customer-id to f-customer-id
               read fd-customer-master
                   invalid key
                       continue
                   not invalid key
                       set ws-customer-found to true
                       move f-customer-record-master
                           to ws-customer-view
               end-read
               exit paragraph
           end-if

           move 'N' to ws-inner-eof-sw

           open input fd-customer-flat

           if ws-fs-status-flat not = "00"
               exit paragraph
           end-if

           perform until ws-inner-eof or ws-customer-found
               read fd-customer-flat
                   at end
                       set ws-inner-eof to true
                   not at end
                       if f-flat-id = ws-customer-id
                           set ws-customer-found to true
                           move f-customer-record-flat
                               to ws-customer-view
                       end-if
               end-read
           end-perform

           close fd-customer-flat

           exit paragraph.


       read-contract-record.

           move 'N' to ws-contract-found-sw
           move spaces to ws-contract-view
           move spaces to ws-contract-status-text

           if ws-customer-not-found
           or ws-cv-contract-id = 0
               exit paragraph
           end-if

           move 'N' to ws-inner-eof-sw

           open input fd-contract-master

           if ws-fs-status-contract not = "00"
               move "contract file n/a" to ws-contract-status-text
               exit paragraph
           end-if

           perform until ws-inner-eof or ws-contract-found
               read fd-contract-master
                   at end
                       set ws-inner-eof to true
                   not at end
                       if f-contract-id = ws-cv-contract-id
                           set ws-contract-found to true
                           move f-contract-record to ws-contract-view
                       end-if
               end-read
           end-perform

           close fd-contract-master

      *> A contract past its effective-to date reads as expired
      *> whatever its status byte still says.
           evaluate true
               when not ws-contract-found
                   move "not on file" to ws-contract-status-text
               when ws-kv-status = 'I'
                   move "inactive" to ws-contract-status-text
               when ws-kv-eff-to not = 0
               and ws-kv-eff-to < ws-business-date
                   move "expired" to ws-contract-status-text
               when ws-kv-eff-from > ws-business-date
                   move "not yet in effect" to ws-contract-status-text
               when ws-kv-status = 'A'
                   move "active" to ws-contract-status-text
               when other
                   move ws-kv-status to ws-contract-status-text
           end-evaluate

           exit paragraph.


       load-consents.

           move 'M' to ws-cr-type
           perform ask-consent
           move ws-consent-text to ws-consent-mail-text

           move 'P' to ws-cr-type
           perform ask-consent
           move ws-consent-text to ws-consent-partner-text

           move 'E' to ws-cr-type
           perform ask-consent
           move ws-consent-text to ws-consent-electronic-text

           exit paragraph.


       ask-consent.

           move 'Q' to ws-cr-action
           move ws-customer-id to ws-cr-customer-id
           move 'U' to ws-cr-status

           call "customer-consent" using ws-consent-request
               on exception
                   move 'U' to ws-cr-status
           end-call

           move spaces to ws-consent-text
           evaluate ws-cr-status
               when 'Y'
                   string "given " ws-cr-date " "
                       function trim(ws-cr-source)
                       delimited by size
                       into ws-consent-text
                   end-string
               when 'N'
                   string "refused " ws-cr-date " "
                       function trim(ws-cr-source)
                       delimited by size
                       into ws-consent-text
                   end-string
               when other
                   move "not on file" to ws-consent-text
           end-evaluate

           exit paragraph.


      *> The customer's orders through the order file's customer id
      *> key, or a pass of the flat order file when the indexed one
      *> would not open.
       scan-customer-orders.

           move 0 to ws-order-line-count

           if ws-orders-open
               move ws-customer-id to f-order-customer-id
               start fd-customer-orders
                   key is equal to f-order-customer-id
                   invalid key
                       exit paragraph
               end-start

               move 'N' to ws-inner-eof-sw
               perform until ws-inner-eof
                   read fd-customer-orders next record
                       at end
                           set ws-inner-eof to true
                       not at end
                           if f-order-customer-id not = ws-customer-id
                               set ws-inner-eof to true
                           else
                               move f-order-record to ws-order-view
                               perform take-one-order
                           end-if
                   end-read
               end-perform
               exit paragraph
           end-if

           move 'N' to ws-inner-eof-sw

           open input fd-customer-orders-flat

           if ws-fs-status-orders-flat not = "00"
               exit paragraph
           end-if

           perform until ws-inner-eof
               read fd-customer-orders-flat
                   at end
                       set ws-inner-eof to true
                   not at end
                       if f-oflat-customer-id = ws-customer-id
                           move f-order-flat-record to ws-order-view
                           perform take-one-order
                       end-if
               end-read
           end-perform

           close fd-customer-orders-flat

           exit paragraph.


       take-one-order.

           if ws-scan-summary
               if ws-ov-not-invoiced
                   add 1 to ws-open-order-count
                   add ws-ov-amount to ws-open-order-total
               end-if
               exit paragraph
           end-if

           add 1 to ws-order-line-count

           evaluate true
               when ws-ov-picked
                   move "picked" to ws-order-status-text
               when ws-ov-shipped
                   move "shipped" to ws-order-status-text
               when ws-ov-invoiced
                   move "invoiced" to ws-order-status-text
               when ws-ov-canceled
                   move "canceled" to ws-order-status-text
               when other
                   move "open" to ws-order-status-text
           end-evaluate

           move ws-ov-amount to ws-amount-display

           display "  order " ws-ov-number "  " ws-ov-date "  "
               ws-order-status-text " " ws-amount-display "  "
               function trim(ws-ov-description)
           end-display

           exit paragraph.


      *> Orders order-intake diverted for credit or price review.
       scan-held-orders.

           move 'N' to ws-inner-eof-sw

           open input fd-hold-file

           if ws-fs-status-hold not = "00"
               exit paragraph
           end-if

           perform until ws-inner-eof
               read fd-hold-file
                   at end
                       set ws-inner-eof to true
                   not at end
                       if f-held-customer-id = ws-customer-id
                           perform take-one-held-order
                       end-if
               end-read
           end-perform

           close fd-hold-file

           exit paragraph.


       take-one-held-order.

           if ws-scan-summary
               add 1 to ws-held-order-count
               add f-held-amount to ws-held-order-total
               exit paragraph
           end-if

           add 1 to ws-order-line-count

           if f-held-for-price
               move "price review" to ws-hold-reason-text
           else
               move "credit" to ws-hold-reason-text
           end-if

           move f-held-amount to ws-amount-display

           display "  order " f-held-order-number "  " f-held-date
               "  HELD " ws-hold-reason-text " since " f-held-on-date
               " " ws-amount-display "  "
               function trim(f-held-description)
           end-display

           exit paragraph.


      *> Open invoices and unapplied cash off the open-item ledger,
      *> aged to the business date the way ar-aging-report ages
      *> them.
       scan-open-items.

           move 'N' to ws-inner-eof-sw

           open input fd-ar-file

           if ws-fs-status-ar not = "00"
               exit paragraph
           end-if

           perform until ws-inner-eof
               read fd-ar-file
                   at end
                       set ws-inner-eof to true
                   not at end
                       if f-ar-customer-id = ws-customer-id
                       and f-ar-open
                       and f-ar-balance > 0
                           perform take-one-open-item
                       end-if
               end-read
           end-perform

           close fd-ar-file

           exit paragraph.


       take-one-open-item.

           if f-ar-unapplied
               move "on account" to ws-bucket-name
               move 0 to ws-age-days
           else
               compute ws-age-days =
                   ws-business-date-int
                   - function integer-of-date(f-ar-invoice-date)
               end-compute

               if ws-age-days < 0
                   move 0 to ws-age-days
               end-if

               evaluate true
                   when ws-age-days <= 30
                       move "current" to ws-bucket-name
                   when ws-age-days <= 60
                       move "31-60" to ws-bucket-name
                   when ws-age-days <= 90
                       move "61-90" to ws-bucket-name
                   when other
                       move "over 90" to ws-bucket-name
               end-evaluate
           end-if

           if ws-scan-summary
               evaluate true
                   when f-ar-unapplied
                       add f-ar-balance to ws-ar-unapplied
                   when ws-age-days <= 30
                       add f-ar-balance to ws-ar-current
                   when ws-age-days <= 60
                       add f-ar-balance to ws-ar-31-60
                   when ws-age-days <= 90
                       add f-ar-balance to ws-ar-61-90
                   when other
                       add f-ar-balance to ws-ar-over-90
               end-evaluate

               if f-ar-invoice
                   add 1 to ws-open-invoice-count
                   add f-ar-balance to ws-ar-balance-total
                   if f-ar-due-date < ws-business-date
                       add 1 to ws-overdue-count
                   end-if
                   if ws-age-days > ws-oldest-age-days
                       move ws-age-days to ws-oldest-age-days
                   end-if
               end-if
               exit paragraph
           end-if

           move f-ar-balance to ws-amount-display
           move ws-age-days to ws-age-display

           if f-ar-unapplied
               display "  cash on account " f-ar-invoice-number
                   "  received " f-ar-invoice-date "  "
                   ws-amount-display
               end-display
           else
               display "  invoice " f-ar-invoice-number "  "
                   f-ar-invoice-date "  due " f-ar-due-date "  "
                   ws-amount-display "  " ws-age-display " days "
                   ws-bucket-name " dunning " f-ar-dunning-level
               end-display
           end-if

           exit paragraph.


      *> The account sharing the customer's id: its row, its
      *> running balance, and how much activity it has.
       read-account-summary.

           set ws-account-not-found to true
           move 'N' to ws-balance-found-sw
           move 0 to ws-activity-count
           move spaces to ws-last-post-date

           move ws-customer-id to ws-sql-account-id

           EXEC SQL
               SELECT FIRST_NAME, LAST_NAME, PHONE, ADDRESS,
                      IS_ENABLED, COALESCE(CLOSED_DT, ' ')
               INTO :ws-sql-first-name, :ws-sql-last-name,
                    :ws-sql-phone, :ws-sql-address,
                    :ws-sql-is-enabled, :ws-sql-closed-date
               FROM ACCOUNTS
               WHERE ID = :ws-sql-account-id
           END-EXEC
           perform check-sql-state

           if SQL-NODATA
               exit paragraph
           end-if

           set ws-account-found to true

           EXEC SQL
               SELECT BALANCE, COALESCE(AVAILABLE_BAL, BALANCE)
               INTO :ws-sql-balance, :ws-sql-available
               FROM ACCOUNT_BALANCES
               WHERE ACCOUNT_ID = :ws-sql-account-id
           END-EXEC
           perform check-sql-state

           if not SQL-NODATA
               set ws-balance-found to true
           end-if

           EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(POST_DT), ' ')
               INTO :ws-sql-row-count, :ws-sql-last-post-date
               FROM ACCOUNT_TRANSACTIONS
               WHERE ACCOUNT_ID = :ws-sql-account-id
           END-EXEC
           perform check-sql-state

           if not SQL-NODATA
               move ws-sql-row-count to ws-activity-count
               move ws-sql-last-post-date to ws-last-post-date
           end-if

           exit paragraph.


      *> The note count and the newest note, off the same cursor the
      *> notes section pages through.
       read-note-summary.

           move 0 to ws-note-count
           move spaces to ws-latest-note-dt
           move spaces to ws-latest-note-operator
           move spaces to ws-latest-note-text

           if ws-account-not-found
               exit paragraph
           end-if

           EXEC SQL
               SELECT COUNT(*)
               INTO :ws-sql-row-count
               FROM ACCOUNT_NOTES
               WHERE ACCOUNT_ID = :ws-sql-account-id
           END-EXEC
           perform check-sql-state

           if SQL-NODATA
               exit paragraph
           end-if

           move ws-sql-row-count to ws-note-count

           if ws-note-count = 0
               exit paragraph
           end-if

           EXEC SQL
               OPEN NOTES-360-CUR
           END-EXEC
           perform check-sql-state

           EXEC SQL
               FETCH NOTES-360-CUR
               INTO
                   :WS-SQL-NOTE-DT,
                   :WS-SQL-NOTE-OPERATOR,
                   :WS-SQL-NOTE-TEXT;
           END-EXEC
           perform check-sql-state

           if not SQL-NODATA
               move ws-sql-note-dt to ws-latest-note-dt
               move ws-sql-note-operator to ws-latest-note-operator
               move ws-sql-note-text to ws-latest-note-text
           end-if

           EXEC SQL
               CLOSE NOTES-360-CUR
           END-EXEC
           perform check-sql-state

           exit paragraph.


      *> Keeps the customer's last few journal entries, the oldest
      *> dropping off the front as newer ones are read.
       scan-journal.

           move 0 to ws-journal-count
           move 0 to ws-journal-kept
           move 'N' to ws-inner-eof-sw

           open input fd-journal-file

           if ws-fs-status-journal not = "00"
               exit paragraph
           end-if

           perform until ws-inner-eof
               read fd-journal-file
                   at end
                       set ws-inner-eof to true
                   not at end
                       if f-jr-customer-id = ws-customer-id
                           perform keep-journal-entry
                       end-if
               end-read
           end-perform

           close fd-journal-file

           exit paragraph.


       keep-journal-entry.

           add 1 to ws-journal-count

           if ws-journal-kept < ws-journal-limit
               add 1 to ws-journal-kept
           else
               perform varying ws-journal-sub from 1 by 1
               until ws-journal-sub >= ws-journal-limit
                   move ws-journal-entry(ws-journal-sub + 1)
                       to ws-journal-entry(ws-journal-sub)
               end-perform
           end-if

           move f-journal-record to ws-journal-entry(ws-journal-kept)

           exit paragraph.


       show-summary.

           display space
           display "=================================================="
               "=========================="
           end-display

      *> 1) master and contract
           if ws-customer-found
               display "1) Customer " ws-cv-customer-id "  "
                   function trim(ws-cv-last-name) ", "
                   function trim(ws-cv-first-name) "  "
                   ws-cv-state " " ws-cv-zip "  region " ws-cv-region
               end-display
               if ws-cv-contract-id = 0
                   display "   No contract."
               else
                   display "   Contract " ws-cv-contract-id "  "
                       function trim(ws-kv-description) "  "
                       function trim(ws-contract-status-text)
                   end-display
               end-if
           else
               display "1) Customer " ws-customer-id
                   "  (not on the customer master)"
               end-display
           end-if
           display "   Consent: mail "
               function trim(ws-consent-mail-text)
               "; partner " function trim(ws-consent-partner-text)
               "; electronic "
               function trim(ws-consent-electronic-text)
           end-display

      *> 2) orders
           move ws-open-order-total to ws-amount-display
           move ws-held-order-total to ws-amount-display-2
           display "2) Orders: " ws-open-order-count " open "
               ws-amount-display "   " ws-held-order-count " held "
               ws-amount-display-2
           end-display

      *> 3) invoices
           move ws-ar-balance-total to ws-amount-display
           move ws-oldest-age-days to ws-age-display
           display "3) Invoices: " ws-open-invoice-count " open "
               ws-amount-display "  " ws-overdue-count " overdue"
               "  oldest " ws-age-display " days"
           end-display
           move ws-ar-current to ws-amount-display
           move ws-ar-31-60 to ws-amount-display-2
           display "   current " ws-amount-display
               "  31-60 " ws-amount-display-2
           end-display
           move ws-ar-61-90 to ws-amount-display
           move ws-ar-over-90 to ws-amount-display-2
           display "   61-90   " ws-amount-display
               "  over 90 " ws-amount-display-2
           end-display
           if ws-ar-unapplied > 0
               move ws-ar-unapplied to ws-amount-display
               display "   cash on account " ws-amount-display
           end-if

      *> 4) account
           if ws-account-found
               perform show-account-line
           else
               display "4) Account: none linked to this customer."
           end-if

      *> 5) notes
           if ws-note-count = 0
               display "5) Notes: none."
           else
               move ws-note-count to ws-count-display
               display "5) Notes: " ws-count-display "  latest "
                   ws-latest-note-dt " "
                   function trim(ws-latest-note-operator)
               end-display
               display "   " ws-latest-note-text
           end-if

      *> 6) journal
           if ws-journal-kept = 0
               display "6) Journal: no changes on file."
           else
               move ws-journal-entry(ws-journal-kept)
                   to ws-journal-view
               display "6) Journal: " ws-journal-count
                   " change(s), latest " ws-jv-date " "
                   ws-jv-time "  " function trim(ws-jv-source)
                   "  code " ws-jv-code
               end-display
           end-if

           if ws-customer-not-found
           and ws-account-found
               display space
               display "Note: the account exists but the customer "
                   "master has no record for this id."
               end-display
           end-if

           exit paragraph.


       show-account-line.

           if ws-sql-is-enabled = 'C'
               display "4) Account " ws-sql-account-id "  "
                   function trim(ws-sql-last-name) ", "
                   function trim(ws-sql-first-name)
                   "  closed " ws-sql-closed-date
               end-display
           else
               display "4) Account " ws-sql-account-id "  "
                   function trim(ws-sql-last-name) ", "
                   function trim(ws-sql-first-name)
                   "  enabled " ws-sql-is-enabled
               end-display
           end-if

           if ws-balance-found
               move ws-sql-balance to ws-balance-display
               move ws-sql-available to ws-balance-display-2
               display "   Balance " ws-balance-display
                   "  available " ws-balance-display-2
               end-display
           else
               display "   No posted balance."
           end-if

           move ws-activity-count to ws-count-display
           display "   Transactions " ws-count-display
               "  last posted " ws-last-post-date
           end-display

           exit paragraph.


      *> Section 1 expanded: every master field, the contract's terms
      *> and the consents with their dates and sources.
       show-master-detail.

           display space
           display "Customer master and contract"
           display "----------------------------"

           if ws-customer-not-found
               display "Not on the customer master."
           else
               display "Customer id: " ws-cv-customer-id
               display "Last name:   " function trim(ws-cv-last-name)
               display "First name:  " function trim(ws-cv-first-name)
               display "State/zip:   " ws-cv-state " " ws-cv-zip
               display "Region:      " ws-cv-region
               display "Comment:     " function trim(ws-cv-comment)
               display "Contract id: " ws-cv-contract-id
           end-if

           if ws-contract-found
               move ws-kv-rate to ws-rate-display
               move ws-kv-minimum to ws-amount-display
               display "  " function trim(ws-kv-description)
                   "  status " ws-kv-status " ("
                   function trim(ws-contract-status-text) ")"
               end-display
               display "  effective " ws-kv-eff-from " to "
                   ws-kv-eff-to
               end-display
               display "  rate " ws-rate-display "  billed "
                   ws-kv-bill-freq "  minimum " ws-amount-display
               end-display
               move ws-kv-escalation-pct to ws-pct-display
               display "  auto-renew " ws-kv-auto-renew "  term "
                   ws-kv-renew-months " months  escalation "
                   ws-pct-display "%"
               end-display
           else
               if ws-customer-found
               and ws-cv-contract-id not = 0
                   display "  Contract " ws-cv-contract-id " "
                       function trim(ws-contract-status-text)
                   end-display
               end-if
           end-if

           display "Marketing mail:     "
               function trim(ws-consent-mail-text)
           end-display
           display "Partner sharing:    "
               function trim(ws-consent-partner-text)
           end-display
           display "Electronic contact: "
               function trim(ws-consent-electronic-text)
           end-display

           if ws-account-found
               display "Account phone:      " ws-sql-phone
               display "Account address:    " ws-sql-address
           end-if

           exit paragraph.


       show-order-detail.

           display space
           display "Orders, then orders on hold"
           display "---------------------------"

           set ws-scan-detail to true
           perform scan-customer-orders
           perform scan-held-orders
           set ws-scan-summary to true

           if ws-order-line-count = 0
               display "(no orders on file)"
           end-if

           exit paragraph.


       show-invoice-detail.

           display space
           display "Open invoices and cash on account (business date "
               ws-business-date ")"
           end-display
           display "--------------------------------------------------"

           set ws-scan-detail to true
           perform scan-open-items
           set ws-scan-summary to true

           if ws-open-invoice-count = 0
           and ws-ar-unapplied = 0
               display "(nothing open on the ledger)"
           end-if

           exit paragraph.


      *> The account's most recent postings, newest first, the same
      *> rows sql-example's balance option lists.
       show-account-detail.

           display space
           display "Account balance and recent activity"
           display "-----------------------------------"

           if ws-account-not-found
               display "No account linked to this customer."
               exit paragraph
           end-if

           perform show-account-line

           EXEC SQL
               OPEN ACTIVITY-360-CUR
           END-EXEC
           perform check-sql-state

           display space
           display "Recent activity (newest first):"

           move 0 to ws-activity-shown

           perform with test after
               until SQLCODE = 100
               or ws-activity-shown >= ws-activity-limit

               EXEC SQL
                   FETCH ACTIVITY-360-CUR
                   INTO
                       :WS-SQL-POST-DATE,
                       :WS-SQL-TRANS-TYPE,
                       :WS-SQL-AMOUNT,
                       :WS-SQL-REFERENCE,
                       :WS-SQL-TRANS-ID,
                       :WS-SQL-REVERSAL-FLAG;
               END-EXEC
               perform check-sql-state

               if not SQL-NODATA
                   add 1 to ws-activity-shown
                   move ws-sql-amount to ws-balance-display
                   evaluate ws-sql-reversal-flag
                       when 'R'
                           display "  " ws-sql-trans-id
                               "  " ws-sql-post-date
                               "  " ws-sql-trans-type
                               "  " ws-balance-display
                               "  " ws-sql-reference
                               "  REVERSED"
                           end-display
                       when 'V'
                           display "  " ws-sql-trans-id
                               "  " ws-sql-post-date
                               "  " ws-sql-trans-type
                               "  " ws-balance-display
                               "  " ws-sql-reference
                               "  REVERSAL"
                           end-display
                       when other
                           display "  " ws-sql-trans-id
                               "  " ws-sql-post-date
                               "  " ws-sql-trans-type
                               "  " ws-balance-display
                               "  " ws-sql-reference
                           end-display
                   end-evaluate
               end-if
           end-perform

           EXEC SQL
               CLOSE ACTIVITY-360-CUR
           END-EXEC
           perform check-sql-state

           if ws-activity-shown = 0
               display "(no posted activity)"
           end-if

           exit paragraph.


       show-note-detail.

           display space
           display "Account notes (newest first)"
           display "----------------------------"

           if ws-account-not-found
               display "No account linked to this customer."
               exit paragraph
           end-if

           EXEC SQL
               OPEN NOTES-360-CUR
           END-EXEC
           perform check-sql-state

           move 0 to ws-notes-shown

           perform with test after
               until SQLCODE = 100
               or ws-notes-shown >= ws-activity-limit

               EXEC SQL
                   FETCH NOTES-360-CUR
                   INTO
                       :WS-SQL-NOTE-DT,
                       :WS-SQL-NOTE-OPERATOR,
                       :WS-SQL-NOTE-TEXT;
               END-EXEC
               perform check-sql-state

               if not SQL-NODATA
                   add 1 to ws-notes-shown
                   display ws-sql-note-dt " " ws-sql-note-operator
                   display "    " ws-sql-note-text
               end-if
           end-perform

           EXEC SQL
               CLOSE NOTES-360-CUR
           END-EXEC
           perform check-sql-state

           if ws-notes-shown = 0
               display "(no notes on file)"
           end-if

           exit paragraph.


      *> The kept journal entries, oldest first. The field values
      *> before and after are for MAINT and ADMIN only.
       show-journal-detail.

           display space
           display "Latest customer master changes"
           display "------------------------------"

           if ws-journal-kept = 0
               display "(no journaled changes)"
               exit paragraph
           end-if

           if ws-journal-count > ws-journal-kept
               display "Last " ws-journal-kept " of "
                   ws-journal-count " change(s); journal-inquiry "
                   "lists them all."
               end-display
           end-if

           if ws-login-role-inquiry
               display "Field values are shown to the maint and "
                   "admin roles only."
               end-display
           end-if

           perform varying ws-journal-sub from 1 by 1
           until ws-journal-sub > ws-journal-kept
               move ws-journal-entry(ws-journal-sub)
                   to ws-journal-view
               perform show-one-journal-entry
           end-perform

           exit paragraph.


       show-one-journal-entry.

           display space
           display "#" ws-jv-sequence " " ws-jv-date " " ws-jv-time
               "  source " function trim(ws-jv-source)
               "  code " ws-jv-code
           end-display

           if ws-login-role-inquiry
               exit paragraph
           end-if

           move ws-jv-before-image to ws-before-view
           move ws-jv-after-image to ws-after-view

           evaluate ws-jv-code
               when 'A'
                   display "  added as:"
                   perform show-after-fields

               when 'D'
                   display "  deleted; record was:"
                   perform show-before-fields

               when other
                   perform show-changed-fields
           end-evaluate

           exit paragraph.


       show-after-fields.

           display "    last name:   "
               function trim(ws-av-last-name)
           display "    first name:  "
               function trim(ws-av-first-name)
           display "    contract id: " ws-av-contract-id
           display "    state/zip:   " ws-av-state " " ws-av-zip
           display "    comment:     " function trim(ws-av-comment)
           display "    region:      " ws-av-region

           exit paragraph.


       show-before-fields.

           display "    last name:   "
               function trim(ws-bv-last-name)
           display "    first name:  "
               function trim(ws-bv-first-name)
           display "    contract id: " ws-bv-contract-id
           display "    state/zip:   " ws-bv-state " " ws-bv-zip
           display "    comment:     " function trim(ws-bv-comment)
           display "    region:      " ws-bv-region

           exit paragraph.


      *> Field-by-field compare of the two images -- only the fields
      *> that actually moved print.
       show-changed-fields.

           if ws-bv-last-name not = ws-av-last-name
               move "last name" to ws-field-label
               move ws-bv-last-name to ws-before-text
               move ws-av-last-name to ws-after-text
               perform show-field-change
           end-if

           if ws-bv-first-name not = ws-av-first-name
               move "first name" to ws-field-label
               move ws-bv-first-name to ws-before-text
               move ws-av-first-name to ws-after-text
               perform show-field-change
           end-if

           if ws-bv-contract-id not = ws-av-contract-id
               move "contract id" to ws-field-label
               move ws-bv-contract-id to ws-before-text
               move ws-av-contract-id to ws-after-text
               perform show-field-change
           end-if

           if ws-bv-state not = ws-av-state
               move "state" to ws-field-label
               move ws-bv-state to ws-before-text
               move ws-av-state to ws-after-text
               perform show-field-change
           end-if

           if ws-bv-zip not = ws-av-zip
               move "zip" to ws-field-label
               move ws-bv-zip to ws-before-text
               move ws-av-zip to ws-after-text
               perform show-field-change
           end-if

           if ws-bv-comment not = ws-av-comment
               move "comment" to ws-field-label
               move ws-bv-comment to ws-before-text
               move ws-av-comment to ws-after-text
               perform show-field-change
           end-if

           if ws-bv-region not = ws-av-region
               move "region" to ws-field-label
               move ws-bv-region to ws-before-text
               move ws-av-region to ws-after-text
               perform show-field-change
           end-if

           exit paragraph.


       show-field-change.

           display "    " ws-field-label ": '"
               function trim(ws-before-text) "' -> '"
               function trim(ws-after-text) "'"
           end-display

           exit paragraph.


      *> The inquiry never writes, so a held lock is a note on the
      *> screen, not a refusal -- and it never takes the claim.
       check-master-lock.

           move spaces to ws-lock-request
           move 'C' to ws-lock-action

           call "master-lock" using ws-lock-request
               on exception
                   exit paragraph
           end-call

           if ws-lock-blocked
               display "NOTE: the customer master is locked by "
                   function trim(ws-lock-holder) " since "
                   ws-lock-held-date " " ws-lock-held-time " -- "
                   "figures shown may be mid-update."
               end-display
           end-if

           exit paragraph.


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

           compute ws-business-date-int =
               function integer-of-date(ws-business-date)
           end-compute

           exit paragraph.


       log-job-start.

           move spaces to ws-job-audit-request
           move "customer-360-inquiry" to ws-ja-program
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
           move ws-inquiry-count to ws-ja-read-count
           compute ws-ja-written-count =
               ws-inquiry-count - ws-not-found-count
           end-compute
           move ws-not-found-count to ws-ja-rejected-count
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
           move "customer-360-inquiry" to ws-err-program
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

       end program customer-360-inquiry.

      *>****************************************************************
      *> Author: Erik Eriksen
      *> Date: 2026-10-15
      *> Updated: 2026-10-15 EE: journal record widened for the chain
      *>          value now carried after the after image.
      *> Purpose: Daily change-of-address confirmation notices. Every
      *>          address change applied since the last run -- a
      *>          state/zip change on a customer master 'C' record in
      *>          customer-master-journal.txt, or an ADDRESS row in
      *>          ACCOUNT_AUDIT (sql_example's update and merge) with
      *>          an old value to change from -- gets two
      *>          confirmation notices in the mailing label format,
      *>          one to the old address and one to the new, in
      *>          address-change-notices.txt. The day's changes are
      *>          listed for the fraud team in
      *>          address-notice-register.txt, registered in the
      *>          report catalog.
      *>
      *>          Each change is then watched for
      *>          ADDR_NOTICE_WINDOW_DAYS days (default 3) either
      *>          side of it: a withdrawal of ADDR_NOTICE_WD_LIMIT
      *>          whole dollars or more (default 1000) on the account
      *>          in that window -- customer master changes watch the
      *>          account of the same id -- flags the change in the
      *>          register, raises an operator alert, and finishes
      *>          with return code 4. The watch list carries across
      *>          runs in address-change-watch.txt, so a withdrawal a
      *>          day or two after the change is still caught.
      *>          address-notice-control.txt keeps the last journal
      *>          sequence and ACCOUNT_AUDIT time already noticed; the
      *>          first run starts from the business date.
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
      *> Precomiler: esqlOC -static -o generated_addr_notices.cbl
      *>             address_change_notices.cbl
      *> Tectonics: cobc -x -static -locsql generated_addr_notices.cbl
      *>
      *>****************************************************************
       identification division.
       program-id. address-change-notices.

       environment division.
       input-output section.
       file-control.

           select fd-journal-file
           assign to "customer-master-journal.txt"
           organization is line sequential
           file status is ws-fs-status-journal.

           select fd-control-file
           assign to "address-notice-control.txt"
           organization is line sequential
           file status is ws-fs-status-control.

           select fd-notice-file
           assign to "address-change-notices.txt"
           organization is line sequential
           file status is ws-fs-status-notice.

           select fd-register-file
           assign to "address-notice-register.txt"
           organization is line sequential
           file status is ws-fs-status-register.

      *> The watch list carries across runs; each run rewrites it
      *> through the -new file with the expired entries dropped.
           select fd-watch-file
           assign to "address-change-watch.txt"
           organization is line sequential
           file status is ws-fs-status-watch.

           select fd-watch-new
           assign to "address-change-watch-new.txt"
           organization is line sequential
           file status is ws-fs-status-watch-new.

       data division.
       file section.

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
               05  f-jr-before-image.
                   10  f-jr-before-id          pic 9(5).
                   10  f-jr-before-last-name   pic x(50).
                   10  f-jr-before-first-name  pic x(50).
                   10  f-jr-before-contract-id pic 9(5).
                   10  f-jr-before-state       pic xx.
                   10  f-jr-before-zip         pic x(5).
                   10  f-jr-before-comment     pic x(25).
                   10  f-jr-before-region      pic x(4).
               05  filler                      pic x.
               05  f-jr-after-image.
                   10  f-jr-after-id           pic 9(5).
                   10  f-jr-after-last-name    pic x(50).
                   10  f-jr-after-first-name   pic x(50).
                   10  f-jr-after-contract-id  pic 9(5).
                   10  f-jr-after-state        pic xx.
                   10  f-jr-after-zip          pic x(5).
                   10  f-jr-after-comment      pic x(25).
                   10  f-jr-after-region       pic x(4).
               05  filler                      pic x.
               05  f-jr-chain                  pic x(16).

      *> Where the last run got to on each source.
           fd  fd-control-file.
           01  f-control-record.
               05  f-ctl-journal-sequence      pic 9(7).
               05  filler                      pic x.
               05  f-ctl-audit-timestamp       pic x(26).

           fd  fd-notice-file.
           01  f-notice-record                 pic x(40).

           fd  fd-register-file.
           01  f-register-record               pic x(132).

      *> One change under watch: where it came from, the account,
      *> the date it was applied, whether a large withdrawal has
      *> flagged it already, and the old and new address.
           fd  fd-watch-file.
           01  f-watch-record.
               05  f-watch-source              pic x(8).
               05  filler                      pic x.
               05  f-watch-account-id          pic 9(5).
               05  filler                      pic x.
               05  f-watch-change-date         pic 9(8).
               05  filler                      pic x.
               05  f-watch-flagged             pic x.
               05  filler                      pic x.
               05  f-watch-old-address         pic x(30).
               05  filler                      pic x.
               05  f-watch-new-address         pic x(30).

           fd  fd-watch-new.
           01  f-watch-new-record              pic x(87).

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

       01  ws-sql-audit-from-ts               pic x(26).
       01  ws-sql-account-id                  pic 9(5).
       01  ws-sql-old-value                   pic x(30).
       01  ws-sql-new-value                   pic x(30).
       01  ws-sql-changed-by                  pic x(30).
       01  ws-sql-changed-date                pic x(8).
       01  ws-sql-changed-ts                  pic x(26).
       01  ws-sql-first-name                  pic x(8).
       01  ws-sql-last-name                   pic x(8).
       01  ws-sql-window-from                 pic x(8).
       01  ws-sql-window-to                   pic x(8).
       01  ws-sql-wd-limit                    pic 9(9)v99.
       01  ws-sql-wd-count                    pic 9(5).
       01  ws-sql-wd-total                    pic 9(9)v99.
       01  ws-sql-wd-first-date               pic x(8).

       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

      *> Local variables to the program only. These are not seen by
      *> the precompiler operation.
       01  ws-fs-status-journal               pic xx.
       01  ws-fs-status-control               pic xx.
       01  ws-fs-status-notice                pic xx.
       01  ws-fs-status-register              pic xx.
       01  ws-fs-status-watch                 pic xx.
       01  ws-fs-status-watch-new             pic xx.

       01  ws-eof-sw                          pic x value 'N'.
           88  ws-eof                         value 'Y'.
           88  ws-not-eof                     value 'N'.

       01  ws-first-run-sw                    pic x value 'N'.
           88  ws-first-run                   value 'Y'.

       01  ws-business-date-request.
           05  ws-bd-action                 pic x.
           05  ws-bd-date                   pic 9(8).

       01  ws-business-date                   pic 9(8).
       01  ws-business-date-x redefines ws-business-date
                                              pic x(8).

      *> Watermarks read at start and advanced as changes are taken.
       01  ws-last-journal-sequence           pic 9(7) value 0.
       01  ws-last-audit-timestamp            pic x(26).

      *> Withdrawal limit and watch window, overridable from the
      *> environment.
       01  ws-wd-limit                        pic 9(7) value 1000.
       01  ws-window-days                     pic 99 value 3.
       01  ws-setting-env                     pic x(9).

      *> The change being noticed, whichever source it came from.
       01  ws-change.
           05  ws-chg-source                  pic x(8).
           05  ws-chg-account-id              pic 9(5).
           05  ws-chg-date                    pic 9(8).
           05  ws-chg-by                      pic x(30).
           05  ws-chg-name                    pic x(40).
           05  ws-chg-old-street              pic x(30).
           05  ws-chg-old-city-line           pic x(30).
           05  ws-chg-new-street              pic x(30).
           05  ws-chg-new-city-line           pic x(30).
           05  ws-chg-old-address             pic x(30).
           05  ws-chg-new-address             pic x(30).

      *> Changes under watch for a large withdrawal: carried from
      *> earlier runs and added by this one.
       01  ws-num-watch                       pic 9(4) comp value 0.

       01  ws-watch-table                     occurs 0 to 2000 times
                                              depending on ws-num-watch
                                              indexed by ws-watch-idx.
           05  ws-wt-source                   pic x(8).
           05  ws-wt-account-id               pic 9(5).
           05  ws-wt-change-date              pic 9(8).
           05  ws-wt-flagged-sw               pic x.
               88  ws-wt-flagged              value 'Y'.
           05  ws-wt-old-address              pic x(30).
           05  ws-wt-new-address              pic x(30).

      *> Window date arithmetic work fields.
       01  ws-date-int                        pic 9(8) comp.
       01  ws-business-date-int               pic 9(8) comp.
       01  ws-date-work                       pic 9(8).

       01  ws-watch-name                      pic x(40)
                                 value "address-change-watch.txt".
       01  ws-watch-new-name                  pic x(40)
                                 value "address-change-watch-new.txt".
       01  ws-delete-status                   pic s9(9) comp-5.
       01  ws-rename-status                   pic s9(9) comp-5.

       01  ws-journal-read-count              pic 9(7) value 0.
       01  ws-customer-change-count           pic 9(5) value 0.
       01  ws-account-change-count            pic 9(5) value 0.
       01  ws-change-count                    pic 9(5) value 0.
       01  ws-notice-count                    pic 9(5) value 0.
       01  ws-carried-watch-count             pic 9(5) value 0.
       01  ws-flagged-count                   pic 9(5) value 0.
       01  ws-watch-count                     pic 9(5) value 0.

       01  ws-report-line                     pic x(132).
       01  ws-label-line                      pic x(40).
       01  ws-label-street                    pic x(40).
       01  ws-notice-to                       pic x(20).
       01  ws-amount-display                  pic z(8)9.99.
       01  ws-limit-display                   pic z(6)9.

      *> Operator-alert interface: a flagged change goes on the
      *> morning report.
       01  ws-alert-request.
           05  ws-alert-job                 pic x(20).
           05  ws-alert-metric              pic x(20).
           05  ws-alert-count               pic 9(7).
           05  ws-alert-threshold           pic 9(7).

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
           display "Change-of-address notices"
           display "-------------------------"
           display space

           perform log-job-start
           perform fetch-business-date
           perform load-settings
           perform read-control-file
           perform open-output-files
           perform load-watch-list

           move ws-wd-limit to ws-limit-display

           move spaces to ws-report-line
           string "Address change register for " ws-business-date
               "  large withdrawal " ws-limit-display
               " or more within " ws-window-days
               " days of the change"
               delimited by size
               into ws-report-line
           end-string
           perform write-register-line

           move spaces to ws-report-line
           perform write-register-line
           move "Address changes applied since the last run"
               to ws-report-line
           perform write-register-line
           move spaces to ws-report-line
           move "source" to ws-report-line(3:6)
           move "id" to ws-report-line(12:2)
           move "changed" to ws-report-line(18:7)
           move "by" to ws-report-line(28:2)
           move "name" to ws-report-line(40:4)
           move "old address -> new address" to ws-report-line(58:26)
           perform write-register-line

           perform take-customer-journal-changes

           EXEC SQL
               CONNECT TO :ws-db-connection-string
           END-EXEC.
           perform check-sql-state

           perform take-account-audit-changes

           compute ws-change-count =
               ws-customer-change-count + ws-account-change-count
           end-compute

           if ws-change-count = 0
               move "  (none)" to ws-report-line
               perform write-register-line
           end-if

           perform check-watched-withdrawals

           EXEC SQL
               CONNECT RESET
           END-EXEC

           move ws-num-watch to ws-watch-count
           perform write-watch-list
           perform swap-watch-file
           perform write-control-file

           move spaces to ws-report-line
           perform write-register-line
           move spaces to ws-report-line
           string "Changes: " ws-change-count
               "  (customer master " ws-customer-change-count
               ", accounts " ws-account-change-count ")"
               "  notices: " ws-notice-count
               "  watched: " ws-watch-count
               "  flagged: " ws-flagged-count
               delimited by size
               into ws-report-line
           end-string
           perform write-register-line

           close fd-notice-file
           close fd-register-file

           move spaces to ws-catalog-request
           move "ADDR-NOTICE-REGISTER" to ws-rc-name
           move "address-notice-register.txt" to ws-rc-file
           move 0 to ws-rc-pages
           call "report-catalog" using ws-catalog-request
               on exception
                   display "Warning: unable to call "
                       "report-catalog."
           end-call

           if ws-flagged-count > 0
               perform raise-flagged-alert
               move 4 to return-code
           end-if

           perform log-job-end

           display "Address changes:  " ws-change-count
           display "Notices written:  " ws-notice-count
           display "Changes watched:  " ws-watch-count
           display "Flagged:          " ws-flagged-count
           display "See address-change-notices.txt and "
               "address-notice-register.txt"
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

           compute ws-business-date-int =
               function integer-of-date(ws-business-date)
           end-compute

           exit paragraph.


      *> ADDR_NOTICE_WD_LIMIT and ADDR_NOTICE_WINDOW_DAYS override
      *> the defaults.
       load-settings.

           accept ws-setting-env from environment "ADDR_NOTICE_WD_LIMIT"

           if ws-setting-env not = spaces
           and function trim(ws-setting-env) is numeric
               move function numval(ws-setting-env) to ws-wd-limit
           end-if

           accept ws-setting-env
               from environment "ADDR_NOTICE_WINDOW_DAYS"
           end-accept

           if ws-setting-env not = spaces
           and function trim(ws-setting-env) is numeric
               move function numval(ws-setting-env) to ws-window-days
           end-if

           if ws-wd-limit = 0
           or ws-window-days = 0
               display "ADDR_NOTICE_WD_LIMIT and "
                   "ADDR_NOTICE_WINDOW_DAYS must both be above zero."
               end-display
               move "load-settings" to ws-err-paragraph
               move spaces to ws-err-file-status
               move "bad withdrawal limit or window" to ws-err-message
               perform fail-run
           end-if

           move ws-wd-limit to ws-sql-wd-limit

           exit paragraph.


      *> No control file yet is the first run: notice what was
      *> applied from the business date on, not the whole history.
       read-control-file.

           open input fd-control-file

           if ws-fs-status-control = "35"
               set ws-first-run to true
               move 0 to ws-last-journal-sequence
               move spaces to ws-last-audit-timestamp
               string ws-business-date-x(1:4) "-"
                   ws-business-date-x(5:2) "-"
                   ws-business-date-x(7:2) " 00:00:00.000000"
                   delimited by size
                   into ws-last-audit-timestamp
               end-string
               display "First run -- noticing changes from "
                   ws-business-date " on."
               end-display
               exit paragraph
           end-if

           if ws-fs-status-control not = "00"
               display "Error opening address-notice-control.txt: "
                   ws-fs-status-control
               end-display
               move "read-control-file" to ws-err-paragraph
               move ws-fs-status-control to ws-err-file-status
               move "open fd-control-file" to ws-err-message
               perform fail-run
           end-if

           read fd-control-file
               at end
                   move "10" to ws-fs-status-control
           end-read

           if ws-fs-status-control = "00"
           and f-ctl-journal-sequence is numeric
               move f-ctl-journal-sequence to ws-last-journal-sequence
               move f-ctl-audit-timestamp to ws-last-audit-timestamp
           else
               display "address-notice-control.txt is empty or "
                   "damaged -- fix or remove it."
               end-display
               close fd-control-file
               move "read-control-file" to ws-err-paragraph
               move ws-fs-status-control to ws-err-file-status
               move "bad control record" to ws-err-message
               perform fail-run
           end-if

           close fd-control-file

           exit paragraph.


       open-output-files.

           open output fd-notice-file

           if ws-fs-status-notice not = "00"
               display "Error opening address-change-notices.txt: "
                   ws-fs-status-notice
               end-display
               move "open-output-files" to ws-err-paragraph
               move ws-fs-status-notice to ws-err-file-status
               move "open fd-notice-file" to ws-err-message
               perform fail-run
           end-if

           open output fd-register-file

           if ws-fs-status-register not = "00"
               display "Error opening address-notice-register.txt: "
                   ws-fs-status-register
               end-display
               move "open-output-files" to ws-err-paragraph
               move ws-fs-status-register to ws-err-file-status
               move "open fd-register-file" to ws-err-message
               perform fail-run
           end-if

           exit paragraph.


      *> Loads the changes still inside their watch window. A
      *> change is watched through the window's last day after it.
       load-watch-list.

           set ws-not-eof to true

           open input fd-watch-file

           if ws-fs-status-watch not = "00"
               exit paragraph
           end-if

           perform until ws-eof
               read fd-watch-file
                   at end
                       set ws-eof to true
                   not at end
                       if f-watch-change-date is numeric
                           compute ws-date-int =
                               function integer-of-date
                                   (f-watch-change-date)
                               + ws-window-days
                           end-compute
                           if ws-date-int >= ws-business-date-int
                           and ws-num-watch < 2000
                               add 1 to ws-num-watch
                               add 1 to ws-carried-watch-count
                               move f-watch-source
                                   to ws-wt-source(ws-num-watch)
                               move f-watch-account-id
                                   to ws-wt-account-id(ws-num-watch)
                               move f-watch-change-date
                                   to ws-wt-change-date(ws-num-watch)
                               move f-watch-flagged
                                   to ws-wt-flagged-sw(ws-num-watch)
                               move f-watch-old-address
                                   to ws-wt-old-address(ws-num-watch)
                               move f-watch-new-address
                                   to ws-wt-new-address(ws-num-watch)
                           end-if
                       end-if
               end-read
           end-perform

           close fd-watch-file

           exit paragraph.


      *> Customer master changes: a 'C' journal record past the
      *> last sequence noticed whose state or zip moved.
       take-customer-journal-changes.

           set ws-not-eof to true

           open input fd-journal-file

           if ws-fs-status-journal = "35"
               exit paragraph
           end-if

           if ws-fs-status-journal not = "00"
               display "Error opening customer-master-journal.txt: "
                   ws-fs-status-journal
               end-display
               move "take-customer-journal-changes" to ws-err-paragraph
               move ws-fs-status-journal to ws-err-file-status
               move "open fd-journal-file" to ws-err-message
               perform fail-run
           end-if

           perform until ws-eof
               read fd-journal-file
                   at end
                       set ws-eof to true
                   not at end
                       add 1 to ws-journal-read-count
                       if f-jr-sequence > ws-last-journal-sequence
                           perform take-one-journal-record
                       end-if
               end-read
           end-perform

           close fd-journal-file

           exit paragraph.


       take-one-journal-record.

           move f-jr-sequence to ws-last-journal-sequence

           if ws-first-run
           and f-jr-date < ws-business-date
               exit paragraph
           end-if

           if f-jr-code not = 'C'
               exit paragraph
           end-if

           if f-jr-before-state = f-jr-after-state
           and f-jr-before-zip = f-jr-after-zip
               exit paragraph
           end-if

           add 1 to ws-customer-change-count

           move spaces to ws-change
           move "CUSTOMER" to ws-chg-source
           move f-jr-customer-id to ws-chg-account-id
           move f-jr-date to ws-chg-date
           move f-jr-source to ws-chg-by

           string function trim(f-jr-after-first-name) " "
               function trim(f-jr-after-last-name)
               delimited by size
               into ws-chg-name
           end-string

      *> The customer master carries no street line -- state and
      *> zip are the whole address.
           string f-jr-before-state " " f-jr-before-zip
               delimited by size
               into ws-chg-old-city-line
           end-string
           string f-jr-after-state " " f-jr-after-zip
               delimited by size
               into ws-chg-new-city-line
           end-string
           move ws-chg-old-city-line to ws-chg-old-address
           move ws-chg-new-city-line to ws-chg-new-address

           perform notice-one-change

           exit paragraph.


      *> Account changes: ADDRESS rows in ACCOUNT_AUDIT after the
      *> last one noticed. A row with no old value is the address
      *> being filled in for the first time (a new account, or a
      *> merge filling a gap) -- there is no old address to warn.
       take-account-audit-changes.

           move ws-last-audit-timestamp to ws-sql-audit-from-ts

           EXEC SQL
               DECLARE ADDRESS-AUDIT-CUR CURSOR FOR
               SELECT AA.ACCOUNT_ID, AA.OLD_VALUE, AA.NEW_VALUE,
                      AA.CHANGED_BY,
                      TO_CHAR(AA.CHANGED_DT, 'YYYYMMDD'),
                      TO_CHAR(AA.CHANGED_DT,
                          'YYYY-MM-DD HH24:MI:SS.US'),
                      COALESCE(A.FIRST_NAME, ' '),
                      COALESCE(A.LAST_NAME, ' ')
               FROM ACCOUNT_AUDIT AA
               LEFT JOIN ACCOUNTS A
                   ON A.ID = AA.ACCOUNT_ID
               WHERE AA.FIELD_NAME = 'ADDRESS'
                   AND AA.CHANGED_DT > TO_TIMESTAMP(
                       :ws-sql-audit-from-ts,
                       'YYYY-MM-DD HH24:MI:SS.US')
               ORDER BY AA.CHANGED_DT, AA.ACCOUNT_ID;
           END-EXEC
           perform check-sql-state

           EXEC SQL
               OPEN ADDRESS-AUDIT-CUR
           END-EXEC
           perform check-sql-state

           perform with test after until SQLCODE = 100

               EXEC SQL
                   FETCH ADDRESS-AUDIT-CUR
                   INTO
                       :ws-sql-account-id,
                       :ws-sql-old-value,
                       :ws-sql-new-value,
                       :ws-sql-changed-by,
                       :ws-sql-changed-date,
                       :ws-sql-changed-ts,
                       :ws-sql-first-name,
                       :ws-sql-last-name;
               END-EXEC
               perform check-sql-state

               if not SQL-NODATA
                   perform take-one-audit-row
               end-if
           end-perform

           EXEC SQL
               CLOSE ADDRESS-AUDIT-CUR
           END-EXEC
           perform check-sql-state

           exit paragraph.


       take-one-audit-row.

           move ws-sql-changed-ts to ws-last-audit-timestamp

           if ws-sql-old-value = spaces
           or ws-sql-old-value = ws-sql-new-value
               exit paragraph
           end-if

           add 1 to ws-account-change-count

           move spaces to ws-change
           move "ACCOUNT" to ws-chg-source
           move ws-sql-account-id to ws-chg-account-id
           move ws-sql-changed-date to ws-chg-date
           move ws-sql-changed-by to ws-chg-by

           string function trim(ws-sql-first-name) " "
               function trim(ws-sql-last-name)
               delimited by size
               into ws-chg-name
           end-string

      *> ACCOUNTS keeps the address as one line.
           move ws-sql-old-value to ws-chg-old-street
           move ws-sql-new-value to ws-chg-new-street
           move ws-sql-old-value to ws-chg-old-address
           move ws-sql-new-value to ws-chg-new-address

           perform notice-one-change

           exit paragraph.


      *> A notice to each address, a register line, and a place on
      *> the watch list.
       notice-one-change.

           move "PRIOR ADDRESS" to ws-notice-to
           move ws-chg-old-street to ws-label-line
           perform write-notice-label
           move ws-chg-old-city-line to ws-label-line
           perform write-notice-body

           move "NEW ADDRESS" to ws-notice-to
           move ws-chg-new-street to ws-label-line
           perform write-notice-label
           move ws-chg-new-city-line to ws-label-line
           perform write-notice-body

           move spaces to ws-report-line
           move ws-chg-source to ws-report-line(3:8)
           move ws-chg-account-id to ws-report-line(12:5)
           move ws-chg-date to ws-report-line(18:8)
           move ws-chg-by(1:10) to ws-report-line(28:10)
           move ws-chg-name(1:17) to ws-report-line(40:17)
           string function trim(ws-chg-old-address) " -> "
               function trim(ws-chg-new-address)
               delimited by size
               into ws-report-line(58:75)
           end-string
           perform write-register-line

           if ws-num-watch < 2000
               add 1 to ws-num-watch
               move ws-chg-source to ws-wt-source(ws-num-watch)
               move ws-chg-account-id
                   to ws-wt-account-id(ws-num-watch)
               move ws-chg-date to ws-wt-change-date(ws-num-watch)
               move 'N' to ws-wt-flagged-sw(ws-num-watch)
               move ws-chg-old-address
                   to ws-wt-old-address(ws-num-watch)
               move ws-chg-new-address
                   to ws-wt-new-address(ws-num-watch)
           end-if

           exit paragraph.


      *> The addressee block, in the mailing-labels layout: name,
      *> street (when there is one), then the state/zip line the
      *> caller leaves in ws-label-line for write-notice-body.
       write-notice-label.

           add 1 to ws-notice-count

           move ws-label-line to ws-label-street

           move ws-chg-name to ws-label-line
           perform write-notice-line

           if ws-label-street not = spaces
               move ws-label-street to ws-label-line
               perform write-notice-line
           end-if

           exit paragraph.


       write-notice-body.

           if ws-label-line not = spaces
               perform write-notice-line
           end-if

           move spaces to ws-label-line
           perform write-notice-line

           move "ADDRESS CHANGE CONFIRMATION" to ws-label-line
           perform write-notice-line

           move spaces to ws-label-line
           string "Sent to your " function trim(ws-notice-to)
               delimited by size
               into ws-label-line
           end-string
           perform write-notice-line

           move spaces to ws-label-line
           string "Account " ws-chg-account-id " changed "
               ws-chg-date
               delimited by size
               into ws-label-line
           end-string
           perform write-notice-line

           move spaces to ws-label-line
           string "From: " ws-chg-old-address
               delimited by size
               into ws-label-line
           end-string
           perform write-notice-line

           move spaces to ws-label-line
           string "To:   " ws-chg-new-address
               delimited by size
               into ws-label-line
           end-string
           perform write-notice-line

           move "If you did not ask for this change," to ws-label-line
           perform write-notice-line
           move "call us at once." to ws-label-line
           perform write-notice-line

           move all "-" to ws-label-line
           perform write-notice-line

           exit paragraph.


      *> Every unflagged change on the watch list is checked for a
      *> withdrawal at or over the limit on its account within the
      *> window either side of the change.
       check-watched-withdrawals.

           move spaces to ws-report-line
           perform write-register-line
           move "Address changes with a large withdrawal nearby"
               to ws-report-line
           perform write-register-line

           perform varying ws-watch-idx from 1 by 1
           until ws-watch-idx > ws-num-watch
               if not ws-wt-flagged(ws-watch-idx)
                   perform check-one-watched-change
               end-if
           end-perform

           if ws-flagged-count = 0
               move "  (none)" to ws-report-line
               perform write-register-line
           end-if

           exit paragraph.


       check-one-watched-change.

           move ws-wt-account-id(ws-watch-idx) to ws-sql-account-id

           compute ws-date-int =
               function integer-of-date(ws-wt-change-date(ws-watch-idx))
               - ws-window-days
           end-compute
           compute ws-date-work = function date-of-integer(ws-date-int)
           end-compute
           move ws-date-work to ws-sql-window-from

           compute ws-date-int =
               function integer-of-date(ws-wt-change-date(ws-watch-idx))
               + ws-window-days
           end-compute
           compute ws-date-work = function date-of-integer(ws-date-int)
           end-compute
           move ws-date-work to ws-sql-window-to

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(ABS(T.AMOUNT)), 0),
                      COALESCE(MIN(T.POST_DT), ' ')
               INTO :ws-sql-wd-count, :ws-sql-wd-total,
                    :ws-sql-wd-first-date
               FROM ACCOUNT_TRANSACTIONS T
               WHERE T.ACCOUNT_ID = :ws-sql-account-id
                   AND T.TRANS_TYPE = 'WD'
                   AND T.POST_DT >= :ws-sql-window-from
                   AND T.POST_DT <= :ws-sql-window-to
                   AND COALESCE(T.REVERSAL_FLAG, ' ') = ' '
                   AND ABS(T.AMOUNT) >= :ws-sql-wd-limit
           END-EXEC
           perform check-sql-state

           if ws-sql-wd-count = 0
               exit paragraph
           end-if

           set ws-wt-flagged(ws-watch-idx) to true
           add 1 to ws-flagged-count

           move ws-sql-wd-total to ws-amount-display

           move spaces to ws-report-line
           string "  ** " ws-wt-source(ws-watch-idx)
               " " ws-wt-account-id(ws-watch-idx)
               "  changed " ws-wt-change-date(ws-watch-idx)
               "  " ws-sql-wd-count " withdrawal(s) totalling "
               ws-amount-display " from " ws-sql-wd-first-date
               delimited by size
               into ws-report-line
           end-string
           perform write-register-line

           move spaces to ws-report-line
           string "     " function trim(ws-wt-old-address(ws-watch-idx))
               " -> " function trim(ws-wt-new-address(ws-watch-idx))
               delimited by size
               into ws-report-line
           end-string
           perform write-register-line

           exit paragraph.


       write-watch-list.

           open output fd-watch-new

           if ws-fs-status-watch-new not = "00"
               display "Error opening address-change-watch-new.txt: "
                   ws-fs-status-watch-new
               end-display
               move "write-watch-list" to ws-err-paragraph
               move ws-fs-status-watch-new to ws-err-file-status
               move "open fd-watch-new" to ws-err-message
               perform fail-run
           end-if

           perform varying ws-watch-idx from 1 by 1
           until ws-watch-idx > ws-num-watch
               move spaces to f-watch-record
               move ws-wt-source(ws-watch-idx) to f-watch-source
               move ws-wt-account-id(ws-watch-idx)
                   to f-watch-account-id
               move ws-wt-change-date(ws-watch-idx)
                   to f-watch-change-date
               move ws-wt-flagged-sw(ws-watch-idx) to f-watch-flagged
               move ws-wt-old-address(ws-watch-idx)
                   to f-watch-old-address
               move ws-wt-new-address(ws-watch-idx)
                   to f-watch-new-address
               move f-watch-record to f-watch-new-record
               write f-watch-new-record
           end-perform

           close fd-watch-new

           exit paragraph.


      *> Swaps the rewritten watch list into place, the same
      *> delete-then-rename finish cash-compliance uses.
       swap-watch-file.

           call "CBL_DELETE_FILE" using ws-watch-name
               returning ws-delete-status

           call "CBL_RENAME_FILE" using ws-watch-new-name
               ws-watch-name
               returning ws-rename-status

           if ws-rename-status not = 0
               display "Warning: could not swap "
                   "address-change-watch-new.txt into place, "
                   "rename status " ws-rename-status
               end-display
           end-if

           exit paragraph.


      *> Only a completed run moves the watermarks on, so a failed
      *> run notices the same changes again.
       write-control-file.

           open output fd-control-file

           if ws-fs-status-control not = "00"
               display "Error opening address-notice-control.txt: "
                   ws-fs-status-control
               end-display
               move "write-control-file" to ws-err-paragraph
               move ws-fs-status-control to ws-err-file-status
               move "open fd-control-file" to ws-err-message
               perform fail-run
           end-if

           move spaces to f-control-record
           move ws-last-journal-sequence to f-ctl-journal-sequence
           move ws-last-audit-timestamp to f-ctl-audit-timestamp
           write f-control-record

           close fd-control-file

           exit paragraph.


       raise-flagged-alert.

           move spaces to ws-alert-request
           move "address-notices" to ws-alert-job
           move "ADDR-CHG-LARGE-WD" to ws-alert-metric
           move ws-flagged-count to ws-alert-count
           move 0 to ws-alert-threshold

           call "operator-alert" using ws-alert-request
               on exception
                   display "Warning: unable to call operator-alert."
           end-call

           exit paragraph.


       write-notice-line.

           move ws-label-line to f-notice-record
           write f-notice-record

           exit paragraph.


       write-register-line.

           move ws-report-line to f-register-record
           write f-register-record

           exit paragraph.


       log-job-start.

           move spaces to ws-job-audit-request
           move "address-change-notices" to ws-ja-program
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
           move ws-change-count to ws-ja-read-count
           move ws-notice-count to ws-ja-written-count
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

           move "address-change-notices" to ws-err-program

           call "error-logger" using ws-error-request
               on exception
                   display "Warning: unable to call error-logger."
           end-call

           move 8 to return-code

           goback.


      *> Checks SQLCODE/SQLSTATE after every EXEC SQL statement and
      *> stops the run on an unexpected database error, the same
      *> check the other SQL programs here run. The control and
      *> watch files are left as they were, so the next run notices
      *> the same changes.
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
           move "address-change-notices" to ws-err-program
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

       end program address-change-notices.

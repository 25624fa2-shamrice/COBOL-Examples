      *>****************************************************************
      *> Author: Erik Eriksen
      *> Date: 2026-10-15
      *> Purpose: Daily verification of the chained audit trails --
      *>          operations.log (job-audit-log's lines and the
      *>          console's launch lines), security-events.txt,
      *>          customer-master-journal.txt and the ACCOUNT_AUDIT
      *>          table. Each trail is walked from its start (or from
      *>          the base db-retention left after a purge), every
      *>          record's chain value is worked out again through the
      *>          shared audit-chain subprogram from the record before
      *>          it, and the first link that does not hold is
      *>          reported: a value that does not match (an edited or
      *>          inserted record), a gap in AUDIT_SEQ, a trail shorter
      *>          than the last link audit-chain saved (records
      *>          removed from the end), or a sealed link whose value
      *>          has changed since it was sealed (a trail rebuilt
      *>          from the front). Records written before the trails
      *>          were chained lead each file with no chain value and
      *>          are counted but not checked.
      *>
      *>          A broken trail raises an operator alert through the
      *>          shared operator-alert subprogram and ends the run
      *>          with return code 4. Every intact trail gets a seal
      *>          appended to the seal file -- business date, trail,
      *>          link count, final chain value, and a seal value
      *>          chaining the seal file itself -- so tomorrow's run
      *>          has something no writer of the trail can reach.
      *>          The seal file is audit-chain-seals.txt unless
      *>          AUDIT_SEAL_FILE names another place; keep it on a
      *>          volume the trails' writers cannot write to. The
      *>          findings go to audit-chain-verify.txt, cataloged as
      *>          AUDIT-CHAIN-VERIFY. Scheduled daily by
      *>          batch-scheduler.
      *>
      *> Note: WORKING-STORAGE SECTION header as well as SQL related
      *>       statements must be in uppercase for the esqlOC
      *>       precompiler to pick them up and process them.
      *>
      *> Prerequisites: Postgres SQL database with create_db script ran
      *>                on, and the AUDIT_SEQ and CHAIN_VALUE columns
      *>                sql_example's header describes.
      *>                esqlOC Precompiler
      *>                unixODBC odbc-postgresql driver installed
      *>
      *> Precomiler: esqlOC -static -o generated_audit_verify.cbl
      *>             audit_chain_verify.cbl
      *> Tectonics: cobc -x -static -locsql generated_audit_verify.cbl,
      *>            with audit_chain.cbl, operator_alert.cbl and the
      *>            other shared subprograms compiled as modules.
      *>
      *>****************************************************************
       identification division.
       program-id. audit-chain-verify.

       environment division.
       input-output section.
       file-control.

      *> Whichever file trail is being walked.
           select fd-trail-file assign to ws-trail-file-name
           organization is line sequential
           file status is ws-fs-status-trail.

           select fd-seal-file assign to ws-seal-file-name
           organization is line sequential
           file status is ws-fs-status-seal.

           select fd-report-file
           assign to "audit-chain-verify.txt"
           organization is line sequential
           file status is ws-fs-status-report.

       data division.
       file section.

           fd  fd-trail-file.
           01  f-trail-record                  pic x(512).

      *> One seal per intact trail per run. f-seal-value chains the
      *> seal file: it is worked out over the seal's first 66 bytes
      *> and the seal value of the line before.
           fd  fd-seal-file.
           01  f-seal-record.
               05  f-seal-date                 pic 9(8).
               05  filler                      pic x.
               05  f-seal-trail                pic x(30).
               05  filler                      pic x.
               05  f-seal-links                pic 9(9).
               05  filler                      pic x.
               05  f-seal-chain                pic x(16).
               05  filler                      pic x.
               05  f-seal-value                pic x(16).

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

       01  ws-sql-audit-seq                   pic 9(9).
       01  ws-sql-account-id                  pic 9(5).
       01  ws-sql-field-name                  pic x(30).
       01  ws-sql-old-value                   pic x(30).
       01  ws-sql-new-value                   pic x(30).
       01  ws-sql-changed-by                  pic x(30).
       01  ws-sql-audit-stamp                 pic x(14).
       01  ws-sql-chain-value                 pic x(16).
       01  ws-sql-row-count                   pic 9(9).

       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

      *> Local variables to the program only. These are not seen by
      *> the precompiler operation.
       01  ws-fs-status-trail                 pic xx.
       01  ws-fs-status-seal                  pic xx.
       01  ws-fs-status-report                pic xx.

       01  ws-eof-sw                          pic x value 'N'.
           88  ws-eof                         value 'Y'.
           88  ws-not-eof                     value 'N'.

       01  ws-trail-file-name                 pic x(40).
       01  ws-seal-file-name                  pic x(40).

       01  ws-business-date-request.
           05  ws-bd-action                 pic x.
           05  ws-bd-date                   pic 9(8).

       01  ws-business-date                   pic 9(8).
       01  ws-run-date                        pic 9(8).
       01  ws-run-time                        pic x(8).

      *> The trails, the file ones first. Text length is the record
      *> up to its chain value; the chain value follows one space on.
       01  ws-num-trails                      pic 9 comp value 4.
       01  ws-trail-table.
           05  ws-trail-entry occurs 4 times.
               10  ws-tr-name                 pic x(30).
               10  ws-tr-kind                 pic x.
                   88  ws-tr-file             value 'F'.
                   88  ws-tr-table            value 'T'.
               10  ws-tr-text-len             pic 999.
               10  ws-tr-chain-pos            pic 999.
               10  ws-tr-alert-metric         pic x(20).
               10  ws-tr-records              pic 9(9).
               10  ws-tr-unchained            pic 9(9).
               10  ws-tr-links                pic 9(9).
               10  ws-tr-final-chain          pic x(16).
               10  ws-tr-break-link           pic 9(9).
               10  ws-tr-break-reason         pic x(60).
               10  ws-tr-seal-sw              pic x.
                   88  ws-tr-sealed           value 'Y'.
               10  ws-tr-seal-date            pic 9(8).
               10  ws-tr-seal-links           pic 9(9).
               10  ws-tr-seal-chain           pic x(16).

       01  ws-trail-idx                       pic 9 comp.
       01  ws-seal-idx                        pic 9 comp.

      *> The walk of the trail in hand.
       01  ws-prior-chain                     pic x(16).
       01  ws-stored-chain                    pic x(16).
       01  ws-expected-seq                    pic 9(9).
       01  ws-state-links                     pic 9(9).
       01  ws-state-chain                     pic x(16).
       01  ws-chained-sw                      pic x value 'N'.
           88  ws-chained                     value 'Y'.

      *> The seal file's own chain.
       01  ws-last-seal-value                 pic x(16).
       01  ws-num-seals                       pic 9(7) value 0.
       01  ws-seal-break                      pic 9(7) value 0.
       01  ws-seals-written                   pic 9(7) value 0.

       01  ws-broken-count                    pic 9 value 0.

      *> Each ACCOUNT_AUDIT row's link, laid out as sql_example
      *> chains it.
       01  ws-audit-chain-row.
           05  ws-acr-seq                     pic 9(9).
           05  ws-acr-account-id              pic 9(5).
           05  ws-acr-field-name              pic x(30).
           05  ws-acr-old-value               pic x(30).
           05  ws-acr-new-value               pic x(30).
           05  ws-acr-changed-by              pic x(30).
           05  ws-acr-changed                 pic x(14).

       01  ws-audit-done-sw                   pic x value 'N'.
           88  ws-audit-done                  value 'Y'.
           88  ws-audit-not-done              value 'N'.

      *> Request group for the shared audit-chain subprogram.
       01  ws-audit-chain-request.
           05  ws-ac-action                   pic x.
           05  ws-ac-trail                    pic x(30).
           05  ws-ac-record                   pic x(400).
           05  ws-ac-prior-chain              pic x(16).
           05  ws-ac-chain-value              pic x(16).
           05  ws-ac-link-count               pic 9(9).
           05  ws-ac-base-count               pic 9(9).
           05  ws-ac-base-chain               pic x(16).
           05  ws-ac-status                   pic x.

       01  ws-report-line                     pic x(132).
       01  ws-count-display                   pic z(8)9.
       01  ws-count-display-2                 pic z(8)9.

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

      *> Alert raised for each broken trail.
       01  ws-alert-request.
           05  ws-alert-job                 pic x(20).
           05  ws-alert-metric              pic x(20).
           05  ws-alert-count               pic 9(7).
           05  ws-alert-threshold           pic 9(7).

      *> report-catalog subprogram.
       01  ws-catalog-request.
           05  ws-rc-name                  pic x(20).
           05  ws-rc-file                  pic x(40).
           05  ws-rc-pages                 pic 9(3).

       procedure division.
       main-procedure.
           display space
           display "Audit trail chain verification"
           display "------------------------------"
           display space

      *> The start line goes onto operations.log before its walk, so
      *> the walk covers it.
           perform log-job-start
           perform fetch-business-date
           perform load-trail-table
           perform load-seals

           perform varying ws-trail-idx from 1 by 1
           until ws-trail-idx > 3
               perform verify-file-trail
           end-perform

           EXEC SQL
               CONNECT TO :ws-db-connection-string
           END-EXEC.
           perform check-sql-state

           move 4 to ws-trail-idx
           perform verify-account-audit

           EXEC SQL
               CONNECT RESET
           END-EXEC

           perform varying ws-trail-idx from 1 by 1
           until ws-trail-idx > ws-num-trails
               if ws-tr-break-link(ws-trail-idx) > 0
                   add 1 to ws-broken-count
                   perform raise-chain-alert
               end-if
           end-perform

           if ws-seal-break > 0
               move "AUDIT-CHAIN-VERIFY" to ws-alert-job
               move "SEAL FILE CHAIN" to ws-alert-metric
               move ws-seal-break to ws-alert-count
               move 0 to ws-alert-threshold
               call "operator-alert" using ws-alert-request
                   on exception
                       display "Warning: unable to call "
                           "operator-alert."
                       end-display
               end-call
           end-if

           perform write-seals
           perform write-report
           perform catalog-report

           perform varying ws-trail-idx from 1 by 1
           until ws-trail-idx > ws-num-trails
               move ws-tr-links(ws-trail-idx) to ws-count-display
               if ws-tr-break-link(ws-trail-idx) > 0
                   move ws-tr-break-link(ws-trail-idx)
                       to ws-count-display-2
                   display ws-tr-name(ws-trail-idx) " BROKEN at link "
                       function trim(ws-count-display-2)
                   end-display
               else
                   display ws-tr-name(ws-trail-idx) " intact, "
                       function trim(ws-count-display) " link(s)"
                   end-display
               end-if
           end-perform
           display "Seals written: " ws-seals-written
           display "See audit-chain-verify.txt"

           perform log-job-end

           if ws-broken-count > 0 or ws-seal-break > 0
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

           accept ws-run-date from date yyyymmdd
           accept ws-run-time from time

           move spaces to ws-seal-file-name
           accept ws-seal-file-name
               from environment "AUDIT_SEAL_FILE"
           end-accept

           if ws-seal-file-name = spaces
               move "audit-chain-seals.txt" to ws-seal-file-name
           end-if

           exit paragraph.


      *> The trail names are the names the writers hand audit-chain.
       load-trail-table.

           initialize ws-trail-table

           move "operations.log" to ws-tr-name(1)
           move 'F' to ws-tr-kind(1)
           move 110 to ws-tr-text-len(1)
           move 112 to ws-tr-chain-pos(1)
           move "OPS LOG CHAIN" to ws-tr-alert-metric(1)

           move "security-events.txt" to ws-tr-name(2)
           move 'F' to ws-tr-kind(2)
           move 81 to ws-tr-text-len(2)
           move 83 to ws-tr-chain-pos(2)
           move "SECURITY LOG CHAIN" to ws-tr-alert-metric(2)

           move "customer-master-journal.txt" to ws-tr-name(3)
           move 'F' to ws-tr-kind(3)
           move 338 to ws-tr-text-len(3)
           move 340 to ws-tr-chain-pos(3)
           move "JOURNAL CHAIN" to ws-tr-alert-metric(3)

           move "ACCOUNT_AUDIT" to ws-tr-name(4)
           move 'T' to ws-tr-kind(4)
           move 148 to ws-tr-text-len(4)
           move 0 to ws-tr-chain-pos(4)
           move "ACCOUNT AUDIT CHAIN" to ws-tr-alert-metric(4)

           exit paragraph.


      *> The latest seal of each trail, taken only from the part of
      *> the seal file whose own chain still holds.
       load-seals.

           move all "0" to ws-last-seal-value
           set ws-not-eof to true

           open input fd-seal-file

           if ws-fs-status-seal not = "00"
               exit paragraph
           end-if

           perform until ws-eof
               read fd-seal-file
                   at end
                       set ws-eof to true
                   not at end
                       perform load-one-seal
               end-read
           end-perform

           close fd-seal-file

           exit paragraph.


       load-one-seal.

           add 1 to ws-num-seals

           move 'C' to ws-ac-action
           move "audit-chain-seals" to ws-ac-trail
           move spaces to ws-ac-record
           move f-seal-record(1:66) to ws-ac-record
           move ws-last-seal-value to ws-ac-prior-chain

           call "audit-chain" using ws-audit-chain-request
               on exception
                   move f-seal-value to ws-ac-chain-value
           end-call

           if ws-ac-chain-value not = f-seal-value
           and ws-seal-break = 0
               move ws-num-seals to ws-seal-break
           end-if

           move f-seal-value to ws-last-seal-value

           if ws-seal-break > 0
               exit paragraph
           end-if

           perform varying ws-seal-idx from 1 by 1
           until ws-seal-idx > ws-num-trails
               if ws-tr-name(ws-seal-idx) = f-seal-trail
                   move 'Y' to ws-tr-seal-sw(ws-seal-idx)
                   move f-seal-date to ws-tr-seal-date(ws-seal-idx)
                   move f-seal-links to ws-tr-seal-links(ws-seal-idx)
                   move f-seal-chain to ws-tr-seal-chain(ws-seal-idx)
               end-if
           end-perform

           exit paragraph.


      *> The trail's saved state from audit-chain: the base it starts
      *> from and the last link written.
       query-trail-state.

           move 'Q' to ws-ac-action
           move ws-tr-name(ws-trail-idx) to ws-ac-trail
           move spaces to ws-ac-record

           call "audit-chain" using ws-audit-chain-request
               on exception
                   display "Error: unable to call audit-chain."
                   move spaces to ws-error-request
                   move "query-trail-state" to ws-err-paragraph
                   move "audit-chain not available" to ws-err-message
                   perform fail-run
           end-call

           move ws-ac-base-chain to ws-prior-chain
           move ws-ac-base-count to ws-tr-links(ws-trail-idx)
           move ws-ac-link-count to ws-state-links
           move ws-ac-chain-value to ws-state-chain

           exit paragraph.


       verify-file-trail.

           perform query-trail-state

           move 'N' to ws-chained-sw
           move ws-tr-name(ws-trail-idx) to ws-trail-file-name
           set ws-not-eof to true

           open input fd-trail-file

           if ws-fs-status-trail = "35"
               if ws-state-links > ws-tr-links(ws-trail-idx)
                   compute ws-tr-break-link(ws-trail-idx) =
                       ws-tr-links(ws-trail-idx) + 1
                   end-compute
                   move "file is missing" to
                       ws-tr-break-reason(ws-trail-idx)
               end-if
               move ws-prior-chain to ws-tr-final-chain(ws-trail-idx)
               perform check-seal-length
               exit paragraph
           end-if

           if ws-fs-status-trail not = "00"
               display "Error opening "
                   function trim(ws-trail-file-name) ": "
                   ws-fs-status-trail
               end-display
               move spaces to ws-error-request
               move "verify-file-trail" to ws-err-paragraph
               move ws-fs-status-trail to ws-err-file-status
               move "open fd-trail-file" to ws-err-message
               perform fail-run
           end-if

           perform until ws-eof
               move spaces to f-trail-record
               read fd-trail-file
                   at end
                       set ws-eof to true
                   not at end
                       perform check-file-link
               end-read
           end-perform

           close fd-trail-file

           move ws-prior-chain to ws-tr-final-chain(ws-trail-idx)

      *> Every link read held; now the trail's length against the
      *> last link audit-chain saved, and against the last seal.
           if ws-tr-break-link(ws-trail-idx) = 0
               evaluate true
                   when ws-tr-links(ws-trail-idx) < ws-state-links
                       compute ws-tr-break-link(ws-trail-idx) =
                           ws-tr-links(ws-trail-idx) + 1
                       end-compute
                       move ws-state-links to ws-count-display
                       string "missing -- the chain state runs to "
                           "link " function trim(ws-count-display)
                           delimited by size
                           into ws-tr-break-reason(ws-trail-idx)
                       end-string
                   when ws-tr-links(ws-trail-idx) > ws-state-links
                       compute ws-tr-break-link(ws-trail-idx) =
                           ws-state-links + 1
                       end-compute
                       move "written without the chain state"
                           to ws-tr-break-reason(ws-trail-idx)
                   when ws-prior-chain not = ws-state-chain
                       move ws-tr-links(ws-trail-idx)
                           to ws-tr-break-link(ws-trail-idx)
                       move "last link differs from the chain state"
                           to ws-tr-break-reason(ws-trail-idx)
               end-evaluate
           end-if

           perform check-seal-length

           exit paragraph.


       check-file-link.

           add 1 to ws-tr-records(ws-trail-idx)

           move f-trail-record(ws-tr-chain-pos(ws-trail-idx):16)
               to ws-stored-chain

           if ws-stored-chain = spaces and not ws-chained
               add 1 to ws-tr-unchained(ws-trail-idx)
               exit paragraph
           end-if

           set ws-chained to true
           add 1 to ws-tr-links(ws-trail-idx)

           if ws-tr-break-link(ws-trail-idx) = 0
               move 'C' to ws-ac-action
               move spaces to ws-ac-record
               move f-trail-record(1:ws-tr-text-len(ws-trail-idx))
                   to ws-ac-record
               move ws-prior-chain to ws-ac-prior-chain
               call "audit-chain" using ws-audit-chain-request
               end-call
               perform compare-link
           end-if

           move ws-stored-chain to ws-prior-chain

           exit paragraph.


      *> The value worked out against the value stored, and the
      *> stored value against the seal when this is the sealed link.
       compare-link.

           if ws-ac-chain-value not = ws-stored-chain
               move ws-tr-links(ws-trail-idx)
                   to ws-tr-break-link(ws-trail-idx)
               move "chain value does not match the record"
                   to ws-tr-break-reason(ws-trail-idx)
               exit paragraph
           end-if

           if ws-tr-sealed(ws-trail-idx)
           and ws-tr-links(ws-trail-idx)
               = ws-tr-seal-links(ws-trail-idx)
           and ws-stored-chain not = ws-tr-seal-chain(ws-trail-idx)
               move ws-tr-links(ws-trail-idx)
                   to ws-tr-break-link(ws-trail-idx)
               string "differs from the seal of "
                   ws-tr-seal-date(ws-trail-idx)
                   delimited by size
                   into ws-tr-break-reason(ws-trail-idx)
               end-string
           end-if

           exit paragraph.


       check-seal-length.

           if ws-tr-break-link(ws-trail-idx) = 0
           and ws-tr-sealed(ws-trail-idx)
           and ws-tr-links(ws-trail-idx)
               < ws-tr-seal-links(ws-trail-idx)
               compute ws-tr-break-link(ws-trail-idx) =
                   ws-tr-links(ws-trail-idx) + 1
               end-compute
               string "missing -- sealed on "
                   ws-tr-seal-date(ws-trail-idx) " with more links"
                   delimited by size
                   into ws-tr-break-reason(ws-trail-idx)
               end-string
           end-if

           exit paragraph.


      *> The table's chained rows in AUDIT_SEQ order from the purge
      *> base; rows from before the chaining have no AUDIT_SEQ.
       verify-account-audit.

           perform query-trail-state

           compute ws-expected-seq = ws-tr-links(ws-trail-idx) + 1

           EXEC SQL
               SELECT COUNT(*)
               INTO :ws-sql-row-count
               FROM ACCOUNT_AUDIT
               WHERE AUDIT_SEQ IS NULL
           END-EXEC
           perform check-sql-state

           move ws-sql-row-count to ws-tr-unchained(ws-trail-idx)
           move ws-sql-row-count to ws-tr-records(ws-trail-idx)

           EXEC SQL
               DECLARE VERIFY-AUDIT-CUR CURSOR FOR
               SELECT AUDIT_SEQ, ACCOUNT_ID, FIELD_NAME,
                      OLD_VALUE, NEW_VALUE, CHANGED_BY,
                      TO_CHAR(CHANGED_DT, 'YYYYMMDDHH24MISS'),
                      CHAIN_VALUE
               FROM ACCOUNT_AUDIT
               WHERE AUDIT_SEQ IS NOT NULL
               ORDER BY AUDIT_SEQ;
           END-EXEC
           perform check-sql-state

           EXEC SQL
               OPEN VERIFY-AUDIT-CUR
           END-EXEC
           perform check-sql-state

           set ws-audit-not-done to true

           perform until ws-audit-done

               move spaces to ws-sql-field-name
               move spaces to ws-sql-old-value
               move spaces to ws-sql-new-value
               move spaces to ws-sql-changed-by
               move spaces to ws-sql-audit-stamp
               move spaces to ws-sql-chain-value

               EXEC SQL
                   FETCH VERIFY-AUDIT-CUR
                   INTO :ws-sql-audit-seq, :ws-sql-account-id,
                        :ws-sql-field-name, :ws-sql-old-value,
                        :ws-sql-new-value, :ws-sql-changed-by,
                        :ws-sql-audit-stamp, :ws-sql-chain-value;
               END-EXEC
               perform check-sql-state

               if SQL-NODATA
                   set ws-audit-done to true
               else
                   perform check-audit-link
               end-if
           end-perform

           EXEC SQL
               CLOSE VERIFY-AUDIT-CUR
           END-EXEC
           perform check-sql-state

           move ws-prior-chain to ws-tr-final-chain(ws-trail-idx)

           perform check-seal-length

           exit paragraph.


       check-audit-link.

           add 1 to ws-tr-records(ws-trail-idx)
           move ws-sql-chain-value to ws-stored-chain

           if ws-tr-break-link(ws-trail-idx) > 0
               move ws-sql-audit-seq to ws-tr-links(ws-trail-idx)
               move ws-stored-chain to ws-prior-chain
               exit paragraph
           end-if

           if ws-sql-audit-seq not = ws-expected-seq
               move ws-expected-seq to ws-tr-break-link(ws-trail-idx)
               move ws-sql-audit-seq to ws-count-display
               if ws-sql-audit-seq < ws-expected-seq
                   string "AUDIT_SEQ repeated or out of order at "
                       function trim(ws-count-display)
                       delimited by size
                       into ws-tr-break-reason(ws-trail-idx)
                   end-string
               else
                   string "missing -- the next row is AUDIT_SEQ "
                       function trim(ws-count-display)
                       delimited by size
                       into ws-tr-break-reason(ws-trail-idx)
                   end-string
               end-if
               move ws-sql-audit-seq to ws-tr-links(ws-trail-idx)
               move ws-stored-chain to ws-prior-chain
               exit paragraph
           end-if

           move ws-sql-audit-seq to ws-tr-links(ws-trail-idx)

           move ws-sql-audit-seq to ws-acr-seq
           move ws-sql-account-id to ws-acr-account-id
           move ws-sql-field-name to ws-acr-field-name
           move ws-sql-old-value to ws-acr-old-value
           move ws-sql-new-value to ws-acr-new-value
           move ws-sql-changed-by to ws-acr-changed-by
           move ws-sql-audit-stamp to ws-acr-changed

           move 'C' to ws-ac-action
           move "ACCOUNT_AUDIT" to ws-ac-trail
           move spaces to ws-ac-record
           move ws-audit-chain-row to ws-ac-record
           move ws-prior-chain to ws-ac-prior-chain
           call "audit-chain" using ws-audit-chain-request
           end-call

           perform compare-link

           move ws-stored-chain to ws-prior-chain
           add 1 to ws-expected-seq

           exit paragraph.


       raise-chain-alert.

           move "AUDIT-CHAIN-VERIFY" to ws-alert-job
           move ws-tr-alert-metric(ws-trail-idx) to ws-alert-metric
           move ws-tr-break-link(ws-trail-idx) to ws-alert-count
           move 0 to ws-alert-threshold

           call "operator-alert" using ws-alert-request
               on exception
                   display "Warning: unable to call operator-alert."
           end-call

           exit paragraph.


      *> Only an intact trail is sealed: a broken one keeps its last
      *> good seal for tomorrow's comparison.
       write-seals.

           open extend fd-seal-file

           if ws-fs-status-seal = "35"
               open output fd-seal-file
           end-if

           if ws-fs-status-seal not = "00"
               display "Error opening "
                   function trim(ws-seal-file-name) ": "
                   ws-fs-status-seal
               end-display
               move spaces to ws-error-request
               move "write-seals" to ws-err-paragraph
               move ws-fs-status-seal to ws-err-file-status
               move "open fd-seal-file" to ws-err-message
               perform fail-run
           end-if

           perform varying ws-trail-idx from 1 by 1
           until ws-trail-idx > ws-num-trails
               if ws-tr-break-link(ws-trail-idx) = 0
                   perform write-one-seal
               end-if
           end-perform

           close fd-seal-file

           exit paragraph.


       write-one-seal.

           move spaces to f-seal-record
           move ws-business-date to f-seal-date
           move ws-tr-name(ws-trail-idx) to f-seal-trail
           move ws-tr-links(ws-trail-idx) to f-seal-links
           move ws-tr-final-chain(ws-trail-idx) to f-seal-chain

           move 'C' to ws-ac-action
           move "audit-chain-seals" to ws-ac-trail
           move spaces to ws-ac-record
           move f-seal-record(1:66) to ws-ac-record
           move ws-last-seal-value to ws-ac-prior-chain
           call "audit-chain" using ws-audit-chain-request
           end-call

           move ws-ac-chain-value to f-seal-value
           move ws-ac-chain-value to ws-last-seal-value
           write f-seal-record

           add 1 to ws-seals-written

           exit paragraph.


       write-report.

           open output fd-report-file

           if ws-fs-status-report not = "00"
               display "Error opening audit-chain-verify.txt: "
                   ws-fs-status-report
               end-display
               move spaces to ws-error-request
               move "write-report" to ws-err-paragraph
               move ws-fs-status-report to ws-err-file-status
               move "open fd-report-file" to ws-err-message
               perform fail-run
           end-if

           move "Audit trail chain verification" to ws-report-line
           perform write-report-line

           move spaces to ws-report-line
           string "Business date:  " ws-business-date
               "   run " ws-run-date " " ws-run-time(1:6)
               delimited by size
               into ws-report-line
           end-string
           perform write-report-line

           move spaces to ws-report-line
           perform write-report-line

           perform varying ws-trail-idx from 1 by 1
           until ws-trail-idx > ws-num-trails
               perform write-trail-lines
           end-perform

           move spaces to ws-report-line
           string "Seal file:      " ws-seal-file-name
               delimited by size
               into ws-report-line
           end-string
           perform write-report-line

           move spaces to ws-report-line
           move ws-num-seals to ws-count-display
           if ws-seal-break > 0
               move ws-seal-break to ws-count-display-2
               string "  Seals read:   "
                   function trim(ws-count-display)
                   "   BROKEN at seal "
                   function trim(ws-count-display-2)
                   " -- later seals not used"
                   delimited by size
                   into ws-report-line
               end-string
           else
               string "  Seals read:   "
                   function trim(ws-count-display)
                   "   intact"
                   delimited by size
                   into ws-report-line
               end-string
           end-if
           perform write-report-line

           move spaces to ws-report-line
           move ws-seals-written to ws-count-display
           string "  Seals added:  " function trim(ws-count-display)
               delimited by size
               into ws-report-line
           end-string
           perform write-report-line

           move spaces to ws-report-line
           perform write-report-line

           move spaces to ws-report-line
           move ws-broken-count to ws-count-display
           string "Trails broken:  " function trim(ws-count-display)
               delimited by size
               into ws-report-line
           end-string
           perform write-report-line

           close fd-report-file

           exit paragraph.


       write-trail-lines.

           move spaces to ws-report-line
           string "Trail:          " ws-tr-name(ws-trail-idx)
               delimited by size
               into ws-report-line
           end-string
           perform write-report-line

           move spaces to ws-report-line
           move ws-tr-records(ws-trail-idx) to ws-count-display
           move ws-tr-unchained(ws-trail-idx) to ws-count-display-2
           string "  Records:      " ws-count-display
               "   from before chaining: " ws-count-display-2
               delimited by size
               into ws-report-line
           end-string
           perform write-report-line

           move spaces to ws-report-line
           move ws-tr-links(ws-trail-idx) to ws-count-display
           string "  Last link:    " ws-count-display
               "   chain value: " ws-tr-final-chain(ws-trail-idx)
               delimited by size
               into ws-report-line
           end-string
           perform write-report-line

           move spaces to ws-report-line
           if ws-tr-sealed(ws-trail-idx)
               move ws-tr-seal-links(ws-trail-idx) to ws-count-display
               string "  Last seal:    " ws-tr-seal-date(ws-trail-idx)
                   " at link " function trim(ws-count-display)
                   delimited by size
                   into ws-report-line
               end-string
           else
               move "  Last seal:    (none)" to ws-report-line
           end-if
           perform write-report-line

           move spaces to ws-report-line
           if ws-tr-break-link(ws-trail-idx) > 0
               move ws-tr-break-link(ws-trail-idx) to ws-count-display
               string "  Result:       BROKEN at link "
                   function trim(ws-count-display) " -- "
                   ws-tr-break-reason(ws-trail-idx)
                   delimited by size
                   into ws-report-line
               end-string
           else
               move "  Result:       INTACT -- sealed" to ws-report-line
           end-if
           perform write-report-line

           move spaces to ws-report-line
           perform write-report-line

           exit paragraph.


       write-report-line.

           move ws-report-line to f-report-record
           write f-report-record

           exit paragraph.


       catalog-report.

           move spaces to ws-catalog-request
           move "AUDIT-CHAIN-VERIFY" to ws-rc-name
           move "audit-chain-verify.txt" to ws-rc-file
           move 0 to ws-rc-pages
           call "report-catalog" using ws-catalog-request
               on exception
                   display "Warning: unable to call "
                       "report-catalog."
           end-call

           exit paragraph.


       log-job-start.

           move spaces to ws-job-audit-request
           move "audit-chain-verify" to ws-ja-program
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
           move 0 to ws-ja-read-count
           perform varying ws-trail-idx from 1 by 1
           until ws-trail-idx > ws-num-trails
               add ws-tr-records(ws-trail-idx) to ws-ja-read-count
           end-perform
           move ws-seals-written to ws-ja-written-count
           move ws-broken-count to ws-ja-rejected-count
           move "COMPLETE" to ws-ja-status
           if ws-broken-count > 0 or ws-seal-break > 0
               move "BROKEN" to ws-ja-status
           end-if

           call "job-audit-log" using ws-job-audit-request
               on exception
                   display "Warning: unable to call job-audit-log."
           end-call

           exit paragraph.


      *> Records the failure just displayed in the common error log
      *> through the shared error-logger subprogram, then stops the
      *> run with status 8. No seal is written.
       fail-run.

           move "audit-chain-verify" to ws-err-program

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
           move "audit-chain-verify" to ws-err-program
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

       end program audit-chain-verify.

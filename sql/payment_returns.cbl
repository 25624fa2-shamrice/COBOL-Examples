      *>****************************************************************
      *> Author: Erik Eriksen
      *> Date: 2026-10-15
      *> Purpose: Bank payment returns. The bank sends back the
      *>          payments from our payment files it couldn't make
      *>          on bank-payment-returns.txt -- return reason code,
      *>          the file sequence and trace entry it went in, our
      *>          transaction id, the account and the amount in
      *>          cents, and the bank's return date. Each return is
      *>          matched to the payment on payments-sent.txt (the
      *>          same transaction, account and amount) and the
      *>          money is posted back to the account in one unit: a
      *>          DP transaction referenced RTN + transaction id +
      *>          reason code, and the balance move. It posts back
      *>          even to a closed account -- a returned closure
      *>          payout -- and the report flags it for the
      *>          operator to settle by hand. A return that matches
      *>          no payment sent, or one already posted back, goes
      *>          to payment-returns-reject.txt with a reason. Each
      *>          return is listed on payment-returns-report.txt
      *>          with the bank's reason spelled out, registered in
      *>          the report catalog; the file is logged to
      *>          transmission-register.txt as received, and removed
      *>          once applied.
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
      *> Precomiler: esqlOC -static -o generated_pay_returns.cbl
      *>             payment_returns.cbl
      *> Tectonics: cobc -x -static -locsql generated_pay_returns.cbl
      *>
      *>****************************************************************
       identification division.
       program-id. payment-returns.

       environment division.
       input-output section.
       file-control.

           select fd-returns-file
           assign to "bank-payment-returns.txt"
           organization is line sequential
           file status is ws-fs-status-returns.

           select fd-returns-reject
           assign to "payment-returns-reject.txt"
           organization is line sequential
           file status is ws-fs-status-reject.

           select fd-payments-sent
           assign to "payments-sent.txt"
           organization is line sequential
           file status is ws-fs-status-sent.

           select fd-returns-report
           assign to "payment-returns-report.txt"
           organization is line sequential
           file status is ws-fs-status-report.

       data division.
       file section.

      *> One returned payment, as the bank sends it back.
           fd  fd-returns-file.
           01  f-return-record.
               05  f-ret-reason                pic x(3).
               05  filler                      pic x.
               05  f-ret-file-sequence         pic 9(6).
               05  filler                      pic x.
               05  f-ret-trace-entry           pic 9(7).
               05  filler                      pic x.
               05  f-ret-trans-id              pic 9(9).
               05  filler                      pic x.
               05  f-ret-account-id            pic 9(5).
               05  filler                      pic x.
               05  f-ret-amount                pic 9(8)v99.
               05  filler                      pic x.
               05  f-ret-return-date           pic 9(8).

           fd  fd-returns-reject.
           01  f-returns-reject-record.
               05  f-reject-reason             pic x(15).
               05  filler                      pic x.
               05  f-reject-data               pic x(54).

      *> Same layout payment-transmit writes.
           fd  fd-payments-sent.
           01  f-sent-record.
               05  f-sent-file-sequence        pic 9(6).
               05  filler                      pic x.
               05  f-sent-entry-number         pic 9(7).
               05  filler                      pic x.
               05  f-sent-source               pic x.
               05  filler                      pic x.
               05  f-sent-trans-id             pic 9(9).
               05  filler                      pic x.
               05  f-sent-account-id           pic 9(5).
               05  filler                      pic x.
               05  f-sent-amount               pic 9(7).99.
               05  filler                      pic x.
               05  f-sent-date                 pic 9(8).

           fd  fd-returns-report.
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
       01  ws-sql-amount                      pic s9(7)v99.
       01  ws-sql-reference                   pic x(15).
       01  ws-sql-reference-like              pic x(15).
       01  ws-sql-business-date               pic x(8).
       01  ws-sql-count                       pic 9(7).

       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

      *> Local variables to the program only. These are not seen by
      *> the precompiler operation.
       01  ws-fs-status-returns               pic xx.
       01  ws-fs-status-reject                pic xx.
       01  ws-fs-status-sent                  pic xx.
       01  ws-fs-status-report                pic xx.

       01  ws-eof-sw                          pic x value 'N'.
           88  ws-eof                         value 'Y'.
           88  ws-not-eof                     value 'N'.

       01  ws-sent-eof-sw                     pic x.
           88  ws-sent-eof                    value 'Y'.
           88  ws-sent-not-eof                value 'N'.

       01  ws-in-unit-sw                      pic x value 'N'.
           88  ws-in-unit                     value 'Y'.
           88  ws-not-in-unit                 value 'N'.

       01  ws-sent-found-sw                   pic x.
           88  ws-sent-found                  value 'Y'.
           88  ws-sent-mismatch               value 'M'.
           88  ws-sent-not-found              value 'N'.

       01  ws-reject-reason                   pic x(15).
       01  ws-sent-amount                     pic 9(7)v99.

       01  ws-business-date-request.
           05  ws-bd-action                 pic x.
           05  ws-bd-date                   pic 9(8).

       01  ws-business-date                   pic 9(8).

      *> The bank's return reasons, spelled out on the report.
       01  ws-return-reason-values.
           05  filler  pic x(28) value "R01INSUFFICIENT FUNDS".
           05  filler  pic x(28) value "R02ACCOUNT CLOSED".
           05  filler  pic x(28) value "R03NO ACCOUNT / NOT FOUND".
           05  filler  pic x(28) value "R04INVALID ACCOUNT NUMBER".
           05  filler  pic x(28) value "R06RETURNED AT OUR REQUEST".
           05  filler  pic x(28) value "R07AUTHORIZATION REVOKED".
           05  filler  pic x(28) value "R08PAYMENT STOPPED".
           05  filler  pic x(28) value "R10NOT AUTHORIZED".
           05  filler  pic x(28) value "R16ACCOUNT FROZEN".
           05  filler  pic x(28) value "R20NON-TRANSACTION ACCOUNT".
       01  ws-return-reason-table redefines ws-return-reason-values.
           05  ws-return-reason-entry         occurs 10 times
                                              indexed by
                                                  ws-reason-idx.
               10  ws-rr-code                 pic x(3).
               10  ws-rr-description          pic x(25).

       01  ws-reason-description              pic x(25).

       01  ws-first-file-sequence             pic 9(6) value 0.

       01  ws-read-count                      pic 9(7) value 0.
       01  ws-posted-count                    pic 9(7) value 0.
       01  ws-rejected-count                  pic 9(7) value 0.
       01  ws-closed-count                    pic 9(7) value 0.
       01  ws-posted-total                    pic 9(9)v99 value 0.

       01  ws-report-line                     pic x(132).
       01  ws-amount-display                  pic -(8)9.99.

       01  ws-returns-file-name               pic x(50)
                   value "bank-payment-returns.txt".
       01  ws-delete-status                   pic s9(9) comp-5.

      *> Entry for the common transmission register, written by the
      *> shared transmission-register subprogram.
       01  ws-register-request.
           05  ws-reg-direction             pic x(3).
           05  ws-reg-sequence              pic 9(6).
           05  ws-reg-record-count          pic 9(7).
           05  ws-reg-status                pic x(10).

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
           display "Bank payment returns"
           display "--------------------"
           display space

           perform log-job-start
           perform fetch-business-date

      *> No returns file (status "35") means the bank returned
      *> nothing -- not an error.
           open input fd-returns-file

           if ws-fs-status-returns = "35"
               display "No bank-payment-returns.txt -- nothing "
                   "returned."
               end-display
               perform log-job-end
               goback
           end-if

           if ws-fs-status-returns not = "00"
               display "Error opening bank-payment-returns.txt: "
                   ws-fs-status-returns
               end-display
               move "main-procedure" to ws-err-paragraph
               move ws-fs-status-returns to ws-err-file-status
               move "open fd-returns-file" to ws-err-message
               perform fail-run
           end-if

           perform open-output-files

           EXEC SQL
               CONNECT TO :ws-db-connection-string
           END-EXEC.
           perform check-sql-state

           move spaces to ws-report-line
           string "Bank payment returns " ws-business-date
               into ws-report-line
           end-string
           perform write-report-line
           move spaces to ws-report-line
           perform write-report-line

           perform until ws-eof
               read fd-returns-file
                   at end
                       set ws-eof to true
                   not at end
                       add 1 to ws-read-count
                       perform apply-one-return
               end-read
           end-perform

           EXEC SQL
               CONNECT RESET
           END-EXEC

           move ws-posted-total to ws-amount-display
           move spaces to ws-report-line
           perform write-report-line
           move spaces to ws-report-line
           string "Returns posted back: " ws-posted-count
               "  total " ws-amount-display
               "  rejected: " ws-rejected-count
               "  to closed accounts: " ws-closed-count
               into ws-report-line
           end-string
           perform write-report-line

           close fd-returns-file
           close fd-returns-reject
           close fd-returns-report

      *> Applied returns are on the books and the reject file keeps
      *> the rest; a rerun on the same file would only reject them
      *> all as already posted.
           call "CBL_DELETE_FILE" using ws-returns-file-name
               returning ws-delete-status
           end-call

           perform register-returns-file

           move spaces to ws-catalog-request
           move "PAYMENT-RETURNS" to ws-rc-name
           move "payment-returns-report.txt" to ws-rc-file
           move 0 to ws-rc-pages
           call "report-catalog" using ws-catalog-request
               on exception
                   display "Warning: unable to call "
                       "report-catalog."
           end-call

           perform log-job-end

           display "Returns read:   " ws-read-count
           display "Posted back:    " ws-posted-count
           display "Rejected:       " ws-rejected-count
           display "See payment-returns-report.txt"

           if ws-closed-count > 0
               display ws-closed-count " return(s) posted to closed "
                   "accounts -- settle them by hand."
               end-display
           end-if

           if ws-rejected-count > 0
               display "See payment-returns-reject.txt"
           end-if

           if ws-rejected-count > 0 or ws-closed-count > 0
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


       open-output-files.

           open output fd-returns-reject

           if ws-fs-status-reject not = "00"
               display "Error opening payment-returns-reject.txt: "
                   ws-fs-status-reject
               end-display
               move "open-output-files" to ws-err-paragraph
               move ws-fs-status-reject to ws-err-file-status
               move "open fd-returns-reject" to ws-err-message
               perform fail-run
           end-if

           open output fd-returns-report

           if ws-fs-status-report not = "00"
               display "Error opening payment-returns-report.txt: "
                   ws-fs-status-report
               end-display
               move "open-output-files" to ws-err-paragraph
               move ws-fs-status-report to ws-err-file-status
               move "open fd-returns-report" to ws-err-message
               perform fail-run
           end-if

           exit paragraph.


       apply-one-return.

           move spaces to ws-reject-reason

           if f-ret-trans-id is not numeric
           or f-ret-account-id is not numeric
           or f-ret-amount is not numeric
           or f-ret-amount = 0
               move "BAD-RECORD" to ws-reject-reason
               perform write-return-reject
               exit paragraph
           end-if

           if ws-first-file-sequence = 0
           and f-ret-file-sequence is numeric
               move f-ret-file-sequence to ws-first-file-sequence
           end-if

           perform find-payment-sent

           if ws-sent-not-found
               move "NOT-SENT" to ws-reject-reason
               perform write-return-reject
               exit paragraph
           end-if

           if ws-sent-mismatch
               move "MISMATCH" to ws-reject-reason
               perform write-return-reject
               exit paragraph
           end-if

           move f-ret-account-id to ws-sql-account-id

           move spaces to ws-sql-reference-like
           string "RTN" f-ret-trans-id "%"
               delimited by size
               into ws-sql-reference-like
           end-string

           EXEC SQL
               SELECT COUNT(*)
               INTO :ws-sql-count
               FROM ACCOUNT_TRANSACTIONS
               WHERE ACCOUNT_ID = :ws-sql-account-id
               AND REFERENCE LIKE TRIM(:ws-sql-reference-like)
           END-EXEC
           perform check-sql-state

           if ws-sql-count > 0
               move "ALREADY-POSTED" to ws-reject-reason
               perform write-return-reject
               exit paragraph
           end-if

           EXEC SQL
               SELECT IS_ENABLED
               INTO :ws-sql-is-enabled
               FROM ACCOUNTS
               WHERE ID = :ws-sql-account-id
           END-EXEC
           perform check-sql-state

           if SQL-NODATA
               move "ACCT-NOT-FOUND" to ws-reject-reason
               perform write-return-reject
               exit paragraph
           end-if

           perform post-return

           exit paragraph.


      *> The return must name a payment we sent -- same transaction,
      *> account and amount.
       find-payment-sent.

           set ws-sent-not-found to true

           open input fd-payments-sent

           if ws-fs-status-sent not = "00"
               exit paragraph
           end-if

           set ws-sent-not-eof to true
           perform until ws-sent-eof or not ws-sent-not-found
               read fd-payments-sent
                   at end
                       set ws-sent-eof to true
                   not at end
                       if f-sent-trans-id = f-ret-trans-id
                           move f-sent-amount to ws-sent-amount
                           if f-sent-account-id = f-ret-account-id
                           and ws-sent-amount = f-ret-amount
                               set ws-sent-found to true
                           else
                               set ws-sent-mismatch to true
                           end-if
                       end-if
               end-read
           end-perform

           close fd-payments-sent

           exit paragraph.


      *> The money comes back onto the account: the DP row and its
      *> balance move, one unit.
       post-return.

           move f-ret-amount to ws-sql-amount

           move spaces to ws-sql-reference
           string "RTN" f-ret-trans-id f-ret-reason
               delimited by size
               into ws-sql-reference
           end-string

           EXEC SQL
               START TRANSACTION
           END-EXEC
           perform check-sql-state
           set ws-in-unit to true

           EXEC SQL
               INSERT INTO ACCOUNT_TRANSACTIONS
                   (ACCOUNT_ID, POST_DT, TRANS_TYPE, AMOUNT,
                    REFERENCE, ORIG_AMOUNT, ORIG_CCY, CREATE_DT)
               VALUES
                   (:ws-sql-account-id, :ws-sql-business-date, 'DP',
                    :ws-sql-amount, :ws-sql-reference,
                    :ws-sql-amount, 'USD', CURRENT_TIMESTAMP)
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
                       BALANCE = BALANCE + :ws-sql-amount,
                       AVAILABLE_BAL =
                           COALESCE(AVAILABLE_BAL, BALANCE)
                           + :ws-sql-amount,
                       MOD_DT = CURRENT_TIMESTAMP
                   WHERE ACCOUNT_ID = :ws-sql-account-id
               END-EXEC
               perform check-sql-state
           else
               EXEC SQL
                   INSERT INTO ACCOUNT_BALANCES
                       (ACCOUNT_ID, BALANCE, AVAILABLE_BAL, MOD_DT)
                   VALUES
                       (:ws-sql-account-id, :ws-sql-amount,
                        :ws-sql-amount, CURRENT_TIMESTAMP)
               END-EXEC
               perform check-sql-state
           end-if

           EXEC SQL
               COMMIT
           END-EXEC
           set ws-not-in-unit to true
           perform check-sql-state

           add 1 to ws-posted-count
           add f-ret-amount to ws-posted-total

           perform find-reason-description

           move f-ret-amount to ws-amount-display
           move spaces to ws-report-line
           string "Account " f-ret-account-id
               "  txn " f-ret-trans-id
               "  " ws-amount-display
               "  " f-ret-reason " " ws-reason-description
               "  returned " f-ret-return-date
               delimited by size
               into ws-report-line
           end-string
           perform write-report-line

           if ws-sql-is-enabled = 'C'
               add 1 to ws-closed-count
               move "  ** account is closed -- settle by hand **"
                   to ws-report-line
               perform write-report-line
           end-if

           exit paragraph.


       find-reason-description.

           move "RETURNED BY BANK" to ws-reason-description

           set ws-reason-idx to 1
           search ws-return-reason-entry
               at end
                   continue
               when ws-rr-code(ws-reason-idx) = f-ret-reason
                   move ws-rr-description(ws-reason-idx)
                       to ws-reason-description
           end-search

           exit paragraph.


       write-return-reject.

           move spaces to f-returns-reject-record
           move ws-reject-reason to f-reject-reason
           move f-return-record to f-reject-data
           write f-returns-reject-record

           add 1 to ws-rejected-count

           display "Rejected " ws-reject-reason ": " f-return-record
           end-display

           exit paragraph.


      *> Logs the returns file to the common transmission register
      *> under the sequence of the payment file it answers.
       register-returns-file.

           move spaces to ws-register-request
           move "IN " to ws-reg-direction
           move ws-first-file-sequence to ws-reg-sequence
           move ws-read-count to ws-reg-record-count
           move "APPLIED" to ws-reg-status

           call "transmission-register" using ws-register-request
               on exception
                   display "Warning: unable to call "
                       "transmission-register."
           end-call

           exit paragraph.


       write-report-line.

           move ws-report-line to f-report-record
           write f-report-record

           exit paragraph.


       log-job-start.

           move spaces to ws-job-audit-request
           move "payment-returns" to ws-ja-program
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
           move ws-posted-count to ws-ja-written-count
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

           move "payment-returns" to ws-err-program

           call "error-logger" using ws-error-request
               on exception
                   display "Warning: unable to call error-logger."
           end-call

           move 8 to return-code

           goback.


      *> Checks SQLCODE/SQLSTATE after every EXEC SQL statement and
      *> stops the run on an unexpected database error, the same
      *> check the other SQL programs here run. The returns file is
      *> left in place; those already posted reject as such on the
      *> rerun.
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

           if ws-in-unit
               EXEC SQL
                   ROLLBACK
               END-EXEC
               set ws-not-in-unit to true
               display "The return in flight was rolled back."
           end-if

           EXEC SQL
               CONNECT RESET
           END-EXEC

           move spaces to ws-error-request
           move "payment-returns" to ws-err-program
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

       end program payment-returns.

      *>****************************************************************
      *> Author: Erik Eriksen
      *> Date: 2026-10-15
      *> Purpose: Outbound bank payment file. The posting run queues
      *>          every withdrawal it posts, and sql-example every
      *>          closure payout, on outbound-payments-queue.txt;
      *>          this job turns the queue into the bank's payment
      *>          file, bank-payment-file.txt, in the fixed 94-byte
      *>          record layout the bank requires: a file header
      *>          carrying the file's own sequence number (kept in
      *>          bank-payment-seq.txt, advanced only once the file
      *>          is complete), one batch per source -- withdrawals,
      *>          then closure payouts -- each with a batch header,
      *>          its entries and a batch trailer with the entry
      *>          count, entry hash (the sum of the payee account
      *>          numbers, low ten digits) and credit total, and a
      *>          file trailer with the batch, block and entry
      *>          counts and the file's hash and total. Each queued
      *>          payment is checked against its posted transaction
      *>          first: one reversed since, missing, or no longer
      *>          matching is left out and listed as an exception.
      *>          Every payment sent is added to payments-sent.txt,
      *>          which payment-returns matches the bank's returns
      *>          against; the transmission is logged to
      *>          transmission-register.txt through the shared
      *>          transmission-register subprogram, and the run is
      *>          summarised on payment-transmit-report.txt,
      *>          registered in the report catalog.
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
      *> Precomiler: esqlOC -static -o generated_pay_transmit.cbl
      *>             payment_transmit.cbl
      *> Tectonics: cobc -x -static -locsql generated_pay_transmit.cbl
      *>
      *>****************************************************************
       identification division.
       program-id. payment-transmit.

       environment division.
       input-output section.
       file-control.

           select fd-payment-queue
           assign to "outbound-payments-queue.txt"
           organization is line sequential
           file status is ws-fs-status-queue.

           select fd-payment-queue-new
           assign to "outbound-payments-queue-new.txt"
           organization is line sequential
           file status is ws-fs-status-queue-new.

           select fd-bank-file
           assign to "bank-payment-file.txt"
           organization is line sequential
           file status is ws-fs-status-bank.

           select fd-bank-seq
           assign to "bank-payment-seq.txt"
           organization is line sequential
           file status is ws-fs-status-seq.

           select fd-payments-sent
           assign to "payments-sent.txt"
           organization is line sequential
           file status is ws-fs-status-sent.

           select fd-transmit-report
           assign to "payment-transmit-report.txt"
           organization is line sequential
           file status is ws-fs-status-report.

       data division.
       file section.

      *> Same layout account_posting.cbl queues withdrawals in.
           fd  fd-payment-queue.
           01  f-payment-record.
               05  f-pay-source                pic x.
               05  filler                      pic x.
               05  f-pay-account-id            pic 9(5).
               05  filler                      pic x.
               05  f-pay-trans-id              pic 9(9).
               05  filler                      pic x.
               05  f-pay-post-date             pic x(8).
               05  filler                      pic x.
               05  f-pay-amount                pic 9(7).99.
               05  filler                      pic x.
               05  f-pay-reference             pic x(15).

           fd  fd-payment-queue-new.
           01  f-payment-new-record            pic x(53).

      *> The bank's 94-byte records; the record type in byte 1
      *> says which view applies.
           fd  fd-bank-file.
           01  f-bank-record                   pic x(94).

           01  f-bank-file-header.
               05  f-bfh-record-type           pic x.
               05  f-bfh-priority              pic 99.
               05  f-bfh-destination           pic x(10).
               05  f-bfh-origin                pic x(10).
               05  f-bfh-create-date           pic 9(8).
               05  f-bfh-create-time           pic 9(4).
               05  f-bfh-file-sequence         pic 9(6).
               05  f-bfh-record-size           pic 9(3).
               05  f-bfh-blocking              pic 99.
               05  f-bfh-format                pic 9.
               05  f-bfh-destination-name      pic x(23).
               05  f-bfh-origin-name           pic x(23).
               05  filler                      pic x.

           01  f-bank-batch-header.
               05  f-bbh-record-type           pic x.
               05  f-bbh-service-class         pic 9(3).
               05  f-bbh-company-name          pic x(16).
               05  f-bbh-company-id            pic x(10).
               05  f-bbh-entry-class           pic x(3).
               05  f-bbh-description           pic x(10).
               05  f-bbh-effective-date        pic 9(8).
               05  f-bbh-batch-number          pic 9(7).
               05  filler                      pic x(36).

           01  f-bank-entry.
               05  f-ben-record-type           pic x.
               05  f-ben-transaction-code      pic 99.
               05  f-ben-payee-account         pic x(17).
               05  f-ben-amount                pic 9(8)v99.
               05  f-ben-individual-id         pic x(15).
               05  f-ben-payee-name            pic x(22).
               05  f-ben-trace-number.
                   10  f-ben-trace-file        pic 9(6).
                   10  f-ben-trace-batch       pic 99.
                   10  f-ben-trace-entry       pic 9(7).
               05  filler                      pic x(12).

           01  f-bank-batch-trailer.
               05  f-bbt-record-type           pic x.
               05  f-bbt-service-class         pic 9(3).
               05  f-bbt-entry-count           pic 9(6).
               05  f-bbt-entry-hash            pic 9(10).
               05  f-bbt-debit-total           pic 9(10)v99.
               05  f-bbt-credit-total          pic 9(10)v99.
               05  f-bbt-company-id            pic x(10).
               05  f-bbt-batch-number          pic 9(7).
               05  filler                      pic x(33).

           01  f-bank-file-trailer.
               05  f-bft-record-type           pic x.
               05  f-bft-batch-count           pic 9(6).
               05  f-bft-block-count           pic 9(6).
               05  f-bft-entry-count           pic 9(8).
               05  f-bft-entry-hash            pic 9(10).
               05  f-bft-debit-total           pic 9(10)v99.
               05  f-bft-credit-total          pic 9(10)v99.
               05  filler                      pic x(39).

           fd  fd-bank-seq.
           01  f-bank-seq-record               pic 9(6).

      *> One payment sent: the file and trace entry it went in, its
      *> source, transaction, account, amount and the date sent.
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

           fd  fd-transmit-report.
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

       01  ws-sql-trans-id                    pic 9(9).
       01  ws-sql-account-id                  pic 9(5).
       01  ws-sql-trans-type                  pic x(2).
       01  ws-sql-amount                      pic s9(7)v99.
       01  ws-sql-reversal-flag               pic x.
       01  ws-sql-payee-name                  pic x(22).

       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

      *> Local variables to the program only. These are not seen by
      *> the precompiler operation.
       01  ws-fs-status-queue                 pic xx.
       01  ws-fs-status-queue-new             pic xx.
       01  ws-fs-status-bank                  pic xx.
       01  ws-fs-status-seq                   pic xx.
       01  ws-fs-status-sent                  pic xx.
       01  ws-fs-status-report                pic xx.

       01  ws-eof-sw                          pic x value 'N'.
           88  ws-eof                         value 'Y'.
           88  ws-not-eof                     value 'N'.

      *> Who we are to the bank, and who the bank is to us.
       01  ws-bank-destination                pic x(10)
                                              value "0210000021".
       01  ws-bank-destination-name           pic x(23)
                                              value "CLEARING BANK".
       01  ws-origin-id                       pic x(10)
                                              value "1000000001".
       01  ws-origin-name                     pic x(23)
                                              value "COBOL DB EXAMPLE".

       01  ws-business-date-request.
           05  ws-bd-action                 pic x.
           05  ws-bd-date                   pic 9(8).

       01  ws-business-date                   pic 9(8).
       01  ws-create-time                     pic 9(8).
       01  ws-create-time-split redefines ws-create-time.
           05  ws-create-hhmm                 pic 9(4).
           05  filler                         pic 9(4).

       01  ws-file-sequence                   pic 9(6) value 0.

      *> The queued payments, checked and named before the file is
      *> written. What doesn't fit waits in the queue for tomorrow.
       01  ws-num-payments                    pic 9(5) comp value 0.

       01  ws-payment-table                   occurs 5000 times
                                              indexed by
                                                  ws-pay-idx.
           05  ws-pt-source                   pic x.
           05  ws-pt-account-id               pic 9(5).
           05  ws-pt-trans-id                 pic 9(9).
           05  ws-pt-post-date                pic x(8).
           05  ws-pt-amount                   pic 9(7)v99.
           05  ws-pt-reference                pic x(15).
           05  ws-pt-payee-name               pic x(22).
           05  ws-pt-exception                pic x(15).

       01  ws-carried-count                   pic 9(7) value 0.

      *> The batch being written: which source it carries, and the
      *> counts and totals for its trailer.
       01  ws-batch-source                    pic x.
       01  ws-batch-description               pic x(10).
       01  ws-batch-number                    pic 9(7) value 0.
       01  ws-batch-entries                   pic 9(6).
       01  ws-batch-hash                      pic 9(12).
       01  ws-batch-total                     pic 9(10)v99.

       01  ws-file-batches                    pic 9(6) value 0.
       01  ws-file-entries                    pic 9(8) value 0.
       01  ws-file-hash                       pic 9(12) value 0.
       01  ws-file-total                      pic 9(10)v99 value 0.
       01  ws-file-records                    pic 9(7) value 0.
       01  ws-block-count                     pic 9(6).

       01  ws-exception-count                 pic 9(7) value 0.
       01  ws-sendable-count                  pic 9(7) value 0.

       01  ws-report-line                     pic x(132).
       01  ws-amount-display                  pic -(9)9.99.
       01  ws-hash-display                    pic 9(10).

       01  ws-queue-file-name                 pic x(50)
                   value "outbound-payments-queue.txt".
       01  ws-queue-new-name                  pic x(50)
                   value "outbound-payments-queue-new.txt".
       01  ws-delete-status                   pic s9(9) comp-5.
       01  ws-rename-status                   pic s9(9) comp-5.

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
           display "Outbound bank payment file"
           display "---------------------------"
           display space

           perform log-job-start
           perform fetch-business-date
           accept ws-create-time from time

           open output fd-transmit-report

           if ws-fs-status-report not = "00"
               display "Error opening payment-transmit-report.txt: "
                   ws-fs-status-report
               end-display
               move "main-procedure" to ws-err-paragraph
               move ws-fs-status-report to ws-err-file-status
               move "open fd-transmit-report" to ws-err-message
               perform fail-run
           end-if

           move spaces to ws-report-line
           string "Outbound payments " ws-business-date
               into ws-report-line
           end-string
           perform write-report-line
           move spaces to ws-report-line
           perform write-report-line

           perform load-payment-queue

           EXEC SQL
               CONNECT TO :ws-db-connection-string
           END-EXEC.
           perform check-sql-state

           perform varying ws-pay-idx from 1 by 1
           until ws-pay-idx > ws-num-payments
               perform check-queued-payment
           end-perform

           EXEC SQL
               CONNECT RESET
           END-EXEC

           if ws-sendable-count > 0
               perform load-file-sequence
               perform write-bank-file
               perform record-payments-sent
           end-if

           perform swap-payment-queue

           if ws-sendable-count > 0
      *> The sequence only rolls forward once the file is complete
      *> on disk, so a crashed run regenerates under the same number
      *> instead of leaving a gap at the bank.
               perform save-file-sequence
               perform register-transmission
           end-if

           perform write-run-totals

           close fd-transmit-report

           move spaces to ws-catalog-request
           move "PAYMENT-TRANSMIT" to ws-rc-name
           move "payment-transmit-report.txt" to ws-rc-file
           move 0 to ws-rc-pages
           call "report-catalog" using ws-catalog-request
               on exception
                   display "Warning: unable to call "
                       "report-catalog."
           end-call

           perform log-job-end

           if ws-sendable-count > 0
               display "Bank file " ws-file-sequence " written: "
                   ws-file-entries " payment(s) in " ws-file-batches
                   " batch(es)."
               end-display
               display "See bank-payment-file.txt"
           else
               display "No payments to send."
           end-if

           display "Exceptions:          " ws-exception-count
           display "Carried to next run: " ws-carried-count
           display "See payment-transmit-report.txt"

           if ws-exception-count > 0
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

           exit paragraph.


      *> Reads the queue into the table; anything past its size is
      *> copied straight to the new queue to go tomorrow. No queue
      *> (status "35") means nothing to send.
       load-payment-queue.

           open output fd-payment-queue-new

           if ws-fs-status-queue-new not = "00"
               display "Error opening outbound-payments-queue-new.txt"
                   ": " ws-fs-status-queue-new
               end-display
               move "load-payment-queue" to ws-err-paragraph
               move ws-fs-status-queue-new to ws-err-file-status
               move "open fd-payment-queue-new" to ws-err-message
               perform fail-run
           end-if

           open input fd-payment-queue

           if ws-fs-status-queue = "35"
               exit paragraph
           end-if

           if ws-fs-status-queue not = "00"
               display "Error opening outbound-payments-queue.txt: "
                   ws-fs-status-queue
               end-display
               move "load-payment-queue" to ws-err-paragraph
               move ws-fs-status-queue to ws-err-file-status
               move "open fd-payment-queue" to ws-err-message
               perform fail-run
           end-if

           perform until ws-eof
               read fd-payment-queue
                   at end
                       set ws-eof to true
                   not at end
                       perform keep-queued-payment
               end-read
           end-perform

           close fd-payment-queue

           exit paragraph.


       keep-queued-payment.

           if ws-num-payments >= 5000
               move f-payment-record to f-payment-new-record
               write f-payment-new-record
               add 1 to ws-carried-count
               exit paragraph
           end-if

           add 1 to ws-num-payments
           set ws-pay-idx to ws-num-payments
           move f-pay-source to ws-pt-source(ws-pay-idx)
           move f-pay-account-id to ws-pt-account-id(ws-pay-idx)
           move f-pay-trans-id to ws-pt-trans-id(ws-pay-idx)
           move f-pay-post-date to ws-pt-post-date(ws-pay-idx)
           move f-pay-amount to ws-pt-amount(ws-pay-idx)
           move f-pay-reference to ws-pt-reference(ws-pay-idx)
           move spaces to ws-pt-payee-name(ws-pay-idx)
           move spaces to ws-pt-exception(ws-pay-idx)

           exit paragraph.


      *> A queued payment goes only if its transaction is still on
      *> the books as queued: the same account, a withdrawal of the
      *> same amount, not reversed since.
       check-queued-payment.

           move ws-pt-trans-id(ws-pay-idx) to ws-sql-trans-id

           EXEC SQL
               SELECT T.ACCOUNT_ID, T.TRANS_TYPE, T.AMOUNT,
                      COALESCE(T.REVERSAL_FLAG, ' '),
                      SUBSTR(TRIM(A.FIRST_NAME) || ' ' ||
                             TRIM(A.LAST_NAME), 1, 22)
               INTO :ws-sql-account-id, :ws-sql-trans-type,
                    :ws-sql-amount, :ws-sql-reversal-flag,
                    :ws-sql-payee-name
               FROM ACCOUNT_TRANSACTIONS T
               JOIN ACCOUNTS A
                   ON A.ID = T.ACCOUNT_ID
               WHERE T.TRANS_ID = :ws-sql-trans-id
           END-EXEC
           perform check-sql-state

           evaluate true
               when SQL-NODATA
                   move "NOT-FOUND" to ws-pt-exception(ws-pay-idx)
               when ws-sql-reversal-flag not = space
                   move "REVERSED" to ws-pt-exception(ws-pay-idx)
               when ws-sql-account-id not = ws-pt-account-id(ws-pay-idx)
               or ws-sql-trans-type not = "WD"
                   move "NOT-A-PAYMENT" to ws-pt-exception(ws-pay-idx)
               when 0 - ws-sql-amount not = ws-pt-amount(ws-pay-idx)
                   move "AMOUNT-CHANGED"
                       to ws-pt-exception(ws-pay-idx)
               when other
                   move ws-sql-payee-name
                       to ws-pt-payee-name(ws-pay-idx)
                   add 1 to ws-sendable-count
           end-evaluate

           if ws-pt-exception(ws-pay-idx) not = spaces
               add 1 to ws-exception-count
               move ws-pt-amount(ws-pay-idx) to ws-amount-display
               move spaces to ws-report-line
               string "Not sent: transaction "
                   ws-pt-trans-id(ws-pay-idx)
                   "  account " ws-pt-account-id(ws-pay-idx)
                   "  " ws-amount-display
                   "  " ws-pt-exception(ws-pay-idx)
                   delimited by size
                   into ws-report-line
               end-string
               perform write-report-line
           end-if

           exit paragraph.


      *> Reads the last bank file sequence used. No file (status
      *> "35") means the very first file -- sequence 1.
       load-file-sequence.

           open input fd-bank-seq

           if ws-fs-status-seq = "00"
               read fd-bank-seq
                   at end
                       continue
                   not at end
                       move f-bank-seq-record to ws-file-sequence
               end-read
               close fd-bank-seq
           end-if

           add 1 to ws-file-sequence

           exit paragraph.


       write-bank-file.

           open output fd-bank-file

           if ws-fs-status-bank not = "00"
               display "Error opening bank-payment-file.txt: "
                   ws-fs-status-bank
               end-display
               move "write-bank-file" to ws-err-paragraph
               move ws-fs-status-bank to ws-err-file-status
               move "open fd-bank-file" to ws-err-message
               perform fail-run
           end-if

           move spaces to f-bank-file-header
           move "1" to f-bfh-record-type
           move 1 to f-bfh-priority
           move ws-bank-destination to f-bfh-destination
           move ws-origin-id to f-bfh-origin
           move ws-business-date to f-bfh-create-date
           move ws-create-hhmm to f-bfh-create-time
           move ws-file-sequence to f-bfh-file-sequence
           move 94 to f-bfh-record-size
           move 10 to f-bfh-blocking
           move 1 to f-bfh-format
           move ws-bank-destination-name to f-bfh-destination-name
           move ws-origin-name to f-bfh-origin-name
           perform write-bank-record

           move 'P' to ws-batch-source
           move "WITHDRAWAL" to ws-batch-description
           perform write-one-batch

           move 'C' to ws-batch-source
           move "ACCT CLOSE" to ws-batch-description
           perform write-one-batch

      *> The trailer counts itself; blocks are ten records.
           add 1 to ws-file-records
           compute ws-block-count = (ws-file-records + 9) / 10
           end-compute

           move spaces to f-bank-file-trailer
           move "9" to f-bft-record-type
           move ws-file-batches to f-bft-batch-count
           move ws-block-count to f-bft-block-count
           move ws-file-entries to f-bft-entry-count
           move ws-file-hash to f-bft-entry-hash
           move 0 to f-bft-debit-total
           move ws-file-total to f-bft-credit-total
           write f-bank-record

           close fd-bank-file

           exit paragraph.


      *> One batch for the source in hand -- skipped when the source
      *> has nothing to send today.
       write-one-batch.

           move 0 to ws-batch-entries
           move 0 to ws-batch-hash
           move 0 to ws-batch-total

           perform varying ws-pay-idx from 1 by 1
           until ws-pay-idx > ws-num-payments
               if ws-pt-source(ws-pay-idx) = ws-batch-source
               and ws-pt-exception(ws-pay-idx) = spaces
                   add 1 to ws-batch-entries
               end-if
           end-perform

           if ws-batch-entries = 0
               exit paragraph
           end-if

           move 0 to ws-batch-entries
           add 1 to ws-batch-number
           add 1 to ws-file-batches

           move spaces to f-bank-batch-header
           move "5" to f-bbh-record-type
           move 220 to f-bbh-service-class
           move ws-origin-name to f-bbh-company-name
           move ws-origin-id to f-bbh-company-id
           move "PPD" to f-bbh-entry-class
           move ws-batch-description to f-bbh-description
           move ws-business-date to f-bbh-effective-date
           move ws-batch-number to f-bbh-batch-number
           perform write-bank-record

           move spaces to ws-report-line
           perform write-report-line
           move spaces to ws-report-line
           string "Batch " ws-batch-number " " ws-batch-description
               into ws-report-line
           end-string
           perform write-report-line

           perform varying ws-pay-idx from 1 by 1
           until ws-pay-idx > ws-num-payments
               if ws-pt-source(ws-pay-idx) = ws-batch-source
               and ws-pt-exception(ws-pay-idx) = spaces
                   perform write-bank-entry
               end-if
           end-perform

           move spaces to f-bank-batch-trailer
           move "8" to f-bbt-record-type
           move 220 to f-bbt-service-class
           move ws-batch-entries to f-bbt-entry-count
           move ws-batch-hash to f-bbt-entry-hash
           move 0 to f-bbt-debit-total
           move ws-batch-total to f-bbt-credit-total
           move ws-origin-id to f-bbt-company-id
           move ws-batch-number to f-bbt-batch-number
           perform write-bank-record

           add ws-batch-hash to ws-file-hash
           add ws-batch-total to ws-file-total

           move ws-batch-total to ws-amount-display
           move ws-batch-hash to ws-hash-display
           move spaces to ws-report-line
           string "  entries " ws-batch-entries
               "  hash " ws-hash-display
               "  total " ws-amount-display
               into ws-report-line
           end-string
           perform write-report-line

           exit paragraph.


       write-bank-entry.

           add 1 to ws-batch-entries
           add 1 to ws-file-entries

           move spaces to f-bank-entry
           move "6" to f-ben-record-type
           move 22 to f-ben-transaction-code
           move ws-pt-account-id(ws-pay-idx) to f-ben-payee-account
           move ws-pt-amount(ws-pay-idx) to f-ben-amount
           move ws-pt-trans-id(ws-pay-idx) to f-ben-individual-id
           move ws-pt-payee-name(ws-pay-idx) to f-ben-payee-name
           move ws-file-sequence to f-ben-trace-file
           move ws-batch-number to f-ben-trace-batch
           move ws-file-entries to f-ben-trace-entry
           perform write-bank-record

           add ws-pt-account-id(ws-pay-idx) to ws-batch-hash
           add ws-pt-amount(ws-pay-idx) to ws-batch-total

           move ws-pt-amount(ws-pay-idx) to ws-amount-display
           move spaces to ws-report-line
           string "  " f-ben-trace-number
               "  account " ws-pt-account-id(ws-pay-idx)
               "  " ws-pt-payee-name(ws-pay-idx)
               "  " ws-amount-display
               "  txn " ws-pt-trans-id(ws-pay-idx)
               "  " ws-pt-reference(ws-pay-idx)
               delimited by size
               into ws-report-line
           end-string
           perform write-report-line

           exit paragraph.


       write-bank-record.

           write f-bank-record
           add 1 to ws-file-records

           exit paragraph.


      *> The record payment-returns matches the bank's returns
      *> against, and sql-example checks before a reversal.
       record-payments-sent.

           open extend fd-payments-sent

           if ws-fs-status-sent = "35"
               open output fd-payments-sent
           end-if

           if ws-fs-status-sent not = "00"
               display "Error opening payments-sent.txt: "
                   ws-fs-status-sent
               end-display
               move "record-payments-sent" to ws-err-paragraph
               move ws-fs-status-sent to ws-err-file-status
               move "open fd-payments-sent" to ws-err-message
               perform fail-run
           end-if

           move 0 to ws-file-entries

           move 'P' to ws-batch-source
           perform record-source-sent
           move 'C' to ws-batch-source
           perform record-source-sent

           close fd-payments-sent

           exit paragraph.


      *> Same order the entries went in the file, so the entry
      *> numbers match the trace numbers.
       record-source-sent.

           perform varying ws-pay-idx from 1 by 1
           until ws-pay-idx > ws-num-payments
               if ws-pt-source(ws-pay-idx) = ws-batch-source
               and ws-pt-exception(ws-pay-idx) = spaces
                   add 1 to ws-file-entries
                   move spaces to f-sent-record
                   move ws-file-sequence to f-sent-file-sequence
                   move ws-file-entries to f-sent-entry-number
                   move ws-pt-source(ws-pay-idx) to f-sent-source
                   move ws-pt-trans-id(ws-pay-idx) to f-sent-trans-id
                   move ws-pt-account-id(ws-pay-idx)
                       to f-sent-account-id
                   move ws-pt-amount(ws-pay-idx) to f-sent-amount
                   move ws-business-date to f-sent-date
                   write f-sent-record
               end-if
           end-perform

           exit paragraph.


      *> The queue is left holding only what didn't fit today.
       swap-payment-queue.

           close fd-payment-queue-new

           call "CBL_DELETE_FILE" using ws-queue-file-name
               returning ws-delete-status
           end-call

           call "CBL_RENAME_FILE" using ws-queue-new-name
               ws-queue-file-name
               returning ws-rename-status
           end-call

           if ws-rename-status not = 0
               display "Warning: could not replace "
                   "outbound-payments-queue.txt, status "
                   ws-rename-status
               end-display
           end-if

           exit paragraph.


       save-file-sequence.

           open output fd-bank-seq

           if ws-fs-status-seq not = "00"
               display "Warning: could not save bank file sequence, "
                   "status " ws-fs-status-seq
               end-display
               exit paragraph
           end-if

           move ws-file-sequence to f-bank-seq-record
           write f-bank-seq-record

           close fd-bank-seq

           exit paragraph.


      *> Logs the file just written to the common transmission
      *> register. A register failure is warned about, not fatal --
      *> the file itself is already safely on disk.
       register-transmission.

           move spaces to ws-register-request
           move "OUT" to ws-reg-direction
           move ws-file-sequence to ws-reg-sequence
           move ws-file-entries to ws-reg-record-count
           move "SENT" to ws-reg-status

           call "transmission-register" using ws-register-request
               on exception
                   display "Warning: unable to call "
                       "transmission-register."
           end-call

           exit paragraph.


       write-run-totals.

           move spaces to ws-report-line
           perform write-report-line

           if ws-sendable-count = 0
               move "No payments to send." to ws-report-line
               perform write-report-line
           else
               move ws-file-total to ws-amount-display
               move ws-file-hash to ws-hash-display
               move spaces to ws-report-line
               string "File " ws-file-sequence
                   "  batches " ws-file-batches
                   "  entries " ws-file-entries
                   "  hash " ws-hash-display
                   "  total " ws-amount-display
                   into ws-report-line
               end-string
               perform write-report-line
           end-if

           move spaces to ws-report-line
           string "Exceptions: " ws-exception-count
               "  carried to next run: " ws-carried-count
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
           move "payment-transmit" to ws-ja-program
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
           move ws-num-payments to ws-ja-read-count
           move ws-sendable-count to ws-ja-written-count
           move ws-exception-count to ws-ja-rejected-count
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

           move "payment-transmit" to ws-err-program

           call "error-logger" using ws-error-request
               on exception
                   display "Warning: unable to call error-logger."
           end-call

           move 8 to return-code

           goback.


      *> Checks SQLCODE/SQLSTATE after every EXEC SQL statement and
      *> stops the run on an unexpected database error, the same
      *> check the other SQL programs here run. Nothing has been
      *> written to the bank file yet when the checks run.
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
           move "payment-transmit" to ws-err-program
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

       end program payment-transmit.

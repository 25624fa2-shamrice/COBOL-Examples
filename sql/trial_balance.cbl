      *>          operator-alert subprogram when any account is out
      *>          of proof. Out of proof finishes with return code 4
      *>          so the schedule shows the night wasn't clean.
      *> Updated: 2026-10-15 EE: transfers are proved as pairs. The
      *>          two TR rows of an account-to-account transfer share
      *>          a transfer reference and must net to zero; the
      *>          report shows the transfers as one net-zero line
      *>          rather than money in and out, and a reference that
      *>          doesn't have exactly two legs netting to zero is
      *>          out of proof like a bad balance.
      *>
      *> Note: WORKING-STORAGE SECTION header as well as SQL related
      *>       statements must be in uppercase for the esqlOC
       01  ws-sql-account-id                  pic 9(5).
       01  ws-sql-balance                     pic s9(9)v99.
       01  ws-sql-computed                    pic s9(9)v99.
       01  ws-sql-transfer-ref                pic x(15).
       01  ws-sql-leg-count                   pic 9(7).
       01  ws-sql-transfer-count              pic 9(7).
       01  ws-sql-transfer-net                pic s9(9)v99.

       EXEC SQL
           END DECLARE SECTION
       01  ws-in-proof-count                  pic 9(7) value 0.
       01  ws-variance-count                  pic 9(7) value 0.
       01  ws-orphan-count                    pic 9(7) value 0.
       01  ws-broken-transfer-count           pic 9(7) value 0.

       01  ws-report-line                     pic x(132).
       01  ws-balance-display                 pic -(9)9.99.
           END-EXEC
           perform check-sql-state

           EXEC SQL
               DECLARE TRANSFER-CUR CURSOR FOR
               SELECT TRANSFER_REF, COUNT(*),
                      COALESCE(SUM(AMOUNT), 0)
               FROM ACCOUNT_TRANSACTIONS
               WHERE TRANS_TYPE = 'TR'
               GROUP BY TRANSFER_REF
               HAVING COUNT(*) <> 2
                   OR COALESCE(SUM(AMOUNT), 0) <> 0
               ORDER BY TRANSFER_REF;
           END-EXEC
           perform check-sql-state

           move "Trial balance: ACCOUNT_TRANSACTIONS vs "
               & "ACCOUNT_BALANCES" to ws-report-line
           perform write-report-line

           perform prove-each-account
           perform sweep-orphan-transactions
           perform prove-transfers
           perform write-report-totals

           EXEC SQL
           display "Orphan accounts (transactions, no balance row): "
               ws-orphan-count
           end-display
           display "Transfers:        " ws-sql-transfer-count
           display "Broken transfers: " ws-broken-transfer-count
           display "See trial-balance-report.txt"

           if ws-variance-count > 0 or ws-orphan-count > 0
           or ws-broken-transfer-count > 0
               move 4 to return-code
           end-if

           exit paragraph.


      *> A transfer is money moving inside the books, so its legs
      *> net to zero: the transfers print as one line, and any
      *> reference without exactly two legs netting to zero -- half
      *> a transfer -- is listed out of proof.
       prove-transfers.

           EXEC SQL
               SELECT COUNT(DISTINCT TRANSFER_REF),
                      COALESCE(SUM(AMOUNT), 0)
               INTO :ws-sql-transfer-count, :ws-sql-transfer-net
               FROM ACCOUNT_TRANSACTIONS
               WHERE TRANS_TYPE = 'TR'
           END-EXEC
           perform check-sql-state

           move ws-sql-transfer-net to ws-variance-display

           move spaces to ws-report-line
           string
               "Transfers between accounts: " ws-sql-transfer-count
               "  net " ws-variance-display
               into ws-report-line
           end-string
           perform write-report-line

           EXEC SQL
               OPEN TRANSFER-CUR
           END-EXEC
           perform check-sql-state

           perform with test after until SQLCODE = 100

               EXEC SQL
                   FETCH TRANSFER-CUR
                   INTO
                       :ws-sql-transfer-ref,
                       :ws-sql-leg-count,
                       :ws-sql-transfer-net;
               END-EXEC
               perform check-sql-state

               if not SQL-NODATA
                   add 1 to ws-broken-transfer-count

                   move ws-sql-transfer-net to ws-variance-display

                   move spaces to ws-report-line
                   string
                       "OUT OF PROOF transfer " ws-sql-transfer-ref
                       "  legs " ws-sql-leg-count
                       "  net " ws-variance-display
                       into ws-report-line
                   end-string
                   perform write-report-line
               end-if
           end-perform

           EXEC SQL
               CLOSE TRANSFER-CUR
           END-EXEC
           perform check-sql-state

           exit paragraph.


       write-report-totals.

           move spaces to ws-report-line
               "  in proof: " ws-in-proof-count
               "  out of proof: " ws-variance-count
               "  orphans: " ws-orphan-count
               "  broken transfers: " ws-broken-transfer-count
               into ws-report-line
           end-string
           perform write-report-line

           if ws-variance-count = 0 and ws-orphan-count = 0
           and ws-broken-transfer-count = 0
               move "The books balance." to ws-report-line
               perform write-report-line
           end-if
      *> not a curiosity on a report nobody opens -- threshold 1.
       raise-alert-if-out-of-proof.

           if ws-variance-count + ws-orphan-count
               + ws-broken-transfer-count = 0
               exit paragraph
           end-if

           move "OUT-OF-PROOF" to ws-alert-metric
           compute ws-alert-count =
               ws-variance-count + ws-orphan-count
               + ws-broken-transfer-count
           end-compute
           move 1 to ws-alert-threshold

           move ws-in-proof-count to ws-ja-written-count
           compute ws-ja-rejected-count =
               ws-variance-count + ws-orphan-count
               + ws-broken-transfer-count
           end-compute
           move "COMPLETE" to ws-ja-status


      *>          from them, so the tie-out between the two money
      *>          worlds is arithmetic on one page instead of two
      *>          people keying the same totals.
      *> Updated: 2026-10-15 EE: transfers between accounts (TR) are
      *>          money moving inside the books and net to zero, so
      *>          they aren't bridged as income or expense; the
      *>          report shows the day's transfers and their net. A
      *>          day whose transfers don't net to zero books the
      *>          difference to the map's TR code (suspense clearing
      *>          when unmapped) and finishes with return code 4.
      *> Updated: 2026-10-15 EE: installment loans. A fresh map is
      *>          seeded with the loan types too: LO origination and
      *>          LP payment to loans receivable (1400), LI billed
      *>          interest to loan interest income (4200).
      *>
      *> Note: WORKING-STORAGE SECTION header as well as SQL related
      *>       statements must be in uppercase for the esqlOC
       01  ws-sql-trans-type                  pic x(2).
       01  ws-sql-type-count                  pic 9(7).
       01  ws-sql-type-total                  pic s9(9)v99.
       01  ws-sql-transfer-count              pic 9(7).

       EXEC SQL
           END DECLARE SECTION
       01  ws-bridge-time                     pic x(8).

       01  ws-entries-written                 pic 99 value 0.
       01  ws-transfer-unbalanced-sw          pic x value 'N'.
           88  ws-transfer-unbalanced         value 'Y'.
       01  ws-grand-total                     pic s9(9)v99 value 0.

       01  ws-report-line                     pic x(100).
                      COALESCE(SUM(AMOUNT), 0)
               FROM ACCOUNT_TRANSACTIONS
               WHERE POST_DT = :ws-sql-post-date
                   AND TRANS_TYPE <> 'TR'
               GROUP BY TRANS_TYPE
               ORDER BY TRANS_TYPE;
           END-EXEC
           perform check-sql-state

           perform bridge-each-type
           perform bridge-transfers

           EXEC SQL
               CONNECT RESET
               move 4 to return-code
           end-if

           if ws-transfer-unbalanced
               display "Transfers did not net to zero -- difference "
                   "booked to suspense, see gl-bridge-report.txt."
               end-display
               move 4 to return-code
           end-if

           goback.


           exit paragraph.


      *> The day's transfers net to zero between the two accounts,
      *> so they only show on the report. Should they not net out,
      *> the difference is bridged under GL-TR so the ledger still
      *> ties to what was posted.
       bridge-transfers.

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(AMOUNT), 0)
               INTO :ws-sql-transfer-count, :ws-sql-type-total
               FROM ACCOUNT_TRANSACTIONS
               WHERE POST_DT = :ws-sql-post-date
                   AND TRANS_TYPE = 'TR'
           END-EXEC
           perform check-sql-state

           if ws-sql-transfer-count = 0
               exit paragraph
           end-if

           move ws-sql-type-total to ws-amount-display

           move spaces to ws-report-line
           string
               "  TR    " ws-sql-transfer-count
               " leg(s) between accounts, net " ws-amount-display
               into ws-report-line
           end-string
           perform write-report-line

           if ws-sql-type-total = 0
               move "        transfers net to zero -- not bridged"
                   to ws-report-line
               perform write-report-line
               exit paragraph
           end-if

           set ws-transfer-unbalanced to true
           move "        ** TRANSFERS DO NOT NET TO ZERO **"
               to ws-report-line
           perform write-report-line

           move "TR" to ws-sql-trans-type
           move ws-sql-transfer-count to ws-sql-type-count
           perform write-one-bridge-entry

           exit paragraph.


       find-mapped-code.

           move 9990 to ws-mapped-code
               move 9990 to f-map-account-code
               write f-map-record

               move "LO" to f-map-type
               move 1400 to f-map-account-code
               write f-map-record

               move "LI" to f-map-type
               move 4200 to f-map-account-code
               write f-map-record

               move "LP" to f-map-type
               move 1400 to f-map-account-code
               write f-map-record

           close fd-account-map

           exit paragraph.

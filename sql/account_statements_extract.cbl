      *>          alongside the converted base amount, from the
      *>          ORIG_AMOUNT/ORIG_CCY columns the multi-currency
      *>          posting run fills in.
      *> Updated: 2026-10-15 EE: a reversal prints straight under
      *>          the transaction it reverses -- the pair sorts on
      *>          the original's post date and id -- with the
      *>          original marked REVERSED and the reversal naming
      *>          the original's transaction id.
      *> Updated: 2026-10-15 EE: each statement header shows a
      *>          closed account as CLOSED with its closed date, and
      *>          a disabled one as DISABLED, so the two never read
      *>          alike.
      *> Purpose: Periodic statement extract for the account
      *>          transaction subsystem. Walks ACCOUNT_TRANSACTIONS
      *>          in account id / post date order -- optionally
       01  ws-sql-first-name                  pic x(8).
       01  ws-sql-last-name                   pic x(8).
       01  ws-sql-balance                     pic s9(9)v99.
       01  ws-sql-trans-id                    pic 9(9).
       01  ws-sql-reversal-flag               pic x.
       01  ws-sql-reversal-of                 pic 9(9).
       01  ws-sql-is-enabled                  pic x.
       01  ws-sql-closed-date                 pic x(8).

      *> Optional post-date range, each bound switched off by its
      *> "use" flag when left blank -- the same optional-filter
           EXEC SQL
               DECLARE STATEMENT-CUR CURSOR FOR
               SELECT
                   T.ACCOUNT_ID, T.POST_DT, T.TRANS_TYPE, T.AMOUNT,
                   T.REFERENCE,
                   COALESCE(T.ORIG_AMOUNT, 0),
                   COALESCE(T.ORIG_CCY, ''),
                   T.TRANS_ID,
                   COALESCE(T.REVERSAL_FLAG, ' '),
                   COALESCE(T.REVERSAL_OF, 0)
               FROM ACCOUNT_TRANSACTIONS T
               LEFT JOIN ACCOUNT_TRANSACTIONS O
                   ON O.TRANS_ID = T.REVERSAL_OF
               WHERE
                   (:ws-use-from-sw = 'N'
                       OR T.POST_DT >= :ws-from-date)
                   AND (:ws-use-to-sw = 'N'
                       OR T.POST_DT <= :ws-to-date)
               ORDER BY T.ACCOUNT_ID,
                   COALESCE(O.POST_DT, T.POST_DT),
                   COALESCE(T.REVERSAL_OF, T.TRANS_ID),
                   T.TRANS_ID;
           END-EXEC
           perform check-sql-state

                       :ws-sql-amount,
                       :ws-sql-reference,
                       :ws-sql-orig-amount,
                       :ws-sql-orig-currency,
                       :ws-sql-trans-id,
                       :ws-sql-reversal-flag,
                       :ws-sql-reversal-of;
               END-EXEC
               perform check-sql-state

           add 1 to ws-statement-count

           EXEC SQL
               SELECT FIRST_NAME, LAST_NAME, IS_ENABLED,
                      COALESCE(CLOSED_DT, ' ')
               INTO :ws-sql-first-name, :ws-sql-last-name,
                    :ws-sql-is-enabled, :ws-sql-closed-date
               FROM ACCOUNTS
               WHERE ID = :ws-sql-account-id
           END-EXEC
           end-string
           perform write-statement-line

      *> Closed and disabled accounts say so under the name; a
      *> closed one's final statement went out when it closed.
           evaluate ws-sql-is-enabled
               when 'C'
                   move spaces to ws-statement-line
                   string
                       "Account CLOSED " ws-sql-closed-date
                       into ws-statement-line
                   end-string
                   perform write-statement-line
               when 'N'
                   move "Account DISABLED" to ws-statement-line
                   perform write-statement-line
           end-evaluate

           move "--------------------------------------------"
               to ws-statement-line
           perform write-statement-line
               end-string
           end-if

      *> A reversed transaction and its reversal read as a pair.
           evaluate ws-sql-reversal-flag
               when 'R'
                   string
                       function trim(ws-statement-line trailing)
                       "  REVERSED"
                       into ws-statement-line
                   end-string
               when 'V'
                   string
                       function trim(ws-statement-line trailing)
                       "  REVERSAL OF " ws-sql-reversal-of
                       into ws-statement-line
                   end-string
           end-evaluate

           perform write-statement-line

           exit paragraph.

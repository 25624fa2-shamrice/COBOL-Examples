      *>          request id with a status (OK, NOT-FOUND, NOT-AUTH,
      *>          BAD-REQUEST) and the answer text; a request can
      *>          answer across several lines under its id.
      *> Updated: 2026-10-15 EE: an AB answer for a closed account
      *>          shows "closed" and the closed date in place of the
      *>          enabled flag. ACCOUNTS.CLOSED_DT is set by
      *>          sql-example's close option.
      *> Updated: 2026-10-15 EE: users.txt read at its full width,
      *>          with the password-set date and must-change flag --
      *>          the short layout split each user line in two and
      *>          took the tail for a second, enabled user.
      *>
      *> Note: WORKING-STORAGE SECTION header as well as SQL related
      *>       statements must be in uppercase for the esqlOC
               05  f-order-amount              pic 9(7)v99.
               05  f-order-item-id-1           pic 9(4).
               05  f-order-item-id-2           pic 9(4).
               05  f-order-line-count          pic 9(3).
               05  f-order-status              pic x.
                   88  f-order-picked          value 'P'.
                   88  f-order-shipped         value 'S'.
                   88  f-order-invoiced        value 'I'.
                   88  f-order-canceled        value 'X'.
               05  f-order-ship-date           pic x(8).
               05  f-order-invoice-period      pic 9(6).

           fd  fd-user-file.
           01  f-user-record.
               05  f-user-password-hash        pic x(16).
               05  filler                      pic x.
               05  f-user-role                 pic x(10).
               05  filler                      pic x.
               05  f-user-password-set         pic x(8).
               05  filler                      pic x.
               05  f-user-must-change          pic x.

       WORKING-STORAGE SECTION.

       01  ws-sql-first-name                  pic x(8).
       01  ws-sql-last-name                   pic x(8).
       01  ws-sql-is-enabled                  pic x.
       01  ws-sql-closed-date                 pic x(8).

       EXEC SQL
           END DECLARE SECTION
       01  ws-match-count                     pic 9(4).
       01  ws-order-total                     pic 9(9)v99.
       01  ws-amount-display                  pic z,zzz,zz9.99.
       01  ws-order-status-text               pic x(8).
       01  ws-balance-display                 pic -(8)9.99.
       01  ws-response-text                   pic x(100).

           move function numval(f-req-key) to ws-sql-account-id

           EXEC SQL
               SELECT FIRST_NAME, LAST_NAME, IS_ENABLED,
                      COALESCE(CLOSED_DT, ' ')
               INTO :ws-sql-first-name, :ws-sql-last-name,
                    :ws-sql-is-enabled, :ws-sql-closed-date
               FROM ACCOUNTS
               WHERE ID = :ws-sql-account-id
           END-EXEC

           move ws-sql-balance to ws-balance-display

      *> A closed account answers with its closed date rather than
      *> an enabled flag, so it never reads as merely disabled.
           move spaces to ws-response-text
           if ws-sql-is-enabled = 'C'
               string
                   "account " ws-sql-account-id " "
                   function trim(ws-sql-last-name) ", "
                   function trim(ws-sql-first-name)
                   " closed " ws-sql-closed-date
                   " balance " ws-balance-display
                   into ws-response-text
               end-string
           else
               string
                   "account " ws-sql-account-id " "
                   function trim(ws-sql-last-name) ", "
                   function trim(ws-sql-first-name)
                   " enabled " ws-sql-is-enabled
                   " balance " ws-balance-display
                   into ws-response-text
               end-string
           end-if
           move "OK" to f-rsp-status
           perform write-response-line

                   not at end
                       if f-order-customer-id = ws-key-numeric
                           add 1 to ws-match-count
                           if not f-order-canceled
                               add f-order-amount to ws-order-total
                           end-if
                           perform write-order-line
                       end-if
               end-read

           move f-order-amount to ws-amount-display

           evaluate true
               when f-order-picked
                   move "picked" to ws-order-status-text
               when f-order-shipped
                   move "shipped" to ws-order-status-text
               when f-order-invoiced
                   move "invoiced" to ws-order-status-text
               when f-order-canceled
                   move "canceled" to ws-order-status-text
               when other
                   move "open" to ws-order-status-text
           end-evaluate

           move spaces to ws-response-text
           string
               "order " f-order-number
               " " f-order-date
               " " ws-order-status-text
               " " ws-amount-display
               " " function trim(f-order-description)
               into ws-response-text

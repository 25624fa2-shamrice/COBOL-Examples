      *>          duplicate run, or a failed control-total check --
      *>          so the scheduler can tell a clean sync from one
      *>          that rejected every record.
      *> Updated: 2026-10-15 EE: a closed account (IS_ENABLED 'C')
      *>          stays closed: a 'C' change row updates its details
      *>          but never its status, and a 'D' row leaves it as
      *>          it is.
      *> Purpose: Nightly batch job that reconciles a flat extract of
      *>          ACCOUNTS rows -- in the same layout sql_example.cbl's
      *>          export-account-results paragraph writes out -- back
      *> 'C' updates the account in place. Rejected if the id isn't
      *> on file -- a change for a missing account means the feed and
      *> the table have drifted, which should surface, not silently
      *> turn into an insert. A closed account stays closed whatever
      *> status the feed carries.
       sync-change-account.

           if ws-sync-exists-count = 0
                   LAST_NAME = :ws-sql-account-last-name,
                   PHONE = :ws-sql-account-phone,
                   ADDRESS = :ws-sql-account-address,
                   IS_ENABLED = CASE WHEN IS_ENABLED = 'C' THEN 'C'
                       ELSE :ws-sql-account-is-enabled END,
                   MOD_DT = CURRENT_TIMESTAMP
               WHERE ID = :ws-sql-account-id
           END-EXEC

      *> 'D' retires the account by flipping IS_ENABLED off, the way
      *> sql_example.cbl's disable option does, rather than deleting
      *> the row and its history outright. A closed account is left
      *> closed.
       sync-disable-account.

           if ws-sync-exists-count = 0
                   IS_ENABLED = 'N',
                   MOD_DT = CURRENT_TIMESTAMP
               WHERE ID = :ws-sql-account-id
                 AND IS_ENABLED <> 'C'
           END-EXEC
           perform check-sql-state
           add 1 to ws-synced-disabled-count

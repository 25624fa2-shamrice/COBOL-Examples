      *>****************************************************************
      *> Author: Erik Eriksen
      *> Date: 2026-09-02
      *> Updated: 2026-10-15 EE: an ACCOUNT_AUDIT purge saves the last
      *>          purged row's AUDIT_SEQ and CHAIN_VALUE as the
      *>          chain's base through the shared audit-chain
      *>          subprogram, so the rows left still verify.
      *> Purpose: Retention purge and archive for the database side --
      *>          the one growth housekeeping's flat-file aging never
      *>          touched. Rows older than DB_RETAIN_DAYS days
       01  ws-sql-written                     pic 9(7).
       01  ws-sql-rejected                    pic 9(7).
       01  ws-sql-control-count               pic 9(9).
       01  ws-sql-base-seq                    pic 9(9).
       01  ws-sql-base-chain                  pic x(16).

       EXEC SQL
           END DECLARE SECTION
       01  ws-jobrun-purged                   pic 9(9) value 0.
       01  ws-mismatch-count                  pic 9 value 0.

      *> Request group for the shared audit-chain subprogram -- the
      *> last purged ACCOUNT_AUDIT link becomes the chain's base.
       01  ws-audit-chain-request.
           05  ws-ac-action                 pic x.
           05  ws-ac-trail                  pic x(30).
           05  ws-ac-record                 pic x(400).
           05  ws-ac-prior-chain            pic x(16).
           05  ws-ac-chain-value            pic x(16).
           05  ws-ac-link-count             pic 9(9).
           05  ws-ac-base-count             pic 9(9).
           05  ws-ac-base-chain             pic x(16).
           05  ws-ac-status                 pic x.

      *> Start/end entry for the common operations log, written by
      *> the shared job-audit-log subprogram.
       01  ws-job-audit-request.
               exit paragraph
           end-if

      *> The newest chained row going is where verification will
      *> start its walk once the purge is committed.
           EXEC SQL
               SELECT COALESCE(MAX(AUDIT_SEQ), 0)
               INTO :ws-sql-base-seq
               FROM ACCOUNT_AUDIT
               WHERE CHANGED_DT <
                   TO_TIMESTAMP(:ws-sql-cutoff-date, 'YYYYMMDD')
           END-EXEC
           perform check-sql-state

           if ws-sql-base-seq > 0
               EXEC SQL
                   SELECT CHAIN_VALUE
                   INTO :ws-sql-base-chain
                   FROM ACCOUNT_AUDIT
                   WHERE AUDIT_SEQ = :ws-sql-base-seq
               END-EXEC
               perform check-sql-state
           end-if

           EXEC SQL
               DELETE FROM ACCOUNT_AUDIT
               WHERE CHANGED_DT <
           END-EXEC
           perform check-sql-state

           if ws-sql-base-seq > 0
               perform save-audit-chain-base
           end-if

           move ws-unload-count to ws-audit-purged

           exit paragraph.


       save-audit-chain-base.

           move 'B' to ws-ac-action
           move "ACCOUNT_AUDIT" to ws-ac-trail
           move spaces to ws-ac-record
           move ws-sql-base-seq to ws-ac-base-count
           move ws-sql-base-chain to ws-ac-base-chain

           call "audit-chain" using ws-audit-chain-request
               on exception
                   move 'N' to ws-ac-status
           end-call

           if ws-ac-status not = 'Y'
               display "Warning: ACCOUNT_AUDIT chain base not saved -- "
                   "verification will report the purged links."
               end-display
           end-if

           exit paragraph.


       purge-job-run.

           move 0 to ws-unload-count

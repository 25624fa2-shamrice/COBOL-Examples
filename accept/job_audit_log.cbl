      ******************************************************************
      * author: Erik Eriksen
      * date: 2026-08-21
      * updated: 2026-10-15 EE: every line now carries a chain value
      *          from the shared audit-chain subprogram after the
      *          status column, linking it to the line before, so an
      *          edited or removed line shows up when the trail is
      *          verified.
      * purpose: Shared job-audit subprogram, grown out of
      *          accept_from.cbl's log-session-start paragraph so the
      *          whole batch suite logs to one place instead of each
      *          counts, final status -- to the common operations.log,
      *          so a single file answers "what ran last night and
      *          how did it do".
      * tectonics: cobc -c job_audit_log.cbl, with audit_chain.cbl
      *            compiled as a module.
      ******************************************************************
       identification division.
       program-id. job-audit-log.
       file section.

       fd  fd-operations-log.
       01  f-operations-log-record         pic x(127).

       working-storage section.

           05  ws-ll-rejected              pic 9(7).
           05  filler                      pic x value space.
           05  ws-ll-status                pic x(10).
           05  filler                      pic x value space.
           05  ws-ll-chain                 pic x(16).

      *> Request group for the shared audit-chain subprogram.
       01  ws-audit-chain-request.
           05  ws-ac-action                pic x.
           05  ws-ac-trail                 pic x(30).
           05  ws-ac-record                pic x(400).
           05  ws-ac-prior-chain           pic x(16).
           05  ws-ac-chain-value           pic x(16).
           05  ws-ac-link-count            pic 9(9).
           05  ws-ac-base-count            pic 9(9).
           05  ws-ac-base-chain            pic x(16).
           05  ws-ac-status                pic x.

       linkage section.

           goback.


      *> The line's link in the operations.log chain, over the line
      *> as far as the status column. A missing subprogram leaves the
      *> chain column blank rather than losing the line -- the
      *> verification then reports the gap.
       chain-log-line.

           move spaces to ws-ll-chain
           move 'A' to ws-ac-action
           move "operations.log" to ws-ac-trail
           move spaces to ws-ac-record
           move ws-log-line(1:110) to ws-ac-record

           call "audit-chain" using ws-audit-chain-request
               on exception
                   move 'N' to ws-ac-status
           end-call

           if ws-ac-status = 'Y'
               move ws-ac-chain-value to ws-ll-chain
           end-if

           exit paragraph.


      *> Appends the formatted line to operations.log, creating the
      *> file on first use via the same "35" create-then-reopen
      *> fallback the daily session log used. A log failure is
               exit paragraph
           end-if

           perform chain-log-line

           move spaces to f-operations-log-record
           move ws-log-line to f-operations-log-record
           write f-operations-log-record

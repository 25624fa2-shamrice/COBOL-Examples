      *          of a page of shell commands. The whole nightly
      *          chain can also be handed to the job-stream driver
      *          from here.
      * Updated: 2026-10-15 EE: the console's launch lines carry the
      *          same operations.log chain value job-audit-log's
      *          lines do, from the shared audit-chain subprogram, so
      *          the console action log is verified with the rest of
      *          the trail.
      * Purpose: Operations console for the batch suite.
      * Tectonics: cobc -x main_app.cbl, with the batch jobs compiled
      *            as modules (cobc -m) on COB_LIBRARY_PATH.
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

       01  ws-log-date                    pic x(8).
       01  ws-log-time                    pic x(8).
               exit paragraph
           end-if

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

           move spaces to f-operations-log-record
           move ws-log-line to f-operations-log-record
           write f-operations-log-record

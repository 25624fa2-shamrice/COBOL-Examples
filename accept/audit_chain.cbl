      ******************************************************************
      * author: Erik Eriksen
      * date: 2026-10-15
      * purpose: Shared tamper-evidence subprogram for the audit
      *          trails -- operations.log (job-audit-log and the
      *          console's action lines), security-events.txt,
      *          customer-master-journal.txt and the ACCOUNT_AUDIT
      *          table. Every record written to a trail carries a
      *          sixteen-digit chain value computed, with the two
      *          rolling accumulators password-hash uses, over the
      *          previous record's chain value and this record's own
      *          text, so editing, inserting or deleting any record
      *          breaks every link after it. The last link of each
      *          trail (link count and chain value) is kept in
      *          audit-chain-state.txt, the way customer-journal
      *          keeps its sequence counter, so a writer never has to
      *          read the whole trail to append to it. When
      *          AUDIT_CHAIN_KEY is set in the environment it seeds
      *          both accumulators, so a chain cannot be rebuilt by
      *          anyone who does not hold the key.
      *          Actions:
      *            'A' append  -- next link for the trail off the
      *                           saved state; state saved back
      *            'C' compute -- the chain value for the prior value
      *                           and text given; no state touched
      *            'Q' query   -- the trail's saved state
      *            'S' set     -- saves the link count and chain
      *                           value given as the trail's state
      *                           (after a sanctioned re-chain)
      *            'B' base    -- saves the link count and chain
      *                           value of the last record purged
      *                           from the front of the trail, where
      *                           verification starts its walk
      * tectonics: cobc -c audit_chain.cbl
      ******************************************************************
       identification division.
       program-id. audit-chain.

       environment division.
       input-output section.
       file-control.

           select fd-chain-state
           assign to "audit-chain-state.txt"
           organization is line sequential
           file status is ws-fs-status-state.

       data division.

       file section.

       fd  fd-chain-state.
       01  f-chain-state-record.
           05  f-cs-trail                  pic x(30).
           05  filler                      pic x.
           05  f-cs-link-count             pic 9(9).
           05  filler                      pic x.
           05  f-cs-chain-value            pic x(16).
           05  filler                      pic x.
           05  f-cs-base-count             pic 9(9).
           05  filler                      pic x.
           05  f-cs-base-chain             pic x(16).

       working-storage section.

       01  ws-fs-status-state              pic xx.

       01  ws-eof-sw                       pic x value 'N'.
           88  ws-eof                      value 'Y'.
           88  ws-not-eof                  value 'N'.

      *> Every trail's saved last link, loaded whole and written back
      *> whole -- a handful of lines.
       01  ws-state-table.
           05  ws-num-states               pic 99 comp value 0.
           05  ws-state-entry occurs 20 times.
               10  ws-st-trail             pic x(30).
               10  ws-st-link-count        pic 9(9).
               10  ws-st-chain-value       pic x(16).
               10  ws-st-base-count        pic 9(9).
               10  ws-st-base-chain        pic x(16).

       01  ws-state-idx                    pic 99 comp.
       01  ws-found-idx                    pic 99 comp.

       77  ws-zero-chain                   pic x(16)
                                           value "0000000000000000".

       01  ws-chain-key                    pic x(16).

       01  ws-chain-text.
           05  ws-ct-prior                 pic x(16).
           05  ws-ct-record                pic x(400).

       01  ws-hash-accum-1                 pic 9(9) comp.
       01  ws-hash-accum-2                 pic 9(9) comp.
       01  ws-char-idx                     pic 999 comp.
       01  ws-char-value                   pic 999 comp.

       01  ws-hash-digits.
           05  ws-hash-part-1              pic 9(8).
           05  ws-hash-part-2              pic 9(8).

       linkage section.

      *> One request group per call. l-ac-record is the record's
      *> text without its own chain value; l-ac-prior-chain is filled
      *> in by the caller for 'C' and handed back for 'A' and 'Q'.
       01  l-audit-chain-request.
           05  l-ac-action                 pic x.
               88  l-ac-append             value 'A'.
               88  l-ac-compute            value 'C'.
               88  l-ac-query              value 'Q'.
               88  l-ac-set                value 'S'.
               88  l-ac-base               value 'B'.
           05  l-ac-trail                  pic x(30).
           05  l-ac-record                 pic x(400).
           05  l-ac-prior-chain            pic x(16).
           05  l-ac-chain-value            pic x(16).
           05  l-ac-link-count             pic 9(9).
           05  l-ac-base-count             pic 9(9).
           05  l-ac-base-chain             pic x(16).
           05  l-ac-status                 pic x.
               88  l-ac-ok                 value 'Y'.
               88  l-ac-failed             value 'N'.

       procedure division using l-audit-chain-request.
       main-procedure.

           set l-ac-ok to true

           if l-ac-compute
               move l-ac-prior-chain to ws-ct-prior
               move l-ac-record to ws-ct-record
               perform compute-chain-value
               move ws-hash-digits to l-ac-chain-value
               goback
           end-if

           perform load-chain-state
           perform find-trail-state

           evaluate true
               when l-ac-append
                   move ws-st-chain-value(ws-found-idx)
                       to l-ac-prior-chain
                   move ws-st-chain-value(ws-found-idx) to ws-ct-prior
                   move l-ac-record to ws-ct-record
                   perform compute-chain-value
                   add 1 to ws-st-link-count(ws-found-idx)
                   move ws-hash-digits
                       to ws-st-chain-value(ws-found-idx)
                   perform save-chain-state
               when l-ac-set
                   move l-ac-link-count
                       to ws-st-link-count(ws-found-idx)
                   move l-ac-chain-value
                       to ws-st-chain-value(ws-found-idx)
                   perform save-chain-state
               when l-ac-base
                   move l-ac-base-count
                       to ws-st-base-count(ws-found-idx)
                   move l-ac-base-chain
                       to ws-st-base-chain(ws-found-idx)
                   perform save-chain-state
               when l-ac-query
                   continue
               when other
                   set l-ac-failed to true
                   goback
           end-evaluate

           move ws-st-chain-value(ws-found-idx) to l-ac-chain-value
           move ws-st-link-count(ws-found-idx) to l-ac-link-count
           move ws-st-base-count(ws-found-idx) to l-ac-base-count
           move ws-st-base-chain(ws-found-idx) to l-ac-base-chain

           goback.


      *> Prior value and record text folded byte by byte into the
      *> two accumulators -- the whole of both fields, trailing
      *> spaces included, so a reader handed the same fixed-width
      *> record gets the same value back.
       compute-chain-value.

           move spaces to ws-chain-key
           accept ws-chain-key from environment "AUDIT_CHAIN_KEY"

           move 5381 to ws-hash-accum-1
           move 52711 to ws-hash-accum-2

           if ws-chain-key not = spaces
               perform varying ws-char-idx from 1 by 1
               until ws-char-idx > 16
                   move function ord(ws-chain-key(ws-char-idx:1))
                       to ws-char-value
                   compute ws-hash-accum-1 =
                       function mod(ws-hash-accum-1 * 33
                           + ws-char-value, 99999989)
                   end-compute
                   compute ws-hash-accum-2 =
                       function mod(ws-hash-accum-2 * 131
                           + ws-char-value * ws-char-idx, 99999959)
                   end-compute
               end-perform
           end-if

           perform varying ws-char-idx from 1 by 1
           until ws-char-idx > 416
               move function ord(ws-chain-text(ws-char-idx:1))
                   to ws-char-value

               compute ws-hash-accum-1 =
                   function mod(ws-hash-accum-1 * 33
                       + ws-char-value, 99999989)
               end-compute

               compute ws-hash-accum-2 =
                   function mod(ws-hash-accum-2 * 131
                       + ws-char-value * ws-char-idx, 99999959)
               end-compute
           end-perform

           move ws-hash-accum-1 to ws-hash-part-1
           move ws-hash-accum-2 to ws-hash-part-2

           exit paragraph.


       load-chain-state.

           move 0 to ws-num-states
           set ws-not-eof to true

           open input fd-chain-state

           if ws-fs-status-state not = "00"
               exit paragraph
           end-if

           perform until ws-eof
               read fd-chain-state
                   at end
                       set ws-eof to true
                   not at end
                       if ws-num-states < 20
                       and f-cs-trail not = spaces
                           add 1 to ws-num-states
                           move f-cs-trail
                               to ws-st-trail(ws-num-states)
                           move f-cs-link-count
                               to ws-st-link-count(ws-num-states)
                           move f-cs-chain-value
                               to ws-st-chain-value(ws-num-states)
                           move f-cs-base-count
                               to ws-st-base-count(ws-num-states)
                           move f-cs-base-chain
                               to ws-st-base-chain(ws-num-states)
                       end-if
               end-read
           end-perform

           close fd-chain-state

           exit paragraph.


      *> A trail seen for the first time starts from link zero and an
      *> all-zero chain value.
       find-trail-state.

           move 0 to ws-found-idx

           perform varying ws-state-idx from 1 by 1
           until ws-state-idx > ws-num-states
               if ws-st-trail(ws-state-idx) = l-ac-trail
                   move ws-state-idx to ws-found-idx
               end-if
           end-perform

           if ws-found-idx = 0
               if ws-num-states < 20
                   add 1 to ws-num-states
               end-if
               move ws-num-states to ws-found-idx
               move l-ac-trail to ws-st-trail(ws-found-idx)
               move 0 to ws-st-link-count(ws-found-idx)
               move ws-zero-chain to ws-st-chain-value(ws-found-idx)
               move 0 to ws-st-base-count(ws-found-idx)
               move ws-zero-chain to ws-st-base-chain(ws-found-idx)
           end-if

           exit paragraph.


      *> Written back whole and at once, so concurrent writers lose
      *> nothing beyond the file's granularity -- the same promise
      *> customer-journal's sequence counter makes.
       save-chain-state.

           open output fd-chain-state

           if ws-fs-status-state not = "00"
               display "Error opening audit-chain-state.txt: "
                   ws-fs-status-state
               end-display
               set l-ac-failed to true
               exit paragraph
           end-if

           perform varying ws-state-idx from 1 by 1
           until ws-state-idx > ws-num-states
               move spaces to f-chain-state-record
               move ws-st-trail(ws-state-idx) to f-cs-trail
               move ws-st-link-count(ws-state-idx)
                   to f-cs-link-count
               move ws-st-chain-value(ws-state-idx)
                   to f-cs-chain-value
               move ws-st-base-count(ws-state-idx)
                   to f-cs-base-count
               move ws-st-base-chain(ws-state-idx)
                   to f-cs-base-chain
               write f-chain-state-record
           end-perform

           close fd-chain-state

           exit paragraph.

       end program audit-chain.

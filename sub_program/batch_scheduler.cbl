      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-09-02
      * updated: 2026-10-15 EE: demo schedule runs BACKORDER-FILL
      *          ahead of ORDER-INTAKE, so yesterday's backorders get
      *          the stock before today's orders, and
      *          BACKORDER-REPORT after it.
      * updated: 2026-10-15 EE: demo schedule runs PICK-LIST after
      *          ORDER-INTAKE, once the day's allocations are in.
      * updated: 2026-10-15 EE: demo schedule runs PO-GENERATION
      *          after ORDER-INTAKE, ordering against the day's
      *          allocations.
      * updated: 2026-10-15 EE: demo schedule runs COUNT-VARIANCE
      *          ahead of BACKORDER-FILL, so the day's counts correct
      *          on-hand before any stock is allocated.
      * updated: 2026-10-15 EE: demo schedule runs CASH-RECEIPTS and
      *          AR-AGING after it, so the aging reflects the day's
      *          cash.
      * updated: 2026-10-15 EE: demo schedule runs DUNNING after
      *          CASH-RECEIPTS, so nobody is dunned for cash that
      *          came in today.
      * updated: 2026-10-15 EE: demo schedule runs INVOICE-ADJUST
      *          after CASH-RECEIPTS, and AR-AGING and DUNNING after
      *          it, so the day's credit memos are off the balances
      *          before anything is aged or dunned.
      * updated: 2026-10-15 EE: demo schedule runs CONTRACT-RENEWAL
      *          ahead of MASTER-UPDATE, so a contract that has just
      *          renewed doesn't reject its customers' transactions.
      * updated: 2026-10-15 EE: demo schedule runs CAPACITY-TREND
      *          weekly, on Sundays, after HOUSEKEEPING has aged out
      *          what it is going to.
      * updated: 2026-10-15 EE: demo schedule runs CONTROL-VERSIONS
      *          every day, first, so the night's control files are
      *          under version before anything reads them.
      * updated: 2026-10-15 EE: file-arrival triggers and cutoffs. A
      *          schedule record can name a required input file, ask
      *          for its chain-control .ctl companion to balance as
      *          well, and give a latest-acceptable arrival time
      *          (HHMM). A job whose predecessors are satisfied waits
      *          for its file -- the scheduler polls every
      *          SCHED_POLL_SECONDS (default 60) -- and past the
      *          cutoff the job and everything behind it are marked
      *          MISSED, not failed, with an operator alert naming
      *          the missing file. A job with a required file and no
      *          cutoff does not hold the night: it is left WAITING
      *          for a rerun. The summary shows waiting and missed
      *          jobs apart from failures, and either ends the run
      *          with return code 4. The demo schedule waits for
      *          partner-inbound.txt before INBOUND-GATEWAY.
      * updated: 2026-10-15 EE: demo schedule runs AUDIT-CHAIN-VERIFY
      *          every day after HOUSEKEEPING, checking and sealing
      *          the chained audit trails.
      * updated: 2026-10-15 EE: demo schedule runs REPORT-DISTRIB
      *          once the night's reports are in, so recipients get
      *          their copies in their outboxes.
      * Purpose: Dependency-driven scheduler for the whole batch
      *          suite. job-stream-driver runs one hardcoded
      *          three-step chain; the night is some twenty jobs now,
      *          so this driver reads a schedule control file,
      *          job-schedule.txt -- one record per job: job name,
      *          program id, a Mon-Sun run-day mask, and up to three
      *          predecessor job names, optionally a required input
      *          file and its cutoff -- and releases each job only
      *          when every predecessor scheduled today has finished
      *          clean under the suite's 0/4/8 convention (0 and 4
      *          release successors; 8 blocks them). Progress is
      *          the same way job-stream-driver runs its chain.
      * Tectonics: cobc -x batch_scheduler.cbl, with the scheduled
      *            programs compiled as modules (cobc -m) on
      *            COB_LIBRARY_PATH, chain_control.cbl and
      *            operator_alert.cbl among them.
      ******************************************************************
       identification division.
       program-id. batch-scheduler.

      *> One schedule record per job. The run-day mask is seven
      *> bytes, Monday through Sunday, 'Y' on the days the job runs.
      *> Blank predecessor slots mean none. The input file, when
      *> named, must be present before the job is released -- and
      *> balance against its .ctl companion when the control flag
      *> is 'Y' -- by the cutoff time, HHMM on the clock, the next
      *> morning when it is earlier than the scheduler's start.
      *> Records from before the trigger columns read them as blank.
       fd  fd-schedule-file.
       01  f-schedule-record.
           05  f-sched-job-name                pic x(20).
           05  f-sched-pred-1                  pic x(20).
           05  f-sched-pred-2                  pic x(20).
           05  f-sched-pred-3                  pic x(20).
           05  f-sched-input-file              pic x(40).
           05  f-sched-control-check           pic x.
           05  f-sched-cutoff                  pic x(4).

      *> One progress record per finished job, stamped with the
      *> business date it ran under -- a rerun on the same business

      *> The schedule loaded whole. Run state per job: ' ' waiting,
      *> 'D' done this run or a prior rerun, 'F' failed, 'N' not
      *> scheduled today, 'B' blocked by a failed predecessor, 'M'
      *> missed -- its input file, or a predecessor's, never arrived
      *> by the cutoff. ws-job-file-sw says whether a waiting job's
      *> predecessors are done and only its file is outstanding.
       01  ws-num-jobs                         pic 99 comp.

       01  ws-job-table                        occurs 0 to 50 times
           05  ws-job-pred-1                   pic x(20).
           05  ws-job-pred-2                   pic x(20).
           05  ws-job-pred-3                   pic x(20).
           05  ws-job-input-file               pic x(40).
           05  ws-job-control-check            pic x.
               88  ws-job-needs-control        value 'Y'.
           05  ws-job-cutoff                   pic x(4).
           05  ws-job-cutoff-num redefines ws-job-cutoff
                                               pic 9(4).
           05  ws-job-state                    pic x.
               88  ws-job-waiting              value ' '.
               88  ws-job-done                 value 'D'.
               88  ws-job-failed               value 'F'.
               88  ws-job-not-today            value 'N'.
               88  ws-job-blocked              value 'B'.
               88  ws-job-missed               value 'M'.
           05  ws-job-status                   pic 99.
           05  ws-job-file-sw                  pic x.
               88  ws-job-awaiting-file        value 'W'.
               88  ws-job-not-awaiting         value ' '.
           05  ws-job-missed-pred              pic x(20).

       01  ws-business-date-request.
           05  ws-bd-action                 pic x.
           88  ws-preds-satisfied              value 'S'.
           88  ws-preds-waiting                value 'W'.
           88  ws-preds-failed                 value 'F'.
           88  ws-preds-missed                 value 'M'.

       01  ws-pred-name                        pic x(20).
       01  ws-missed-pred-name                 pic x(20).
       01  ws-pred-number                      pic 9.

       01  ws-run-job-number                   pic 99.
       01  ws-failed-count                     pic 99 value 0.
       01  ws-blocked-count                    pic 99 value 0.
       01  ws-warning-count                    pic 99 value 0.
       01  ws-missed-count                     pic 99 value 0.
       01  ws-waiting-count                    pic 99 value 0.

      *> File-arrival polling. Minutes are counted from the midnight
      *> before the scheduler started, so a cutoff earlier in the day
      *> than the start falls on the next morning.
       01  ws-poll-seconds                     pic 9(4) value 60.
       01  ws-poll-seconds-env                 pic x(4).
       01  ws-poll-sleep                       pic 9(9) comp-5.
       01  ws-awaiting-count                   pic 99.
       01  ws-clock-time                       pic 9(8).
       01  ws-clock-parts redefines ws-clock-time.
           05  ws-clock-hh                     pic 99.
           05  ws-clock-mm                     pic 99.
           05  ws-clock-rest                   pic 9(4).
       01  ws-start-minutes                    pic 9(5).
       01  ws-now-minutes                      pic 9(5).
       01  ws-cutoff-minutes                   pic 9(5).
       01  ws-cutoff-hh                        pic 99.
       01  ws-cutoff-mm                        pic 99.

       01  ws-file-ready-sw                    pic x.
           88  ws-file-ready                   value 'Y'.
           88  ws-file-not-ready               value 'N'.
       01  ws-file-wait-reason                 pic x(30).

      *> CBL_CHECK_FILE_EXIST's file-information block.
       01  ws-file-info.
           05  ws-file-size                    pic x(8) comp-x.
           05  ws-file-date                    pic x(7).
           05  ws-file-time                    pic x(6).

       01  ws-exist-status                     pic s9(9) comp-5.

      *> Shared chain-control interface, action 'V' against the
      *> input file's .ctl companion.
       01  ws-chain-request.
           05  ws-cc-action                    pic x.
           05  ws-cc-file-name                 pic x(40).
           05  ws-cc-count                     pic 9(7).
           05  ws-cc-hash                      pic 9(10).
           05  ws-cc-status                    pic x.
               88  ws-cc-good                  value 'G'.

      *> Alert naming the file a missed job was waiting on.
       01  ws-alert-request.
           05  ws-alert-job                    pic x(20).
           05  ws-alert-metric                 pic x(20).
           05  ws-alert-count                  pic 9(7).
           05  ws-alert-threshold              pic 9(7).

       01  ws-summary-line                     pic x(100).

           perform mark-jobs-not-scheduled-today
           perform load-progress

           perform fetch-poll-interval

           perform release-jobs

      *> While a job is held only by a file that can still arrive
      *> before its cutoff, sleep and look again.
           perform until ws-awaiting-count = 0
               display "Waiting on " ws-awaiting-count
                   " input file(s); next look in " ws-poll-seconds
                   " second(s)."
               end-display
               move ws-poll-seconds to ws-poll-sleep
               call "C$SLEEP" using ws-poll-sleep
                   on exception
                       continue
               end-call
               perform release-jobs
           end-perform

           perform mark-blocked-jobs

           perform write-schedule-summary
               move 8 to return-code
           else
               if ws-warning-count > 0
               or ws-missed-count > 0
               or ws-waiting-count > 0
                   move 4 to return-code
               end-if
      *> A clean night clears the progress file so the next business
      *> date starts fresh even before the date rolls. A night with
      *> a job missed or still waiting keeps it for the rerun.
               if ws-missed-count = 0 and ws-waiting-count = 0
                   perform clear-progress-file
               end-if
           end-if

           goback.
                               to ws-job-pred-2(ws-num-jobs)
                           move f-sched-pred-3
                               to ws-job-pred-3(ws-num-jobs)
                           move f-sched-input-file
                               to ws-job-input-file(ws-num-jobs)
                           move f-sched-control-check
                               to ws-job-control-check(ws-num-jobs)
                           move f-sched-cutoff
                               to ws-job-cutoff(ws-num-jobs)
                           if ws-job-cutoff(ws-num-jobs) not numeric
                               move spaces
                                   to ws-job-cutoff(ws-num-jobs)
                           end-if
                           move ' ' to ws-job-state(ws-num-jobs)
                           move 0 to ws-job-status(ws-num-jobs)
                           move ' ' to ws-job-file-sw(ws-num-jobs)
                           move spaces
                               to ws-job-missed-pred(ws-num-jobs)
                       end-if
               end-read
           end-perform
                   if ws-job-waiting(ws-run-job-number)
                       perform check-predecessors

                       evaluate true
                           when ws-preds-missed
                               set ws-job-not-awaiting(ws-job-idx)
                                   to true
                               perform miss-one-job
                               add 1 to ws-released-this-pass
                           when ws-preds-satisfied
                               perform check-input-file
                               if ws-file-ready
                                   perform run-one-job
                                   add 1 to ws-released-this-pass
                               end-if
                       end-evaluate
                   end-if
               end-perform
           end-perform

           perform count-awaiting-jobs

           exit paragraph.


      *> Jobs the scheduler is still holding the run open for: only
      *> their file outstanding, and a cutoff not yet reached.
       count-awaiting-jobs.

           move 0 to ws-awaiting-count

           perform varying ws-job-idx from 1 by 1
           until ws-job-idx > ws-num-jobs
               if ws-job-waiting(ws-job-idx)
               and ws-job-awaiting-file(ws-job-idx)
               and ws-job-cutoff(ws-job-idx) not = spaces
                   add 1 to ws-awaiting-count
               end-if
           end-perform

           exit paragraph.


       fetch-poll-interval.

           move spaces to ws-poll-seconds-env
           accept ws-poll-seconds-env
               from environment "SCHED_POLL_SECONDS"
           end-accept

           if ws-poll-seconds-env not = spaces
           and function trim(ws-poll-seconds-env) is numeric
               move function numval(ws-poll-seconds-env)
                   to ws-poll-seconds
           end-if

           if ws-poll-seconds = 0
               move 1 to ws-poll-seconds
           end-if

           accept ws-clock-time from time
           compute ws-start-minutes = ws-clock-hh * 60 + ws-clock-mm

           exit paragraph.


      *> A job with no input file is ready at once. Otherwise the
      *> file must be there (and balance, when asked); a file still
      *> outstanding past the cutoff misses the job.
       check-input-file.

           set ws-file-ready to true
           set ws-job-not-awaiting(ws-job-idx) to true

           if ws-job-input-file(ws-job-idx) = spaces
               exit paragraph
           end-if

           call "CBL_CHECK_FILE_EXIST" using
               ws-job-input-file(ws-job-idx)
               ws-file-info
               returning ws-exist-status
           end-call

           if ws-exist-status not = 0
               set ws-file-not-ready to true
               move "not arrived" to ws-file-wait-reason
           else
               if ws-job-needs-control(ws-job-idx)
                   perform check-input-control
               end-if
           end-if

           if ws-file-ready
               exit paragraph
           end-if

           set ws-job-awaiting-file(ws-job-idx) to true

           if ws-job-cutoff(ws-job-idx) = spaces
               exit paragraph
           end-if

           perform compute-cutoff-minutes

           accept ws-clock-time from time
           compute ws-now-minutes = ws-clock-hh * 60 + ws-clock-mm
           if ws-now-minutes < ws-start-minutes
               add 1440 to ws-now-minutes
           end-if

           if ws-now-minutes > ws-cutoff-minutes
               perform miss-one-job
           end-if

           exit paragraph.


       check-input-control.

           move spaces to ws-chain-request
           move 'V' to ws-cc-action
           move ws-job-input-file(ws-job-idx) to ws-cc-file-name

           call "chain-control" using ws-chain-request
               on exception
                   display "Warning: unable to call chain-control -- "
                       "control balance not checked."
                   end-display
                   move 'G' to ws-cc-status
           end-call

           if not ws-cc-good
               set ws-file-not-ready to true
               move "control file not balanced"
                   to ws-file-wait-reason
           end-if

           exit paragraph.


       compute-cutoff-minutes.

           move ws-job-cutoff(ws-job-idx)(1:2) to ws-cutoff-hh
           move ws-job-cutoff(ws-job-idx)(3:2) to ws-cutoff-mm

           compute ws-cutoff-minutes =
               ws-cutoff-hh * 60 + ws-cutoff-mm
           end-compute

           if ws-cutoff-minutes < ws-start-minutes
               add 1440 to ws-cutoff-minutes
           end-if

           exit paragraph.


      *> MISSED, not failed: nothing ran and nothing broke. The job
      *> whose own file never came raises the alert naming it; a
      *> successor just carries the predecessor it missed behind.
       miss-one-job.

           set ws-job-missed(ws-job-idx) to true
           add 1 to ws-missed-count

           if ws-job-awaiting-file(ws-job-idx)
               display "  " function trim(ws-job-name(ws-job-idx))
                   " MISSED -- " function trim(
                   ws-job-input-file(ws-job-idx))
                   " " function trim(ws-file-wait-reason)
                   " by the " ws-job-cutoff(ws-job-idx) " cutoff"
               end-display

               move ws-job-name(ws-job-idx) to ws-alert-job
               move ws-job-input-file(ws-job-idx) to ws-alert-metric
               move 0 to ws-alert-count
               move ws-job-cutoff-num(ws-job-idx)
                   to ws-alert-threshold
               call "operator-alert" using ws-alert-request
                   on exception
                       display "Warning: unable to call "
                           "operator-alert."
                       end-display
               end-call
           else
               move ws-missed-pred-name
                   to ws-job-missed-pred(ws-job-idx)
               display "  " function trim(ws-job-name(ws-job-idx))
                   " MISSED -- predecessor "
                   function trim(ws-missed-pred-name) " missed"
               end-display
           end-if

           exit paragraph.


                       when ws-job-failed(ws-check-job-number)
                       when ws-job-blocked(ws-check-job-number)
                           set ws-preds-failed to true
                       when ws-job-missed(ws-check-job-number)
                           if not ws-preds-failed
                               set ws-preds-missed to true
                               move ws-pred-name to ws-missed-pred-name
                           end-if
                       when other
                           if not ws-preds-failed
                           and not ws-preds-missed
                               set ws-preds-waiting to true
                           end-if
                   end-evaluate


      *> Anything still waiting after the release loop has a failed
      *> or unsatisfiable predecessor upstream -- unless it is held
      *> by an input file with no cutoff, or stands behind one, and
      *> is left WAITING for the rerun. Blocking is settled first,
      *> pass by pass down the chain, so a job behind a failure is
      *> blocked even when a waiting file also sits upstream. With no
      *> file outstanding at all, whatever is left (a predecessor
      *> loop) is blocked as it always was.
       mark-blocked-jobs.

           move 0 to ws-awaiting-count

           perform varying ws-job-idx from 1 by 1
           until ws-job-idx > ws-num-jobs
               if ws-job-waiting(ws-job-idx)
               and ws-job-awaiting-file(ws-job-idx)
                   add 1 to ws-awaiting-count
               end-if
           end-perform

           move 1 to ws-released-this-pass

           perform until ws-released-this-pass = 0
               move 0 to ws-released-this-pass

               perform varying ws-run-job-number from 1 by 1
               until ws-run-job-number > ws-num-jobs
                   set ws-job-idx to ws-run-job-number

                   if ws-job-waiting(ws-job-idx)
                   and ws-job-not-awaiting(ws-job-idx)
                       perform check-predecessors

                       if ws-preds-failed
                       or ws-awaiting-count = 0
                           set ws-job-blocked(ws-job-idx) to true
                           add 1 to ws-blocked-count
                           add 1 to ws-released-this-pass
                       end-if
                   end-if
               end-perform
           end-perform

           perform varying ws-job-idx from 1 by 1
           until ws-job-idx > ws-num-jobs
               if ws-job-waiting(ws-job-idx)
                   add 1 to ws-waiting-count
               end-if
           end-perform

                   when ws-job-not-today(ws-job-idx)
                       move "not scheduled today"
                           to ws-summary-line(25:)
                   when ws-job-missed(ws-job-idx)
                   and ws-job-missed-pred(ws-job-idx) not = spaces
                       string "MISSED -- predecessor "
                           function trim(ws-job-missed-pred(ws-job-idx))
                           " missed"
                           into ws-summary-line(25:)
                       end-string
                   when ws-job-missed(ws-job-idx)
                       string "MISSED -- "
                           function trim(ws-job-input-file(ws-job-idx))
                           " not arrived by "
                           ws-job-cutoff(ws-job-idx)
                           into ws-summary-line(25:)
                       end-string
                   when ws-job-waiting(ws-job-idx)
                   and ws-job-awaiting-file(ws-job-idx)
                       string "WAITING for "
                           function trim(ws-job-input-file(ws-job-idx))
                           into ws-summary-line(25:)
                       end-string
                   when ws-job-waiting(ws-job-idx)
                       move "WAITING behind a predecessor"
                           to ws-summary-line(25:)
                   when other
                       move "not run" to ws-summary-line(25:)
               end-evaluate
               "  resumed-past: " ws-skipped-count
               "  failed: " ws-failed-count
               "  blocked: " ws-blocked-count
               "  missed: " ws-missed-count
               "  waiting: " ws-waiting-count
               into ws-summary-line
           end-string
           perform write-summary-line
           exit paragraph.


      *> Seeds a worked-example schedule: the control files put under
      *> version first, then the classic customer chain in
      *> dependency order, the order book and invoicing behind the
      *> master update, the partner feed released when its file
      *> lands, and housekeeping independent of it all.
      *> Only called when job-schedule.txt is missing.
       create-test-schedule.

           open output fd-schedule-file

               move spaces to f-schedule-record
               move "CONTROL-VERSIONS" to f-sched-job-name
               move "control-versions" to f-sched-program
               move "YYYYYYY" to f-sched-run-days
               write f-schedule-record

               move spaces to f-schedule-record
               move "FIELD-SCRUB" to f-sched-job-name
               move "field-scrub" to f-sched-program
               move "FIELD-SCRUB" to f-sched-pred-1
               write f-schedule-record

               move spaces to f-schedule-record
               move "CONTRACT-RENEWAL" to f-sched-job-name
               move "contract-renewal" to f-sched-program
               move "YYYYYNN" to f-sched-run-days
               write f-schedule-record

               move spaces to f-schedule-record
               move "MASTER-UPDATE" to f-sched-job-name
               move "customer-master-update" to f-sched-program
               move "YYYYYNN" to f-sched-run-days
               move "MERGE-SORT" to f-sched-pred-1
               move "CONTRACT-RENEWAL" to f-sched-pred-2
               write f-schedule-record

               move spaces to f-schedule-record
               move "COUNT-VARIANCE" to f-sched-job-name
               move "count-variance" to f-sched-program
               move "YYYYYNN" to f-sched-run-days
               write f-schedule-record

               move spaces to f-schedule-record
               move "BACKORDER-FILL" to f-sched-job-name
               move "backorder-fill" to f-sched-program
               move "YYYYYNN" to f-sched-run-days
               move "COUNT-VARIANCE" to f-sched-pred-1
               write f-schedule-record

               move spaces to f-schedule-record
               move "order-intake" to f-sched-program
               move "YYYYYNN" to f-sched-run-days
               move "MASTER-UPDATE" to f-sched-pred-1
               move "BACKORDER-FILL" to f-sched-pred-2
               write f-schedule-record

               move spaces to f-schedule-record
               move "ORDER-INTAKE" to f-sched-pred-1
               write f-schedule-record

               move spaces to f-schedule-record
               move "BACKORDER-REPORT" to f-sched-job-name
               move "backorder-report" to f-sched-program
               move "YYYYYNN" to f-sched-run-days
               move "ORDER-INTAKE" to f-sched-pred-1
               write f-schedule-record

               move spaces to f-schedule-record
               move "PICK-LIST" to f-sched-job-name
               move "pick-list" to f-sched-program
               move "YYYYYNN" to f-sched-run-days
               move "ORDER-INTAKE" to f-sched-pred-1
               write f-schedule-record

               move spaces to f-schedule-record
               move "PO-GENERATION" to f-sched-job-name
               move "po-generation" to f-sched-program
               move "YYYYYNN" to f-sched-run-days
               move "ORDER-INTAKE" to f-sched-pred-1
               write f-schedule-record

               move spaces to f-schedule-record
               move "CASH-RECEIPTS" to f-sched-job-name
               move "cash-receipts" to f-sched-program
               move "YYYYYNN" to f-sched-run-days
               write f-schedule-record

               move spaces to f-schedule-record
               move "INVOICE-ADJUST" to f-sched-job-name
               move "invoice-adjustments" to f-sched-program
               move "YYYYYNN" to f-sched-run-days
               move "CASH-RECEIPTS" to f-sched-pred-1
               write f-schedule-record

               move spaces to f-schedule-record
               move "AR-AGING" to f-sched-job-name
               move "ar-aging-report" to f-sched-program
               move "YYYYYNN" to f-sched-run-days
               move "CASH-RECEIPTS" to f-sched-pred-1
               move "INVOICE-ADJUST" to f-sched-pred-2
               write f-schedule-record

               move spaces to f-schedule-record
               move "DUNNING" to f-sched-job-name
               move "dunning-notices" to f-sched-program
               move "YYYYYNN" to f-sched-run-days
               move "CASH-RECEIPTS" to f-sched-pred-1
               move "INVOICE-ADJUST" to f-sched-pred-2
               write f-schedule-record

               move spaces to f-schedule-record
               move "REPORT-DISTRIB" to f-sched-job-name
               move "report-distribution" to f-sched-program
               move "YYYYYNN" to f-sched-run-days
               move "HELD-ORDERS" to f-sched-pred-1
               move "BACKORDER-REPORT" to f-sched-pred-2
               move "AR-AGING" to f-sched-pred-3
               write f-schedule-record

               move spaces to f-schedule-record
               move "INBOUND-GATEWAY" to f-sched-job-name
               move "inbound-gateway" to f-sched-program
               move "YYYYYNN" to f-sched-run-days
               move "partner-inbound.txt" to f-sched-input-file
               move "N" to f-sched-control-check
               move "0600" to f-sched-cutoff
               write f-schedule-record

               move spaces to f-schedule-record
               move "HOUSEKEEPING" to f-sched-job-name
               move "housekeeping" to f-sched-program
               move "YYYYYYY" to f-sched-run-days
               write f-schedule-record

               move spaces to f-schedule-record
               move "AUDIT-CHAIN-VERIFY" to f-sched-job-name
               move "audit-chain-verify" to f-sched-program
               move "YYYYYYY" to f-sched-run-days
               move "HOUSEKEEPING" to f-sched-pred-1
               write f-schedule-record

               move spaces to f-schedule-record
               move "CAPACITY-TREND" to f-sched-job-name
               move "capacity-trend" to f-sched-program
               move "NNNNNNY" to f-sched-run-days
               move "HOUSEKEEPING" to f-sched-pred-1
               write f-schedule-record

           close fd-schedule-file

           exit paragraph.

      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-10-15
      * Purpose: Suite-wide end-of-day backup, run straight after
      *          business-date-roll closes the cycle. Copies every
      *          registered data file -- the order book, customers,
      *          invoicing and receivables, items, contracts, the
      *          ledger, the sequence counters, the statement archive
      *          and the control files -- into one backup set, the
      *          directory backup-YYYYMMDD named for the business
      *          date the next cycle starts from, so the suite can be
      *          put back to one consistent point after a bad night.
      *          Each file is counted and hash-totalled through the
      *          shared data-file-hash subprogram before the copy and
      *          again on the copy, and the two must agree; the set's
      *          backup-manifest.txt records every file with its
      *          record count and hash total (or that it was not
      *          present tonight), and backup-sets.txt lists the sets
      *          on the shelf. The newest BACKUP_KEEP_SETS complete
      *          sets are kept (seven when the variable isn't set);
      *          anything older goes, so a failed night never pushes
      *          a good set off the shelf. backup-restore brings a
      *          set, or chosen files from it, back.
      * Tectonics: cobc -x eod_backup.cbl, with data_file_hash.cbl,
      *            business_date.cbl and job_audit_log.cbl compiled
      *            as modules.
      ******************************************************************
       identification division.
       program-id. eod-backup.

       environment division.
       input-output section.
       file-control.

           select fd-manifest-file assign to ws-manifest-file-name
           organization is line sequential
           file status is ws-fs-status-manifest.

           select fd-set-index assign to "backup-sets.txt"
           organization is line sequential
           file status is ws-fs-status-sets.

       data division.

       file section.

      *> One record per registered file. Status: 'C' copied and
      *> verified, 'N' not present when the set was taken, 'E' the
      *> file could not be read or copied.
       fd  fd-manifest-file.
       01  f-manifest-record.
           05  f-bm-file-name                  pic x(40).
           05  filler                          pic x.
           05  f-bm-kind                       pic x.
           05  filler                          pic x.
           05  f-bm-records                    pic 9(9).
           05  filler                          pic x.
           05  f-bm-hash                       pic 9(10).
           05  filler                          pic x.
           05  f-bm-status                     pic x.

       fd  fd-set-index.
       01  f-set-index-record.
           05  f-bs-date                       pic 9(8).
           05  filler                          pic x.
           05  f-bs-time                       pic 9(6).
           05  filler                          pic x.
           05  f-bs-copied                     pic 9(3).
           05  filler                          pic x.
           05  f-bs-absent                     pic 9(3).
           05  filler                          pic x.
           05  f-bs-failed                     pic 9(3).
           05  filler                          pic x.
           05  f-bs-directory                  pic x(20).

       working-storage section.

       01  ws-fs-status-manifest               pic xx.
       01  ws-fs-status-sets                   pic xx.

       01  ws-eof-sw                           pic x value 'N'.
           88  ws-eof                          value 'Y'.
           88  ws-not-eof                      value 'N'.

      *> The registered data files and how each is read: 'S' line
      *> sequential, 'O' the indexed order book, 'L' the indexed
      *> order lines, 'M' the indexed customer master, 'R' the
      *> indexed hierarchy customer file, 'A' the indexed statement
      *> archive. A new data file is registered here. Reports, logs
      *> and the day's work files are not -- they are rebuilt by
      *> rerunning the jobs.
       01  ws-backup-file-definitions.
           05  filler          pic x(40) value "customer-orders.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40) value "customer-orders.dat".
           05  filler          pic x value 'O'.
           05  filler          pic x(40)
               value "customer-order-lines.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40)
               value "customer-order-lines.dat".
           05  filler          pic x value 'L'.
           05  filler          pic x(40)
               value "customer-order-hold-lines.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40)
               value "customer-orders-hold.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40) value "backorders.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40) value "customer-returns.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40) value "customer-master.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40) value "customer-master.dat".
           05  filler          pic x value 'M'.
           05  filler          pic x(40)
               value "customer-master-journal.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40)
               value "customer-pending-changes.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40)
               value "redefines-customer.dat".
           05  filler          pic x value 'R'.
           05  filler          pic x(40) value "customer-consent.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40)
               value "customer-credit-limits.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40)
               value "customer-tax-exemptions.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40) value "invoices.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40) value "invoice-memos.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40) value "ar-open-items.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40) value "statement-archive.dat".
           05  filler          pic x value 'A'.
           05  filler          pic x(40) value "search-items.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40) value "item-price-list.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40) value "price-exceptions.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40) value "cycle-count-items.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40) value "vendor-master.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40)
               value "purchase-order-lines.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40) value "contract-master.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40) value "contract-history.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40)
               value "deferred-revenue-schedule.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40) value "numval-ledger.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40) value "chart-of-accounts.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40) value "ledger-budget.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40) value "partner-xref.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40)
               value "recurring-transactions.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40) value "order-number-seq.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40) value "invoice-number-seq.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40)
               value "backorder-number-seq.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40) value "rma-number-seq.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40) value "po-number-seq.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40) value "memo-number-seq.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40) value "count-sheet-seq.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40)
               value "customer-journal-seq.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40) value "partner-feed-seq.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40) value "partner-order-seq.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40)
               value "partner-inbound-seq.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40) value "bank-payment-seq.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40) value "dunning-feed-seq.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40)
               value "statement-feed-seq.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40)
               value "consolidated-feed-seq.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40) value "business-calendar.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40) value "scrub-rules.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40) value "retention-rules.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40) value "job-schedule.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40) value "feature-flags.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40) value "users.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40) value "sales-tax-rates.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40) value "tax-item-groups.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40) value "gl-account-map.txt".
           05  filler          pic x value 'S'.
           05  filler          pic x(40)
               value "report-distribution.txt".
           05  filler          pic x value 'S'.

       01  filler redefines ws-backup-file-definitions.
           05  ws-bf-entry                     occurs 59 times.
               10  ws-bf-name                  pic x(40).
               10  ws-bf-kind                  pic x.

       77  ws-num-backup-files                 pic 99 value 59.
       01  ws-bf-idx                           pic 99.

      *> Shared business-date interface.
       01  ws-business-date-request.
           05  ws-bd-action                    pic x.
           05  ws-bd-date                      pic 9(8).

      *> Shared data-file-hash interface.
       01  ws-hash-request.
           05  ws-dh-file-name                 pic x(60).
           05  ws-dh-kind                      pic x.
           05  ws-dh-count                     pic 9(9).
           05  ws-dh-hash                      pic 9(10).
           05  ws-dh-status                    pic x.
               88  ws-dh-good                  value 'G'.
               88  ws-dh-not-found             value 'N'.
               88  ws-dh-error                 value 'E'.

      *> Shared job-audit-log interface.
       01  ws-job-audit-request.
           05  ws-ja-program                   pic x(30).
           05  ws-ja-phase                     pic x.
           05  ws-ja-read-count                pic 9(7).
           05  ws-ja-written-count             pic 9(7).
           05  ws-ja-rejected-count            pic 9(7).
           05  ws-ja-status                    pic x(10).

       01  ws-set-date                         pic 9(8).
       01  ws-set-time                         pic 9(6).
       01  ws-clock-time.
           05  ws-clock-hh                     pic 99.
           05  ws-clock-mi                     pic 99.
           05  ws-clock-ss                     pic 99.
           05  ws-clock-cc                     pic 99.

       01  ws-set-directory                    pic x(20).
       01  ws-manifest-file-name               pic x(60).
       01  ws-target-name                      pic x(60).
       01  ws-dir-status                       pic s9(9) comp-5.
       01  ws-copy-status                      pic s9(9) comp-5.
       01  ws-delete-status                    pic s9(9) comp-5.

       01  ws-live-count                       pic 9(9).
       01  ws-live-hash                        pic 9(10).

       01  ws-files-copied                     pic 9(3) value 0.
       01  ws-files-absent                     pic 9(3) value 0.
       01  ws-files-failed                     pic 9(3) value 0.
       01  ws-records-copied                   pic 9(9) value 0.

       01  ws-date-fallback-sw                 pic x value 'N'.
           88  ws-date-fallback                value 'Y'.

       01  ws-run-error-sw                     pic x value 'N'.
           88  ws-run-error                    value 'Y'.

       01  ws-keep-sets-env                    pic x(4).
       01  ws-keep-sets                        pic 99 value 7.

      *> The sets on the shelf, oldest first, as backup-sets.txt
      *> lists them.
       01  ws-set-table.
           05  ws-set-entry                    occurs 100 times.
               10  ws-st-date                  pic 9(8).
               10  ws-st-time                  pic 9(6).
               10  ws-st-copied                pic 9(3).
               10  ws-st-absent                pic 9(3).
               10  ws-st-failed                pic 9(3).
               10  ws-st-directory             pic x(20).
               10  ws-st-keep-sw               pic x.
                   88  ws-st-kept              value 'Y'.
                   88  ws-st-pruned            value 'N'.

       77  ws-max-sets                         pic 9(3) value 100.
       01  ws-set-count                        pic 9(3) value 0.
       01  ws-set-idx                          pic 9(3).
       01  ws-complete-kept                    pic 9(3).
       01  ws-sets-pruned                      pic 9(3) value 0.

       01  ws-prune-directory                  pic x(20).

       procedure division.
       main-procedure.

           perform log-job-start

           perform fetch-set-date
           perform fetch-keep-sets

           accept ws-clock-time from time
           compute ws-set-time =
               ws-clock-hh * 10000 + ws-clock-mi * 100 + ws-clock-ss
           end-compute

           move spaces to ws-set-directory
           string "backup-" ws-set-date
               into ws-set-directory
           end-string

           move spaces to ws-manifest-file-name
           string function trim(ws-set-directory)
               "/backup-manifest.txt"
               into ws-manifest-file-name
           end-string

      *> A rerun on the same business date takes the set again over
      *> the same directory.
           call "CBL_CREATE_DIR" using ws-set-directory
               returning ws-dir-status

           open output fd-manifest-file

           if ws-fs-status-manifest not = "00"
               display "Error: cannot write "
                   function trim(ws-manifest-file-name) ": "
                   ws-fs-status-manifest
               end-display
               set ws-run-error to true
               perform log-job-end
               move 8 to return-code
               goback
           end-if

           display "End-of-day backup set "
               function trim(ws-set-directory) ":"
           end-display

           perform varying ws-bf-idx from 1 by 1
           until ws-bf-idx > ws-num-backup-files
               perform back-up-one-file
           end-perform

           close fd-manifest-file

           if ws-files-failed > 0
               set ws-run-error to true
           end-if

           perform record-backup-set

           display space
           display "Files copied:      " ws-files-copied
           display "Records copied:    " ws-records-copied
           display "Not present:       " ws-files-absent
           display "Failed:            " ws-files-failed
           display "Sets pruned:       " ws-sets-pruned
               " (keeping " ws-keep-sets " complete sets)"
           end-display

           if ws-files-failed > 0
               display "WARNING: this set is INCOMPLETE -- the files "
                   "marked E on its manifest were not backed up."
               end-display
           end-if

           perform log-job-end

           evaluate true
               when ws-run-error
                   move 8 to return-code
               when ws-date-fallback
                   move 4 to return-code
               when other
                   move 0 to return-code
           end-evaluate

           goback.


      *> The set is named for the business date the rolled calendar
      *> now shows. Without a calendar the backup is still taken --
      *> under today's date, with a warning.
       fetch-set-date.

           move 'F' to ws-bd-action
           move 0 to ws-bd-date

           call "business-date" using ws-business-date-request
               on exception
                   move 0 to ws-bd-date
           end-call

           if ws-bd-date = 0
               accept ws-set-date from date yyyymmdd
               set ws-date-fallback to true
               display "Warning: business date unavailable -- the "
                   "set is dated " ws-set-date " from the clock."
               end-display
           else
               move ws-bd-date to ws-set-date
           end-if

           exit paragraph.


       fetch-keep-sets.

           move spaces to ws-keep-sets-env
           accept ws-keep-sets-env from environment "BACKUP_KEEP_SETS"

           if ws-keep-sets-env not = spaces
           and function trim(ws-keep-sets-env) is numeric
               move function numval(ws-keep-sets-env) to ws-keep-sets
           end-if

           if ws-keep-sets = 0
               move 1 to ws-keep-sets
           end-if

           exit paragraph.


      *> Counts and hashes the live file, copies it into the set,
      *> then counts and hashes the copy: the manifest only says
      *> copied when the two agree.
       back-up-one-file.

           move spaces to f-manifest-record
           move ws-bf-name(ws-bf-idx) to f-bm-file-name
           move ws-bf-kind(ws-bf-idx) to f-bm-kind
           move 0 to f-bm-records
           move 0 to f-bm-hash

           move spaces to ws-hash-request
           move ws-bf-name(ws-bf-idx) to ws-dh-file-name
           move ws-bf-kind(ws-bf-idx) to ws-dh-kind
           perform call-data-file-hash

           evaluate true
               when ws-dh-not-found
                   move 'N' to f-bm-status
                   add 1 to ws-files-absent
                   write f-manifest-record
                   exit paragraph
               when ws-dh-error
                   move 'E' to f-bm-status
                   add 1 to ws-files-failed
                   write f-manifest-record
                   display "  FAILED   " ws-bf-name(ws-bf-idx)
                       " -- could not be read"
                   end-display
                   exit paragraph
           end-evaluate

           move ws-dh-count to ws-live-count
           move ws-dh-hash to ws-live-hash
           move ws-live-count to f-bm-records
           move ws-live-hash to f-bm-hash

           move spaces to ws-target-name
           string function trim(ws-set-directory) "/"
               function trim(ws-bf-name(ws-bf-idx))
               into ws-target-name
           end-string

           call "CBL_COPY_FILE" using
               ws-bf-name(ws-bf-idx)
               ws-target-name
               returning ws-copy-status

           if ws-copy-status not = 0
               move 'E' to f-bm-status
               add 1 to ws-files-failed
               write f-manifest-record
               display "  FAILED   " ws-bf-name(ws-bf-idx)
                   " -- copy into the set failed"
               end-display
               exit paragraph
           end-if

           move spaces to ws-hash-request
           move ws-target-name to ws-dh-file-name
           move ws-bf-kind(ws-bf-idx) to ws-dh-kind
           perform call-data-file-hash

           if not ws-dh-good
           or ws-dh-count not = ws-live-count
           or ws-dh-hash not = ws-live-hash
               move 'E' to f-bm-status
               add 1 to ws-files-failed
               write f-manifest-record
               display "  FAILED   " ws-bf-name(ws-bf-idx)
                   " -- the copy does not match the live file"
               end-display
               exit paragraph
           end-if

           move 'C' to f-bm-status
           add 1 to ws-files-copied
           add ws-live-count to ws-records-copied
           write f-manifest-record

           display "  copied   " ws-bf-name(ws-bf-idx) " "
               ws-live-count " record(s)  hash " ws-live-hash
           end-display

           exit paragraph.


       call-data-file-hash.

           call "data-file-hash" using ws-hash-request
               on exception
                   display "Error: unable to call data-file-hash."
                   set ws-dh-error to true
           end-call

           exit paragraph.


      *> Lists tonight's set in backup-sets.txt (in place of an
      *> earlier set of the same date), then prunes: walking back
      *> from the newest, sets are kept until BACKUP_KEEP_SETS
      *> complete ones have been counted; everything older than that
      *> goes off the shelf.
       record-backup-set.

           perform load-set-index

           if ws-set-count >= ws-max-sets
               perform prune-oldest-entry
           end-if

           add 1 to ws-set-count
           move ws-set-date to ws-st-date(ws-set-count)
           move ws-set-time to ws-st-time(ws-set-count)
           move ws-files-copied to ws-st-copied(ws-set-count)
           move ws-files-absent to ws-st-absent(ws-set-count)
           move ws-files-failed to ws-st-failed(ws-set-count)
           move ws-set-directory to ws-st-directory(ws-set-count)
           set ws-st-kept(ws-set-count) to true

           move 0 to ws-complete-kept

           perform varying ws-set-idx from ws-set-count by -1
           until ws-set-idx < 1
               if ws-complete-kept >= ws-keep-sets
                   set ws-st-pruned(ws-set-idx) to true
               else
                   set ws-st-kept(ws-set-idx) to true
                   if ws-st-failed(ws-set-idx) = 0
                       add 1 to ws-complete-kept
                   end-if
               end-if
           end-perform

           perform varying ws-set-idx from 1 by 1
           until ws-set-idx > ws-set-count
               if ws-st-pruned(ws-set-idx)
                   move ws-st-directory(ws-set-idx)
                       to ws-prune-directory
                   perform prune-backup-set
                   add 1 to ws-sets-pruned
               end-if
           end-perform

           perform write-set-index

           exit paragraph.


       load-set-index.

           move 0 to ws-set-count
           set ws-not-eof to true

           open input fd-set-index

           if ws-fs-status-sets not = "00"
               exit paragraph
           end-if

           perform until ws-eof
               read fd-set-index
                   at end
                       set ws-eof to true
                   not at end
                       if f-bs-date is numeric
                       and f-bs-date not = ws-set-date
                       and ws-set-count < ws-max-sets
                           add 1 to ws-set-count
                           move f-bs-date to ws-st-date(ws-set-count)
                           move f-bs-time to ws-st-time(ws-set-count)
                           move f-bs-copied
                               to ws-st-copied(ws-set-count)
                           move f-bs-absent
                               to ws-st-absent(ws-set-count)
                           move f-bs-failed
                               to ws-st-failed(ws-set-count)
                           move f-bs-directory
                               to ws-st-directory(ws-set-count)
                           set ws-st-kept(ws-set-count) to true
                       end-if
               end-read
           end-perform

           close fd-set-index

           exit paragraph.


      *> Only when the index is full: the oldest set goes first to
      *> make room, whatever the keep count says.
       prune-oldest-entry.

           move ws-st-directory(1) to ws-prune-directory
           perform prune-backup-set
           add 1 to ws-sets-pruned

           perform varying ws-set-idx from 1 by 1
           until ws-set-idx >= ws-set-count
               move ws-set-entry(ws-set-idx + 1)
                   to ws-set-entry(ws-set-idx)
           end-perform

           subtract 1 from ws-set-count

           exit paragraph.


      *> Deletes every file the set's manifest lists, the manifest,
      *> and the emptied directory.
       prune-backup-set.

           move spaces to ws-manifest-file-name
           string function trim(ws-prune-directory)
               "/backup-manifest.txt"
               into ws-manifest-file-name
           end-string

           set ws-not-eof to true

           open input fd-manifest-file

           if ws-fs-status-manifest = "00"
               perform until ws-eof
                   read fd-manifest-file
                       at end
                           set ws-eof to true
                       not at end
                           if f-bm-status not = 'N'
                               move spaces to ws-target-name
                               string function trim(ws-prune-directory)
                                   "/" function trim(f-bm-file-name)
                                   into ws-target-name
                               end-string
                               call "CBL_DELETE_FILE"
                                   using ws-target-name
                                   returning ws-delete-status
                           end-if
                   end-read
               end-perform
               close fd-manifest-file
           end-if

           call "CBL_DELETE_FILE" using ws-manifest-file-name
               returning ws-delete-status

           call "CBL_DELETE_DIR" using ws-prune-directory
               returning ws-delete-status

           display "  pruned   " function trim(ws-prune-directory)

           exit paragraph.


       write-set-index.

           open output fd-set-index

           if ws-fs-status-sets not = "00"
               display "Error: cannot write backup-sets.txt: "
                   ws-fs-status-sets
               end-display
               set ws-run-error to true
               exit paragraph
           end-if

           perform varying ws-set-idx from 1 by 1
           until ws-set-idx > ws-set-count
               if ws-st-kept(ws-set-idx)
                   move spaces to f-set-index-record
                   move ws-st-date(ws-set-idx) to f-bs-date
                   move ws-st-time(ws-set-idx) to f-bs-time
                   move ws-st-copied(ws-set-idx) to f-bs-copied
                   move ws-st-absent(ws-set-idx) to f-bs-absent
                   move ws-st-failed(ws-set-idx) to f-bs-failed
                   move ws-st-directory(ws-set-idx) to f-bs-directory
                   write f-set-index-record
               end-if
           end-perform

           close fd-set-index

           exit paragraph.


       log-job-start.

           move spaces to ws-job-audit-request
           move "eod-backup" to ws-ja-program
           move 'S' to ws-ja-phase
           move 0 to ws-ja-read-count
           move 0 to ws-ja-written-count
           move 0 to ws-ja-rejected-count

           call "job-audit-log" using ws-job-audit-request
               on exception
                   display "Warning: unable to call job-audit-log."
           end-call

           exit paragraph.


       log-job-end.

           move 'E' to ws-ja-phase
           move ws-records-copied to ws-ja-read-count
           move ws-files-copied to ws-ja-written-count
           move ws-files-failed to ws-ja-rejected-count
           move "COMPLETE" to ws-ja-status
           if ws-run-error
               move "FAILED" to ws-ja-status
           end-if

           call "job-audit-log" using ws-job-audit-request
               on exception
                   display "Warning: unable to call job-audit-log."
           end-call

           exit paragraph.

       end program eod-backup.

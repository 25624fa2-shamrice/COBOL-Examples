      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-10-15
      * Purpose: Restore utility for the end-of-day backup sets
      *          eod-backup takes. Lists the sets on the shelf off
      *          backup-sets.txt, then the chosen set's manifest, and
      *          brings back either the whole set -- every file it
      *          copied, which puts the suite back to the point the
      *          set was taken, business calendar and sequence
      *          counters included -- or only the files chosen from
      *          it. After an explicit confirmation each file is
      *          copied back over the live one and then counted and
      *          hash-totalled through the shared data-file-hash
      *          subprogram; a file is only reported restored when its
      *          record count and hash total match the manifest. Files
      *          that were not present when the set was taken are left
      *          alone. The run goes to the job audit log like any
      *          other job, mismatches as rejects.
      * Tectonics: cobc -x backup_restore.cbl, with data_file_hash.cbl
      *            and job_audit_log.cbl compiled as modules.
      ******************************************************************
       identification division.
       program-id. backup-restore.

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

       01  ws-set-table.
           05  ws-set-entry                    occurs 100 times.
               10  ws-st-date                  pic 9(8).
               10  ws-st-time                  pic 9(6).
               10  ws-st-copied                pic 9(3).
               10  ws-st-failed                pic 9(3).
               10  ws-st-directory             pic x(20).

       77  ws-max-sets                         pic 9(3) value 100.
       01  ws-set-count                        pic 9(3) value 0.
       01  ws-set-idx                          pic 9(3).

      *> The chosen set's manifest, one entry per registered file.
       01  ws-manifest-table.
           05  ws-mf-entry                     occurs 99 times.
               10  ws-mf-name                  pic x(40).
               10  ws-mf-kind                  pic x.
               10  ws-mf-records               pic 9(9).
               10  ws-mf-hash                  pic 9(10).
               10  ws-mf-status                pic x.
                   88  ws-mf-copied            value 'C'.
                   88  ws-mf-absent            value 'N'.
               10  ws-mf-selected-sw           pic x.
                   88  ws-mf-selected          value 'Y'.
                   88  ws-mf-not-selected      value 'N'.

       77  ws-max-manifest                     pic 99 value 99.
       01  ws-mf-count                         pic 99 value 0.
       01  ws-mf-idx                           pic 99.

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

       01  ws-set-directory                    pic x(20).
       01  ws-manifest-file-name               pic x(60).
       01  ws-source-name                      pic x(60).
       01  ws-copy-status                      pic s9(9) comp-5.

       01  ws-date-view                        pic 9(8).
       01  ws-date-parts redefines ws-date-view.
           05  ws-date-yyyy                    pic 9(4).
           05  ws-date-mm                      pic 99.
           05  ws-date-dd                      pic 99.
       01  ws-time-view                        pic 9(6).
       01  ws-time-parts redefines ws-time-view.
           05  ws-time-hh                      pic 99.
           05  ws-time-mi                      pic 99.
           05  ws-time-ss                      pic 99.

       01  ws-mf-status-text                   pic x(14).

       01  ws-choice-input                     pic x(3).
       01  ws-choice-number                    pic 9(3).
       01  ws-scope-choice                     pic x.
       01  ws-confirm                          pic x.

       01  ws-selected-count                   pic 99 value 0.
       01  ws-restored-count                   pic 99 value 0.
       01  ws-mismatch-count                   pic 99 value 0.
       01  ws-records-restored                 pic 9(9) value 0.

       01  ws-choosing-sw                      pic x.
           88  ws-choosing                     value 'Y'.
           88  ws-done-choosing                value 'N'.

       procedure division.
       main-procedure.

           display "End-of-day backup restore."
           display space

           perform load-set-index

           if ws-set-count = 0
               display "No backup sets on the shelf."
               move 8 to return-code
               goback
           end-if

           display "Backup sets:"

           perform varying ws-set-idx from 1 by 1
           until ws-set-idx > ws-set-count
               perform list-one-set
           end-perform

           display space
           display "Set to restore from (blank cancels): "
               with no advancing
           end-display
           move spaces to ws-choice-input
           accept ws-choice-input

           if ws-choice-input = spaces
               display "Restore cancelled."
               goback
           end-if

           perform check-choice-number

           if ws-choice-number = 0
           or ws-choice-number > ws-set-count
               display "No such set."
               move 8 to return-code
               goback
           end-if

           move ws-choice-number to ws-set-idx
           move ws-st-directory(ws-set-idx) to ws-set-directory

           perform load-manifest

           if ws-mf-count = 0
               display "The manifest for "
                   function trim(ws-set-directory)
                   " is missing or empty -- nothing to restore."
               end-display
               move 8 to return-code
               goback
           end-if

           display space
           display "Files in " function trim(ws-set-directory) ":"

           perform varying ws-mf-idx from 1 by 1
           until ws-mf-idx > ws-mf-count
               perform list-one-file
           end-perform

           display space
           display "Restore the whole set (A) or chosen files (F)? "
               "(blank cancels): "
               with no advancing
           end-display
           move space to ws-scope-choice
           accept ws-scope-choice

           evaluate function upper-case(ws-scope-choice)
               when 'A'
                   perform select-whole-set
               when 'F'
                   perform select-chosen-files
               when other
                   display "Restore cancelled."
                   goback
           end-evaluate

           if ws-selected-count = 0
               display "No files chosen -- restore cancelled."
               goback
           end-if

           display space
           display "Restore " ws-selected-count " file(s) from "
               function trim(ws-set-directory)
               " over the live files? (Y/N): "
               with no advancing
           end-display
           accept ws-confirm

           if function upper-case(ws-confirm) not = 'Y'
               display "Restore cancelled -- nothing was changed."
               goback
           end-if

           perform log-job-start

           display space

           perform varying ws-mf-idx from 1 by 1
           until ws-mf-idx > ws-mf-count
               if ws-mf-selected(ws-mf-idx)
                   perform restore-one-file
               end-if
           end-perform

           display space
           display "Files restored and verified: " ws-restored-count
           display "Records restored:            " ws-records-restored
           display "Failed verification:         " ws-mismatch-count

           perform log-job-end

           if ws-mismatch-count > 0
               display "WARNING: the files marked MISMATCH do not "
                   "match the manifest -- do not run the suite on them."
               end-display
               move 8 to return-code
           else
               move 0 to return-code
           end-if

           goback.


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
                       and ws-set-count < ws-max-sets
                           add 1 to ws-set-count
                           move f-bs-date to ws-st-date(ws-set-count)
                           move f-bs-time to ws-st-time(ws-set-count)
                           move f-bs-copied
                               to ws-st-copied(ws-set-count)
                           move f-bs-failed
                               to ws-st-failed(ws-set-count)
                           move f-bs-directory
                               to ws-st-directory(ws-set-count)
                       end-if
               end-read
           end-perform

           close fd-set-index

           exit paragraph.


       list-one-set.

           move ws-st-date(ws-set-idx) to ws-date-view
           move ws-st-time(ws-set-idx) to ws-time-view

           if ws-st-failed(ws-set-idx) > 0
               display "  " ws-set-idx ") "
                   ws-date-yyyy "-" ws-date-mm "-" ws-date-dd
                   "  taken " ws-time-hh ":" ws-time-mi "  "
                   ws-st-copied(ws-set-idx) " file(s)  INCOMPLETE -- "
                   ws-st-failed(ws-set-idx) " not backed up"
               end-display
           else
               display "  " ws-set-idx ") "
                   ws-date-yyyy "-" ws-date-mm "-" ws-date-dd
                   "  taken " ws-time-hh ":" ws-time-mi "  "
                   ws-st-copied(ws-set-idx) " file(s)"
               end-display
           end-if

           exit paragraph.


       load-manifest.

           move 0 to ws-mf-count
           set ws-not-eof to true

           move spaces to ws-manifest-file-name
           string function trim(ws-set-directory)
               "/backup-manifest.txt"
               into ws-manifest-file-name
           end-string

           open input fd-manifest-file

           if ws-fs-status-manifest not = "00"
               exit paragraph
           end-if

           perform until ws-eof
               read fd-manifest-file
                   at end
                       set ws-eof to true
                   not at end
                       if f-bm-file-name not = spaces
                       and ws-mf-count < ws-max-manifest
                           add 1 to ws-mf-count
                           move f-bm-file-name
                               to ws-mf-name(ws-mf-count)
                           move f-bm-kind to ws-mf-kind(ws-mf-count)
                           move f-bm-records
                               to ws-mf-records(ws-mf-count)
                           move f-bm-hash to ws-mf-hash(ws-mf-count)
                           move f-bm-status
                               to ws-mf-status(ws-mf-count)
                           set ws-mf-not-selected(ws-mf-count)
                               to true
                       end-if
               end-read
           end-perform

           close fd-manifest-file

           exit paragraph.


       list-one-file.

           evaluate true
               when ws-mf-copied(ws-mf-idx)
                   move spaces to ws-mf-status-text
               when ws-mf-absent(ws-mf-idx)
                   move "not present" to ws-mf-status-text
               when other
                   move "NOT BACKED UP" to ws-mf-status-text
           end-evaluate

           display "  " ws-mf-idx ") " ws-mf-name(ws-mf-idx) " "
               ws-mf-records(ws-mf-idx) " record(s)  "
               ws-mf-status-text
           end-display

           exit paragraph.


       check-choice-number.

           move 0 to ws-choice-number

           if function trim(ws-choice-input) is numeric
               move function numval(ws-choice-input)
                   to ws-choice-number
           end-if

           exit paragraph.


       select-whole-set.

           perform varying ws-mf-idx from 1 by 1
           until ws-mf-idx > ws-mf-count
               if ws-mf-copied(ws-mf-idx)
                   set ws-mf-selected(ws-mf-idx) to true
                   add 1 to ws-selected-count
               end-if
           end-perform

           exit paragraph.


      *> One file number per prompt until a blank answer.
       select-chosen-files.

           set ws-choosing to true

           perform until ws-done-choosing
               display "File number (blank when done): "
                   with no advancing
               end-display
               move spaces to ws-choice-input
               accept ws-choice-input

               if ws-choice-input = spaces
                   set ws-done-choosing to true
               else
                   perform choose-one-file
               end-if
           end-perform

           exit paragraph.


       choose-one-file.

           perform check-choice-number

           if ws-choice-number = 0
           or ws-choice-number > ws-mf-count
               display "  No such file."
               exit paragraph
           end-if

           move ws-choice-number to ws-mf-idx

           if not ws-mf-copied(ws-mf-idx)
               display "  " function trim(ws-mf-name(ws-mf-idx))
                   " is not in this set."
               end-display
               exit paragraph
           end-if

           if ws-mf-selected(ws-mf-idx)
               exit paragraph
           end-if

           set ws-mf-selected(ws-mf-idx) to true
           add 1 to ws-selected-count

           exit paragraph.


      *> Copied, not moved, so the set stays whole on the shelf; the
      *> live file is then checked against the manifest.
       restore-one-file.

           move spaces to ws-source-name
           string function trim(ws-set-directory) "/"
               function trim(ws-mf-name(ws-mf-idx))
               into ws-source-name
           end-string

           call "CBL_COPY_FILE" using
               ws-source-name
               ws-mf-name(ws-mf-idx)
               returning ws-copy-status

           if ws-copy-status not = 0
               add 1 to ws-mismatch-count
               display "  MISMATCH " ws-mf-name(ws-mf-idx)
                   " -- the copy back failed"
               end-display
               exit paragraph
           end-if

           move spaces to ws-hash-request
           move ws-mf-name(ws-mf-idx) to ws-dh-file-name
           move ws-mf-kind(ws-mf-idx) to ws-dh-kind

           call "data-file-hash" using ws-hash-request
               on exception
                   display "Error: unable to call data-file-hash."
                   set ws-dh-error to true
           end-call

           if not ws-dh-good
           or ws-dh-count not = ws-mf-records(ws-mf-idx)
           or ws-dh-hash not = ws-mf-hash(ws-mf-idx)
               add 1 to ws-mismatch-count
               display "  MISMATCH " ws-mf-name(ws-mf-idx) " "
                   ws-dh-count " record(s), manifest "
                   ws-mf-records(ws-mf-idx)
               end-display
               exit paragraph
           end-if

           add 1 to ws-restored-count
           add ws-dh-count to ws-records-restored

           display "  VERIFIED " ws-mf-name(ws-mf-idx) " "
               ws-dh-count " record(s)  hash " ws-dh-hash
           end-display

           exit paragraph.


       log-job-start.

           move spaces to ws-job-audit-request
           move "backup-restore" to ws-ja-program
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
           move ws-records-restored to ws-ja-read-count
           move ws-restored-count to ws-ja-written-count
           move ws-mismatch-count to ws-ja-rejected-count
           move "COMPLETE" to ws-ja-status
           if ws-mismatch-count > 0
               move "FAILED" to ws-ja-status
           end-if

           call "job-audit-log" using ws-job-audit-request
               on exception
                   display "Warning: unable to call job-audit-log."
           end-call

           exit paragraph.

       end program backup-restore.

      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-10-15
      * Purpose: Nightly version history for the suite's hand-edited
      *          control files -- business-calendar.txt,
      *          scrub-rules.txt, retention-rules.txt,
      *          job-schedule.txt and feature-flags.txt. Each file is
      *          compared with its last saved version and, when its
      *          contents differ, snapshotted as the next numbered
      *          version (business-calendar.txt.001, .002, ...) and
      *          listed in the version index control-versions.txt
      *          with the date and time it was taken. What changed
      *          goes to control-change-report.txt, kept as a running
      *          history: every record added, removed or altered
      *          since the prior version, under the run's timestamp.
      *          Records are matched on each file's key -- the flag
      *          name, the job name, the retention pattern, the whole
      *          scrub rule -- and the calendar by position, since its
      *          first two records are the current and next business
      *          dates. A file not present yet is skipped; the first
      *          sight of one saves version 001. Prior versions are
      *          reinstated with control-version-restore, and
      *          control-preflight reports which files changed since
      *          the night before off the same index.
      * Tectonics: cobc -x control_versions.cbl, with
      *            job_audit_log.cbl and report_catalog.cbl compiled
      *            as modules.
      ******************************************************************
       identification division.
       program-id. control-versions.

       environment division.
       input-output section.
       file-control.

      *> One generic reader for the live control file and one for its
      *> saved versions, the variable-assignment technique
      *> control-preflight uses.
           select fd-control-file assign to ws-control-file-name
           organization is line sequential
           file status is ws-fs-status-control.

           select fd-version-file assign to ws-version-file-name
           organization is line sequential
           file status is ws-fs-status-version.

           select fd-version-index assign to "control-versions.txt"
           organization is line sequential
           file status is ws-fs-status-index.

           select fd-change-report
           assign to "control-change-report.txt"
           organization is line sequential
           file status is ws-fs-status-report.

       data division.

       file section.

       fd  fd-control-file.
       01  f-control-record                    pic x(200).

       fd  fd-version-file.
       01  f-version-record                    pic x(200).

      *> One record per saved version: the control file, its version
      *> number, when it was taken, how many records it holds and how
      *> many were added, removed and altered against the version
      *> before it.
       fd  fd-version-index.
       01  f-version-index-record.
           05  f-vi-file-name                  pic x(30).
           05  filler                          pic x.
           05  f-vi-version                    pic 9(3).
           05  filler                          pic x.
           05  f-vi-date                       pic 9(8).
           05  filler                          pic x.
           05  f-vi-time                       pic 9(6).
           05  filler                          pic x.
           05  f-vi-records                    pic 9(5).
           05  filler                          pic x.
           05  f-vi-added                      pic 9(5).
           05  filler                          pic x.
           05  f-vi-removed                    pic 9(5).
           05  filler                          pic x.
           05  f-vi-altered                    pic 9(5).

       fd  fd-change-report.
       01  f-change-report-record              pic x(132).

       working-storage section.

       01  ws-fs-status-control                pic xx.
       01  ws-fs-status-version                pic xx.
       01  ws-fs-status-index                  pic xx.
       01  ws-fs-status-report                 pic xx.

       01  ws-eof-sw                           pic x value 'N'.
           88  ws-eof                          value 'Y'.
           88  ws-not-eof                      value 'N'.

      *> The control files under version, each with the length of
      *> its record key from column 1. A key length of zero matches
      *> records by position instead.
       01  ws-control-file-definitions.
           05  filler                  pic x(30)
               value "business-calendar.txt".
           05  filler                  pic 9(3) value 0.
           05  filler                  pic x(30)
               value "scrub-rules.txt".
           05  filler                  pic 9(3) value 23.
           05  filler                  pic x(30)
               value "retention-rules.txt".
           05  filler                  pic 9(3) value 30.
           05  filler                  pic x(30)
               value "job-schedule.txt".
           05  filler                  pic 9(3) value 20.
           05  filler                  pic x(30)
               value "feature-flags.txt".
           05  filler                  pic 9(3) value 20.

       01  filler redefines ws-control-file-definitions.
           05  ws-control-file-entry occurs 5 times.
               10  ws-cf-name                  pic x(30).
               10  ws-cf-key-length            pic 9(3).

       77  ws-num-control-files                pic 9 value 5.
       01  ws-cf-idx                           pic 9.

       01  ws-control-file-name                pic x(40).
       01  ws-version-file-name                pic x(40).
       01  ws-key-length                       pic 9(3).

      *> The last saved version of the file in hand, off the index.
       01  ws-latest-version                   pic 9(3).
       01  ws-latest-date                      pic 9(8).
       01  ws-latest-time                      pic 9(6).
       01  ws-next-version                     pic 9(3).
       77  ws-max-version                      pic 9(3) value 999.

      *> The prior version and the live file, loaded whole. Each live
      *> record is marked 'U' unchanged, 'A' altered or 'N' new once
      *> matched; a prior record left unmatched was removed.
       77  ws-max-records                      pic 9(4) value 500.

       01  ws-old-table.
           05  ws-num-old                      pic 9(4) comp.
           05  ws-old-entry occurs 500 times.
               10  ws-old-text                 pic x(200).
               10  ws-old-matched-sw           pic x.
                   88  ws-old-matched          value 'Y'.
                   88  ws-old-unmatched        value 'N'.

       01  ws-new-table.
           05  ws-num-new                      pic 9(4) comp.
           05  ws-new-entry occurs 500 times.
               10  ws-new-text                 pic x(200).
               10  ws-new-state                pic x.
                   88  ws-new-unchanged        value 'U'.
                   88  ws-new-altered          value 'A'.
                   88  ws-new-added            value 'N'.
               10  ws-new-old-idx              pic 9(4) comp.

       01  ws-old-idx                          pic 9(4) comp.
       01  ws-new-idx                          pic 9(4) comp.

       01  ws-overflow-sw                      pic x.
           88  ws-overflow                     value 'Y'.
           88  ws-no-overflow                  value 'N'.

       01  ws-content-sw                       pic x.
           88  ws-content-differs              value 'D'.
           88  ws-content-same                 value 'S'.

       01  ws-added-count                      pic 9(5).
       01  ws-removed-count                    pic 9(5).
       01  ws-altered-count                    pic 9(5).

       01  ws-files-saved                      pic 99 value 0.
       01  ws-files-unchanged                  pic 99 value 0.
       01  ws-files-missing                    pic 99 value 0.
       01  ws-files-skipped                    pic 99 value 0.

       01  ws-error-sw                         pic x value 'N'.
           88  ws-run-error                    value 'Y'.

      *> Run timestamp stamped on the index and the change report.
       01  ws-run-date                         pic 9(8).
       01  ws-run-date-parts redefines ws-run-date.
           05  ws-run-yyyy                     pic 9(4).
           05  ws-run-mm                       pic 99.
           05  ws-run-dd                       pic 99.
       01  ws-clock-time                       pic 9(8).
       01  ws-clock-parts redefines ws-clock-time.
           05  ws-clock-hh                     pic 99.
           05  ws-clock-mi                     pic 99.
           05  ws-clock-ss                     pic 99.
           05  ws-clock-cc                     pic 99.
       01  ws-run-time                         pic 9(6).

       01  ws-report-open-sw                   pic x value 'N'.
           88  ws-report-open                  value 'Y'.

       01  ws-report-line                      pic x(132).
       01  ws-diff-label                       pic x(28).
       01  ws-diff-number                      pic 9(5).
       01  ws-diff-text                        pic x(200).
       01  ws-diff-text-length                 pic 9(3).
       01  ws-diff-text-start                  pic 9(3).
       77  ws-diff-chunk                       pic 9(3) value 100.

      *> Shared job-audit-log interface.
       01  ws-job-audit-request.
           05  ws-ja-program                   pic x(30).
           05  ws-ja-phase                     pic x.
           05  ws-ja-read-count                pic 9(7).
           05  ws-ja-written-count             pic 9(7).
           05  ws-ja-rejected-count            pic 9(7).
           05  ws-ja-status                    pic x(10).

       01  ws-records-read                     pic 9(7) value 0.

      *> Catalog entry registered with the shared report-catalog
      *> subprogram.
       01  ws-catalog-request.
           05  ws-rc-name                      pic x(20).
           05  ws-rc-file                      pic x(40).
           05  ws-rc-pages                     pic 9(3).

       procedure division.
       main-procedure.

           display space
           display "Control file version history"
           display "----------------------------"
           display space

           perform log-job-start

           accept ws-run-date from date yyyymmdd
           accept ws-clock-time from time
           compute ws-run-time =
               ws-clock-hh * 10000 + ws-clock-mi * 100 + ws-clock-ss
           end-compute

           perform varying ws-cf-idx from 1 by 1
           until ws-cf-idx > ws-num-control-files
               perform version-one-file
           end-perform

           if ws-report-open
               move spaces to ws-report-line
               perform write-report-line
               close fd-change-report
               perform catalog-report
           end-if

           display space
           display "New versions saved: " ws-files-saved
           display "Unchanged:          " ws-files-unchanged
           display "Not present:        " ws-files-missing
           display "Skipped:            " ws-files-skipped
           if ws-report-open
               display "Changes listed in control-change-report.txt"
           end-if

           perform log-job-end

           evaluate true
               when ws-run-error
                   move 8 to return-code
               when ws-files-skipped > 0
                   move 4 to return-code
               when other
                   move 0 to return-code
           end-evaluate

           goback.


      *> Loads the live file, compares it with its last saved
      *> version, and saves and reports a new version when the two
      *> differ in any byte.
       version-one-file.

           move ws-cf-name(ws-cf-idx) to ws-control-file-name
           move ws-cf-key-length(ws-cf-idx) to ws-key-length

           perform load-control-file

           if ws-fs-status-control = "35"
               display "  " function trim(ws-control-file-name)
                   ": not present -- skipped"
               end-display
               add 1 to ws-files-missing
               exit paragraph
           end-if

           if ws-fs-status-control not = "00"
               display "  " function trim(ws-control-file-name)
                   ": cannot open, file status "
                   ws-fs-status-control
               end-display
               add 1 to ws-files-skipped
               exit paragraph
           end-if

           if ws-overflow
               display "  " function trim(ws-control-file-name)
                   ": more than " ws-max-records
                   " records -- not versioned"
               end-display
               add 1 to ws-files-skipped
               exit paragraph
           end-if

           perform find-latest-version

           if ws-latest-version = 0
               move 0 to ws-num-old
           else
               perform load-prior-version
               if ws-overflow
                   display "  " function trim(ws-control-file-name)
                       ": version " ws-latest-version
                       " is over " ws-max-records
                       " records -- not versioned"
                   end-display
                   add 1 to ws-files-skipped
                   exit paragraph
               end-if
           end-if

           perform compare-versions

           if ws-latest-version > 0
           and ws-content-same
               display "  " function trim(ws-control-file-name)
                   ": unchanged since version " ws-latest-version
               end-display
               add 1 to ws-files-unchanged
               exit paragraph
           end-if

           if ws-latest-version = ws-max-version
               display "  " function trim(ws-control-file-name)
                   ": version " ws-max-version
                   " reached -- archive the old versions to go on"
               end-display
               add 1 to ws-files-skipped
               exit paragraph
           end-if

           compute ws-next-version = ws-latest-version + 1

           perform save-new-version

           if ws-run-error
               exit paragraph
           end-if

           add 1 to ws-files-saved

           display "  " function trim(ws-control-file-name)
               ": version " ws-next-version " saved -- "
               ws-added-count " added, "
               ws-removed-count " removed, "
               ws-altered-count " altered"
           end-display

           perform report-file-changes

           exit paragraph.


       load-control-file.

           move 0 to ws-num-new
           set ws-no-overflow to true
           set ws-not-eof to true

           open input fd-control-file

           if ws-fs-status-control not = "00"
               exit paragraph
           end-if

           perform until ws-eof
               read fd-control-file
                   at end
                       set ws-eof to true
                   not at end
                       add 1 to ws-records-read
                       if ws-num-new < ws-max-records
                           add 1 to ws-num-new
                           move f-control-record
                               to ws-new-text(ws-num-new)
                           move space to ws-new-state(ws-num-new)
                           move 0 to ws-new-old-idx(ws-num-new)
                       else
                           set ws-overflow to true
                       end-if
               end-read
           end-perform

           close fd-control-file

           exit paragraph.


      *> The highest version on the index for the file in hand; zero
      *> when it has never been saved.
       find-latest-version.

           move 0 to ws-latest-version
           move 0 to ws-latest-date
           move 0 to ws-latest-time
           set ws-not-eof to true

           open input fd-version-index

           if ws-fs-status-index not = "00"
               exit paragraph
           end-if

           perform until ws-eof
               read fd-version-index
                   at end
                       set ws-eof to true
                   not at end
                       if f-vi-file-name = ws-control-file-name
                       and f-vi-version is numeric
                       and f-vi-version > ws-latest-version
                           move f-vi-version to ws-latest-version
                           move f-vi-date to ws-latest-date
                           move f-vi-time to ws-latest-time
                       end-if
               end-read
           end-perform

           close fd-version-index

           exit paragraph.


      *> A saved version that has gone missing compares as empty, so
      *> the next version lists every record as added.
       load-prior-version.

           move ws-latest-version to ws-next-version
           perform build-version-name

           move 0 to ws-num-old
           set ws-not-eof to true

           open input fd-version-file

           if ws-fs-status-version not = "00"
               display "  " function trim(ws-control-file-name)
                   ": saved version " ws-latest-version
                   " not found -- compared as empty"
               end-display
               exit paragraph
           end-if

           perform until ws-eof
               read fd-version-file
                   at end
                       set ws-eof to true
                   not at end
                       if ws-num-old < ws-max-records
                           add 1 to ws-num-old
                           move f-version-record
                               to ws-old-text(ws-num-old)
                       else
                           set ws-overflow to true
                       end-if
               end-read
           end-perform

           close fd-version-file

           exit paragraph.


       build-version-name.

           move spaces to ws-version-file-name
           string function trim(ws-control-file-name) "."
               ws-next-version
               into ws-version-file-name
           end-string

           exit paragraph.


      *> Whether the file changed at all is a byte-for-byte question;
      *> what changed is answered by key, so a record edited in place
      *> reads as altered rather than as one removed and one added.
       compare-versions.

           move 0 to ws-added-count
           move 0 to ws-removed-count
           move 0 to ws-altered-count

           set ws-content-same to true

           if ws-num-new not = ws-num-old
               set ws-content-differs to true
           end-if

           perform varying ws-old-idx from 1 by 1
           until ws-old-idx > ws-num-old
               set ws-old-unmatched(ws-old-idx) to true
               if ws-old-idx <= ws-num-new
               and ws-old-text(ws-old-idx) not = ws-new-text(ws-old-idx)
                   set ws-content-differs to true
               end-if
           end-perform

           perform varying ws-new-idx from 1 by 1
           until ws-new-idx > ws-num-new
               perform match-one-record
           end-perform

           perform varying ws-old-idx from 1 by 1
           until ws-old-idx > ws-num-old
               if ws-old-unmatched(ws-old-idx)
                   add 1 to ws-removed-count
               end-if
           end-perform

           exit paragraph.


      *> The first prior record not already claimed with the same
      *> key -- or, for a positional file, the prior record in the
      *> same place.
       match-one-record.

           move 0 to ws-new-old-idx(ws-new-idx)

           if ws-key-length = 0
               if ws-new-idx <= ws-num-old
                   move ws-new-idx to ws-new-old-idx(ws-new-idx)
               end-if
           else
               perform varying ws-old-idx from 1 by 1
               until ws-old-idx > ws-num-old
               or ws-new-old-idx(ws-new-idx) > 0
                   if ws-old-unmatched(ws-old-idx)
                   and ws-old-text(ws-old-idx)(1:ws-key-length)
                       = ws-new-text(ws-new-idx)(1:ws-key-length)
                       move ws-old-idx to ws-new-old-idx(ws-new-idx)
                   end-if
               end-perform
           end-if

           if ws-new-old-idx(ws-new-idx) = 0
               set ws-new-added(ws-new-idx) to true
               add 1 to ws-added-count
               exit paragraph
           end-if

           move ws-new-old-idx(ws-new-idx) to ws-old-idx
           set ws-old-matched(ws-old-idx) to true

           if ws-old-text(ws-old-idx) = ws-new-text(ws-new-idx)
               set ws-new-unchanged(ws-new-idx) to true
           else
               set ws-new-altered(ws-new-idx) to true
               add 1 to ws-altered-count
           end-if

           exit paragraph.


      *> The new version is written first and indexed after, so an
      *> index entry never points at a version that was not saved.
       save-new-version.

           perform build-version-name

           open output fd-version-file

           if ws-fs-status-version not = "00"
               display "Error opening "
                   function trim(ws-version-file-name) ": "
                   ws-fs-status-version
               end-display
               set ws-run-error to true
               exit paragraph
           end-if

           perform varying ws-new-idx from 1 by 1
           until ws-new-idx > ws-num-new
               move ws-new-text(ws-new-idx) to f-version-record
               write f-version-record
           end-perform

           close fd-version-file

           open extend fd-version-index

           if ws-fs-status-index = "35"
               open output fd-version-index
           end-if

           if ws-fs-status-index not = "00"
               display "Error opening control-versions.txt: "
                   ws-fs-status-index
               end-display
               set ws-run-error to true
               exit paragraph
           end-if

           move spaces to f-version-index-record
           move ws-control-file-name to f-vi-file-name
           move ws-next-version to f-vi-version
           move ws-run-date to f-vi-date
           move ws-run-time to f-vi-time
           move ws-num-new to f-vi-records
           move ws-added-count to f-vi-added
           move ws-removed-count to f-vi-removed
           move ws-altered-count to f-vi-altered
           write f-version-index-record

           close fd-version-index

           exit paragraph.


      *> One block per new version under the run's timestamp: the
      *> version line, then the altered and added records in the
      *> file's order, then the removed ones in the prior version's.
       report-file-changes.

           perform open-change-report

           if not ws-report-open
               exit paragraph
           end-if

           move spaces to ws-report-line
           string ws-run-yyyy "-" ws-run-mm "-" ws-run-dd " "
               ws-clock-hh ":" ws-clock-mi ":" ws-clock-ss "  "
               function trim(ws-control-file-name)
               "  version " ws-next-version
               into ws-report-line
           end-string

           if ws-latest-version = 0
               move ws-num-new to ws-diff-number
               string "  first version, " ws-diff-number " record(s)"
                   delimited by size
                   into ws-report-line(66:)
               end-string
               perform write-report-line
               exit paragraph
           end-if

           string "  (was " ws-latest-version "): "
               ws-added-count " added, "
               ws-removed-count " removed, "
               ws-altered-count " altered"
               delimited by size
               into ws-report-line(66:)
           end-string
           perform write-report-line

           if ws-added-count = 0
           and ws-removed-count = 0
           and ws-altered-count = 0
               move "      records reordered only" to ws-report-line
               perform write-report-line
           end-if

           perform varying ws-new-idx from 1 by 1
           until ws-new-idx > ws-num-new
               evaluate true
                   when ws-new-altered(ws-new-idx)
                       move "    ALTERED   " to ws-diff-label
                       move ws-new-idx to ws-diff-number
                       move spaces to ws-diff-text
                       perform write-diff-line
                       move ws-new-old-idx(ws-new-idx) to ws-old-idx
                       move "      was:" to ws-diff-label
                       move ws-old-text(ws-old-idx) to ws-diff-text
                       perform write-diff-text
                       move "      now:" to ws-diff-label
                       move ws-new-text(ws-new-idx) to ws-diff-text
                       perform write-diff-text
                   when ws-new-added(ws-new-idx)
                       move "    ADDED     " to ws-diff-label
                       move ws-new-idx to ws-diff-number
                       move ws-new-text(ws-new-idx) to ws-diff-text
                       perform write-diff-line
                   when other
                       continue
               end-evaluate
           end-perform

           perform varying ws-old-idx from 1 by 1
           until ws-old-idx > ws-num-old
               if ws-old-unmatched(ws-old-idx)
                   move "    REMOVED   " to ws-diff-label
                   move ws-old-idx to ws-diff-number
                   move ws-old-text(ws-old-idx) to ws-diff-text
                   perform write-diff-line
               end-if
           end-perform

           exit paragraph.


      *> "record nnnnn" and the text, when there is any, after it.
       write-diff-line.

           move spaces to ws-report-line
           string ws-diff-label(1:14) "record " ws-diff-number
               delimited by size
               into ws-report-line
           end-string

           if ws-diff-text = spaces
               perform write-report-line
               exit paragraph
           end-if

           move ws-report-line(1:28) to ws-diff-label
           perform write-diff-text

           exit paragraph.


      *> The record text after its label, a hundred columns a line,
      *> so the longest control record is listed whole.
       write-diff-text.

           if ws-diff-text = spaces
               move spaces to ws-report-line
               string ws-diff-label " (blank record)"
                   delimited by size
                   into ws-report-line
               end-string
               perform write-report-line
               exit paragraph
           end-if

           move function length(function trim(ws-diff-text trailing))
               to ws-diff-text-length

           move 1 to ws-diff-text-start

           perform until ws-diff-text-start > ws-diff-text-length
               move spaces to ws-report-line
               if ws-diff-text-start = 1
                   move ws-diff-label to ws-report-line(1:28)
               end-if
               move ws-diff-text(ws-diff-text-start:ws-diff-chunk)
                   to ws-report-line(29:)
               perform write-report-line
               add ws-diff-chunk to ws-diff-text-start
           end-perform

           exit paragraph.


      *> The report is a running history: opened for extend the
      *> first time this run has something to put in it, under one
      *> heading line per run.
       open-change-report.

           if ws-report-open
               exit paragraph
           end-if

           open extend fd-change-report

           if ws-fs-status-report = "35"
               open output fd-change-report
           end-if

           if ws-fs-status-report not = "00"
               display "Warning: cannot write "
                   "control-change-report.txt, status "
                   ws-fs-status-report
               end-display
               exit paragraph
           end-if

           set ws-report-open to true

           move spaces to ws-report-line
           string "Control file changes found "
               ws-run-yyyy "-" ws-run-mm "-" ws-run-dd " "
               ws-clock-hh ":" ws-clock-mi ":" ws-clock-ss
               delimited by size
               into ws-report-line
           end-string
           perform write-report-line

           exit paragraph.


       write-report-line.

           move ws-report-line to f-change-report-record
           write f-change-report-record

           exit paragraph.


       catalog-report.

           move spaces to ws-catalog-request
           move "CONTROL-CHANGES" to ws-rc-name
           move "control-change-report.txt" to ws-rc-file
           move 0 to ws-rc-pages
           call "report-catalog" using ws-catalog-request
               on exception
                   display "Warning: unable to call "
                       "report-catalog."
           end-call

           exit paragraph.


       log-job-start.

           move spaces to ws-job-audit-request
           move "control-versions" to ws-ja-program
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
           move ws-records-read to ws-ja-read-count
           move ws-files-saved to ws-ja-written-count
           move ws-files-skipped to ws-ja-rejected-count
           move "COMPLETE" to ws-ja-status
           if ws-run-error
               move "FAILED" to ws-ja-status
           end-if

           call "job-audit-log" using ws-job-audit-request
               on exception
                   display "Warning: unable to call job-audit-log."
           end-call

           exit paragraph.

       end program control-versions.

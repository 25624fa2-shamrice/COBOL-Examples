      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-09-02
      * updated: 2026-10-15 EE: contract renewal terms are checked --
      *          auto-renew Y or N (blank on older records), and an
      *          auto-renewing contract needs a term and a numeric
      *          escalation percent.
      * updated: 2026-10-15 EE: the report ends with the control files
      *          changed since last night, off control-versions'
      *          index control-versions.txt -- a version saved in the
      *          last twenty-four hours, or a live file edited since
      *          its last saved version -- so a valid change that
      *          breaks the night can be traced to what changed and
      *          when. Informational only; it fails nothing.
      * Purpose: Nightly preflight validator for the suite's
      *          hand-editable control files, runnable as the first
      *          scheduled step. Checks business-calendar.txt,
           organization is line sequential
           file status is ws-fs-status-report.

           select fd-version-file assign to ws-version-file-name
           organization is line sequential
           file status is ws-fs-status-version.

           select fd-version-index assign to "control-versions.txt"
           organization is line sequential
           file status is ws-fs-status-index.

       data division.

       file section.
       fd  fd-report-file.
       01  f-report-record                 pic x(132).

       fd  fd-version-file.
       01  f-version-record                pic x(200).

      *> control-versions' index of saved versions.
       fd  fd-version-index.
       01  f-version-index-record.
           05  f-vi-file-name              pic x(30).
           05  filler                      pic x.
           05  f-vi-version                pic 9(3).
           05  filler                      pic x.
           05  f-vi-date                   pic 9(8).
           05  filler                      pic x.
           05  f-vi-time                   pic 9(6).
           05  filler                      pic x.
           05  f-vi-records                pic 9(5).
           05  filler                      pic x.
           05  f-vi-added                  pic 9(5).
           05  filler                      pic x.
           05  f-vi-removed                pic 9(5).
           05  filler                      pic x.
           05  f-vi-altered                pic 9(5).

       working-storage section.

       01  ws-fs-status-control            pic xx.
       01  ws-fs-status-report             pic xx.
       01  ws-fs-status-version            pic xx.
       01  ws-fs-status-index              pic xx.

       01  ws-eof-sw                       pic x value 'N'.
           88  ws-eof                      value 'Y'.
           05  ws-cv-rate                  pic x(7).
           05  ws-cv-bill-freq             pic x.
           05  ws-cv-minimum               pic x(9).
           05  ws-cv-auto-renew            pic x.
           05  ws-cv-renew-months          pic x(3).
           05  ws-cv-escalation-pct        pic x(4).

       01  ws-user-view.
           05  ws-uv-name                  pic x(20).

       77  ws-hashed-marker                pic x(20) value "*HASHED*".

      *> The control files control-versions keeps under version.
       01  ws-versioned-file-definitions.
           05  filler                      pic x(30)
               value "business-calendar.txt".
           05  filler                      pic x(30)
               value "scrub-rules.txt".
           05  filler                      pic x(30)
               value "retention-rules.txt".
           05  filler                      pic x(30)
               value "job-schedule.txt".
           05  filler                      pic x(30)
               value "feature-flags.txt".

       01  filler redefines ws-versioned-file-definitions.
           05  ws-vf-name                  pic x(30) occurs 5 times.

       77  ws-num-versioned-files          pic 9 value 5.
       01  ws-vf-idx                       pic 9.

       01  ws-version-file-name            pic x(40).
       01  ws-latest-version               pic 9(3).
       01  ws-latest-date                  pic 9(8).
       01  ws-latest-date-parts redefines ws-latest-date.
           05  ws-ld-yyyy                  pic 9(4).
           05  ws-ld-mm                    pic 99.
           05  ws-ld-dd                    pic 99.
       01  ws-latest-time                  pic 9(6).
       01  ws-latest-time-parts redefines ws-latest-time.
           05  ws-lt-hh                    pic 99.
           05  ws-lt-mi                    pic 99.
           05  ws-lt-ss                    pic 99.

      *> "Since last night" is the last twenty-four hours: a version
      *> saved today, or yesterday no earlier in the day than now.
       01  ws-today                        pic 9(8).
       01  ws-yesterday                    pic 9(8).
       01  ws-now-clock                    pic 9(8).
       01  ws-now-time                     pic 9(6).

       01  ws-edited-sw                    pic x.
           88  ws-live-edited              value 'Y'.
           88  ws-live-matches             value 'N'.
           88  ws-live-gone                value 'G'.
       01  ws-version-eof-sw               pic x.
           88  ws-version-eof              value 'Y'.
           88  ws-version-not-eof          value 'N'.

       01  ws-changed-count                pic 99 value 0.
       01  ws-file-changed-sw              pic x.
           88  ws-file-changed             value 'Y'.
           88  ws-file-not-changed         value 'N'.

       procedure division.
       main-procedure.

           perform check-contract-master
           perform check-users-file

           perform report-control-changes

           move spaces to ws-report-line
           perform write-report-line

           display space
           display "Files checked:  " ws-files-checked
           display "Problems found: " ws-problem-count
           display "Control files changed since last night: "
               ws-changed-count
           end-display
           display "See preflight-report.txt"

           if ws-problem-count > 0
               perform report-problem
           end-if

      *> Renewal terms: a contract from before they were kept has
      *> none, and reads as not auto-renewing.
           if ws-cv-auto-renew not = 'Y'
           and ws-cv-auto-renew not = 'N'
           and ws-cv-auto-renew not = space
               move "contract auto-renew must be Y or N"
                   to ws-problem-text
               perform report-problem
           end-if

           if ws-cv-auto-renew = 'Y'
               if ws-cv-renew-months not numeric
               or ws-cv-renew-months = "000"
                   move "contract auto-renews but has no renewal term"
                       to ws-problem-text
                   perform report-problem
               end-if

               if ws-cv-escalation-pct not numeric
                   move "contract escalation percent is not numeric"
                       to ws-problem-text
                   perform report-problem
               end-if
           end-if

           exit paragraph.


           exit paragraph.


      *> Which versioned control files changed since last night --
      *> for tracing a valid change that breaks the night anyway.
      *> Nothing here counts as a problem.
       report-control-changes.

           accept ws-today from date yyyymmdd
           accept ws-now-clock from time
           move ws-now-clock(1:6) to ws-now-time
           compute ws-yesterday = function date-of-integer(
               function integer-of-date(ws-today) - 1)
           end-compute

           move spaces to ws-report-line
           perform write-report-line
           move "Control file changes since last night "
               & "(see control-change-report.txt)" to ws-report-line
           perform write-report-line

           perform varying ws-vf-idx from 1 by 1
           until ws-vf-idx > ws-num-versioned-files
               perform report-one-control-change
               if ws-file-changed
                   add 1 to ws-changed-count
               end-if
           end-perform

           exit paragraph.


       report-one-control-change.

           move ws-vf-name(ws-vf-idx) to ws-control-file-name
           set ws-file-not-changed to true

           perform find-latest-version

           if ws-latest-version = 0
               move spaces to ws-report-line
               string "  " function trim(ws-control-file-name)
                   ": no saved versions yet"
                   into ws-report-line
               end-string
               perform write-report-line
               exit paragraph
           end-if

           if ws-latest-date = ws-today
           or (ws-latest-date = ws-yesterday
               and ws-latest-time >= ws-now-time)
               set ws-file-changed to true
               move spaces to ws-report-line
               string "  " function trim(ws-control-file-name)
                   ": CHANGED -- version " ws-latest-version
                   " saved " ws-ld-yyyy "-" ws-ld-mm "-" ws-ld-dd
                   " " ws-lt-hh ":" ws-lt-mi
                   into ws-report-line
               end-string
               perform write-report-line
           end-if

           perform compare-live-to-version

           if ws-live-gone
               set ws-file-changed to true
               move spaces to ws-report-line
               string "  " function trim(ws-control-file-name)
                   ": REMOVED since version " ws-latest-version
                   " was saved"
                   into ws-report-line
               end-string
               perform write-report-line
               exit paragraph
           end-if

           if ws-live-edited
               set ws-file-changed to true
               move spaces to ws-report-line
               string "  " function trim(ws-control-file-name)
                   ": EDITED since version " ws-latest-version
                   " was saved -- not yet under version"
                   into ws-report-line
               end-string
               perform write-report-line
               exit paragraph
           end-if

           if ws-latest-date not = ws-today
           and (ws-latest-date not = ws-yesterday
               or ws-latest-time < ws-now-time)
               move spaces to ws-report-line
               string "  " function trim(ws-control-file-name)
                   ": unchanged since last night (version "
                   ws-latest-version ")"
                   into ws-report-line
               end-string
               perform write-report-line
           end-if

           exit paragraph.


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


      *> The live file read alongside its latest saved version; any
      *> record that differs, or either file running longer, means
      *> it was edited after the version was taken.
       compare-live-to-version.

           set ws-live-matches to true

           move spaces to ws-version-file-name
           string function trim(ws-control-file-name) "."
               ws-latest-version
               into ws-version-file-name
           end-string

           open input fd-version-file

           if ws-fs-status-version not = "00"
               exit paragraph
           end-if

           open input fd-control-file

           if ws-fs-status-control not = "00"
               close fd-version-file
               set ws-live-gone to true
               exit paragraph
           end-if

           set ws-not-eof to true
           set ws-version-not-eof to true

           perform until ws-eof or ws-version-eof or ws-live-edited
               read fd-control-file
                   at end
                       set ws-eof to true
               end-read
               read fd-version-file
                   at end
                       set ws-version-eof to true
               end-read
               evaluate true
                   when ws-eof and ws-version-eof
                       continue
                   when ws-eof or ws-version-eof
                       set ws-live-edited to true
                   when f-control-record not = f-version-record
                       set ws-live-edited to true
               end-evaluate
           end-perform

           close fd-control-file
           close fd-version-file

           exit paragraph.


      *> Month 1-12 and a day the month actually has -- enough
      *> sanity to stop the 2am abend without a full calendar
      *> algebra.

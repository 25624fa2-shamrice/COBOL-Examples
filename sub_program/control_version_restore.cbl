      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-10-15
      * Purpose: Restore utility for the control file versions
      *          control-versions keeps. Saves any edit not yet under
      *          version first (by running control-versions), lists
      *          the control files and then the chosen file's saved
      *          versions off control-versions.txt -- when each was
      *          taken, its record count and what it changed -- and,
      *          after an explicit confirmation, copies the chosen
      *          version back over the live control file. The
      *          reinstated contents are saved straight away as the
      *          file's newest version, so the change report shows
      *          the restore like any other change and nothing is
      *          ever lost by going back.
      * Tectonics: cobc -x control_version_restore.cbl, with
      *            control_versions.cbl, job_audit_log.cbl and
      *            report_catalog.cbl compiled as modules.
      ******************************************************************
       identification division.
       program-id. control-version-restore.

       environment division.
       input-output section.
       file-control.

           select fd-control-file assign to ws-control-file-name
           organization is line sequential
           file status is ws-fs-status-control.

           select fd-version-file assign to ws-version-file-name
           organization is line sequential
           file status is ws-fs-status-version.

           select fd-version-index assign to "control-versions.txt"
           organization is line sequential
           file status is ws-fs-status-index.

       data division.

       file section.

       fd  fd-control-file.
       01  f-control-record                    pic x(200).

       fd  fd-version-file.
       01  f-version-record                    pic x(200).

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

       working-storage section.

       01  ws-fs-status-control                pic xx.
       01  ws-fs-status-version                pic xx.
       01  ws-fs-status-index                  pic xx.

       01  ws-eof-sw                           pic x value 'N'.
           88  ws-eof                          value 'Y'.
           88  ws-not-eof                      value 'N'.

      *> The same control files, in the same order, control-versions
      *> keeps.
       01  ws-control-file-definitions.
           05  filler                  pic x(30)
               value "business-calendar.txt".
           05  filler                  pic x(30)
               value "scrub-rules.txt".
           05  filler                  pic x(30)
               value "retention-rules.txt".
           05  filler                  pic x(30)
               value "job-schedule.txt".
           05  filler                  pic x(30)
               value "feature-flags.txt".

       01  filler redefines ws-control-file-definitions.
           05  ws-cf-name              pic x(30) occurs 5 times.

       77  ws-num-control-files                pic 9 value 5.
       01  ws-cf-idx                           pic 9.

       01  ws-control-file-name                pic x(40).
       01  ws-version-file-name                pic x(40).

       01  ws-version-count                    pic 9(3).
       01  ws-latest-version                   pic 9(3).
       01  ws-chosen-version                   pic 9(3).
       01  ws-chosen-records                   pic 9(5).

       01  ws-version-found-sw                 pic x.
           88  ws-version-found                value 'Y'.
           88  ws-version-missing              value 'N'.

       01  ws-listing-sw                       pic x.
           88  ws-listing                      value 'Y'.
           88  ws-not-listing                  value 'N'.

       01  ws-vi-date-view                     pic 9(8).
       01  ws-vi-date-parts redefines ws-vi-date-view.
           05  ws-vi-yyyy                      pic 9(4).
           05  ws-vi-mm                        pic 99.
           05  ws-vi-dd                        pic 99.
       01  ws-vi-time-view                     pic 9(6).
       01  ws-vi-time-parts redefines ws-vi-time-view.
           05  ws-vi-hh                        pic 99.
           05  ws-vi-mi                        pic 99.
           05  ws-vi-ss                        pic 99.

       01  ws-choice-input                     pic x(3).
       01  ws-confirm                          pic x.

       01  ws-restored-count                   pic 9(5) value 0.

       procedure division.
       main-procedure.

           display "Control file version restore."
           display space

      *> Whatever is on the live files now goes under version first,
      *> so the restore can never throw an unsaved edit away.
           display "Saving any unsaved control file edits first:"
           perform run-control-versions

           if return-code >= 8
               display "Could not save the current control files -- "
                   "restore refused."
               end-display
               move 8 to return-code
               goback
           end-if

           display space
           display "Control files:"

           perform varying ws-cf-idx from 1 by 1
           until ws-cf-idx > ws-num-control-files
               move ws-cf-name(ws-cf-idx) to ws-control-file-name
               set ws-not-listing to true
               perform scan-version-index
               display "  " ws-cf-idx ") " ws-cf-name(ws-cf-idx)
                   " " ws-version-count " version(s)"
               end-display
           end-perform

           display space
           display "Control file to restore (blank cancels): "
               with no advancing
           end-display
           move spaces to ws-choice-input
           accept ws-choice-input

           if ws-choice-input = spaces
               display "Restore cancelled."
               goback
           end-if

           if ws-choice-input(1:1) < '1'
           or ws-choice-input(1:1) > '5'
           or ws-choice-input(2:2) not = spaces
               display "No such control file."
               move 8 to return-code
               goback
           end-if

           move ws-choice-input(1:1) to ws-cf-idx
           move ws-cf-name(ws-cf-idx) to ws-control-file-name

           display space
           display "Saved versions of "
               function trim(ws-control-file-name) ":"
           end-display

           set ws-listing to true
           perform scan-version-index

           if ws-version-count = 0
               display "  (none saved yet)"
               move 8 to return-code
               goback
           end-if

           display space
           display "Version to reinstate (blank cancels): "
               with no advancing
           end-display
           move spaces to ws-choice-input
           accept ws-choice-input

           if ws-choice-input = spaces
               display "Restore cancelled."
               goback
           end-if

           if function trim(ws-choice-input) is not numeric
               display "No such version."
               move 8 to return-code
               goback
           end-if

           move function numval(ws-choice-input) to ws-chosen-version

           perform find-chosen-version

           if ws-version-missing
               display "No such version."
               move 8 to return-code
               goback
           end-if

           if ws-chosen-version = ws-latest-version
               display "Version " ws-chosen-version " is what the "
                   "file holds now -- nothing to restore."
               end-display
               goback
           end-if

           perform build-version-name

           display "Version " ws-chosen-version " holds "
               ws-chosen-records " record(s)."
           end-display
           display "Reinstate it as the current "
               function trim(ws-control-file-name) "? (Y/N): "
               with no advancing
           end-display
           accept ws-confirm

           if function upper-case(ws-confirm) not = 'Y'
               display "Restore cancelled -- nothing was changed."
               goback
           end-if

           perform reinstate-version

           display space
           display "Restored " ws-restored-count " record(s) to "
               function trim(ws-control-file-name) "."
           end-display

      *> Saved at once as the newest version, so tonight's change
      *> report and tomorrow's preflight both show the restore.
           display space
           display "Saving the restored file as a new version:"
           perform run-control-versions

           goback.


       run-control-versions.

           move 0 to return-code

           call "control-versions"
               on exception
                   display "Error: unable to call control-versions."
                   move 8 to return-code
           end-call

           cancel "control-versions"

           exit paragraph.


      *> Counts the file's versions and notes the latest; with the
      *> listing switch on, shows one line per version as well.
       scan-version-index.

           move 0 to ws-version-count
           move 0 to ws-latest-version
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
                           add 1 to ws-version-count
                           if f-vi-version > ws-latest-version
                               move f-vi-version to ws-latest-version
                           end-if
                           if ws-listing
                               perform list-one-version
                           end-if
                       end-if
               end-read
           end-perform

           close fd-version-index

           exit paragraph.


       list-one-version.

           move f-vi-date to ws-vi-date-view
           move f-vi-time to ws-vi-time-view

           display "  " f-vi-version ") "
               ws-vi-yyyy "-" ws-vi-mm "-" ws-vi-dd " "
               ws-vi-hh ":" ws-vi-mi "  "
               f-vi-records " record(s)  "
               f-vi-added " added "
               f-vi-removed " removed "
               f-vi-altered " altered"
           end-display

           exit paragraph.


       find-chosen-version.

           set ws-version-missing to true
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
                       and f-vi-version = ws-chosen-version
                           set ws-version-found to true
                           move f-vi-records to ws-chosen-records
                       end-if
               end-read
           end-perform

           close fd-version-index

           exit paragraph.


       build-version-name.

           move spaces to ws-version-file-name
           string function trim(ws-control-file-name) "."
               ws-chosen-version
               into ws-version-file-name
           end-string

           exit paragraph.


      *> Copied, not renamed, so the version itself stays on the
      *> shelf -- master-generation-restore's rule.
       reinstate-version.

           set ws-not-eof to true
           move 0 to ws-restored-count

           open input fd-version-file

           if ws-fs-status-version not = "00"
               display "Error opening "
                   function trim(ws-version-file-name) ": "
                   ws-fs-status-version
               end-display
               move 8 to return-code
               goback
           end-if

           open output fd-control-file

           if ws-fs-status-control not = "00"
               display "Error opening "
                   function trim(ws-control-file-name) ": "
                   ws-fs-status-control
               end-display
               close fd-version-file
               move 8 to return-code
               goback
           end-if

           perform until ws-eof
               read fd-version-file
                   at end
                       set ws-eof to true
                   not at end
                       move f-version-record to f-control-record
                       write f-control-record
                       add 1 to ws-restored-count
               end-read
           end-perform

           close fd-version-file
           close fd-control-file

           exit paragraph.

       end program control-version-restore.

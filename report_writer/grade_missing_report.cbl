      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-10-15
      * Purpose: Missing-grades report over the term's grade roster,
      *          course-grade-roster.txt. Every student still without
      *          a grade is listed under their course with the
      *          instructor who owes it, then a count per course and
      *          for the term. Run before the term is closed:
      *          grade_posting.cbl will not post a roster with any
      *          grade missing, and this is the list that says who to
      *          chase. Return code 4 while anything is missing, 0
      *          when the term is ready to close. The report is
      *          missing-grades-report.txt, cataloged as
      *          MISSING-GRADES.
      * Tectonics: cobc -x grade_missing_report.cbl, with
      *            report_catalog.cbl compiled as a module.
      ******************************************************************
       identification division.
       program-id. grade-missing-report.

       environment division.
       input-output section.
       file-control.

           select fd-roster-file assign to "course-grade-roster.txt"
           organization is line sequential
           file status is ws-fs-status-roster.

           select fd-missing-report
           assign to "missing-grades-report.txt"
           organization is line sequential
           file status is ws-fs-status-report.

       data division.

       file section.

       fd  fd-roster-file.
       01  f-roster-record.
           05  f-roster-term                       pic x(6).
           05  f-roster-course-id                  pic x(8).
           05  f-roster-student-id                 pic 9(6).
           05  f-roster-student-name               pic x(20).
           05  f-roster-credit-hours               pic 99.
           05  f-roster-instructor                 pic x(20).
           05  f-roster-grade                      pic xx.
           05  f-roster-entered-by                 pic x(20).
           05  f-roster-entered-date               pic 9(8).
           05  f-roster-posted                     pic x.

       fd  fd-missing-report.
       01  f-missing-report-record                 pic x(100).

       working-storage section.

       01  ws-fs-status-roster                 pic xx.
       01  ws-fs-status-report                 pic xx.

       01  ws-eof-sw                           pic x value 'N'.
           88  ws-eof                          value 'Y'.
           88  ws-not-eof                      value 'N'.

       01  ws-term                             pic x(6) value spaces.
       01  ws-prev-course-id                   pic x(8) value spaces.

       01  ws-course-missing-count             pic 9(4) value 0.
       01  ws-course-roster-count              pic 9(4) value 0.

       01  ws-roster-count                     pic 9(5) value 0.
       01  ws-missing-count                    pic 9(5) value 0.
       01  ws-course-count                     pic 9(4) value 0.
       01  ws-courses-missing-count            pic 9(4) value 0.
       01  ws-posted-count                     pic 9(5) value 0.

       01  ws-report-line                      pic x(100).
       01  ws-count-display                    pic zzz9.
       01  ws-total-display                    pic zzzz9.

      *> Entry for the common report catalog, written by the shared
      *> report-catalog subprogram.
       01  ws-catalog-request.
           05  ws-rc-name                  pic x(20).
           05  ws-rc-file                  pic x(40).
           05  ws-rc-pages                 pic 9(3).

       procedure division.
       main-procedure.

           display "Missing grades report."

           open input fd-roster-file

           if ws-fs-status-roster not = "00"
               display "Error opening course-grade-roster.txt: "
                   ws-fs-status-roster
                   " -- run grade_roster_build.cbl first."
               end-display
               move 8 to return-code
               goback
           end-if

           open output fd-missing-report

           if ws-fs-status-report not = "00"
               display "Error opening missing-grades-report.txt: "
                   ws-fs-status-report
               end-display
               close fd-roster-file
               move 8 to return-code
               goback
           end-if

           move "Grades missing from the end-of-term roster"
               to ws-report-line
           perform write-report-line

           move spaces to ws-report-line
           perform write-report-line

           set ws-not-eof to true

           perform until ws-eof
               read fd-roster-file
                   at end
                       set ws-eof to true
                   not at end
                       perform check-roster-line
               end-read
           end-perform

           if ws-prev-course-id not = spaces
               perform write-course-total
           end-if

           close fd-roster-file

           move spaces to ws-report-line
           perform write-report-line

           move spaces to ws-report-line
           move ws-missing-count to ws-total-display
           string "Term " ws-term ": " ws-total-display
               " grades missing in "
               delimited by size
               into ws-report-line
           end-string
           move ws-courses-missing-count to ws-count-display
           move ws-count-display to ws-report-line(38:4)
           move "of" to ws-report-line(43:2)
           move ws-course-count to ws-count-display
           move ws-count-display to ws-report-line(46:4)
           move "courses" to ws-report-line(51:7)
           perform write-report-line

           move spaces to ws-report-line
           if ws-posted-count > 0
               move "Term already posted." to ws-report-line
           else
               if ws-missing-count = 0
                   move "All grades are in -- the term can be closed."
                       to ws-report-line
               else
                   move "The term cannot be closed until these are in."
                       to ws-report-line
               end-if
           end-if
           perform write-report-line

           close fd-missing-report

           move spaces to ws-catalog-request
           move "MISSING-GRADES" to ws-rc-name
           move "missing-grades-report.txt" to ws-rc-file
           move 0 to ws-rc-pages
           call "report-catalog" using ws-catalog-request
               on exception
                   display "Warning: unable to call report-catalog."
           end-call

           display "Roster lines:    " ws-roster-count
           display "Grades missing:  " ws-missing-count
           display "See missing-grades-report.txt"

           if ws-missing-count > 0
               move 4 to return-code
           end-if

           goback.


      *> The roster is in course order; a new course id closes off
      *> the previous course's count.
       check-roster-line.

           add 1 to ws-roster-count
           move f-roster-term to ws-term

           if f-roster-posted = 'Y'
               add 1 to ws-posted-count
           end-if

           if f-roster-course-id not = ws-prev-course-id
               if ws-prev-course-id not = spaces
                   perform write-course-total
               end-if
               move f-roster-course-id to ws-prev-course-id
               move 0 to ws-course-missing-count
               move 0 to ws-course-roster-count
               add 1 to ws-course-count
           end-if

           add 1 to ws-course-roster-count

           if f-roster-grade = spaces
               if ws-course-missing-count = 0
                   perform write-course-heading
               end-if
               add 1 to ws-course-missing-count
               add 1 to ws-missing-count

               move spaces to ws-report-line
               move f-roster-student-id to ws-report-line(5:6)
               move f-roster-student-name to ws-report-line(14:20)
               perform write-report-line
           end-if

           exit paragraph.


       write-course-heading.

           move spaces to ws-report-line
           if f-roster-instructor = spaces
               string "Course " f-roster-course-id
                   "  instructor: (none assigned)"
                   delimited by size
                   into ws-report-line
               end-string
           else
               string "Course " f-roster-course-id
                   "  instructor: " f-roster-instructor
                   delimited by size
                   into ws-report-line
               end-string
           end-if
           perform write-report-line

           exit paragraph.


      *> Only courses with something missing get a section.
       write-course-total.

           if ws-course-missing-count = 0
               exit paragraph
           end-if

           add 1 to ws-courses-missing-count

           move spaces to ws-report-line
           move ws-course-missing-count to ws-count-display
           string "  missing " ws-count-display " of "
               delimited by size
               into ws-report-line
           end-string
           move ws-course-roster-count to ws-count-display
           move ws-count-display to ws-report-line(19:4)
           perform write-report-line

           move spaces to ws-report-line
           perform write-report-line

           exit paragraph.


       write-report-line.

           move ws-report-line to f-missing-report-record
           write f-missing-report-record

           exit paragraph.

       end program grade-missing-report.

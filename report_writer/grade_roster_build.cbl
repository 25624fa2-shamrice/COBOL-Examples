      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-10-15
      * Purpose: Builds the end-of-term grade roster from
      *          course-enrollments.txt: one line per enrolled
      *          student per course, in course then student order,
      *          carrying the term, the student's name off input.txt,
      *          the course's credit hours off course-catalog.txt and
      *          the instructor assigned to it in
      *          course-instructors.txt. The roster file,
      *          course-grade-roster.txt, is what grade_entry.cbl
      *          keys grades into, grade_missing_report.cbl checks
      *          and grade_posting.cbl posts to the term history. The
      *          term is GRADE_TERM, or the business month when it is
      *          not set -- the same default student-maintenance
      *          stamps. Rebuilding the roster for the same term
      *          keeps every grade already keyed, so a late add/drop
      *          run can be picked up; a roster for another term that
      *          still has grades waiting to post is never
      *          overwritten, and a term already posted is not
      *          rebuilt. A printed copy, one section per course
      *          with a blank for each grade still to come, goes to
      *          course-grade-roster-report.txt.
      * Tectonics: cobc -x grade_roster_build.cbl, with
      *            business_date.cbl and report_catalog.cbl compiled
      *            as modules.
      ******************************************************************
       identification division.
       program-id. grade-roster-build.

       environment division.
       input-output section.
       file-control.

           select fd-course-catalog assign to "course-catalog.txt"
           organization is line sequential
           file status is ws-fs-status-catalog.

           select fd-enrollment-file assign to "course-enrollments.txt"
           organization is line sequential
           file status is ws-fs-status-enroll.

           select fd-student-file assign to "input.txt"
           organization is line sequential
           file status is ws-fs-status-students.

           select fd-instructor-file
           assign to "course-instructors.txt"
           organization is line sequential
           file status is ws-fs-status-instructor.

           select fd-roster-file assign to "course-grade-roster.txt"
           organization is line sequential
           file status is ws-fs-status-roster.

           select fd-roster-report
           assign to "course-grade-roster-report.txt"
           organization is line sequential
           file status is ws-fs-status-report.

           select fd-roster-sort-file
           assign to "grade-roster-sort-temp.txt".

       data division.

       file section.

       fd  fd-course-catalog.
       01  f-course-record.
           05  f-course-id                         pic x(8).
           05  f-course-title                      pic x(30).
           05  f-course-credit-hours               pic 99.
           05  f-course-capacity                   pic 9(3).
           05  f-course-meeting-days               pic x(5).
           05  f-course-start-time                 pic 9(4).
           05  f-course-end-time                   pic 9(4).
           05  f-course-room                       pic x(8).

       fd  fd-enrollment-file.
       01  f-enrollment-record.
           05  f-enr-course-id                     pic x(8).
           05  f-enr-student-id                    pic 9(6).

       fd  fd-student-file.
       01  f-test-record.
           05  f-test-student-id                   pic 9(6).
           05  f-test-student-name                 pic x(20).
           05  f-test-major                        pic xxx.
           05  f-test-num-courses                  pic 99.
           05  f-test-credit-hours                 pic 9(3).
           05  f-test-gpa                          pic 9v99.

      *> Which user keys the grades for which course -- the user
      *> name they log in with through user-login.
       fd  fd-instructor-file.
       01  f-instructor-record.
           05  f-instr-course-id                   pic x(8).
           05  f-instr-user                        pic x(20).

      *> One line per student per course for the term. The grade is
      *> blank until keyed; posted is 'Y' once grade_posting.cbl has
      *> carried it into the term history.
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

       fd  fd-roster-report.
       01  f-roster-report-record                  pic x(100).

       sd  fd-roster-sort-file.
       01  f-sort-roster-record.
           05  f-sort-course-id                    pic x(8).
           05  f-sort-student-id                   pic 9(6).

       working-storage section.

       01  ws-fs-status-catalog                pic xx.
       01  ws-fs-status-enroll                 pic xx.
       01  ws-fs-status-students               pic xx.
       01  ws-fs-status-instructor             pic xx.
       01  ws-fs-status-roster                 pic xx.
       01  ws-fs-status-report                 pic xx.

       01  ws-eof-sw                           pic x value 'N'.
           88  ws-eof                          value 'Y'.
           88  ws-not-eof                      value 'N'.

       01  ws-term-env                         pic x(6).
       01  ws-term                             pic x(6).

       01  ws-business-date-request.
           05  ws-bd-action                    pic x.
           05  ws-bd-date                      pic 9(8).

       01  ws-business-date                    pic 9(8).

       01  ws-num-courses                      pic 99 comp.

       01  ws-course-table                     occurs 0 to 50 times
                                               depending on
                                                   ws-num-courses
                                               indexed by
                                                   ws-course-idx.
           05  ws-course-id                    pic x(8).
           05  ws-course-title                 pic x(30).
           05  ws-course-credit-hours          pic 99.
           05  ws-course-instructor            pic x(20).
           05  ws-course-roster-count          pic 9(4).

       01  ws-num-students                     pic 9(4) comp.

       01  ws-student-table                    occurs 0 to 1000 times
                                               depending on
                                                   ws-num-students
                                               indexed by
                                                   ws-student-idx.
           05  ws-student-id                   pic 9(6).
           05  ws-student-name                 pic x(20).

      *> The roster already on file, for carrying keyed grades over
      *> when the same term is rebuilt.
       01  ws-num-prior                        pic 9(4) comp.

       01  ws-prior-table                      occurs 0 to 2000 times
                                               depending on
                                                   ws-num-prior
                                               indexed by
                                                   ws-prior-idx.
           05  ws-prior-course-id              pic x(8).
           05  ws-prior-student-id             pic 9(6).
           05  ws-prior-grade                  pic xx.
           05  ws-prior-entered-by             pic x(20).
           05  ws-prior-entered-date           pic 9(8).

       01  ws-prior-term                       pic x(6) value spaces.
       01  ws-prior-unposted-count             pic 9(4) value 0.
       01  ws-prior-posted-count               pic 9(4) value 0.

       01  ws-found-course-idx                 pic 99 comp value 0.
       01  ws-prev-course-id                   pic x(8) value spaces.

       01  ws-roster-count                     pic 9(4) value 0.
       01  ws-carried-count                    pic 9(4) value 0.
       01  ws-unknown-course-count             pic 9(4) value 0.
       01  ws-unknown-student-count            pic 9(4) value 0.
       01  ws-no-instructor-count              pic 9(4) value 0.

       01  ws-report-line                      pic x(100).
       01  ws-count-display                    pic zzz9.

      *> Entry for the common report catalog, written by the shared
      *> report-catalog subprogram.
       01  ws-catalog-request.
           05  ws-rc-name                  pic x(20).
           05  ws-rc-file                  pic x(40).
           05  ws-rc-pages                 pic 9(3).

       procedure division.
       main-procedure.

           display "Grade roster build."

           perform fetch-term
           perform load-course-catalog
           perform load-instructors
           perform load-student-names
           perform load-prior-roster

           if ws-prior-term not = spaces
           and ws-prior-term not = ws-term
           and ws-prior-unposted-count > 0
               display "course-grade-roster.txt still holds "
                   ws-prior-unposted-count " grades for term "
                   ws-prior-term " that have not been posted -- "
                   "run grade_posting.cbl for that term first."
               end-display
               move 8 to return-code
               goback
           end-if

      *> A closed term stays closed -- a fresh roster would let its
      *> grades post a second time.
           if ws-prior-term = ws-term
           and ws-prior-posted-count > 0
               display "Term " ws-term " has already been posted -- "
                   "its roster is not rebuilt."
               end-display
               move 8 to return-code
               goback
           end-if

           open output fd-roster-file

           if ws-fs-status-roster not = "00"
               display "Error opening course-grade-roster.txt: "
                   ws-fs-status-roster
               end-display
               move 8 to return-code
               goback
           end-if

           sort fd-roster-sort-file
               on ascending key f-sort-course-id
               ascending key f-sort-student-id
               input procedure is release-enrollments
               output procedure is write-roster-lines

           close fd-roster-file

           perform write-roster-report

           display space
           display "Grade roster built for term " ws-term "."
           display "Roster lines:          " ws-roster-count
           display "Grades carried over:   " ws-carried-count
           display "Unknown courses:       " ws-unknown-course-count
           display "Students not on file:  " ws-unknown-student-count
           display "Courses w/o instructor:" ws-no-instructor-count
           display "See course-grade-roster.txt and "
               "course-grade-roster-report.txt"
           end-display

           if ws-unknown-course-count > 0
           or ws-unknown-student-count > 0
           or ws-no-instructor-count > 0
               move 4 to return-code
           end-if

           goback.


      *> GRADE_TERM names the term; otherwise the business month,
      *> with the system date when the calendar module isn't linked.
       fetch-term.

           accept ws-term-env from environment "GRADE_TERM"
           end-accept

           move 'F' to ws-bd-action
           call "business-date" using ws-business-date-request
               on exception
                   move 0 to ws-bd-date
           end-call

           if ws-bd-date = 0
               accept ws-business-date from date yyyymmdd
           else
               move ws-bd-date to ws-business-date
           end-if

           if ws-term-env = spaces
               move ws-business-date(1:6) to ws-term
           else
               move function upper-case(ws-term-env) to ws-term
           end-if

           exit paragraph.


       load-course-catalog.

           move 0 to ws-num-courses
           set ws-not-eof to true

           open input fd-course-catalog

           if ws-fs-status-catalog not = "00"
               display "Error opening course-catalog.txt: "
                   ws-fs-status-catalog
                   " -- run course-enrollment first."
               end-display
               move 8 to return-code
               goback
           end-if

           perform until ws-eof
               read fd-course-catalog
                   at end
                       set ws-eof to true
                   not at end
                       if ws-num-courses < 50
                           add 1 to ws-num-courses
                           move f-course-id
                               to ws-course-id(ws-num-courses)
                           move f-course-title
                               to ws-course-title(ws-num-courses)
                           move f-course-credit-hours
                               to ws-course-credit-hours
                                   (ws-num-courses)
                           move spaces
                               to ws-course-instructor(ws-num-courses)
                           move 0
                               to ws-course-roster-count
                                   (ws-num-courses)
                       end-if
               end-read
           end-perform

           close fd-course-catalog

           exit paragraph.


      *> A missing assignment file leaves every course without an
      *> instructor -- only an ADMIN can key those grades.
       load-instructors.

           set ws-not-eof to true

           open input fd-instructor-file

           if ws-fs-status-instructor not = "00"
               display "Warning: no course-instructors.txt -- only "
                   "ADMIN users can key grades this term."
               end-display
               exit paragraph
           end-if

           perform until ws-eof
               read fd-instructor-file
                   at end
                       set ws-eof to true
                   not at end
                       perform varying ws-course-idx from 1 by 1
                       until ws-course-idx > ws-num-courses
                           if ws-course-id(ws-course-idx)
                               = f-instr-course-id
                               move f-instr-user
                                   to ws-course-instructor
                                       (ws-course-idx)
                               exit perform
                           end-if
                       end-perform
               end-read
           end-perform

           close fd-instructor-file

           exit paragraph.


       load-student-names.

           move 0 to ws-num-students
           set ws-not-eof to true

           open input fd-student-file

           if ws-fs-status-students not = "00"
               display "Warning: input.txt not readable, status "
                   ws-fs-status-students
                   " -- the roster is built without names."
               end-display
               exit paragraph
           end-if

           perform until ws-eof
               read fd-student-file
                   at end
                       set ws-eof to true
                   not at end
                       if ws-num-students < 1000
                           add 1 to ws-num-students
                           move f-test-student-id
                               to ws-student-id(ws-num-students)
                           move f-test-student-name
                               to ws-student-name(ws-num-students)
                       end-if
               end-read
           end-perform

           close fd-student-file

           exit paragraph.


      *> No roster yet is the normal first build of a term.
       load-prior-roster.

           move 0 to ws-num-prior
           set ws-not-eof to true

           open input fd-roster-file

           if ws-fs-status-roster = "35"
               exit paragraph
           end-if

           if ws-fs-status-roster not = "00"
               display "Error opening course-grade-roster.txt: "
                   ws-fs-status-roster
               end-display
               move 8 to return-code
               goback
           end-if

           perform until ws-eof
               read fd-roster-file
                   at end
                       set ws-eof to true
                   not at end
                       move f-roster-term to ws-prior-term
                       if f-roster-posted = 'Y'
                           add 1 to ws-prior-posted-count
                       end-if
                       if f-roster-grade not = spaces
                       and f-roster-posted not = 'Y'
                           add 1 to ws-prior-unposted-count
                       end-if
                       if ws-num-prior < 2000
                       and f-roster-grade not = spaces
                           add 1 to ws-num-prior
                           move f-roster-course-id
                               to ws-prior-course-id(ws-num-prior)
                           move f-roster-student-id
                               to ws-prior-student-id(ws-num-prior)
                           move f-roster-grade
                               to ws-prior-grade(ws-num-prior)
                           move f-roster-entered-by
                               to ws-prior-entered-by(ws-num-prior)
                           move f-roster-entered-date
                               to ws-prior-entered-date(ws-num-prior)
                       end-if
               end-read
           end-perform

           close fd-roster-file

      *> Grades only carry over into a rebuild of the same term.
           if ws-prior-term not = ws-term
               move 0 to ws-num-prior
           end-if

           exit paragraph.


       release-enrollments.

           set ws-not-eof to true

           open input fd-enrollment-file

           if ws-fs-status-enroll not = "00"
               display "Error opening course-enrollments.txt: "
                   ws-fs-status-enroll
                   " -- the roster is empty."
               end-display
               move 8 to return-code
               exit paragraph
           end-if

           perform until ws-eof
               read fd-enrollment-file
                   at end
                       set ws-eof to true
                   not at end
                       move f-enr-course-id to f-sort-course-id
                       move f-enr-student-id to f-sort-student-id
                       release f-sort-roster-record
               end-read
           end-perform

           close fd-enrollment-file

           exit paragraph.


      *> A course not on the catalog has no credit hours to post and
      *> is left off with a warning rather than guessed at.
       write-roster-lines.

           set ws-not-eof to true

           perform until ws-eof
               return fd-roster-sort-file
                   at end
                       set ws-eof to true
                   not at end
                       perform find-course
                       if ws-found-course-idx = 0
                           display "Warning: course "
                               f-sort-course-id
                               " is not on the catalog -- student "
                               f-sort-student-id " left off."
                           end-display
                           add 1 to ws-unknown-course-count
                       else
                           perform write-one-roster-line
                       end-if
               end-return
           end-perform

           exit paragraph.


       write-one-roster-line.

           move spaces to f-roster-record
           move ws-term to f-roster-term
           move f-sort-course-id to f-roster-course-id
           move f-sort-student-id to f-roster-student-id
           move ws-course-credit-hours(ws-found-course-idx)
               to f-roster-credit-hours
           move ws-course-instructor(ws-found-course-idx)
               to f-roster-instructor
           move 0 to f-roster-entered-date
           move 'N' to f-roster-posted

           move "*** NOT ON FILE" to f-roster-student-name
           perform varying ws-student-idx from 1 by 1
           until ws-student-idx > ws-num-students
               if ws-student-id(ws-student-idx) = f-sort-student-id
                   move ws-student-name(ws-student-idx)
                       to f-roster-student-name
                   exit perform
               end-if
           end-perform

           if ws-num-students > 0
           and ws-student-idx > ws-num-students
               add 1 to ws-unknown-student-count
           end-if

           perform varying ws-prior-idx from 1 by 1
           until ws-prior-idx > ws-num-prior
               if ws-prior-course-id(ws-prior-idx) = f-sort-course-id
               and ws-prior-student-id(ws-prior-idx)
                   = f-sort-student-id
                   move ws-prior-grade(ws-prior-idx)
                       to f-roster-grade
                   move ws-prior-entered-by(ws-prior-idx)
                       to f-roster-entered-by
                   move ws-prior-entered-date(ws-prior-idx)
                       to f-roster-entered-date
                   add 1 to ws-carried-count
                   exit perform
               end-if
           end-perform

           write f-roster-record

           add 1 to ws-roster-count
           add 1 to ws-course-roster-count(ws-found-course-idx)

           if f-sort-course-id not = ws-prev-course-id
               move f-sort-course-id to ws-prev-course-id
               if ws-course-instructor(ws-found-course-idx) = spaces
                   add 1 to ws-no-instructor-count
               end-if
           end-if

           exit paragraph.


       find-course.

           move 0 to ws-found-course-idx

           perform varying ws-course-idx from 1 by 1
           until ws-course-idx > ws-num-courses
               if ws-course-id(ws-course-idx) = f-sort-course-id
                   set ws-found-course-idx to ws-course-idx
                   exit perform
               end-if
           end-perform

           exit paragraph.


      *> The printed roster reads the roster file just written, so
      *> what instructors see on paper is exactly what they key to.
       write-roster-report.

           open output fd-roster-report

           if ws-fs-status-report not = "00"
               display "Error opening course-grade-roster-report.txt: "
                   ws-fs-status-report
               end-display
               move 8 to return-code
               exit paragraph
           end-if

           move spaces to ws-report-line
           string "End-of-term grade rosters -- term " ws-term
               delimited by size
               into ws-report-line
           end-string
           perform write-report-line

           move spaces to ws-prev-course-id
           set ws-not-eof to true

           open input fd-roster-file

           perform until ws-eof
               read fd-roster-file
                   at end
                       set ws-eof to true
                   not at end
                       if f-roster-course-id not = ws-prev-course-id
                           move f-roster-course-id
                               to ws-prev-course-id
                           perform write-course-heading
                       end-if
                       move spaces to ws-report-line
                       move f-roster-student-id
                           to ws-report-line(5:6)
                       move f-roster-student-name
                           to ws-report-line(14:20)
                       if f-roster-grade = spaces
                           move "____" to ws-report-line(38:4)
                       else
                           move f-roster-grade to ws-report-line(38:2)
                       end-if
                       perform write-report-line
               end-read
           end-perform

           close fd-roster-file
           close fd-roster-report

           move spaces to ws-catalog-request
           move "GRADE-ROSTER" to ws-rc-name
           move "course-grade-roster-report.txt" to ws-rc-file
           move 0 to ws-rc-pages
           call "report-catalog" using ws-catalog-request
               on exception
                   display "Warning: unable to call report-catalog."
           end-call

           exit paragraph.


       write-course-heading.

           move f-roster-course-id to f-sort-course-id
           perform find-course

           move spaces to ws-report-line
           perform write-report-line

           move spaces to ws-report-line
           move ws-course-roster-count(ws-found-course-idx)
               to ws-count-display
           string "Course " f-roster-course-id " "
               ws-course-title(ws-found-course-idx)
               " credits " ws-course-credit-hours(ws-found-course-idx)
               "  students " ws-count-display
               delimited by size
               into ws-report-line
           end-string
           perform write-report-line

           move spaces to ws-report-line
           if f-roster-instructor = spaces
               move "Instructor: (none assigned -- ADMIN to key)"
                   to ws-report-line(3:50)
           else
               string "Instructor: " f-roster-instructor
                   delimited by size
                   into ws-report-line(3:50)
               end-string
           end-if
           perform write-report-line

           move spaces to ws-report-line
           move "student  name" to ws-report-line(5:13)
           move "grade" to ws-report-line(38:5)
           perform write-report-line

           exit paragraph.


       write-report-line.

           move ws-report-line to f-roster-report-record
           write f-roster-report-record

           exit paragraph.

       end program grade-roster-build.

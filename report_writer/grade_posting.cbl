      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-10-15
      * Updated: 2026-10-15 EE: every roster line is also appended to
      *          student-course-history.txt -- student, term, course,
      *          credit hours and grade -- so the degree audit can
      *          tell which courses a student has completed; the
      *          term-history record only carries the term's totals.
      * Purpose: Term close: posts the keyed grades on the term's
      *          grade roster, course-grade-roster.txt, into the
      *          student records. Each student's graded courses are
      *          weighed by the credit hours the catalog gave them
      *          (A 4.0, A- 3.7, B+ 3.3 ... D- 0.7, F 0.0; W and I
      *          carry no hours and no grade points) into a term
      *          GPA, and one term-history record -- courses, hours,
      *          term GPA -- is appended to student-term-history.txt
      *          for the transcript report. The cumulative course
      *          count, f-test-credit-hours and f-test-gpa on
      *          input.txt are brought forward by the same hours and
      *          points, and the file is written back in major then
      *          student id order, as student-maintenance writes it.
      *          The roster must be complete: with any grade still
      *          missing nothing is posted and the missing-grades
      *          report names who to chase. Posted lines are marked
      *          on the roster so the term can never post twice.
      * Tectonics: cobc -x grade_posting.cbl
      ******************************************************************
       identification division.
       program-id. grade-posting.

       environment division.
       input-output section.
       file-control.

           select fd-roster-file assign to "course-grade-roster.txt"
           organization is line sequential
           file status is ws-fs-status-roster.

           select fd-student-file assign to "input.txt"
           organization is line sequential
           file status is ws-fs-status-students.

           select fd-student-sort-file
           assign to "grade-posting-sort-temp.txt".

           select fd-term-history
           assign to "student-term-history.txt"
           organization is line sequential
           file status is ws-fs-status-history.

           select fd-course-history
           assign to "student-course-history.txt"
           organization is line sequential
           file status is ws-fs-status-course-hist.

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

       fd  fd-student-file.
       01  f-test-record.
           05  f-test-student-id                   pic 9(6).
           05  f-test-student-name                 pic x(20).
           05  f-test-major                        pic xxx.
           05  f-test-num-courses                  pic 99.
           05  f-test-credit-hours                 pic 9(3).
           05  f-test-gpa                          pic 9v99.

       sd  fd-student-sort-file.
       01  f-student-record-sort.
           05  f-sort-student-id                   pic 9(6).
           05  f-sort-student-name                 pic x(20).
           05  f-sort-major                        pic xxx.
           05  f-sort-num-courses                  pic 99.
           05  f-sort-credit-hours                 pic 9(3).
           05  f-sort-gpa                          pic 9v99.

       fd  fd-term-history.
       01  f-term-history-record.
           05  f-hist-student-id                   pic 9(6).
           05  f-hist-term                         pic x(6).
           05  f-hist-num-courses                  pic 99.
           05  f-hist-credit-hours                 pic 9(3).
           05  f-hist-gpa                          pic 9v99.

      *> One record per course graded, W and I included.
       fd  fd-course-history.
       01  f-course-history-record.
           05  f-chist-student-id                  pic 9(6).
           05  f-chist-term                        pic x(6).
           05  f-chist-course-id                   pic x(8).
           05  f-chist-credit-hours                pic 99.
           05  f-chist-grade                       pic xx.

       working-storage section.

       01  ws-fs-status-roster                 pic xx.
       01  ws-fs-status-students               pic xx.
       01  ws-fs-status-history                pic xx.
       01  ws-fs-status-course-hist            pic xx.

       01  ws-eof-sw                           pic x value 'N'.
           88  ws-eof                          value 'Y'.
           88  ws-not-eof                      value 'N'.

      *> The roster, held so the posted marks can be written back.
       01  ws-num-roster                       pic 9(4) comp.

       01  ws-roster-table                     occurs 0 to 2000 times
                                               depending on
                                                   ws-num-roster
                                               indexed by
                                                   ws-roster-idx.
           05  ws-roster-data                  pic x(93).

       01  ws-roster-line.
           05  ws-rl-term                      pic x(6).
           05  ws-rl-course-id                 pic x(8).
           05  ws-rl-student-id                pic 9(6).
           05  ws-rl-student-name              pic x(20).
           05  ws-rl-credit-hours              pic 99.
           05  ws-rl-instructor                pic x(20).
           05  ws-rl-grade                     pic xx.
           05  ws-rl-entered-by                pic x(20).
           05  ws-rl-entered-date              pic 9(8).
           05  ws-rl-posted                    pic x.

       01  ws-term                             pic x(6).
       01  ws-missing-count                    pic 9(4) value 0.
       01  ws-posted-count                     pic 9(4) value 0.
       01  ws-bad-grade-count                  pic 9(4) value 0.

       01  ws-num-students                     pic 9(4) comp.

       01  ws-student-table                    occurs 0 to 1000 times
                                               depending on
                                                   ws-num-students
                                               indexed by
                                                   ws-student-idx.
           05  ws-student-id                   pic 9(6).
           05  ws-student-name                 pic x(20).
           05  ws-student-major                pic xxx.
           05  ws-student-num-courses          pic 99.
           05  ws-student-credit-hours         pic 9(3).
           05  ws-student-gpa                  pic 9v99.

      *> One entry per student on the roster: what the term adds.
       01  ws-num-term                         pic 9(4) comp.

       01  ws-term-table                       occurs 0 to 1000 times
                                               depending on
                                                   ws-num-term
                                               indexed by
                                                   ws-term-idx.
           05  ws-term-student-id              pic 9(6).
           05  ws-term-num-courses             pic 99.
           05  ws-term-credit-hours            pic 9(3).
           05  ws-term-quality-points          pic 9(4)v9.

       01  ws-grade-points                     pic 9v9.
       01  ws-gpa-grade-sw                     pic x.
           88  ws-gpa-grade                    value 'Y'.
           88  ws-non-gpa-grade                value 'N'.

       01  ws-term-gpa                         pic 9v99.
       01  ws-new-hours                        pic 9(4).
       01  ws-new-courses                      pic 9(3).
       01  ws-found-student-idx                pic 9(4) value 0.

       01  ws-history-count                    pic 9(4) value 0.
       01  ws-course-history-count             pic 9(4) value 0.
       01  ws-updated-count                    pic 9(4) value 0.
       01  ws-not-on-file-count                pic 9(4) value 0.
       01  ws-capped-count                     pic 9(4) value 0.

       procedure division.
       main-procedure.

           display "Grade posting -- term close."

           perform load-roster

           if ws-num-roster = 0
               display "course-grade-roster.txt is empty -- nothing "
                   "to post."
               end-display
               move 8 to return-code
               goback
           end-if

           if ws-posted-count > 0
               display "Term " ws-term " has already been posted."
               move 8 to return-code
               goback
           end-if

           if ws-missing-count > 0
           or ws-bad-grade-count > 0
               display "Term " ws-term " cannot be closed: "
                   ws-missing-count " grades missing, "
                   ws-bad-grade-count " not valid grades. "
                   "Run grade_missing_report.cbl for the list."
               end-display
               move 8 to return-code
               goback
           end-if

           perform load-student-file
           perform total-term-grades

           perform open-term-history
           perform varying ws-term-idx from 1 by 1
           until ws-term-idx > ws-num-term
               perform post-one-student
           end-perform
           close fd-term-history

           perform write-course-history

           perform rewrite-student-file
           perform mark-roster-posted

           display space
           display "Term " ws-term " posted."
           display "Roster lines posted:   " ws-num-roster
           display "Term history written:  " ws-history-count
           display "Course history written:" ws-course-history-count
           display "Students updated:      " ws-updated-count
           display "Not on student file:   " ws-not-on-file-count
           display "Totals capped:         " ws-capped-count

           if ws-not-on-file-count > 0
           or ws-capped-count > 0
               move 4 to return-code
           end-if

           goback.


      *> Counts what would stop the close -- blank grades, anything
      *> that is not a grade, or a roster posted already.
       load-roster.

           move 0 to ws-num-roster
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
                       if ws-num-roster >= 2000
                           display "course-grade-roster.txt exceeds "
                               "the 2000-line table -- nothing "
                               "posted."
                           end-display
                           close fd-roster-file
                           move 8 to return-code
                           goback
                       end-if
                       add 1 to ws-num-roster
                       move f-roster-record
                           to ws-roster-data(ws-num-roster)
                       move f-roster-term to ws-term
                       if f-roster-posted = 'Y'
                           add 1 to ws-posted-count
                       end-if
                       if f-roster-grade = spaces
                           add 1 to ws-missing-count
                       else
                           move f-roster-grade to ws-rl-grade
                           perform look-up-grade-points
                           if ws-gpa-grade-sw = space
                               add 1 to ws-bad-grade-count
                           end-if
                       end-if
               end-read
           end-perform

           close fd-roster-file

           exit paragraph.


      *> Grade points for ws-rl-grade. W and I are valid but carry
      *> no hours; anything else leaves the switch blank.
       look-up-grade-points.

           move 0 to ws-grade-points
           set ws-gpa-grade to true

           evaluate ws-rl-grade
               when "A "
                   move 4.0 to ws-grade-points
               when "A-"
                   move 3.7 to ws-grade-points
               when "B+"
                   move 3.3 to ws-grade-points
               when "B "
                   move 3.0 to ws-grade-points
               when "B-"
                   move 2.7 to ws-grade-points
               when "C+"
                   move 2.3 to ws-grade-points
               when "C "
                   move 2.0 to ws-grade-points
               when "C-"
                   move 1.7 to ws-grade-points
               when "D+"
                   move 1.3 to ws-grade-points
               when "D "
                   move 1.0 to ws-grade-points
               when "D-"
                   move 0.7 to ws-grade-points
               when "F "
                   move 0 to ws-grade-points
               when "W "
               when "I "
                   set ws-non-gpa-grade to true
               when other
                   move space to ws-gpa-grade-sw
           end-evaluate

           exit paragraph.


       load-student-file.

           move 0 to ws-num-students
           set ws-not-eof to true

           open input fd-student-file

           if ws-fs-status-students not = "00"
               display "Error opening input.txt: "
                   ws-fs-status-students
                   " -- nothing posted."
               end-display
               move 8 to return-code
               goback
           end-if

           perform until ws-eof
               read fd-student-file
                   at end
                       set ws-eof to true
                   not at end
                       if ws-num-students >= 1000
                           display "input.txt has more than 1000 "
                               "students -- nothing posted."
                           end-display
                           close fd-student-file
                           move 8 to return-code
                           goback
                       end-if
                       add 1 to ws-num-students
                       move f-test-student-id
                           to ws-student-id(ws-num-students)
                       move f-test-student-name
                           to ws-student-name(ws-num-students)
                       move f-test-major
                           to ws-student-major(ws-num-students)
                       move f-test-num-courses
                           to ws-student-num-courses(ws-num-students)
                       move f-test-credit-hours
                           to ws-student-credit-hours(ws-num-students)
                       move f-test-gpa
                           to ws-student-gpa(ws-num-students)
               end-read
           end-perform

           close fd-student-file

           exit paragraph.


      *> Folds every roster line into its student's term totals.
       total-term-grades.

           move 0 to ws-num-term

           perform varying ws-roster-idx from 1 by 1
           until ws-roster-idx > ws-num-roster
               move ws-roster-data(ws-roster-idx) to ws-roster-line
               perform look-up-grade-points
               if ws-gpa-grade
                   perform find-term-student
                   add 1 to ws-term-num-courses(ws-term-idx)
                   add ws-rl-credit-hours
                       to ws-term-credit-hours(ws-term-idx)
                   compute ws-term-quality-points(ws-term-idx) =
                       ws-term-quality-points(ws-term-idx)
                       + ws-grade-points * ws-rl-credit-hours
                   end-compute
               end-if
           end-perform

           exit paragraph.


      *> Leaves ws-term-idx on the student's entry, adding one the
      *> first time they are seen.
       find-term-student.

           perform varying ws-term-idx from 1 by 1
           until ws-term-idx > ws-num-term
               if ws-term-student-id(ws-term-idx) = ws-rl-student-id
                   exit paragraph
               end-if
           end-perform

           add 1 to ws-num-term
           set ws-term-idx to ws-num-term
           move ws-rl-student-id to ws-term-student-id(ws-term-idx)
           move 0 to ws-term-num-courses(ws-term-idx)
           move 0 to ws-term-credit-hours(ws-term-idx)
           move 0 to ws-term-quality-points(ws-term-idx)

           exit paragraph.


      *> The history file accumulates across runs -- extend, created
      *> on first use.
       open-term-history.

           open extend fd-term-history

           if ws-fs-status-history = "35"
               open output fd-term-history
           end-if

           if ws-fs-status-history not = "00"
               display "Error opening student-term-history.txt: "
                   ws-fs-status-history
               end-display
               move 8 to return-code
               goback
           end-if

           exit paragraph.


      *> The course history accumulates across terms the same way,
      *> extend, created on first use.
       write-course-history.

           open extend fd-course-history

           if ws-fs-status-course-hist = "35"
               open output fd-course-history
           end-if

           if ws-fs-status-course-hist not = "00"
               display "Error opening student-course-history.txt: "
                   ws-fs-status-course-hist
               end-display
               move 8 to return-code
               goback
           end-if

           perform varying ws-roster-idx from 1 by 1
           until ws-roster-idx > ws-num-roster
               move ws-roster-data(ws-roster-idx) to ws-roster-line
               move spaces to f-course-history-record
               move ws-rl-student-id to f-chist-student-id
               move ws-rl-term to f-chist-term
               move ws-rl-course-id to f-chist-course-id
               move ws-rl-credit-hours to f-chist-credit-hours
               move ws-rl-grade to f-chist-grade
               write f-course-history-record
               add 1 to ws-course-history-count
           end-perform

           close fd-course-history

           exit paragraph.


      *> One term-history record, then the cumulative figures on the
      *> student record. A student no longer on input.txt still gets
      *> the history -- transcripts outlive enrollment.
       post-one-student.

           if ws-term-credit-hours(ws-term-idx) = 0
               exit paragraph
           end-if

           compute ws-term-gpa rounded =
               ws-term-quality-points(ws-term-idx)
               / ws-term-credit-hours(ws-term-idx)
           end-compute

           move spaces to f-term-history-record
           move ws-term-student-id(ws-term-idx) to f-hist-student-id
           move ws-term to f-hist-term
           move ws-term-num-courses(ws-term-idx) to f-hist-num-courses
           move ws-term-credit-hours(ws-term-idx)
               to f-hist-credit-hours
           move ws-term-gpa to f-hist-gpa
           write f-term-history-record
           add 1 to ws-history-count

           move 0 to ws-found-student-idx
           perform varying ws-student-idx from 1 by 1
           until ws-student-idx > ws-num-students
               if ws-student-id(ws-student-idx)
                   = ws-term-student-id(ws-term-idx)
                   set ws-found-student-idx to ws-student-idx
                   exit perform
               end-if
           end-perform

           if ws-found-student-idx = 0
               display "Student " ws-term-student-id(ws-term-idx)
                   " is not on input.txt -- term history only."
               end-display
               add 1 to ws-not-on-file-count
               exit paragraph
           end-if

           set ws-student-idx to ws-found-student-idx

           compute ws-new-hours =
               ws-student-credit-hours(ws-student-idx)
               + ws-term-credit-hours(ws-term-idx)
           end-compute

      *> The old GPA carries weight for the hours already on file.
           compute ws-student-gpa(ws-student-idx) rounded =
               (ws-student-gpa(ws-student-idx)
                   * ws-student-credit-hours(ws-student-idx)
               + ws-term-quality-points(ws-term-idx))
               / ws-new-hours
           end-compute

           compute ws-new-courses =
               ws-student-num-courses(ws-student-idx)
               + ws-term-num-courses(ws-term-idx)
           end-compute

      *> The student record holds 999 hours and 99 courses; a total
      *> past that stops at the top and is flagged.
           if ws-new-hours > 999
           or ws-new-courses > 99
               display "Student " ws-term-student-id(ws-term-idx)
                   " totals exceed the student record -- capped."
               end-display
               add 1 to ws-capped-count
           end-if

           if ws-new-hours > 999
               move 999 to ws-student-credit-hours(ws-student-idx)
           else
               move ws-new-hours
                   to ws-student-credit-hours(ws-student-idx)
           end-if

           if ws-new-courses > 99
               move 99 to ws-student-num-courses(ws-student-idx)
           else
               move ws-new-courses
                   to ws-student-num-courses(ws-student-idx)
           end-if

           add 1 to ws-updated-count

           exit paragraph.


      *> Releases the updated table through a SORT on major then
      *> student id and lets GIVING write input.txt back -- the
      *> major order report-test's control break depends on.
       rewrite-student-file.

           sort fd-student-sort-file
               on ascending key f-sort-major f-sort-student-id
               input procedure is release-student-table
               giving fd-student-file

           exit paragraph.


       release-student-table.

           perform varying ws-student-idx from 1 by 1
           until ws-student-idx > ws-num-students
               move ws-student-id(ws-student-idx)
                   to f-sort-student-id
               move ws-student-name(ws-student-idx)
                   to f-sort-student-name
               move ws-student-major(ws-student-idx) to f-sort-major
               move ws-student-num-courses(ws-student-idx)
                   to f-sort-num-courses
               move ws-student-credit-hours(ws-student-idx)
                   to f-sort-credit-hours
               move ws-student-gpa(ws-student-idx) to f-sort-gpa
               release f-student-record-sort
           end-perform

           exit paragraph.


       mark-roster-posted.

           open output fd-roster-file

           if ws-fs-status-roster not = "00"
               display "Error rewriting course-grade-roster.txt: "
                   ws-fs-status-roster
                   " -- mark it posted by hand before rerunning."
               end-display
               move 8 to return-code
               goback
           end-if

           perform varying ws-roster-idx from 1 by 1
           until ws-roster-idx > ws-num-roster
               move ws-roster-data(ws-roster-idx) to ws-roster-line
               move 'Y' to ws-rl-posted
               move ws-roster-line to f-roster-record
               write f-roster-record
           end-perform

           close fd-roster-file

           exit paragraph.

       end program grade-posting.

      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-10-15
      * Purpose: Degree audit. program-requirements.txt gives each
      *          major (f-test-major) its requirements: a program
      *          record with the total credit hours and minimum GPA
      *          to graduate, the courses every student in the major
      *          must pass, and elective groups -- a list of courses
      *          from which a minimum number of credit hours must be
      *          passed. Each student on input.txt is audited
      *          against their major: the courses they have passed
      *          come from student-course-history.txt (written at
      *          term close by grade_posting.cbl; A through D- pass),
      *          their credit hours and cumulative GPA from
      *          student-term-history.txt weighted the way the
      *          transcript weights them, and the courses they are
      *          taking now from course-enrollments.txt. A course
      *          counts toward one requirement only -- required
      *          courses first, then the elective groups in file
      *          order. degree-audit-report.txt shows every
      *          requirement as satisfied, in progress or
      *          outstanding; graduation-eligible.txt lists the
      *          students who have met everything, or will once the
      *          courses they are taking now are passed.
      *          AUDIT_STUDENT_ID limits the audit to one student.
      *          A file with more records than its table, or a
      *          student with more courses than theirs, stops the
      *          run with return code 8 and no graduation-eligible.txt
      *          -- an audit of a partial load could call a student
      *          eligible who isn't.
      * Tectonics: cobc -x degree_audit.cbl, with report_catalog.cbl
      *            compiled as a module.
      ******************************************************************
       identification division.
       program-id. degree-audit.

       environment division.
       input-output section.
       file-control.

           select fd-requirements-file
           assign to "program-requirements.txt"
           organization is line sequential
           file status is ws-fs-status-req.

           select fd-student-file assign to "input.txt"
           organization is line sequential
           file status is ws-fs-status-students.

           select fd-course-history
           assign to "student-course-history.txt"
           organization is line sequential
           file status is ws-fs-status-course-hist.

           select fd-term-history
           assign to "student-term-history.txt"
           organization is line sequential
           file status is ws-fs-status-history.

           select fd-enrollment-file
           assign to "course-enrollments.txt"
           organization is line sequential
           file status is ws-fs-status-enroll.

           select fd-catalog-file assign to "course-catalog.txt"
           organization is line sequential
           file status is ws-fs-status-catalog.

           select fd-audit-report assign to "degree-audit-report.txt"
           organization is line sequential
           file status is ws-fs-status-audit.

           select fd-eligible-report
           assign to "graduation-eligible.txt"
           organization is line sequential
           file status is ws-fs-status-eligible.

       data division.

       file section.

      *> One requirement per record, the record type saying which
      *> view of the body applies: 'P' the major's program, 'R' a
      *> required course, 'G' an elective group, 'C' a course in an
      *> elective group.
       fd  fd-requirements-file.
       01  f-req-record.
           05  f-req-type                          pic x.
               88  f-req-is-program                value 'P'.
               88  f-req-is-required               value 'R'.
               88  f-req-is-group                  value 'G'.
               88  f-req-is-group-course           value 'C'.
           05  f-req-major                         pic xxx.
           05  f-req-body                          pic x(40).
           05  f-req-program                       redefines
                                                   f-req-body.
               10  f-req-total-credits             pic 9(3).
               10  f-req-min-gpa                   pic 9v99.
               10  f-req-program-title             pic x(30).
               10  filler                          pic x(4).
           05  f-req-required                      redefines
                                                   f-req-body.
               10  f-req-course-id                 pic x(8).
               10  filler                          pic x(32).
           05  f-req-group                         redefines
                                                   f-req-body.
               10  f-req-group-id                  pic x(4).
               10  f-req-group-credits             pic 99.
               10  f-req-group-title               pic x(30).
               10  filler                          pic x(4).
           05  f-req-group-course                  redefines
                                                   f-req-body.
               10  f-req-gc-group-id               pic x(4).
               10  f-req-gc-course-id              pic x(8).
               10  filler                          pic x(28).

       fd  fd-student-file.
       01  f-test-record.
           05  f-test-student-id                   pic 9(6).
           05  f-test-student-name                 pic x(20).
           05  f-test-major                        pic xxx.
           05  f-test-num-courses                  pic 99.
           05  f-test-credit-hours                 pic 9(3).
           05  f-test-gpa                          pic 9v99.

       fd  fd-course-history.
       01  f-course-history-record.
           05  f-chist-student-id                  pic 9(6).
           05  f-chist-term                        pic x(6).
           05  f-chist-course-id                   pic x(8).
           05  f-chist-credit-hours                pic 99.
           05  f-chist-grade                       pic xx.
               88  f-chist-passed                  values "A ", "A-",
                                                   "B+", "B ", "B-",
                                                   "C+", "C ", "C-",
                                                   "D+", "D ", "D-".

       fd  fd-term-history.
       01  f-term-history-record.
           05  f-hist-student-id                   pic 9(6).
           05  f-hist-term                         pic x(6).
           05  f-hist-num-courses                  pic 99.
           05  f-hist-credit-hours                 pic 9(3).
           05  f-hist-gpa                          pic 9v99.

       fd  fd-enrollment-file.
       01  f-enrollment-record.
           05  f-enr-course-id                     pic x(8).
           05  f-enr-student-id                    pic 9(6).

       fd  fd-catalog-file.
       01  f-catalog-record.
           05  f-cat-course-id                     pic x(8).
           05  f-cat-title                         pic x(30).
           05  f-cat-credit-hours                  pic 99.
           05  f-cat-capacity                      pic 9(3).
           05  f-cat-meeting-days                  pic x(5).
           05  f-cat-start-time                    pic 9(4).
           05  f-cat-end-time                      pic 9(4).
           05  f-cat-room                          pic x(8).

       fd  fd-audit-report.
       01  f-audit-report-record                   pic x(100).

       fd  fd-eligible-report.
       01  f-eligible-report-record                pic x(100).

       working-storage section.

       01  ws-fs-status-req                    pic xx.
       01  ws-fs-status-students               pic xx.
       01  ws-fs-status-course-hist            pic xx.
       01  ws-fs-status-history                pic xx.
       01  ws-fs-status-enroll                 pic xx.
       01  ws-fs-status-catalog                pic xx.
       01  ws-fs-status-audit                  pic xx.
       01  ws-fs-status-eligible               pic xx.

       01  ws-eof-sw                           pic x value 'N'.
           88  ws-eof                          value 'Y'.
           88  ws-not-eof                      value 'N'.

      *> Programs, one per major.
       01  ws-num-programs                     pic 99 comp.

       01  ws-program-table                    occurs 0 to 30 times
                                               depending on
                                                   ws-num-programs
                                               indexed by
                                                   ws-program-idx.
           05  ws-prog-major                   pic xxx.
           05  ws-prog-total-credits           pic 9(3).
           05  ws-prog-min-gpa                 pic 9v99.
           05  ws-prog-title                   pic x(30).

      *> Required courses and elective groups, in file order.
       01  ws-num-reqs                         pic 9(4) comp.

       01  ws-req-table                        occurs 0 to 500 times
                                               depending on
                                                   ws-num-reqs
                                               indexed by
                                                   ws-req-idx.
           05  ws-req-major                    pic xxx.
           05  ws-req-type                     pic x.
               88  ws-req-is-required          value 'R'.
               88  ws-req-is-group             value 'G'.
           05  ws-req-course-id                pic x(8).
           05  ws-req-group-id                 pic x(4).
           05  ws-req-group-credits            pic 99.
           05  ws-req-group-title              pic x(30).

       01  ws-num-group-courses                pic 9(4) comp.

       01  ws-group-course-table               occurs 0 to 1000 times
                                               depending on
                                                   ws-num-group-courses
                                               indexed by
                                                   ws-gc-idx.
           05  ws-gc-major                     pic xxx.
           05  ws-gc-group-id                  pic x(4).
           05  ws-gc-course-id                 pic x(8).

      *> Every passed course on file, for all students.
       01  ws-num-passed                       pic 9(4) comp.

       01  ws-passed-table                     occurs 0 to 5000 times
                                               depending on
                                                   ws-num-passed
                                               indexed by
                                                   ws-passed-idx.
           05  ws-passed-student-id            pic 9(6).
           05  ws-passed-term                  pic x(6).
           05  ws-passed-course-id             pic x(8).
           05  ws-passed-credit-hours          pic 99.
           05  ws-passed-grade                 pic xx.

      *> Credit hours and quality points per student, summed over
      *> the term history.
       01  ws-num-hist-students                pic 9(4) comp.

       01  ws-hist-table                       occurs 0 to 1000 times
                                               depending on
                                                   ws-num-hist-students
                                               indexed by
                                                   ws-hist-idx.
           05  ws-hist-student-id              pic 9(6).
           05  ws-hist-hours                   pic 9(5).
           05  ws-hist-quality-points          pic 9(7)v99.

       01  ws-num-enrollments                  pic 9(4) comp.

       01  ws-enrollment-table                 occurs 0 to 2000 times
                                               depending on
                                                   ws-num-enrollments
                                               indexed by
                                                   ws-enroll-idx.
           05  ws-enr-course-id                pic x(8).
           05  ws-enr-student-id               pic 9(6).

       01  ws-num-courses                      pic 99 comp.

       01  ws-course-table                     occurs 0 to 50 times
                                               depending on
                                                   ws-num-courses
                                               indexed by
                                                   ws-course-idx.
           05  ws-course-id                    pic x(8).
           05  ws-course-credit-hours          pic 99.

      *> The student being audited: courses passed and courses being
      *> taken, each used by at most one requirement.
       01  ws-num-done                         pic 999 comp.

       01  ws-done-table                       occurs 0 to 200 times
                                               depending on
                                                   ws-num-done
                                               indexed by
                                                   ws-done-idx.
           05  ws-done-course-id               pic x(8).
           05  ws-done-term                    pic x(6).
           05  ws-done-credit-hours            pic 99.
           05  ws-done-grade                   pic xx.
           05  ws-done-used-sw                 pic x.
               88  ws-done-used                value 'Y'.

       01  ws-num-taking                       pic 99 comp.

       01  ws-taking-table                     occurs 0 to 40 times
                                               depending on
                                                   ws-num-taking
                                               indexed by
                                                   ws-taking-idx.
           05  ws-taking-course-id             pic x(8).
           05  ws-taking-credit-hours          pic 99.
           05  ws-taking-used-sw               pic x.
               88  ws-taking-used              value 'Y'.

       01  ws-found-program-idx                pic 99 comp value 0.
       01  ws-lookup-course-id                 pic x(8).
       01  ws-found-done-idx                   pic 999 comp value 0.
       01  ws-found-taking-idx                 pic 99 comp value 0.

      *> Raised by any table bound reached -- whole-file loads and
      *> a student's own course tables alike.
       01  ws-table-overflow-sw                pic x value 'N'.
           88  ws-table-overflow               value 'Y'.
       01  ws-student-overflow-sw              pic x.
           88  ws-student-overflow             value 'Y'.

      *> The first file found past its table, for the stop message.
       01  ws-overflow-file                    pic x(30) value spaces.

       01  ws-eligible-file-name               pic x(30)
                                   value "graduation-eligible.txt".
       01  ws-delete-status                    pic s9(9) comp-5.

       01  ws-all-met-sw                       pic x.
           88  ws-all-met                      value 'Y'.
       01  ws-can-finish-sw                    pic x.
           88  ws-can-finish                   value 'Y'.

       01  ws-student-hours                    pic 9(5).
       01  ws-student-quality-points           pic 9(7)v99.
       01  ws-student-gpa                      pic 9v99.
       01  ws-taking-hours                     pic 9(3).
       01  ws-group-done-hours                 pic 9(3).
       01  ws-group-taking-hours               pic 9(3).
       01  ws-hours-short                      pic 9(5).

       01  ws-status-text                      pic x(13).
       01  ws-detail-text                      pic x(40).
       01  ws-hours-display                    pic zzzz9.
       01  ws-hours-display-2                  pic zzzz9.
       01  ws-hours-display-3                  pic zzzz9.
       01  ws-gpa-display                      pic 9.99.
       01  ws-gpa-display-2                    pic 9.99.

       01  ws-student-filter-env               pic x(6).
       01  ws-student-filter                   pic 9(6) value 0.

       01  ws-audited-count                    pic 9(5) value 0.
       01  ws-eligible-count                   pic 9(5) value 0.
       01  ws-no-program-count                 pic 9(5) value 0.

       01  ws-report-line                      pic x(100).

      *> Entry for the common report catalog, written by the shared
      *> report-catalog subprogram.
       01  ws-catalog-request.
           05  ws-rc-name                  pic x(20).
           05  ws-rc-file                  pic x(40).
           05  ws-rc-pages                 pic 9(3).

       procedure division.
       main-procedure.

           display "Degree audit."

           accept ws-student-filter-env
               from environment "AUDIT_STUDENT_ID"
           end-accept

           if ws-student-filter-env not = spaces
           and function trim(ws-student-filter-env) is numeric
               move function numval(ws-student-filter-env)
                   to ws-student-filter
           end-if

           perform load-requirements
           perform load-course-catalog
           perform load-course-history
           perform load-term-history
           perform load-enrollments

           if ws-table-overflow
               display "Error: " function trim(ws-overflow-file)
                   " holds more than its table -- run stopped."
               end-display
               perform withdraw-eligible-list
               move 8 to return-code
               goback
           end-if

           open output fd-audit-report
           open output fd-eligible-report

           if ws-fs-status-audit not = "00"
           or ws-fs-status-eligible not = "00"
               display "Error opening the audit reports: "
                   ws-fs-status-audit " " ws-fs-status-eligible
               end-display
               move 8 to return-code
               goback
           end-if

           move "Degree audit by student" to ws-report-line
           perform write-audit-line

           move "Students eligible to graduate this term"
               to ws-report-line
           perform write-eligible-line
           move spaces to ws-report-line
           perform write-eligible-line
           move spaces to ws-report-line
           move "student" to ws-report-line(3:7)
           move "name" to ws-report-line(12:4)
           move "major" to ws-report-line(34:5)
           move "hours" to ws-report-line(41:5)
           move "GPA" to ws-report-line(49:3)
           move "status" to ws-report-line(55:6)
           perform write-eligible-line

           perform audit-students

           if ws-table-overflow
               close fd-audit-report
               close fd-eligible-report
               perform withdraw-eligible-list
               display "Students audited:     " ws-audited-count
               move 8 to return-code
               goback
           end-if

           move spaces to ws-report-line
           perform write-eligible-line
           move spaces to ws-report-line
           move ws-eligible-count to ws-hours-display
           string "Eligible: " function trim(ws-hours-display)
               delimited by size
               into ws-report-line
           end-string
           perform write-eligible-line

           close fd-audit-report
           close fd-eligible-report

           move spaces to ws-catalog-request
           move "DEGREE-AUDIT" to ws-rc-name
           move "degree-audit-report.txt" to ws-rc-file
           move 0 to ws-rc-pages
           call "report-catalog" using ws-catalog-request
               on exception
                   display "Warning: unable to call report-catalog."
           end-call

           move spaces to ws-catalog-request
           move "GRADUATION-ELIGIBLE" to ws-rc-name
           move "graduation-eligible.txt" to ws-rc-file
           move 0 to ws-rc-pages
           call "report-catalog" using ws-catalog-request
               on exception
                   display "Warning: unable to call report-catalog."
           end-call

           display space
           display "Students audited:     " ws-audited-count
           display "Eligible to graduate: " ws-eligible-count
           display "Major not on file:    " ws-no-program-count
           display "See degree-audit-report.txt and "
               "graduation-eligible.txt"
           end-display

           if ws-no-program-count > 0
               move 4 to return-code
           end-if

           goback.


       load-requirements.

           move 0 to ws-num-programs
           move 0 to ws-num-reqs
           move 0 to ws-num-group-courses
           set ws-not-eof to true

           open input fd-requirements-file

           if ws-fs-status-req = "35"
               perform create-test-requirements
               open input fd-requirements-file
           end-if

           if ws-fs-status-req not = "00"
               display "Error opening program-requirements.txt: "
                   ws-fs-status-req
               end-display
               move 8 to return-code
               goback
           end-if

           perform until ws-eof
               read fd-requirements-file
                   at end
                       set ws-eof to true
                   not at end
                       perform load-one-requirement
               end-read
           end-perform

           close fd-requirements-file

           if ws-table-overflow
           and ws-overflow-file = spaces
               move "program-requirements.txt" to ws-overflow-file
           end-if

           exit paragraph.


       load-one-requirement.

           evaluate true
               when f-req-is-program
                   if ws-num-programs < 30
                       add 1 to ws-num-programs
                       move f-req-major
                           to ws-prog-major(ws-num-programs)
                       move f-req-total-credits
                           to ws-prog-total-credits(ws-num-programs)
                       move f-req-min-gpa
                           to ws-prog-min-gpa(ws-num-programs)
                       move f-req-program-title
                           to ws-prog-title(ws-num-programs)
                   else
                       set ws-table-overflow to true
                       set ws-eof to true
                   end-if

               when f-req-is-required
               or f-req-is-group
                   if ws-num-reqs < 500
                       add 1 to ws-num-reqs
                       move spaces to ws-req-table(ws-num-reqs)
                       move f-req-major to ws-req-major(ws-num-reqs)
                       move f-req-type to ws-req-type(ws-num-reqs)
                       if f-req-is-required
                           move f-req-course-id
                               to ws-req-course-id(ws-num-reqs)
                           move 0
                               to ws-req-group-credits(ws-num-reqs)
                       else
                           move f-req-group-id
                               to ws-req-group-id(ws-num-reqs)
                           move f-req-group-credits
                               to ws-req-group-credits(ws-num-reqs)
                           move f-req-group-title
                               to ws-req-group-title(ws-num-reqs)
                       end-if
                   else
                       set ws-table-overflow to true
                       set ws-eof to true
                   end-if

               when f-req-is-group-course
                   if ws-num-group-courses < 1000
                       add 1 to ws-num-group-courses
                       move f-req-major
                           to ws-gc-major(ws-num-group-courses)
                       move f-req-gc-group-id
                           to ws-gc-group-id(ws-num-group-courses)
                       move f-req-gc-course-id
                           to ws-gc-course-id(ws-num-group-courses)
                   else
                       set ws-table-overflow to true
                       set ws-eof to true
                   end-if

               when other
                   display "Warning: program-requirements.txt record "
                       "type '" f-req-type "' not known -- skipped."
                   end-display
           end-evaluate

           exit paragraph.


      *> Credit hours for the courses being taken now.
       load-course-catalog.

           move 0 to ws-num-courses
           set ws-not-eof to true

           open input fd-catalog-file

           if ws-fs-status-catalog not = "00"
               display "Warning: no course-catalog.txt -- courses in "
                   "progress carry no credit hours."
               end-display
               exit paragraph
           end-if

           perform until ws-eof
               read fd-catalog-file
                   at end
                       set ws-eof to true
                   not at end
                       if ws-num-courses < 50
                           add 1 to ws-num-courses
                           move f-cat-course-id
                               to ws-course-id(ws-num-courses)
                           move f-cat-credit-hours
                               to ws-course-credit-hours
                                   (ws-num-courses)
                       else
                           set ws-table-overflow to true
                           set ws-eof to true
                       end-if
               end-read
           end-perform

           close fd-catalog-file

           if ws-table-overflow
           and ws-overflow-file = spaces
               move "course-catalog.txt" to ws-overflow-file
           end-if

           exit paragraph.


      *> Only passed courses are kept. No file yet means nothing has
      *> been posted through the grade roster.
       load-course-history.

           move 0 to ws-num-passed
           set ws-not-eof to true

           open input fd-course-history

           if ws-fs-status-course-hist not = "00"
               display "Warning: no student-course-history.txt -- "
                   "no course has been passed yet."
               end-display
               exit paragraph
           end-if

           perform until ws-eof
               read fd-course-history
                   at end
                       set ws-eof to true
                   not at end
                       if f-chist-passed
                       and ws-num-passed >= 5000
                           set ws-table-overflow to true
                           set ws-eof to true
                       end-if
                       if f-chist-passed
                       and ws-num-passed < 5000
                           add 1 to ws-num-passed
                           move f-chist-student-id
                               to ws-passed-student-id(ws-num-passed)
                           move f-chist-term
                               to ws-passed-term(ws-num-passed)
                           move f-chist-course-id
                               to ws-passed-course-id(ws-num-passed)
                           move f-chist-credit-hours
                               to ws-passed-credit-hours
                                   (ws-num-passed)
                           move f-chist-grade
                               to ws-passed-grade(ws-num-passed)
                       end-if
               end-read
           end-perform

           close fd-course-history

           if ws-table-overflow
           and ws-overflow-file = spaces
               move "student-course-history.txt" to ws-overflow-file
           end-if

           exit paragraph.


      *> Hours and term GPAs weighted by hours, the transcript's
      *> cumulative.
       load-term-history.

           move 0 to ws-num-hist-students
           set ws-not-eof to true

           open input fd-term-history

           if ws-fs-status-history not = "00"
               display "Warning: no student-term-history.txt -- "
                   "every student starts from no hours."
               end-display
               exit paragraph
           end-if

           perform until ws-eof
               read fd-term-history
                   at end
                       set ws-eof to true
                   not at end
                       perform add-term-history
               end-read
           end-perform

           close fd-term-history

           if ws-table-overflow
           and ws-overflow-file = spaces
               move "student-term-history.txt" to ws-overflow-file
           end-if

           exit paragraph.


       add-term-history.

           perform varying ws-hist-idx from 1 by 1
           until ws-hist-idx > ws-num-hist-students
               if ws-hist-student-id(ws-hist-idx) = f-hist-student-id
                   exit perform
               end-if
           end-perform

           if ws-hist-idx > ws-num-hist-students
               if ws-num-hist-students >= 1000
                   set ws-table-overflow to true
                   set ws-eof to true
                   exit paragraph
               end-if
               add 1 to ws-num-hist-students
               set ws-hist-idx to ws-num-hist-students
               move f-hist-student-id to ws-hist-student-id(ws-hist-idx)
               move 0 to ws-hist-hours(ws-hist-idx)
               move 0 to ws-hist-quality-points(ws-hist-idx)
           end-if

           add f-hist-credit-hours to ws-hist-hours(ws-hist-idx)
           compute ws-hist-quality-points(ws-hist-idx) =
               ws-hist-quality-points(ws-hist-idx)
               + f-hist-gpa * f-hist-credit-hours
           end-compute

           exit paragraph.


       load-enrollments.

           move 0 to ws-num-enrollments
           set ws-not-eof to true

           open input fd-enrollment-file

           if ws-fs-status-enroll not = "00"
               display "Warning: no course-enrollments.txt -- nothing "
                   "is in progress."
               end-display
               exit paragraph
           end-if

           perform until ws-eof
               read fd-enrollment-file
                   at end
                       set ws-eof to true
                   not at end
                       if ws-num-enrollments < 2000
                           add 1 to ws-num-enrollments
                           move f-enr-course-id
                               to ws-enr-course-id(ws-num-enrollments)
                           move f-enr-student-id
                               to ws-enr-student-id(ws-num-enrollments)
                       else
                           set ws-table-overflow to true
                           set ws-eof to true
                       end-if
               end-read
           end-perform

           close fd-enrollment-file

           if ws-table-overflow
           and ws-overflow-file = spaces
               move "course-enrollments.txt" to ws-overflow-file
           end-if

           exit paragraph.


       audit-students.

           set ws-not-eof to true

           open input fd-student-file

           if ws-fs-status-students not = "00"
               display "Error opening input.txt: "
                   ws-fs-status-students
               end-display
               move 8 to return-code
               exit paragraph
           end-if

           perform until ws-eof
               read fd-student-file
                   at end
                       set ws-eof to true
                   not at end
                       if ws-student-filter = 0
                       or ws-student-filter = f-test-student-id
                           perform audit-one-student
                       end-if
               end-read
           end-perform

           close fd-student-file

           exit paragraph.


       audit-one-student.

           add 1 to ws-audited-count

           move spaces to ws-report-line
           perform write-audit-line

           move 0 to ws-found-program-idx
           perform varying ws-program-idx from 1 by 1
           until ws-program-idx > ws-num-programs
               if ws-prog-major(ws-program-idx) = f-test-major
                   set ws-found-program-idx to ws-program-idx
                   exit perform
               end-if
           end-perform

           move spaces to ws-report-line
           string "Student " f-test-student-id "  "
               f-test-student-name "  major " f-test-major
               delimited by size
               into ws-report-line
           end-string
           if ws-found-program-idx > 0
               move ws-prog-title(ws-found-program-idx)
                   to ws-report-line(50:30)
           end-if
           perform write-audit-line

           if ws-found-program-idx = 0
               move spaces to ws-report-line
               move "*** no program requirements on file for this "
                   & "major -- not audited" to ws-report-line(3:70)
               perform write-audit-line
               add 1 to ws-no-program-count
               exit paragraph
           end-if

           perform gather-student-courses

           if ws-student-overflow
               move spaces to ws-report-line
               move "*** more courses than the audit tables hold -- "
                   & "not audited" to ws-report-line(3:70)
               perform write-audit-line
               display "Error: student " f-test-student-id
                   " has more courses than the audit tables hold."
               end-display
               exit paragraph
           end-if

           move 'Y' to ws-all-met-sw
           move 'Y' to ws-can-finish-sw

           perform varying ws-req-idx from 1 by 1
           until ws-req-idx > ws-num-reqs
               if ws-req-major(ws-req-idx) = f-test-major
                   if ws-req-is-required(ws-req-idx)
                       perform audit-required-course
                   else
                       perform audit-elective-group
                   end-if
               end-if
           end-perform

           perform audit-total-credits
           perform audit-minimum-gpa

           move spaces to ws-report-line
           evaluate true
               when ws-all-met
                   move "Audit: all requirements met -- eligible to "
                       & "graduate" to ws-report-line(3:70)
               when ws-can-finish
                   move "Audit: eligible to graduate this term on "
                       & "passing the courses in progress"
                       to ws-report-line(3:75)
               when other
                   move "Audit: requirements outstanding -- not yet "
                       & "eligible" to ws-report-line(3:70)
           end-evaluate
           perform write-audit-line

           if ws-can-finish
               perform write-eligible-student
           end-if

           exit paragraph.


      *> Passed courses from the course history (a course passed
      *> twice counts once) and current enrollments not yet passed.
       gather-student-courses.

           move 0 to ws-num-done
           move 0 to ws-num-taking
           move 'N' to ws-student-overflow-sw
           move 0 to ws-student-hours
           move 0 to ws-student-quality-points
           move 0 to ws-student-gpa

           perform varying ws-passed-idx from 1 by 1
           until ws-passed-idx > ws-num-passed
               if ws-passed-student-id(ws-passed-idx)
                   = f-test-student-id
                   move ws-passed-course-id(ws-passed-idx)
                       to ws-lookup-course-id
                   perform find-done-course
                   if ws-found-done-idx = 0
                   and ws-num-done >= 200
                       set ws-student-overflow to true
                       set ws-table-overflow to true
                   end-if
                   if ws-found-done-idx = 0
                   and ws-num-done < 200
                       add 1 to ws-num-done
                       move ws-passed-course-id(ws-passed-idx)
                           to ws-done-course-id(ws-num-done)
                       move ws-passed-term(ws-passed-idx)
                           to ws-done-term(ws-num-done)
                       move ws-passed-credit-hours(ws-passed-idx)
                           to ws-done-credit-hours(ws-num-done)
                       move ws-passed-grade(ws-passed-idx)
                           to ws-done-grade(ws-num-done)
                       move 'N' to ws-done-used-sw(ws-num-done)
                   end-if
               end-if
           end-perform

           perform varying ws-enroll-idx from 1 by 1
           until ws-enroll-idx > ws-num-enrollments
               if ws-enr-student-id(ws-enroll-idx) = f-test-student-id
                   move ws-enr-course-id(ws-enroll-idx)
                       to ws-lookup-course-id
                   perform find-done-course
                   if ws-found-done-idx = 0
                   and ws-num-taking >= 40
                       set ws-student-overflow to true
                       set ws-table-overflow to true
                   end-if
                   if ws-found-done-idx = 0
                   and ws-num-taking < 40
                       add 1 to ws-num-taking
                       move ws-enr-course-id(ws-enroll-idx)
                           to ws-taking-course-id(ws-num-taking)
                       move 0 to ws-taking-credit-hours(ws-num-taking)
                       perform varying ws-course-idx from 1 by 1
                       until ws-course-idx > ws-num-courses
                           if ws-course-id(ws-course-idx)
                               = ws-enr-course-id(ws-enroll-idx)
                               move ws-course-credit-hours
                                   (ws-course-idx)
                                   to ws-taking-credit-hours
                                       (ws-num-taking)
                               exit perform
                           end-if
                       end-perform
                       move 'N' to ws-taking-used-sw(ws-num-taking)
                   end-if
               end-if
           end-perform

           perform varying ws-hist-idx from 1 by 1
           until ws-hist-idx > ws-num-hist-students
               if ws-hist-student-id(ws-hist-idx) = f-test-student-id
                   move ws-hist-hours(ws-hist-idx) to ws-student-hours
                   move ws-hist-quality-points(ws-hist-idx)
                       to ws-student-quality-points
                   exit perform
               end-if
           end-perform

           if ws-student-hours > 0
               compute ws-student-gpa rounded =
                   ws-student-quality-points / ws-student-hours
               end-compute
           end-if

           exit paragraph.


       find-done-course.

           move 0 to ws-found-done-idx

           perform varying ws-done-idx from 1 by 1
           until ws-done-idx > ws-num-done
               if ws-done-course-id(ws-done-idx) = ws-lookup-course-id
                   set ws-found-done-idx to ws-done-idx
                   exit perform
               end-if
           end-perform

           exit paragraph.


       find-taking-course.

           move 0 to ws-found-taking-idx

           perform varying ws-taking-idx from 1 by 1
           until ws-taking-idx > ws-num-taking
               if ws-taking-course-id(ws-taking-idx)
                   = ws-lookup-course-id
                   set ws-found-taking-idx to ws-taking-idx
                   exit perform
               end-if
           end-perform

           exit paragraph.


       audit-required-course.

           move ws-req-course-id(ws-req-idx) to ws-lookup-course-id
           perform find-done-course
           perform find-taking-course

           move spaces to ws-detail-text

           evaluate true
               when ws-found-done-idx > 0
               and not ws-done-used(ws-found-done-idx)
                   move "SATISFIED" to ws-status-text
                   move 'Y' to ws-done-used-sw(ws-found-done-idx)
                   string ws-done-term(ws-found-done-idx) "  grade "
                       ws-done-grade(ws-found-done-idx)
                       delimited by size
                       into ws-detail-text
                   end-string
               when ws-found-taking-idx > 0
               and not ws-taking-used(ws-found-taking-idx)
                   move "IN PROGRESS" to ws-status-text
                   move 'Y' to ws-taking-used-sw(ws-found-taking-idx)
                   move 'N' to ws-all-met-sw
               when other
                   move "OUTSTANDING" to ws-status-text
                   move 'N' to ws-all-met-sw
                   move 'N' to ws-can-finish-sw
           end-evaluate

           move spaces to ws-report-line
           string "Required " ws-req-course-id(ws-req-idx)
               delimited by size
               into ws-report-line(3:40)
           end-string
           perform write-requirement-line

           exit paragraph.


      *> Passed group courses not already used count first; courses
      *> in progress make up the rest.
       audit-elective-group.

           move 0 to ws-group-done-hours
           move 0 to ws-group-taking-hours

           perform varying ws-gc-idx from 1 by 1
           until ws-gc-idx > ws-num-group-courses
               if ws-gc-major(ws-gc-idx) = f-test-major
               and ws-gc-group-id(ws-gc-idx)
                   = ws-req-group-id(ws-req-idx)
                   move ws-gc-course-id(ws-gc-idx)
                       to ws-lookup-course-id
                   perform find-done-course
                   perform find-taking-course
                   if ws-found-done-idx > 0
                   and not ws-done-used(ws-found-done-idx)
                   and ws-group-done-hours
                       < ws-req-group-credits(ws-req-idx)
                       move 'Y' to ws-done-used-sw(ws-found-done-idx)
                       add ws-done-credit-hours(ws-found-done-idx)
                           to ws-group-done-hours
                       perform write-group-course-line
                   else
                       if ws-found-taking-idx > 0
                       and not ws-taking-used(ws-found-taking-idx)
                       and ws-group-done-hours + ws-group-taking-hours
                           < ws-req-group-credits(ws-req-idx)
                           move 'Y'
                               to ws-taking-used-sw(ws-found-taking-idx)
                           add ws-taking-credit-hours
                               (ws-found-taking-idx)
                               to ws-group-taking-hours
                           perform write-group-course-line
                       end-if
                   end-if
               end-if
           end-perform

           move spaces to ws-detail-text
           move ws-group-done-hours to ws-hours-display
           move ws-req-group-credits(ws-req-idx) to ws-hours-display-2

           evaluate true
               when ws-group-done-hours
                   >= ws-req-group-credits(ws-req-idx)
                   move "SATISFIED" to ws-status-text
               when ws-group-done-hours + ws-group-taking-hours
                   >= ws-req-group-credits(ws-req-idx)
                   move "IN PROGRESS" to ws-status-text
                   move 'N' to ws-all-met-sw
               when other
                   move "OUTSTANDING" to ws-status-text
                   move 'N' to ws-all-met-sw
                   move 'N' to ws-can-finish-sw
           end-evaluate

           string function trim(ws-hours-display) " of "
               function trim(ws-hours-display-2) " hours passed"
               delimited by size
               into ws-detail-text
           end-string

           move spaces to ws-report-line
           string "Electives " ws-req-group-id(ws-req-idx) " "
               ws-req-group-title(ws-req-idx)
               delimited by size
               into ws-report-line(3:40)
           end-string
           perform write-requirement-line

           exit paragraph.


       write-group-course-line.

           move spaces to ws-report-line
           move ws-lookup-course-id to ws-report-line(7:8)

           if ws-found-done-idx > 0
           and ws-done-used(ws-found-done-idx)
           and ws-done-course-id(ws-found-done-idx)
               = ws-lookup-course-id
               string ws-done-term(ws-found-done-idx) "  grade "
                   ws-done-grade(ws-found-done-idx) "  hours "
                   ws-done-credit-hours(ws-found-done-idx)
                   delimited by size
                   into ws-report-line(17:40)
               end-string
           else
               string "in progress  hours "
                   ws-taking-credit-hours(ws-found-taking-idx)
                   delimited by size
                   into ws-report-line(17:40)
               end-string
           end-if

           perform write-audit-line

           exit paragraph.


       audit-total-credits.

           move 0 to ws-taking-hours
           perform varying ws-taking-idx from 1 by 1
           until ws-taking-idx > ws-num-taking
               add ws-taking-credit-hours(ws-taking-idx)
                   to ws-taking-hours
           end-perform

           move spaces to ws-detail-text
           move ws-student-hours to ws-hours-display
           move ws-prog-total-credits(ws-found-program-idx)
               to ws-hours-display-2

           evaluate true
               when ws-student-hours
                   >= ws-prog-total-credits(ws-found-program-idx)
                   move "SATISFIED" to ws-status-text
                   string function trim(ws-hours-display) " of "
                       function trim(ws-hours-display-2)
                       delimited by size
                       into ws-detail-text
                   end-string
               when ws-student-hours + ws-taking-hours
                   >= ws-prog-total-credits(ws-found-program-idx)
                   move "IN PROGRESS" to ws-status-text
                   move 'N' to ws-all-met-sw
                   move ws-taking-hours to ws-hours-display-3
                   string function trim(ws-hours-display) " of "
                       function trim(ws-hours-display-2) ", "
                       function trim(ws-hours-display-3)
                       " in progress"
                       delimited by size
                       into ws-detail-text
                   end-string
               when other
                   move "OUTSTANDING" to ws-status-text
                   move 'N' to ws-all-met-sw
                   move 'N' to ws-can-finish-sw
                   compute ws-hours-short =
                       ws-prog-total-credits(ws-found-program-idx)
                       - ws-student-hours - ws-taking-hours
                   end-compute
                   move ws-hours-short to ws-hours-display-3
                   string function trim(ws-hours-display) " of "
                       function trim(ws-hours-display-2) ", "
                       function trim(ws-hours-display-3)
                       " still needed"
                       delimited by size
                       into ws-detail-text
                   end-string
           end-evaluate

           move spaces to ws-report-line
           move "Total credit hours" to ws-report-line(3:40)
           perform write-requirement-line

           exit paragraph.


      *> GPA can only be judged on what is posted; courses in
      *> progress neither help nor hurt it here.
       audit-minimum-gpa.

           move spaces to ws-detail-text
           move ws-student-gpa to ws-gpa-display
           move ws-prog-min-gpa(ws-found-program-idx)
               to ws-gpa-display-2

           if ws-student-gpa >= ws-prog-min-gpa(ws-found-program-idx)
               move "SATISFIED" to ws-status-text
           else
               move "BELOW MINIMUM" to ws-status-text
               move 'N' to ws-all-met-sw
               move 'N' to ws-can-finish-sw
           end-if

           string ws-gpa-display " (minimum " ws-gpa-display-2 ")"
               delimited by size
               into ws-detail-text
           end-string

           move spaces to ws-report-line
           move "Cumulative GPA" to ws-report-line(3:40)
           perform write-requirement-line

           exit paragraph.


       write-requirement-line.

           move ws-status-text to ws-report-line(44:13)
           move ws-detail-text to ws-report-line(58:40)
           perform write-audit-line

           exit paragraph.


       write-eligible-student.

           add 1 to ws-eligible-count

           move spaces to ws-report-line
           move f-test-student-id to ws-report-line(3:6)
           move f-test-student-name to ws-report-line(12:20)
           move f-test-major to ws-report-line(34:3)
           move ws-student-hours to ws-hours-display
           move ws-hours-display to ws-report-line(40:5)
           move ws-student-gpa to ws-gpa-display
           move ws-gpa-display to ws-report-line(49:4)
           if ws-all-met
               move "requirements met" to ws-report-line(55:30)
           else
               move "on passing current courses"
                   to ws-report-line(55:30)
           end-if
           perform write-eligible-line

           exit paragraph.


       write-audit-line.

           move ws-report-line to f-audit-report-record
           write f-audit-report-record

           exit paragraph.


       write-eligible-line.

           move ws-report-line to f-eligible-report-record
           write f-eligible-report-record

           exit paragraph.


      *> Any eligibility list on disk, this run's or an earlier
      *> one's, goes -- none is better than one from a partial
      *> audit.
       withdraw-eligible-list.

           call "CBL_DELETE_FILE" using ws-eligible-file-name
               returning ws-delete-status
           end-call

           display "No graduation-eligible.txt written -- enlarge "
               "the table and rerun."
           end-display

           exit paragraph.


      *> Seeds demonstration requirements for the majors on the demo
      *> student file. Only called when program-requirements.txt is
      *> missing.
       create-test-requirements.

           open output fd-requirements-file

               move spaces to f-req-record
               move 'P' to f-req-type
               move "CSC" to f-req-major
               move 120 to f-req-total-credits
               move 2.00 to f-req-min-gpa
               move "B.S. Computer Science" to f-req-program-title
               write f-req-record

               move spaces to f-req-record
               move 'R' to f-req-type
               move "CSC" to f-req-major
               move "CSC101" to f-req-course-id
               write f-req-record

               move spaces to f-req-record
               move 'R' to f-req-type
               move "CSC" to f-req-major
               move "MTH201" to f-req-course-id
               write f-req-record

               move spaces to f-req-record
               move 'G' to f-req-type
               move "CSC" to f-req-major
               move "SCI" to f-req-group-id
               move 8 to f-req-group-credits
               move "lab science" to f-req-group-title
               write f-req-record

               move spaces to f-req-record
               move 'C' to f-req-type
               move "CSC" to f-req-major
               move "SCI" to f-req-gc-group-id
               move "BIO110" to f-req-gc-course-id
               write f-req-record

               move spaces to f-req-record
               move 'C' to f-req-type
               move "CSC" to f-req-major
               move "SCI" to f-req-gc-group-id
               move "PHY101" to f-req-gc-course-id
               write f-req-record

               move spaces to f-req-record
               move 'P' to f-req-type
               move "BIO" to f-req-major
               move 120 to f-req-total-credits
               move 2.00 to f-req-min-gpa
               move "B.S. Biology" to f-req-program-title
               write f-req-record

               move spaces to f-req-record
               move 'R' to f-req-type
               move "BIO" to f-req-major
               move "BIO110" to f-req-course-id
               write f-req-record

               move spaces to f-req-record
               move 'G' to f-req-type
               move "BIO" to f-req-major
               move "MATH" to f-req-group-id
               move 4 to f-req-group-credits
               move "mathematics" to f-req-group-title
               write f-req-record

               move spaces to f-req-record
               move 'C' to f-req-type
               move "BIO" to f-req-major
               move "MATH" to f-req-gc-group-id
               move "MTH201" to f-req-gc-course-id
               write f-req-record

           close fd-requirements-file

           exit paragraph.

       end program degree-audit.

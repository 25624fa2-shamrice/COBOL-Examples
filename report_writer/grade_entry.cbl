      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-10-15
      * Purpose: Grade-entry screen over the term's grade roster,
      *          course-grade-roster.txt, built by
      *          grade_roster_build.cbl. The instructor logs in
      *          through the shared user-login, names a course, and
      *          is walked down its roster one student at a time,
      *          keying a letter grade for each -- A, A-, B+, B, B-,
      *          C+, C, C-, D+, D, D-, F, or W withdrawn / I
      *          incomplete. Anything else is re-prompted in place,
      *          the positioned re-prompt the other entry screens
      *          use. Blank keeps the grade already there; Q leaves
      *          the course early. Only the instructor the roster
      *          names for a course may key it; an ADMIN (the
      *          registrar) may key any course. The course's grades
      *          are written back when the instructor confirms, with
      *          who keyed each and when. A roster the term close has
      *          already posted is not opened.
      * Tectonics: cobc -x grade_entry.cbl, with user_login.cbl and
      *            business_date.cbl compiled as modules.
      ******************************************************************
       identification division.
       program-id. grade-entry.

       environment division.
       input-output section.
       file-control.

           select fd-roster-file assign to "course-grade-roster.txt"
           organization is line sequential
           file status is ws-fs-status-roster.

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

       working-storage section.

       01  ws-fs-status-roster                     pic xx.

       01  ws-eof-sw                               pic x value 'N'.
           88  ws-eof                              value 'Y'.
           88  ws-not-eof                          value 'N'.

      *> Result group filled in by the shared user-login subprogram.
       01  ws-login-result.
           05  ws-login-user               pic x(20).
           05  ws-login-role               pic x(10).
               88  ws-login-role-inquiry   value "INQUIRY".
               88  ws-login-role-maint     value "MAINT".
               88  ws-login-role-admin     value "ADMIN".
           05  ws-login-status             pic x.
               88  ws-login-ok             value 'Y'.
               88  ws-login-failed         value 'N'.

       01  ws-business-date-request.
           05  ws-bd-action                    pic x.
           05  ws-bd-date                      pic 9(8).

       01  ws-business-date                        pic 9(8).

      *> The whole roster, held while grades are keyed and written
      *> back in full when a course is saved.
       01  ws-num-roster                           pic 9(4) comp.

       01  ws-roster-table                         occurs 0 to 2000
                                                   times depending on
                                                       ws-num-roster
                                                   indexed by
                                                       ws-roster-idx.
           05  ws-roster-data                      pic x(93).
           05  ws-roster-new-grade                 pic xx.

       01  ws-roster-line.
           05  ws-rl-term                          pic x(6).
           05  ws-rl-course-id                     pic x(8).
           05  ws-rl-student-id                    pic 9(6).
           05  ws-rl-student-name                  pic x(20).
           05  ws-rl-credit-hours                  pic 99.
           05  ws-rl-instructor                    pic x(20).
           05  ws-rl-grade                         pic xx.
           05  ws-rl-entered-by                    pic x(20).
           05  ws-rl-entered-date                  pic 9(8).
           05  ws-rl-posted                        pic x.

       01  ws-term                                 pic x(6).
       01  ws-posted-count                         pic 9(4) value 0.

       01  ws-entry-course-id                      pic x(8).
       01  ws-entry-grade                          pic xx.
           88  ws-entry-grade-valid                values "A ", "A-",
                                                   "B+", "B ", "B-",
                                                   "C+", "C ", "C-",
                                                   "D+", "D ", "D-",
                                                   "F ", "W ", "I ".
           88  ws-entry-quit                       value "Q ".
           88  ws-entry-keep                       value spaces.

       01  ws-course-found-sw                      pic x.
           88  ws-course-found                     value 'Y'.
           88  ws-course-not-found                 value 'N'.

       01  ws-course-instructor                    pic x(20).
       01  ws-course-student-count                 pic 9(4).
       01  ws-course-position                      pic 9(4).
       01  ws-course-keyed-count                   pic 9(4).

       01  ws-valid-sw                             pic x value 'N'.
           88  ws-valid                            value 'Y'.
           88  ws-not-valid                        value 'N'.

       01  ws-quit-sw                              pic x value 'N'.
           88  ws-quit-course                      value 'Y'.
           88  ws-stay-in-course                   value 'N'.

       01  ws-confirm                              pic x.
           88  ws-confirm-yes                      value 'Y'.

       01  ws-another                              pic x.
           88  ws-another-yes                      value 'Y'.
           88  ws-another-no                       value 'N'.

       01  ws-saved-count                          pic 9(4) value 0.

       procedure division.
       main-procedure.

      *> Authenticate against users.txt through the shared login
      *> before the roster is opened.
           call "user-login" using ws-login-result
               on exception
                   display "Error: unable to call user-login -- "
                       "grade entry cannot be opened."
                   end-display
                   move 8 to return-code
                   goback
           end-call

           if ws-login-failed
               display "Login failed -- too many attempts."
               move 8 to return-code
               goback
           end-if

           perform fetch-business-date
           perform load-roster

           if ws-num-roster = 0
               display "course-grade-roster.txt is empty -- run "
                   "grade_roster_build.cbl first."
               end-display
               move 8 to return-code
               goback
           end-if

           if ws-posted-count > 0
               display "Term " ws-term " has already been posted "
                   "-- its grades can no longer be keyed here."
               end-display
               move 8 to return-code
               goback
           end-if

           set ws-another-yes to true

           perform until ws-another-no
               perform enter-one-course

               display "Key grades for another course? (Y/N): "
                   at 2201
               end-display
               accept ws-another at 2240 with upper

               if not ws-another-yes
                   set ws-another-no to true
               end-if
           end-perform

           display space
           display "Grades saved: " ws-saved-count
           display "See course-grade-roster.txt"

           goback.


       fetch-business-date.

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

           exit paragraph.


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
      *> Written back in full on save, so an overflow is a hard stop
      *> rather than a truncated roster.
                       if ws-num-roster >= 2000
                           display "course-grade-roster.txt exceeds "
                               "the 2000-line table -- grade entry "
                               "stopped before it could be "
                               "truncated."
                           end-display
                           close fd-roster-file
                           move 8 to return-code
                           goback
                       end-if
                       add 1 to ws-num-roster
                       move f-roster-record
                           to ws-roster-data(ws-num-roster)
                       move f-roster-grade
                           to ws-roster-new-grade(ws-num-roster)
                       move f-roster-term to ws-term
                       if f-roster-posted = 'Y'
                           add 1 to ws-posted-count
                       end-if
               end-read
           end-perform

           close fd-roster-file

           exit paragraph.


      *> Names the course, checks the user may key it, walks its
      *> roster, then saves or discards what was keyed.
       enter-one-course.

           display "====================================" at 0101
               with blank screen
           end-display
           display "Grade entry -- term " at 0201
           display ws-term at 0221
           display "====================================" at 0301
           display "User: " at 0401
           display ws-login-user at 0407

           perform accept-course-id

           if ws-entry-course-id = spaces
               exit paragraph
           end-if

           if ws-course-instructor not = ws-login-user
           and not ws-login-role-admin
               display "You are not the instructor of record for "
                   "this course.               " at 2001
               end-display
               exit paragraph
           end-if

           display "Students on roster: " at 0701
           display ws-course-student-count at 0721
           display "Grades: A A- B+ B B- C+ C C- D+ D D- F  W  I"
               at 0801
           end-display
           display "Blank keeps the grade shown, Q ends the course."
               at 0901
           end-display

           move 0 to ws-course-position
           move 0 to ws-course-keyed-count
           set ws-stay-in-course to true

           perform varying ws-roster-idx from 1 by 1
           until ws-roster-idx > ws-num-roster
           or ws-quit-course
               move ws-roster-data(ws-roster-idx) to ws-roster-line
               if ws-rl-course-id = ws-entry-course-id
                   add 1 to ws-course-position
                   perform accept-student-grade
               end-if
           end-perform

           display "Grades keyed this course: " at 1801
           display ws-course-keyed-count at 1827
           display "Save this course's grades? (Y/N): " at 1901
           accept ws-confirm at 1935 with upper

           if ws-confirm-yes
               perform save-course-grades
               display "Grades saved.                           "
                   at 2001
               end-display
           else
               perform discard-course-grades
               display "Grades discarded.                       "
                   at 2001
               end-display
           end-if

           exit paragraph.


      *> The course must be on this term's roster. Blank backs out.
       accept-course-id.

           set ws-not-valid to true

           perform until ws-valid
               display "Course id (blank to finish): " at 0501
               accept ws-entry-course-id at 0531 with upper
               display "                                        "
                   at 2001
               end-display

               if ws-entry-course-id = spaces
                   set ws-valid to true
               else
                   perform find-roster-course
                   if ws-course-found
                       set ws-valid to true
                   else
                       display "That course is not on this term's "
                           "roster." at 2001
                       end-display
                   end-if
               end-if
           end-perform

           exit paragraph.


       find-roster-course.

           set ws-course-not-found to true
           move spaces to ws-course-instructor
           move 0 to ws-course-student-count

           perform varying ws-roster-idx from 1 by 1
           until ws-roster-idx > ws-num-roster
               move ws-roster-data(ws-roster-idx) to ws-roster-line
               if ws-rl-course-id = ws-entry-course-id
                   set ws-course-found to true
                   move ws-rl-instructor to ws-course-instructor
                   add 1 to ws-course-student-count
               end-if
           end-perform

           exit paragraph.


      *> One student: shows who and the grade on file, then takes a
      *> grade from the list, blank to keep it, or Q to stop.
       accept-student-grade.

           display "Student " at 1101
           display ws-course-position at 1109
           display " of " at 1113
           display ws-course-student-count at 1117
           display ws-rl-student-id at 1201
           display ws-rl-student-name at 1209
           display "On file: " at 1301
           display ws-roster-new-grade(ws-roster-idx) at 1310

           set ws-not-valid to true

           perform until ws-valid
               display "Grade: " at 1501
               move spaces to ws-entry-grade
               accept ws-entry-grade at 1508 with upper
               display "                                        "
                   at 2001
               end-display

               evaluate true
                   when ws-entry-keep
                       set ws-valid to true
                   when ws-entry-quit
                       set ws-quit-course to true
                       set ws-valid to true
                   when ws-entry-grade-valid
                       move ws-entry-grade
                           to ws-roster-new-grade(ws-roster-idx)
                       add 1 to ws-course-keyed-count
                       set ws-valid to true
                   when other
                       display "Not a grade -- A to F with + or -, "
                           "W or I." at 2001
                       end-display
               end-evaluate
           end-perform

           exit paragraph.


      *> Stamps every changed grade in the course with who keyed it
      *> and when, then writes the whole roster back.
       save-course-grades.

           perform varying ws-roster-idx from 1 by 1
           until ws-roster-idx > ws-num-roster
               move ws-roster-data(ws-roster-idx) to ws-roster-line
               if ws-rl-course-id = ws-entry-course-id
               and ws-roster-new-grade(ws-roster-idx)
                   not = ws-rl-grade
                   move ws-roster-new-grade(ws-roster-idx)
                       to ws-rl-grade
                   move ws-login-user to ws-rl-entered-by
                   move ws-business-date to ws-rl-entered-date
                   move ws-roster-line
                       to ws-roster-data(ws-roster-idx)
                   add 1 to ws-saved-count
               end-if
           end-perform

           open output fd-roster-file

           if ws-fs-status-roster not = "00"
               display "Error rewriting course-grade-roster.txt: "
                   ws-fs-status-roster
               end-display
               move 8 to return-code
               goback
           end-if

           perform varying ws-roster-idx from 1 by 1
           until ws-roster-idx > ws-num-roster
               move ws-roster-data(ws-roster-idx) to f-roster-record
               write f-roster-record
           end-perform

           close fd-roster-file

           exit paragraph.


       discard-course-grades.

           perform varying ws-roster-idx from 1 by 1
           until ws-roster-idx > ws-num-roster
               move ws-roster-data(ws-roster-idx) to ws-roster-line
               if ws-rl-course-id = ws-entry-course-id
                   move ws-rl-grade
                       to ws-roster-new-grade(ws-roster-idx)
               end-if
           end-perform

           exit paragraph.

       end program grade-entry.

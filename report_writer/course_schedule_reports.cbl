      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-10-15
      * Purpose: Weekly schedule reports over the course catalog's
      *          meeting days, times and rooms. student-schedules.txt
      *          prints each enrolled student's week from
      *          course-enrollments.txt, Monday to Friday in time
      *          order with course, title and room, sections with no
      *          meeting time listed as TBA, and the student's hours
      *          in class per week. room-utilization-report.txt
      *          takes each room through the week -- every section
      *          booked into it, its seats filled against capacity,
      *          and the room's booked hours as a share of the
      *          teaching week, ROOM_WEEK_HOURS (default 50). A
      *          section the catalog double-books into a room
      *          already taken at that time is shown as refused, the
      *          way course-enrollment treats it, and not counted;
      *          sections with no room or schedule close the report.
      *          Both reports go on the report catalog.
      * Tectonics: cobc -x course_schedule_reports.cbl, with
      *            report_catalog.cbl compiled as a module.
      ******************************************************************
       identification division.
       program-id. course-schedule-reports.

       environment division.
       input-output section.
       file-control.

           select fd-catalog-file assign to "course-catalog.txt"
           organization is line sequential
           file status is ws-fs-status-catalog.

           select fd-enrollment-file
           assign to "course-enrollments.txt"
           organization is line sequential
           file status is ws-fs-status-enroll.

           select fd-student-file assign to "input.txt"
           organization is line sequential
           file status is ws-fs-status-students.

           select fd-schedule-report
           assign to "student-schedules.txt"
           organization is line sequential
           file status is ws-fs-status-schedule.

           select fd-room-report
           assign to "room-utilization-report.txt"
           organization is line sequential
           file status is ws-fs-status-room.

           select fd-schedule-sort-file
           assign to "student-schedule-sort-temp.txt".

           select fd-room-sort-file
           assign to "room-utilization-sort-temp.txt".

       data division.

       file section.

       fd  fd-catalog-file.
       01  f-catalog-record.
           05  f-cat-course-id                     pic x(8).
           05  f-cat-title                         pic x(30).
           05  f-cat-credit-hours                  pic 99.
           05  f-cat-capacity                      pic 9(3).
           05  f-cat-meeting-days.
               10  f-cat-meeting-day               pic x
                                                   occurs 5 times.
           05  f-cat-start-time                    pic 9(4).
           05  f-cat-end-time                      pic 9(4).
           05  f-cat-room                          pic x(8).

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

       fd  fd-schedule-report.
       01  f-schedule-report-record                pic x(100).

       fd  fd-room-report.
       01  f-room-report-record                    pic x(100).

      *> One meeting of one student's section; day 9 is TBA.
       sd  fd-schedule-sort-file.
       01  f-sched-sort-record.
           05  f-sched-student-id                  pic 9(6).
           05  f-sched-day-sub                     pic 9.
           05  f-sched-start-time                  pic 9(4).
           05  f-sched-course-id                   pic x(8).

      *> One meeting of one section in its room; rooms sort ahead of
      *> the high-values bucket for sections with nowhere to be.
       sd  fd-room-sort-file.
       01  f-room-sort-record.
           05  f-room-sort-room                    pic x(8).
           05  f-room-sort-day-sub                 pic 9.
           05  f-room-sort-start-time              pic 9(4).
           05  f-room-sort-course-id               pic x(8).

       working-storage section.

       01  ws-fs-status-catalog                pic xx.
       01  ws-fs-status-enroll                 pic xx.
       01  ws-fs-status-students               pic xx.
       01  ws-fs-status-schedule               pic xx.
       01  ws-fs-status-room                   pic xx.

       01  ws-eof-sw                           pic x value 'N'.
           88  ws-eof                          value 'Y'.
           88  ws-not-eof                      value 'N'.

       01  ws-num-courses                      pic 99 comp.

       01  ws-course-table                     occurs 0 to 50 times
                                               depending on
                                                   ws-num-courses
                                               indexed by
                                                   ws-course-idx.
           05  ws-course-id                    pic x(8).
           05  ws-course-title                 pic x(30).
           05  ws-course-capacity              pic 9(3).
           05  ws-course-enrolled              pic 9(3).
           05  ws-course-days.
               10  ws-course-day               pic x occurs 5 times.
           05  ws-course-start-time            pic 9(4).
           05  ws-course-end-time              pic 9(4).
           05  ws-course-start-minute          pic 9(4).
           05  ws-course-end-minute            pic 9(4).
           05  ws-course-room                  pic x(8).
           05  ws-course-scheduled-sw          pic x.
               88  ws-course-scheduled         value 'Y'.
               88  ws-course-unscheduled       value 'N'.
           05  ws-course-room-clash-id         pic x(8).

       01  ws-num-students                     pic 9(4) comp.

       01  ws-student-table                    occurs 0 to 1000 times
                                               depending on
                                                   ws-num-students
                                               indexed by
                                                   ws-student-idx.
           05  ws-student-id                   pic 9(6).
           05  ws-student-name                 pic x(20).

       01  ws-day-letters                      pic x(5) value "MTWRF".
       01  ws-day-letter                       redefines ws-day-letters
                                               pic x occurs 5 times.
       01  ws-day-names                        pic x(15)
                                               value "MonTueWedThuFri".
       01  ws-day-name                         redefines ws-day-names
                                               pic x(3) occurs 5 times.
       01  ws-day-sub                          pic 9 comp.

       01  ws-time-hours                       pic 99.
       01  ws-time-minutes                     pic 99.
       01  ws-schedule-ok-sw                   pic x.
           88  ws-schedule-ok                  value 'Y'.
           88  ws-schedule-bad                 value 'N'.

       01  ws-overlap-a-idx                    pic 99 comp.
       01  ws-overlap-b-idx                    pic 99 comp.
       01  ws-overlap-sw                       pic x.
           88  ws-overlap                      value 'Y'.
           88  ws-no-overlap                   value 'N'.

       01  ws-found-course-idx                 pic 99 comp value 0.
       01  ws-lookup-course-id                 pic x(8).

       01  ws-week-hours-env                   pic x(3).
       01  ws-week-hours                       pic 9(3) value 50.

      *> Control-break state shared by both output procedures.
       01  ws-prev-student-id                  pic 9(6).
       01  ws-prev-room                        pic x(8).
       01  ws-prev-day-sub                     pic 9.
       01  ws-first-group-sw                   pic x value 'Y'.
           88  ws-first-group                  value 'Y'.

       01  ws-group-minutes                    pic 9(5) value 0.
       01  ws-meeting-minutes                  pic 9(4).
       01  ws-hours-display                    pic zz9.9.
       01  ws-pct-display                      pic zz9.9.
       01  ws-work-hours                       pic 9(3)v9.
       01  ws-work-pct                         pic 9(3)v9.

       01  ws-student-count                    pic 9(5) value 0.
       01  ws-room-count                       pic 9(4) value 0.

       01  ws-report-line                      pic x(100).
       01  ws-time-display.
           05  ws-td-start-hh                  pic xx.
           05  filler                          pic x value ":".
           05  ws-td-start-mm                  pic xx.
           05  filler                          pic x value "-".
           05  ws-td-end-hh                    pic xx.
           05  filler                          pic x value ":".
           05  ws-td-end-mm                    pic xx.
       01  ws-time-work                        pic 9(4).
       01  ws-seats-display                    pic zz9.

      *> Entry for the common report catalog, written by the shared
      *> report-catalog subprogram.
       01  ws-catalog-request.
           05  ws-rc-name                  pic x(20).
           05  ws-rc-file                  pic x(40).
           05  ws-rc-pages                 pic 9(3).

       procedure division.
       main-procedure.

           display "Course schedule reports."

           accept ws-week-hours-env from environment "ROOM_WEEK_HOURS"
           end-accept

           if ws-week-hours-env not = spaces
           and function trim(ws-week-hours-env) is numeric
               move function numval(ws-week-hours-env)
                   to ws-week-hours
           end-if

           if ws-week-hours = 0
               move 50 to ws-week-hours
           end-if

           perform load-course-catalog
           perform load-student-names
           perform count-enrollments

           perform write-student-schedules
           perform write-room-utilization

           display space
           display "Student schedules: " ws-student-count
           display "Rooms reported:    " ws-room-count
           display "See student-schedules.txt and "
               "room-utilization-report.txt"
           end-display

           goback.


       load-course-catalog.

           move 0 to ws-num-courses
           set ws-not-eof to true

           open input fd-catalog-file

           if ws-fs-status-catalog not = "00"
               display "Error opening course-catalog.txt: "
                   ws-fs-status-catalog
               end-display
               move 8 to return-code
               goback
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
                           move f-cat-title
                               to ws-course-title(ws-num-courses)
                           move f-cat-capacity
                               to ws-course-capacity(ws-num-courses)
                           move 0
                               to ws-course-enrolled(ws-num-courses)
                           perform load-course-schedule
                           perform check-room-clash
                       end-if
               end-read
           end-perform

           close fd-catalog-file

           exit paragraph.


      *> The same checks course-enrollment makes: days in their own
      *> positions, real HHMM times, start before end. Anything else
      *> is unscheduled here too.
       load-course-schedule.

           move spaces to ws-course-days(ws-num-courses)
           move 0 to ws-course-start-time(ws-num-courses)
           move 0 to ws-course-end-time(ws-num-courses)
           move 0 to ws-course-start-minute(ws-num-courses)
           move 0 to ws-course-end-minute(ws-num-courses)
           move f-cat-room to ws-course-room(ws-num-courses)
           move spaces to ws-course-room-clash-id(ws-num-courses)
           set ws-course-unscheduled(ws-num-courses) to true

           if f-cat-meeting-days = spaces
               exit paragraph
           end-if

           set ws-schedule-ok to true

           perform varying ws-day-sub from 1 by 1
           until ws-day-sub > 5
               if f-cat-meeting-day(ws-day-sub) not = space
               and f-cat-meeting-day(ws-day-sub)
                   not = ws-day-letter(ws-day-sub)
                   set ws-schedule-bad to true
               end-if
           end-perform

           if f-cat-start-time is not numeric
           or f-cat-end-time is not numeric
               set ws-schedule-bad to true
           else
               divide f-cat-start-time by 100
                   giving ws-time-hours remainder ws-time-minutes
               end-divide
               if ws-time-hours > 23 or ws-time-minutes > 59
                   set ws-schedule-bad to true
               end-if
               compute ws-course-start-minute(ws-num-courses) =
                   ws-time-hours * 60 + ws-time-minutes
               end-compute

               divide f-cat-end-time by 100
                   giving ws-time-hours remainder ws-time-minutes
               end-divide
               if ws-time-hours > 23 or ws-time-minutes > 59
                   set ws-schedule-bad to true
               end-if
               compute ws-course-end-minute(ws-num-courses) =
                   ws-time-hours * 60 + ws-time-minutes
               end-compute

               if ws-course-end-minute(ws-num-courses)
                   not > ws-course-start-minute(ws-num-courses)
                   set ws-schedule-bad to true
               end-if
           end-if

           if ws-schedule-bad
               display "Warning: course " f-cat-course-id
                   " has a bad meeting schedule -- shown as TBA."
               end-display
               move 0 to ws-course-start-minute(ws-num-courses)
               move 0 to ws-course-end-minute(ws-num-courses)
               exit paragraph
           end-if

           move f-cat-meeting-days to ws-course-days(ws-num-courses)
           move f-cat-start-time to ws-course-start-time(ws-num-courses)
           move f-cat-end-time to ws-course-end-time(ws-num-courses)
           set ws-course-scheduled(ws-num-courses) to true

           exit paragraph.


      *> The first section in the catalog to book a room at a time
      *> keeps it; a later one that overlaps it is refused.
       check-room-clash.

           if ws-course-unscheduled(ws-num-courses)
           or ws-course-room(ws-num-courses) = spaces
               exit paragraph
           end-if

           move ws-num-courses to ws-overlap-a-idx

           perform varying ws-overlap-b-idx from 1 by 1
           until ws-overlap-b-idx >= ws-num-courses
               if ws-course-room(ws-overlap-b-idx)
                   = ws-course-room(ws-num-courses)
               and ws-course-room-clash-id(ws-overlap-b-idx) = spaces
                   perform check-sections-overlap
                   if ws-overlap
                       move ws-course-id(ws-overlap-b-idx)
                           to ws-course-room-clash-id(ws-num-courses)
                       exit perform
                   end-if
               end-if
           end-perform

           exit paragraph.


       check-sections-overlap.

           set ws-no-overlap to true

           if ws-course-unscheduled(ws-overlap-a-idx)
           or ws-course-unscheduled(ws-overlap-b-idx)
               exit paragraph
           end-if

           if ws-course-start-minute(ws-overlap-a-idx)
               not < ws-course-end-minute(ws-overlap-b-idx)
           or ws-course-start-minute(ws-overlap-b-idx)
               not < ws-course-end-minute(ws-overlap-a-idx)
               exit paragraph
           end-if

           perform varying ws-day-sub from 1 by 1
           until ws-day-sub > 5
               if ws-course-day(ws-overlap-a-idx, ws-day-sub)
                   not = space
               and ws-course-day(ws-overlap-b-idx, ws-day-sub)
                   not = space
                   set ws-overlap to true
                   exit perform
               end-if
           end-perform

           exit paragraph.


      *> A missing student file only leaves the names off.
       load-student-names.

           move 0 to ws-num-students
           set ws-not-eof to true

           open input fd-student-file

           if ws-fs-status-students not = "00"
               display "Warning: input.txt not readable, status "
                   ws-fs-status-students
                   " -- schedules print without names."
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


      *> Seats filled per section, for the room report.
       count-enrollments.

           set ws-not-eof to true

           open input fd-enrollment-file

           if ws-fs-status-enroll not = "00"
               display "Warning: no course-enrollments.txt -- "
                   "schedules are empty and no seats are filled."
               end-display
               exit paragraph
           end-if

           perform until ws-eof
               read fd-enrollment-file
                   at end
                       set ws-eof to true
                   not at end
                       move f-enr-course-id to ws-lookup-course-id
                       perform find-course
                       if ws-found-course-idx > 0
                           add 1 to ws-course-enrolled
                               (ws-found-course-idx)
                       end-if
               end-read
           end-perform

           close fd-enrollment-file

           exit paragraph.


       find-course.

           move 0 to ws-found-course-idx

           perform varying ws-course-idx from 1 by 1
           until ws-course-idx > ws-num-courses
               if ws-course-id(ws-course-idx) = ws-lookup-course-id
                   set ws-found-course-idx to ws-course-idx
                   exit perform
               end-if
           end-perform

           exit paragraph.


      ******************************************************************
      * Student weekly schedules.
      ******************************************************************
       write-student-schedules.

           open output fd-schedule-report

           if ws-fs-status-schedule not = "00"
               display "Error opening student-schedules.txt: "
                   ws-fs-status-schedule
               end-display
               move 8 to return-code
               goback
           end-if

           move "Student weekly schedules" to ws-report-line
           perform write-schedule-line

           move 'Y' to ws-first-group-sw
           move 0 to ws-group-minutes

           sort fd-schedule-sort-file
               on ascending key f-sched-student-id
               ascending key f-sched-day-sub
               ascending key f-sched-start-time
               ascending key f-sched-course-id
               input procedure is release-student-meetings
               output procedure is print-student-schedules

           if not ws-first-group
               perform write-student-total
           end-if

           close fd-schedule-report

           move spaces to ws-catalog-request
           move "STUDENT-SCHEDULES" to ws-rc-name
           move "student-schedules.txt" to ws-rc-file
           move 0 to ws-rc-pages
           call "report-catalog" using ws-catalog-request
               on exception
                   display "Warning: unable to call report-catalog."
           end-call

           exit paragraph.


      *> One sort record per meeting day of each section a student
      *> holds; a section with no meeting time sorts last as TBA.
       release-student-meetings.

           set ws-not-eof to true

           open input fd-enrollment-file

           if ws-fs-status-enroll not = "00"
               exit paragraph
           end-if

           perform until ws-eof
               read fd-enrollment-file
                   at end
                       set ws-eof to true
                   not at end
                       move f-enr-course-id to ws-lookup-course-id
                       perform find-course
                       if ws-found-course-idx > 0
                           perform release-one-student-section
                       end-if
               end-read
           end-perform

           close fd-enrollment-file

           exit paragraph.


       release-one-student-section.

           move f-enr-student-id to f-sched-student-id
           move f-enr-course-id to f-sched-course-id

           if ws-course-unscheduled(ws-found-course-idx)
               move 9 to f-sched-day-sub
               move 0 to f-sched-start-time
               release f-sched-sort-record
               exit paragraph
           end-if

           move ws-course-start-time(ws-found-course-idx)
               to f-sched-start-time

           perform varying ws-day-sub from 1 by 1
           until ws-day-sub > 5
               if ws-course-day(ws-found-course-idx, ws-day-sub)
                   not = space
                   move ws-day-sub to f-sched-day-sub
                   release f-sched-sort-record
               end-if
           end-perform

           exit paragraph.


       print-student-schedules.

           set ws-not-eof to true

           perform until ws-eof
               return fd-schedule-sort-file
                   at end
                       set ws-eof to true
                   not at end
                       if ws-first-group
                       or f-sched-student-id not = ws-prev-student-id
                           if not ws-first-group
                               perform write-student-total
                           end-if
                           move 'N' to ws-first-group-sw
                           move f-sched-student-id
                               to ws-prev-student-id
                           move 0 to ws-prev-day-sub
                           move 0 to ws-group-minutes
                           perform write-student-heading
                       end-if
                       perform write-student-meeting
               end-return
           end-perform

           exit paragraph.


       write-student-heading.

           add 1 to ws-student-count

           move spaces to ws-report-line
           perform write-schedule-line

           move spaces to ws-report-line
           move "*** NOT ON STUDENT FILE" to ws-report-line(18:23)
           perform varying ws-student-idx from 1 by 1
           until ws-student-idx > ws-num-students
               if ws-student-id(ws-student-idx) = f-sched-student-id
                   move ws-student-name(ws-student-idx)
                       to ws-report-line(18:23)
                   exit perform
               end-if
           end-perform
           move "Student" to ws-report-line(1:7)
           move f-sched-student-id to ws-report-line(10:6)
           perform write-schedule-line

           exit paragraph.


      *> The day name prints on the first meeting of each day only.
       write-student-meeting.

           move f-sched-course-id to ws-lookup-course-id
           perform find-course

           move spaces to ws-report-line

           if f-sched-day-sub not = ws-prev-day-sub
               move f-sched-day-sub to ws-prev-day-sub
               if f-sched-day-sub = 9
                   move "TBA" to ws-report-line(4:3)
               else
                   move ws-day-name(f-sched-day-sub)
                       to ws-report-line(4:3)
               end-if
           end-if

           if f-sched-day-sub not = 9
               perform format-meeting-time
               move ws-time-display to ws-report-line(9:11)
               compute ws-meeting-minutes =
                   ws-course-end-minute(ws-found-course-idx)
                   - ws-course-start-minute(ws-found-course-idx)
               end-compute
               add ws-meeting-minutes to ws-group-minutes
           end-if

           move f-sched-course-id to ws-report-line(22:8)
           move ws-course-title(ws-found-course-idx)
               to ws-report-line(32:30)
           move ws-course-room(ws-found-course-idx)
               to ws-report-line(64:8)
           perform write-schedule-line

           exit paragraph.


       write-student-total.

           compute ws-work-hours rounded = ws-group-minutes / 60
           end-compute
           move ws-work-hours to ws-hours-display

           move spaces to ws-report-line
           string "   Hours in class per week: " ws-hours-display
               delimited by size
               into ws-report-line
           end-string
           perform write-schedule-line

           exit paragraph.


       format-meeting-time.

           move ws-course-start-time(ws-found-course-idx)
               to ws-time-work
           move ws-time-work(1:2) to ws-td-start-hh
           move ws-time-work(3:2) to ws-td-start-mm
           move ws-course-end-time(ws-found-course-idx)
               to ws-time-work
           move ws-time-work(1:2) to ws-td-end-hh
           move ws-time-work(3:2) to ws-td-end-mm

           exit paragraph.


       write-schedule-line.

           move ws-report-line to f-schedule-report-record
           write f-schedule-report-record

           exit paragraph.


      ******************************************************************
      * Room utilization.
      ******************************************************************
       write-room-utilization.

           open output fd-room-report

           if ws-fs-status-room not = "00"
               display "Error opening room-utilization-report.txt: "
                   ws-fs-status-room
               end-display
               move 8 to return-code
               goback
           end-if

           move spaces to ws-report-line
           move ws-week-hours to ws-seats-display
           string "Room utilization -- share of a "
               function trim(ws-seats-display)
               "-hour teaching week"
               delimited by size
               into ws-report-line
           end-string
           perform write-room-line

           move 'Y' to ws-first-group-sw
           move 0 to ws-group-minutes

           sort fd-room-sort-file
               on ascending key f-room-sort-room
               ascending key f-room-sort-day-sub
               ascending key f-room-sort-start-time
               ascending key f-room-sort-course-id
               input procedure is release-room-meetings
               output procedure is print-room-utilization

           if not ws-first-group
               perform write-room-total
           end-if

           close fd-room-report

           move spaces to ws-catalog-request
           move "ROOM-UTILIZATION" to ws-rc-name
           move "room-utilization-report.txt" to ws-rc-file
           move 0 to ws-rc-pages
           call "report-catalog" using ws-catalog-request
               on exception
                   display "Warning: unable to call report-catalog."
           end-call

           exit paragraph.


      *> Sections with no room or no meeting time go under
      *> high-values so they print together at the end.
       release-room-meetings.

           perform varying ws-course-idx from 1 by 1
           until ws-course-idx > ws-num-courses
               move ws-course-id(ws-course-idx)
                   to f-room-sort-course-id
               if ws-course-unscheduled(ws-course-idx)
               or ws-course-room(ws-course-idx) = spaces
                   move high-values to f-room-sort-room
                   move 9 to f-room-sort-day-sub
                   move 0 to f-room-sort-start-time
                   release f-room-sort-record
               else
                   move ws-course-room(ws-course-idx)
                       to f-room-sort-room
                   move ws-course-start-time(ws-course-idx)
                       to f-room-sort-start-time
                   perform varying ws-day-sub from 1 by 1
                   until ws-day-sub > 5
                       if ws-course-day(ws-course-idx, ws-day-sub)
                           not = space
                           move ws-day-sub to f-room-sort-day-sub
                           release f-room-sort-record
                       end-if
                   end-perform
               end-if
           end-perform

           exit paragraph.


       print-room-utilization.

           set ws-not-eof to true

           perform until ws-eof
               return fd-room-sort-file
                   at end
                       set ws-eof to true
                   not at end
                       if ws-first-group
                       or f-room-sort-room not = ws-prev-room
                           if not ws-first-group
                               perform write-room-total
                           end-if
                           move 'N' to ws-first-group-sw
                           move f-room-sort-room to ws-prev-room
                           move 0 to ws-prev-day-sub
                           move 0 to ws-group-minutes
                           perform write-room-heading
                       end-if
                       perform write-room-meeting
               end-return
           end-perform

           exit paragraph.


       write-room-heading.

           move spaces to ws-report-line
           perform write-room-line

           move spaces to ws-report-line
           if f-room-sort-room = high-values
               move "No room or no meeting time" to ws-report-line
           else
               add 1 to ws-room-count
               string "Room " f-room-sort-room
                   delimited by size
                   into ws-report-line
               end-string
           end-if
           perform write-room-line

           exit paragraph.


       write-room-meeting.

           move f-room-sort-course-id to ws-lookup-course-id
           perform find-course

           move spaces to ws-report-line

           if f-room-sort-day-sub not = 9
               if f-room-sort-day-sub not = ws-prev-day-sub
                   move f-room-sort-day-sub to ws-prev-day-sub
                   move ws-day-name(f-room-sort-day-sub)
                       to ws-report-line(4:3)
               end-if
               perform format-meeting-time
               move ws-time-display to ws-report-line(9:11)
           end-if

           move f-room-sort-course-id to ws-report-line(22:8)
           move ws-course-title(ws-found-course-idx)
               to ws-report-line(32:30)
           move ws-course-enrolled(ws-found-course-idx)
               to ws-seats-display
           move ws-seats-display to ws-report-line(64:3)
           move "of" to ws-report-line(68:2)
           move ws-course-capacity(ws-found-course-idx)
               to ws-seats-display
           move ws-seats-display to ws-report-line(71:3)
           move "seats" to ws-report-line(75:5)

      *> A refused booking is listed against the room it asked for
      *> but its time is not counted as booked.
           if ws-course-room-clash-id(ws-found-course-idx)
               not = spaces
               string "REFUSED " ws-course-room-clash-id
                   (ws-found-course-idx)
                   delimited by size
                   into ws-report-line(82:16)
               end-string
           else
               if f-room-sort-day-sub not = 9
                   compute ws-meeting-minutes =
                       ws-course-end-minute(ws-found-course-idx)
                       - ws-course-start-minute(ws-found-course-idx)
                   end-compute
                   add ws-meeting-minutes to ws-group-minutes
               end-if
           end-if

           perform write-room-line

           exit paragraph.


       write-room-total.

           if ws-prev-room = high-values
               exit paragraph
           end-if

           compute ws-work-hours rounded = ws-group-minutes / 60
           end-compute
           move ws-work-hours to ws-hours-display

           compute ws-work-pct rounded =
               ws-group-minutes * 100 / (ws-week-hours * 60)
               on size error
                   move 999.9 to ws-work-pct
           end-compute
           move ws-work-pct to ws-pct-display

           move spaces to ws-report-line
           string "   Booked " ws-hours-display " hours a week, "
               ws-pct-display "% of the teaching week"
               delimited by size
               into ws-report-line
           end-string
           perform write-room-line

           exit paragraph.


       write-room-line.

           move ws-report-line to f-room-report-record
           write f-room-report-record

           exit paragraph.

       end program course-schedule-reports.

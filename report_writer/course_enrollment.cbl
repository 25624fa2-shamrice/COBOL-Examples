      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-09-02
      * updated: 2026-10-15 EE: an enrollment past capacity now goes
      *          on the course's waitlist (course-waitlist.txt) in
      *          arrival order instead of being rejected. When a
      *          drop frees a seat -- or the catalog capacity is
      *          raised -- the first waitlisted student still on the
      *          student file is enrolled, and the promotion is
      *          listed in course-waitlist-notices.txt for
      *          registration to tell the student. A waitlisted
      *          student no longer on the student file comes off
      *          the list, and an 'X' for a waitlisted student
      *          withdraws them from it. The class-size report shows
      *          each course's waitlist depth.
      * updated: 2026-10-15 EE: the catalog now carries each
      *          section's meeting days (M T W R F in fixed
      *          positions), start and end time (HHMM) and room; a
      *          section with no days is unscheduled. An 'E' that
      *          overlaps a section the student already holds is
      *          rejected TIME-CONFLICT with the other course on the
      *          reject record, and a waitlisted student is passed
      *          over for a seat that would clash. A section booked
      *          into a room another section already has at the same
      *          time is refused: enrollments into it reject
      *          ROOM-CONFLICT, naming the section that holds the
      *          room, until the catalog is corrected. The
      *          class-size report flags it.
      * Purpose: Course catalog and section enrollment maintenance.
      *          The course catalog (course-catalog.txt: course id,
      *          title, credit hours, section capacity) and the
      *          because nothing counted seats. Finishes by writing
      *          the class-size report (course-size-report.txt): each
      *          course, its enrolled count, and its capacity.
      * Tectonics: cobc -x course_enrollment.cbl, with
      *            business_date.cbl compiled as a module.
      ******************************************************************
       identification division.
       program-id. course-enrollment.
           organization is line sequential
           file status is ws-fs-status-report.

           select fd-waitlist-file assign to "course-waitlist.txt"
           organization is line sequential
           file status is ws-fs-status-waitlist.

           select fd-notice-file
           assign to "course-waitlist-notices.txt"
           organization is line sequential
           file status is ws-fs-status-notice.

       data division.

       file section.
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
       01  f-reject-record.
           05  f-reject-reason                     pic x(15).
           05  f-reject-transaction                pic x(15).
           05  f-reject-other-course               pic x(8).

       fd  fd-size-report.
       01  f-size-report-record                    pic x(100).

      *> Students waiting for a seat, in the order they asked.
       fd  fd-waitlist-file.
       01  f-waitlist-record.
           05  f-wait-course-id                    pic x(8).
           05  f-wait-student-id                   pic 9(6).
           05  f-wait-date                         pic 9(8).

      *> One line per student promoted off a waitlist this run.
       fd  fd-notice-file.
       01  f-notice-record.
           05  f-notice-date                       pic 9(8).
           05  filler                              pic x.
           05  f-notice-student-id                 pic 9(6).
           05  filler                              pic x.
           05  f-notice-student-name               pic x(20).
           05  filler                              pic x.
           05  f-notice-course-id                  pic x(8).
           05  filler                              pic x.
           05  f-notice-course-title               pic x(30).
           05  filler                              pic x.
           05  f-notice-waited-since               pic 9(8).
           05  filler                              pic x.
           05  f-notice-text                       pic x(40).

       working-storage section.

       01  ws-fs-status-catalog                pic xx.
       01  ws-fs-status-students               pic xx.
       01  ws-fs-status-reject                 pic xx.
       01  ws-fs-status-report                 pic xx.
       01  ws-fs-status-waitlist               pic xx.
       01  ws-fs-status-notice                 pic xx.

       01  ws-eof-sw                           pic x value 'N'.
           88  ws-eof                          value 'Y'.
           05  ws-course-credit-hours          pic 99.
           05  ws-course-capacity              pic 9(3).
           05  ws-course-enrolled              pic 9(3).
           05  ws-course-waiting               pic 9(3).
           05  ws-course-days.
               10  ws-course-day               pic x occurs 5 times.
           05  ws-course-start-minute          pic 9(4).
           05  ws-course-end-minute            pic 9(4).
           05  ws-course-room                  pic x(8).
           05  ws-course-scheduled-sw          pic x.
               88  ws-course-scheduled         value 'Y'.
               88  ws-course-unscheduled       value 'N'.
           05  ws-course-room-clash-id         pic x(8).

      *> The day letters in the order the catalog positions them.
       01  ws-day-letters                      pic x(5) value "MTWRF".
       01  ws-day-letter                       redefines ws-day-letters
                                               pic x occurs 5 times.
       01  ws-day-sub                          pic 9 comp.

       01  ws-time-hours                       pic 99.
       01  ws-time-minutes                     pic 99.
       01  ws-schedule-ok-sw                   pic x.
           88  ws-schedule-ok                  value 'Y'.
           88  ws-schedule-bad                 value 'N'.

      *> Two sections compared for a clash: same day and the times
      *> overlap.
       01  ws-overlap-a-idx                    pic 99 comp.
       01  ws-overlap-b-idx                    pic 99 comp.
       01  ws-overlap-sw                       pic x.
           88  ws-overlap                      value 'Y'.
           88  ws-no-overlap                   value 'N'.

       01  ws-held-course-idx                  pic 99 comp.
       01  ws-conflict-course-id               pic x(8).
       01  ws-reject-other-course              pic x(8) value spaces.
       01  ws-room-clash-count                 pic 999 value 0.
       01  ws-bad-schedule-count               pic 999 value 0.

       01  ws-num-enrollments                  pic 9(4) comp.

                                               indexed by
                                                   ws-student-idx.
           05  ws-student-id                   pic 9(6).
           05  ws-student-name                 pic x(20).

      *> The waitlists, all courses together in arrival order; an
      *> entry leaves when promoted, withdrawn or no longer a
      *> student, and only waiting entries are written back.
       01  ws-num-waitlist                     pic 9(4) comp.

       01  ws-waitlist-table                   occurs 0 to 2000 times
                                               depending on
                                                   ws-num-waitlist
                                               indexed by
                                                   ws-wait-idx.
           05  ws-wait-course-id               pic x(8).
           05  ws-wait-student-id              pic 9(6).
           05  ws-wait-date                    pic 9(8).
           05  ws-wait-status                  pic x.
               88  ws-wait-waiting             value 'W'.
               88  ws-wait-promoted            value 'P'.
               88  ws-wait-withdrawn           value 'X'.
               88  ws-wait-removed             value 'R'.

       01  ws-found-wait-idx                   pic 9(4) comp value 0.
       01  ws-check-student-id                 pic 9(6).
       01  ws-check-student-name               pic x(20).

      *> The course a seat has come free in, while its waitlist is
      *> worked.
       01  ws-fill-course-idx                  pic 99 comp.
       01  ws-fill-done-sw                     pic x.
           88  ws-fill-done                    value 'Y'.
           88  ws-fill-not-done                value 'N'.

       01  ws-business-date-request.
           05  ws-bd-action                    pic x.
           05  ws-bd-date                      pic 9(8).

       01  ws-business-date                    pic 9(8).

       01  ws-found-course-idx                 pic 99 comp value 0.
       01  ws-found-enroll-idx                 pic 9(4) comp value 0.
       01  ws-enrolled-count                   pic 999 value 0.
       01  ws-dropped-count                    pic 999 value 0.
       01  ws-rejected-count                   pic 999 value 0.
       01  ws-waitlisted-count                 pic 999 value 0.
       01  ws-promoted-count                   pic 999 value 0.
       01  ws-withdrawn-count                  pic 999 value 0.
       01  ws-removed-count                    pic 999 value 0.

       01  ws-report-line                      pic x(100).


           display "Course enrollment maintenance."

           perform fetch-business-date
           perform load-course-catalog
           perform load-student-ids
           perform load-enrollments
           perform count-current-enrollment
           perform load-waitlist

           open output fd-reject-file

               goback
           end-if

           open output fd-notice-file

           if ws-fs-status-notice not = "00"
               display "Error opening course-waitlist-notices.txt: "
                   ws-fs-status-notice
               end-display
               close fd-reject-file
               move 8 to return-code
               goback
           end-if

      *> Seats opened by a raised catalog capacity go to those
      *> already waiting before anything in this batch.
           perform varying ws-fill-course-idx from 1 by 1
           until ws-fill-course-idx > ws-num-courses
               perform fill-open-seats
           end-perform

           perform apply-enroll-transactions

           close fd-reject-file
           close fd-notice-file

           perform write-enrollment-file
           perform write-waitlist-file
           perform write-class-size-report

           display space
           display "Enrollment maintenance complete."
           display "Enrolled:    " ws-enrolled-count
           display "Dropped:     " ws-dropped-count
           display "Waitlisted:  " ws-waitlisted-count
           display "Promoted:    " ws-promoted-count
           display "Withdrawn:   " ws-withdrawn-count
           display "Off list:    " ws-removed-count
           display "Rejected:    " ws-rejected-count
           display "Room clashes:" ws-room-clash-count
           display "Bad schedule:" ws-bad-schedule-count
           display "See course-size-report.txt and "
               "course-waitlist-notices.txt"
           end-display

           if ws-rejected-count > 0
               move 4 to return-code
                               to ws-course-capacity(ws-num-courses)
                           move 0
                               to ws-course-enrolled(ws-num-courses)
                           move 0
                               to ws-course-waiting(ws-num-courses)
                           perform load-course-schedule
                           perform check-room-clash
                       end-if
               end-read
           end-perform
           exit paragraph.


      *> Meeting days must sit in their own positions (M T W R F),
      *> the times be real HHMM with the start before the end. A
      *> section with no days is unscheduled and never clashes; one
      *> with a bad schedule is treated the same, with a warning.
       load-course-schedule.

           move spaces to ws-course-days(ws-num-courses)
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
                   " has a bad meeting schedule ("
                   f-cat-meeting-days " " f-cat-start-time "-"
                   f-cat-end-time ") -- treated as unscheduled."
               end-display
               add 1 to ws-bad-schedule-count
               exit paragraph
           end-if

           move f-cat-meeting-days to ws-course-days(ws-num-courses)
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
                       display "Room conflict: " f-cat-course-id
                           " is booked into " f-cat-room
                           " at the same time as "
                           ws-course-id(ws-overlap-b-idx)
                           " -- its enrollments are refused."
                       end-display
                       add 1 to ws-room-clash-count
                       exit perform
                   end-if
               end-if
           end-perform

           exit paragraph.


      *> Sets ws-overlap when the sections at ws-overlap-a-idx and
      *> ws-overlap-b-idx meet on a common day at overlapping times.
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


      *> Looks through the sections ws-check-student-id holds for one
      *> that meets at the same time as the section at
      *> ws-overlap-a-idx; ws-conflict-course-id names it, or is
      *> spaces.
       check-schedule-conflict.

           move spaces to ws-conflict-course-id

           if ws-course-unscheduled(ws-overlap-a-idx)
               exit paragraph
           end-if

           perform varying ws-enroll-idx from 1 by 1
           until ws-enroll-idx > ws-num-enrollments
           or ws-conflict-course-id not = spaces
               if ws-enr-student-id(ws-enroll-idx)
                   = ws-check-student-id
               and not ws-enr-dropped(ws-enroll-idx)
               and ws-enr-course-id(ws-enroll-idx)
                   not = ws-course-id(ws-overlap-a-idx)
                   perform find-held-course
                   if ws-held-course-idx > 0
                       move ws-held-course-idx to ws-overlap-b-idx
                       perform check-sections-overlap
                       if ws-overlap
                           move ws-enr-course-id(ws-enroll-idx)
                               to ws-conflict-course-id
                       end-if
                   end-if
               end-if
           end-perform

           exit paragraph.


       find-held-course.

           move 0 to ws-held-course-idx

           perform varying ws-course-idx from 1 by 1
           until ws-course-idx > ws-num-courses
               if ws-course-id(ws-course-idx)
                   = ws-enr-course-id(ws-enroll-idx)
                   set ws-held-course-idx to ws-course-idx
                   exit perform
               end-if
           end-perform

           exit paragraph.


       load-student-ids.

           move 0 to ws-num-students
                           add 1 to ws-num-students
                           move f-test-student-id
                               to ws-student-id(ws-num-students)
                           move f-test-student-name
                               to ws-student-name(ws-num-students)
                       end-if
               end-read
           end-perform
           exit paragraph.


      *> No waitlist file yet simply means nobody is waiting. A
      *> waitlist entry for a course no longer on the catalog is
      *> kept but counts nowhere until the course returns.
       load-waitlist.

           move 0 to ws-num-waitlist
           set ws-not-eof to true

           open input fd-waitlist-file

           if ws-fs-status-waitlist = "35"
               exit paragraph
           end-if

           if ws-fs-status-waitlist not = "00"
               display "Error opening course-waitlist.txt: "
                   ws-fs-status-waitlist
               end-display
               move 8 to return-code
               goback
           end-if

           perform until ws-eof
               read fd-waitlist-file
                   at end
                       set ws-eof to true
                   not at end
      *> Rewritten from this table at end of run, so an overflow is
      *> a hard stop, the same as the enrollment file.
                       if ws-num-waitlist >= 2000
                           display "course-waitlist.txt exceeds "
                               "the 2000-entry table -- run "
                               "stopped before the file could be "
                               "truncated."
                           end-display
                           close fd-waitlist-file
                           move 8 to return-code
                           goback
                       end-if

                       add 1 to ws-num-waitlist
                       move f-wait-course-id
                           to ws-wait-course-id(ws-num-waitlist)
                       move f-wait-student-id
                           to ws-wait-student-id(ws-num-waitlist)
                       move f-wait-date
                           to ws-wait-date(ws-num-waitlist)
                       set ws-wait-waiting(ws-num-waitlist) to true

                       perform varying ws-course-idx from 1 by 1
                       until ws-course-idx > ws-num-courses
                           if ws-course-id(ws-course-idx)
                               = f-wait-course-id
                               add 1
                                   to ws-course-waiting(ws-course-idx)
                               exit perform
                           end-if
                       end-perform
               end-read
           end-perform

           close fd-waitlist-file

           exit paragraph.


       apply-enroll-transactions.

           set ws-not-eof to true
       apply-one-enroll-transaction.

           perform find-course
           move f-etrans-student-id to ws-check-student-id
           perform find-student
           perform find-enrollment
           perform find-waitlist-entry

           evaluate true
               when etrans-enroll


      *> 'E': the course must be on the catalog, the student on the
      *> student file, and the pair not already enrolled or waiting.
      *> The section must have its room and not clash with one the
      *> student already holds. A full section puts the student on
      *> its waitlist.
       apply-enroll.

           move spaces to ws-conflict-course-id

           if ws-found-course-idx > 0
               move ws-found-course-idx to ws-overlap-a-idx
               perform check-schedule-conflict
           end-if

           evaluate true
               when ws-found-course-idx = 0
                   display "Rejected enroll, unknown course "
                   move "DUP-ENROLL" to ws-reject-reason
                   perform write-reject-record

               when ws-found-wait-idx > 0
                   display "Rejected enroll, already waitlisted: "
                       f-etrans-student-id " for "
                       f-etrans-course-id
                   end-display
                   move "DUP-WAITLIST" to ws-reject-reason
                   perform write-reject-record

               when ws-course-room-clash-id(ws-found-course-idx)
                   not = spaces
                   display "Rejected enroll, room conflict: "
                       f-etrans-course-id " shares its room and time "
                       "with "
                       ws-course-room-clash-id(ws-found-course-idx)
                   end-display
                   move "ROOM-CONFLICT" to ws-reject-reason
                   move ws-course-room-clash-id(ws-found-course-idx)
                       to ws-reject-other-course
                   perform write-reject-record

               when ws-conflict-course-id not = spaces
                   display "Rejected enroll, schedule conflict: "
                       f-etrans-student-id " in "
                       f-etrans-course-id " meets with "
                       ws-conflict-course-id
                   end-display
                   move "TIME-CONFLICT" to ws-reject-reason
                   move ws-conflict-course-id
                       to ws-reject-other-course
                   perform write-reject-record

               when ws-course-enrolled(ws-found-course-idx)
               >= ws-course-capacity(ws-found-course-idx)
                   perform add-to-waitlist

               when ws-num-enrollments >= 2000
                   move "ENROLL-TBL-FULL" to ws-reject-reason
                   perform write-reject-record
           exit paragraph.


      *> The seat a drop frees goes straight to the course's
      *> waitlist. A drop for a student still waiting takes them off
      *> the waitlist instead.
       apply-drop.

           if ws-found-enroll-idx = 0
           and ws-found-wait-idx > 0
               set ws-wait-withdrawn(ws-found-wait-idx) to true
               subtract 1
                   from ws-course-waiting(ws-found-course-idx)
               add 1 to ws-withdrawn-count
               display "Withdrawn from the waitlist: "
                   f-etrans-student-id " for " f-etrans-course-id
               end-display
               exit paragraph
           end-if

           if ws-found-enroll-idx = 0
               display "Rejected drop, not enrolled: "
                   f-etrans-student-id " in " f-etrans-course-id

           add 1 to ws-dropped-count

           if ws-found-course-idx > 0
               move ws-found-course-idx to ws-fill-course-idx
               perform fill-open-seats
           end-if

           exit paragraph.


       add-to-waitlist.

           if ws-num-waitlist >= 2000
               display "Rejected enroll, section full and the "
                   "waitlist table is full: " f-etrans-course-id
               end-display
               move "SECTION-FULL" to ws-reject-reason
               perform write-reject-record
               exit paragraph
           end-if

           add 1 to ws-num-waitlist
           move f-etrans-course-id
               to ws-wait-course-id(ws-num-waitlist)
           move f-etrans-student-id
               to ws-wait-student-id(ws-num-waitlist)
           move ws-business-date to ws-wait-date(ws-num-waitlist)
           set ws-wait-waiting(ws-num-waitlist) to true

           add 1 to ws-course-waiting(ws-found-course-idx)
           add 1 to ws-waitlisted-count

           display "Waitlisted: " f-etrans-student-id " for "
               f-etrans-course-id ", position "
               ws-course-waiting(ws-found-course-idx)
           end-display

           exit paragraph.


      *> Promotes waiting students into the course at
      *> ws-fill-course-idx, first come first served, while it has
      *> seats free. Each one is checked against the student file
      *> first; a student who has left comes off the list and the
      *> next in line is tried.
       fill-open-seats.

           if ws-course-room-clash-id(ws-fill-course-idx) not = spaces
               exit paragraph
           end-if

           set ws-fill-not-done to true

           perform varying ws-wait-idx from 1 by 1
           until ws-wait-idx > ws-num-waitlist
           or ws-fill-done
               if ws-course-enrolled(ws-fill-course-idx)
                   >= ws-course-capacity(ws-fill-course-idx)
               or ws-course-waiting(ws-fill-course-idx) = 0
                   set ws-fill-done to true
               else
                   if ws-wait-waiting(ws-wait-idx)
                   and ws-wait-course-id(ws-wait-idx)
                       = ws-course-id(ws-fill-course-idx)
                       perform promote-one-waiting
                   end-if
               end-if
           end-perform

           exit paragraph.


       promote-one-waiting.

           move ws-wait-student-id(ws-wait-idx)
               to ws-check-student-id
           perform find-student

           if ws-student-not-found
               set ws-wait-removed(ws-wait-idx) to true
               subtract 1 from ws-course-waiting(ws-fill-course-idx)
               add 1 to ws-removed-count
               display "Off the waitlist, no longer a student: "
                   ws-check-student-id " for "
                   ws-wait-course-id(ws-wait-idx)
               end-display
               exit paragraph
           end-if

      *> A clash with a section taken since they joined the list
      *> leaves them waiting; the seat goes to the next in line.
           move ws-fill-course-idx to ws-overlap-a-idx
           perform check-schedule-conflict

           if ws-conflict-course-id not = spaces
               display "Passed over on the waitlist, schedule "
                   "conflict: " ws-check-student-id " for "
                   ws-wait-course-id(ws-wait-idx) " meets with "
                   ws-conflict-course-id
               end-display
               exit paragraph
           end-if

           if ws-num-enrollments >= 2000
               display "Enrollment table full -- waitlist "
                   "promotions stop for this run."
               end-display
               set ws-fill-done to true
               exit paragraph
           end-if

           add 1 to ws-num-enrollments
           move ws-wait-course-id(ws-wait-idx)
               to ws-enr-course-id(ws-num-enrollments)
           move ws-check-student-id
               to ws-enr-student-id(ws-num-enrollments)
           move 'N' to ws-enr-dropped-sw(ws-num-enrollments)

           set ws-wait-promoted(ws-wait-idx) to true
           add 1 to ws-course-enrolled(ws-fill-course-idx)
           subtract 1 from ws-course-waiting(ws-fill-course-idx)
           add 1 to ws-promoted-count

           display "Promoted from the waitlist: " ws-check-student-id
               " into " ws-wait-course-id(ws-wait-idx)
           end-display

           perform write-promotion-notice

           exit paragraph.


       write-promotion-notice.

           move spaces to f-notice-record
           move ws-business-date to f-notice-date
           move ws-check-student-id to f-notice-student-id
           move ws-check-student-name to f-notice-student-name
           move ws-course-id(ws-fill-course-idx)
               to f-notice-course-id
           move ws-course-title(ws-fill-course-idx)
               to f-notice-course-title
           move ws-wait-date(ws-wait-idx) to f-notice-waited-since
           move "ENROLLED FROM WAITLIST - SEAT CONFIRMED"
               to f-notice-text
           write f-notice-record

           exit paragraph.


      *> student passes -- better a seat count than a dead stop.
       find-student.

           move spaces to ws-check-student-name

           if ws-num-students = 0
               set ws-student-found to true
               exit paragraph
           perform varying ws-student-idx from 1 by 1
           until ws-student-idx > ws-num-students
               if ws-student-id(ws-student-idx)
                   = ws-check-student-id
                   set ws-student-found to true
                   move ws-student-name(ws-student-idx)
                       to ws-check-student-name
                   exit perform
               end-if
           end-perform
           exit paragraph.


       find-waitlist-entry.

           move 0 to ws-found-wait-idx

           perform varying ws-wait-idx from 1 by 1
           until ws-wait-idx > ws-num-waitlist
               if ws-wait-course-id(ws-wait-idx)
                   = f-etrans-course-id
               and ws-wait-student-id(ws-wait-idx)
                   = f-etrans-student-id
               and ws-wait-waiting(ws-wait-idx)
                   set ws-found-wait-idx to ws-wait-idx
                   exit perform
               end-if
           end-perform

           exit paragraph.


       write-reject-record.

           add 1 to ws-rejected-count
           move spaces to f-reject-record
           move ws-reject-reason to f-reject-reason
           move f-enroll-transaction to f-reject-transaction
           move ws-reject-other-course to f-reject-other-course
           write f-reject-record

           move spaces to ws-reject-other-course

           exit paragraph.


           exit paragraph.


       write-waitlist-file.

           open output fd-waitlist-file

           if ws-fs-status-waitlist not = "00"
               display "Error rewriting course-waitlist.txt: "
                   ws-fs-status-waitlist
               end-display
               move 8 to return-code
               goback
           end-if

           perform varying ws-wait-idx from 1 by 1
           until ws-wait-idx > ws-num-waitlist
               if ws-wait-waiting(ws-wait-idx)
                   move spaces to f-waitlist-record
                   move ws-wait-course-id(ws-wait-idx)
                       to f-wait-course-id
                   move ws-wait-student-id(ws-wait-idx)
                       to f-wait-student-id
                   move ws-wait-date(ws-wait-idx) to f-wait-date
                   write f-waitlist-record
               end-if
           end-perform

           close fd-waitlist-file

           exit paragraph.


       fetch-business-date.

           move 'F' to ws-bd-action
           call "business-date" using ws-business-date-request
               on exception
                   display "Warning: unable to call business-date, "
                       "using the system date."
                   end-display
                   move 0 to ws-bd-date
           end-call

           if ws-bd-date = 0
               accept ws-business-date from date yyyymmdd
           else
               move ws-bd-date to ws-business-date
           end-if

           exit paragraph.


       write-class-size-report.

           open output fd-size-report
           perform write-report-line

           move "  course    title                            "
               & "enrolled  capacity  waitlist" to ws-report-line
           perform write-report-line

           perform varying ws-course-idx from 1 by 1
               move ws-course-capacity(ws-course-idx)
                   to ws-report-line(58:3)

               move ws-course-waiting(ws-course-idx)
                   to ws-report-line(68:3)

               if ws-course-enrolled(ws-course-idx)
                   >= ws-course-capacity(ws-course-idx)
                   move "FULL" to ws-report-line(74:4)
               end-if

               if ws-course-room-clash-id(ws-course-idx) not = spaces
                   string "ROOM CLASH "
                       ws-course-room-clash-id(ws-course-idx)
                       delimited by size
                       into ws-report-line(80:19)
                   end-string
               end-if

               perform write-report-line
               move "intro to computing" to f-cat-title
               move 3 to f-cat-credit-hours
               move 2 to f-cat-capacity
               move "M W F" to f-cat-meeting-days
               move 0900 to f-cat-start-time
               move 0950 to f-cat-end-time
               move "SCI-101" to f-cat-room
               write f-catalog-record

               move "BIO110" to f-cat-course-id
               move "general biology" to f-cat-title
               move 4 to f-cat-credit-hours
               move 30 to f-cat-capacity
               move " T R " to f-cat-meeting-days
               move 1000 to f-cat-start-time
               move 1115 to f-cat-end-time
               move "BIO-200" to f-cat-room
               write f-catalog-record

               move "MTH201" to f-cat-course-id
               move "calculus ii" to f-cat-title
               move 4 to f-cat-credit-hours
               move 25 to f-cat-capacity
               move "M W F" to f-cat-meeting-days
               move 0900 to f-cat-start-time
               move 0950 to f-cat-end-time
               move "MTH-110" to f-cat-room
               write f-catalog-record

           close fd-catalog-file


      *> Seeds a demonstration batch: enough enrollments into the
      *> deliberately tiny CSC101 section to put one student on its
      *> waitlist, a drop that promotes them, and an enrollment that
      *> clashes with a section already held. Only called when the
      *> transaction file is missing.
       create-test-transactions.

           open output fd-transaction-file
               move "CSC101" to f-etrans-course-id
               write f-enroll-transaction

               move 'E' to f-etrans-code
               move 100002 to f-etrans-student-id
               move "MTH201" to f-etrans-course-id
               write f-enroll-transaction

           close fd-transaction-file

           exit paragraph.

      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-10-15
      * Purpose: Per-term tuition billing from course enrollments into
      *          the account posting subsystem. Each student's credit
      *          hours are summed over their course-enrollments.txt
      *          sections from the catalog's credit hours and priced
      *          on tuition-schedule.txt: a rate record per major
      *          (the '***' record covers every other major) gives
      *          the charge per credit hour and, at or above its
      *          full-time hours, the flat full-time charge instead;
      *          the term record gives the term's first day and its
      *          refund deadline. The term is TUITION_TERM, or the
      *          business month when it is not set -- the same
      *          default the grade roster uses.
      *
      *          tuition-ledger.txt keeps what each student has been
      *          assessed for the term, so every run bills only the
      *          change: an add charges the difference, a drop on or
      *          before the refund deadline refunds the difference
      *          prorated by the days left to the deadline (all of it
      *          up to the term's first day), and a drop after the
      *          deadline refunds nothing. Charges (negative) and
      *          refunds (positive) go onto account-transactions-
      *          in.txt as TU lines against the account linked to the
      *          student on student-accounts.txt (student id, account
      *          id; maintained by the bursar by hand), for
      *          account_posting.cbl to book. A student with no
      *          linked account is not billed and stays outstanding
      *          until linked. The tuition register
      *          (tuition-register.txt, cataloged as
      *          TUITION-REGISTER) shows every student's hours,
      *          assessment and what this run charged or refunded,
      *          and ties the enrollment records billed back to the
      *          enrollment file.
      * Tectonics: cobc -x tuition_billing.cbl, with business_date.cbl
      *            and report_catalog.cbl compiled as modules.
      ******************************************************************
       identification division.
       program-id. tuition-billing.

       environment division.
       input-output section.
       file-control.

           select fd-schedule-file assign to "tuition-schedule.txt"
           organization is line sequential
           file status is ws-fs-status-schedule.

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

           select fd-link-file assign to "student-accounts.txt"
           organization is line sequential
           file status is ws-fs-status-link.

           select fd-ledger-file assign to "tuition-ledger.txt"
           organization is line sequential
           file status is ws-fs-status-ledger.

           select fd-posting-output
           assign to "account-transactions-in.txt"
           organization is line sequential
           file status is ws-fs-status-output.

           select fd-register-file assign to "tuition-register.txt"
           organization is line sequential
           file status is ws-fs-status-register.

       data division.

       file section.

      *> 'T' a term's dates, 'R' a major's rates.
       fd  fd-schedule-file.
       01  f-schedule-record.
           05  f-sched-type                        pic x.
               88  f-sched-is-term                 value 'T'.
               88  f-sched-is-rate                 value 'R'.
           05  f-sched-body                        pic x(30).
           05  f-sched-term-dates                  redefines
                                                   f-sched-body.
               10  f-sched-term                    pic x(6).
               10  f-sched-term-start              pic 9(8).
               10  f-sched-refund-deadline         pic 9(8).
               10  filler                          pic x(8).
           05  f-sched-rates                       redefines
                                                   f-sched-body.
               10  f-sched-major                   pic xxx.
               10  f-sched-credit-rate             pic 9(5)v99.
               10  f-sched-full-time-hours         pic 99.
               10  f-sched-full-time-rate          pic 9(6)v99.
               10  filler                          pic x(10).

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

       fd  fd-link-file.
       01  f-link-record.
           05  f-link-student-id                   pic 9(6).
           05  f-link-account-id                   pic 9(5).

      *> What each student has been assessed for a term and what has
      *> actually gone to their account after refunds.
       fd  fd-ledger-file.
       01  f-ledger-record.
           05  f-ledger-term                       pic x(6).
           05  f-ledger-student-id                 pic 9(6).
           05  f-ledger-account-id                 pic 9(5).
           05  f-ledger-courses                    pic 99.
           05  f-ledger-hours                      pic 9(3).
           05  f-ledger-assessed                   pic 9(6)v99.
           05  f-ledger-net-billed                 pic 9(6)v99.
           05  f-ledger-last-date                  pic 9(8).

      *> Same layout account_posting.cbl reads -- account id, post
      *> date, type, signed amount with an explicit decimal point,
      *> reference -- each field space-separated.
       fd  fd-posting-output.
       01  f-posting-record.
           05  f-post-account-id                   pic 9(5).
           05  filler                              pic x.
           05  f-post-date                         pic x(8).
           05  filler                              pic x.
           05  f-post-type                         pic x(2).
           05  filler                              pic x.
           05  f-post-amount                       pic x(12).
           05  filler                              pic x.
           05  f-post-reference                    pic x(15).
           05  filler                              pic x.
           05  f-post-currency                     pic x(3).
      *> Keying user -- left blank on the tuition lines written here.
           05  filler                              pic x.
           05  f-post-keyed-by                     pic x(20).

       fd  fd-register-file.
       01  f-register-record                       pic x(132).

       working-storage section.

       01  ws-fs-status-schedule               pic xx.
       01  ws-fs-status-catalog                pic xx.
       01  ws-fs-status-enroll                 pic xx.
       01  ws-fs-status-students               pic xx.
       01  ws-fs-status-link                   pic xx.
       01  ws-fs-status-ledger                 pic xx.
       01  ws-fs-status-output                 pic xx.
       01  ws-fs-status-register               pic xx.

       01  ws-eof-sw                           pic x value 'N'.
           88  ws-eof                          value 'Y'.
           88  ws-not-eof                      value 'N'.

       01  ws-business-date-request.
           05  ws-bd-action                    pic x.
           05  ws-bd-date                      pic 9(8).

       01  ws-business-date                    pic 9(8).
       01  ws-term-env                         pic x(6).
       01  ws-term                             pic x(6).

      *> The term's dates from the schedule.
       01  ws-term-found-sw                    pic x value 'N'.
           88  ws-term-found                   value 'Y'.
       01  ws-term-start                       pic 9(8) value 0.
       01  ws-refund-deadline                  pic 9(8) value 0.

       01  ws-num-rates                        pic 99 comp.

       01  ws-rate-table                       occurs 0 to 50 times
                                               depending on
                                                   ws-num-rates
                                               indexed by
                                                   ws-rate-idx.
           05  ws-rate-major                   pic xxx.
           05  ws-rate-per-credit              pic 9(5)v99.
           05  ws-rate-full-time-hours         pic 99.
           05  ws-rate-full-time               pic 9(6)v99.

       01  ws-default-rate-idx                 pic 99 comp value 0.
       01  ws-found-rate-idx                   pic 99 comp value 0.

       01  ws-num-courses                      pic 99 comp.

       01  ws-course-table                     occurs 0 to 50 times
                                               depending on
                                                   ws-num-courses
                                               indexed by
                                                   ws-course-idx.
           05  ws-course-id                    pic x(8).
           05  ws-course-credit-hours          pic 99.

       01  ws-num-links                        pic 9(4) comp.

       01  ws-link-table                       occurs 0 to 2000 times
                                               depending on
                                                   ws-num-links
                                               indexed by
                                                   ws-link-idx.
           05  ws-link-student-id              pic 9(6).
           05  ws-link-account-id              pic 9(5).

      *> The whole ledger, every term; only this term's rows change.
       01  ws-num-ledger                       pic 9(4) comp.

       01  ws-ledger-table                     occurs 0 to 5000 times
                                               depending on
                                                   ws-num-ledger
                                               indexed by
                                                   ws-ledger-idx.
           05  ws-ledger-term                  pic x(6).
           05  ws-ledger-student-id            pic 9(6).
           05  ws-ledger-account-id            pic 9(5).
           05  ws-ledger-courses               pic 99.
           05  ws-ledger-hours                 pic 9(3).
           05  ws-ledger-assessed              pic 9(6)v99.
           05  ws-ledger-net-billed            pic 9(6)v99.
           05  ws-ledger-last-date             pic 9(8).

      *> Students to bill this term: everyone enrolled, and everyone
      *> billed before who may since have dropped everything.
       01  ws-num-bills                        pic 9(4) comp.

       01  ws-bill-table                       occurs 0 to 2000 times
                                               depending on
                                                   ws-num-bills
                                               indexed by
                                                   ws-bill-idx.
           05  ws-bill-student-id              pic 9(6).
           05  ws-bill-courses                 pic 99.
           05  ws-bill-hours                   pic 9(3).
           05  ws-bill-ledger-idx              pic 9(4) comp.
           05  ws-bill-done-sw                 pic x.
               88  ws-bill-done                value 'Y'.

       01  ws-found-bill-idx                   pic 9(4) comp value 0.
       01  ws-found-ledger-idx                 pic 9(4) comp value 0.
       01  ws-lookup-student-id                pic 9(6).
       01  ws-lookup-credit-hours              pic 99.

      *> The student being billed.
       01  ws-student-name                     pic x(20).
       01  ws-student-major                    pic xxx.
       01  ws-account-id                       pic 9(5).
       01  ws-tuition-due                      pic 9(6)v99.
       01  ws-prior-assessed                   pic 9(6)v99.
       01  ws-charge-amount                    pic 9(6)v99.
       01  ws-refund-amount                    pic 9(6)v99.
       01  ws-reduction                        pic 9(6)v99.
       01  ws-refund-factor                    pic 9v9999.
       01  ws-refund-percent                   pic 999.
       01  ws-days-left                        pic s9(5).
       01  ws-days-in-period                   pic s9(5).
       01  ws-rate-basis                       pic x(9).
       01  ws-note-text                        pic x(24).

       01  ws-charge-reference                 pic x(15).
       01  ws-refund-reference                 pic x(15).
       01  ws-amount-edited                    pic +9(7).99.

       01  ws-enrollments-read                 pic 9(5) value 0.
       01  ws-enrollments-billed               pic 9(5) value 0.
       01  ws-enrollments-unbilled             pic 9(5) value 0.
       01  ws-unknown-course-count             pic 9(5) value 0.
       01  ws-students-billed                  pic 9(5) value 0.
       01  ws-no-account-count                 pic 9(5) value 0.
       01  ws-not-on-file-count                pic 9(5) value 0.
       01  ws-charge-count                     pic 9(5) value 0.
       01  ws-refund-count                     pic 9(5) value 0.
       01  ws-total-hours                      pic 9(7) value 0.
       01  ws-total-assessed                   pic 9(9)v99 value 0.
       01  ws-total-charged                    pic 9(9)v99 value 0.
       01  ws-total-refunded                   pic 9(9)v99 value 0.
       01  ws-total-net-billed                 pic 9(9)v99 value 0.

       01  ws-report-line                      pic x(132).
       01  ws-money-display                    pic zzz,zz9.99.
       01  ws-total-display                    pic zzz,zzz,zz9.99.
       01  ws-count-display                    pic zzzz9.
       01  ws-courses-display                  pic z9.
       01  ws-hours-display                    pic zz9.
       01  ws-percent-display                  pic zz9.

      *> Entry for the common report catalog, written by the shared
      *> report-catalog subprogram.
       01  ws-catalog-request.
           05  ws-rc-name                  pic x(20).
           05  ws-rc-file                  pic x(40).
           05  ws-rc-pages                 pic 9(3).

       procedure division.
       main-procedure.

           display "Tuition billing."

           perform fetch-term
           perform load-tuition-schedule

           if not ws-term-found
               display "Term " ws-term " is not on "
                   "tuition-schedule.txt -- no tuition billed."
               end-display
               move 8 to return-code
               goback
           end-if

           if ws-default-rate-idx = 0
               display "No '***' rate record on tuition-schedule.txt "
                   "-- no tuition billed."
               end-display
               move 8 to return-code
               goback
           end-if

           perform load-course-catalog
           perform load-account-links
           perform load-tuition-ledger
           perform load-enrollments

           perform open-posting-output

           open output fd-register-file

           if ws-fs-status-register not = "00"
               display "Error opening tuition-register.txt: "
                   ws-fs-status-register
               end-display
               close fd-posting-output
               move 8 to return-code
               goback
           end-if

           perform write-register-heading
           perform bill-students
           perform write-register-totals

           close fd-posting-output
           close fd-register-file

           perform rewrite-tuition-ledger

           move spaces to ws-catalog-request
           move "TUITION-REGISTER" to ws-rc-name
           move "tuition-register.txt" to ws-rc-file
           move 0 to ws-rc-pages
           call "report-catalog" using ws-catalog-request
               on exception
                   display "Warning: unable to call report-catalog."
           end-call

           move ws-total-charged to ws-total-display
           display "Tuition for term " ws-term
           display "Students billed:      " ws-students-billed
           display "Charges written:      " ws-charge-count
           display "Refunds written:      " ws-refund-count
           display "No linked account:    " ws-no-account-count
           display "Charged this run: " ws-total-display
           move ws-total-refunded to ws-total-display
           display "Refunded this run:" ws-total-display
           display "See tuition-register.txt. Run account-posting to "
               "apply the transactions."
           end-display

           if ws-no-account-count > 0
           or ws-unknown-course-count > 0
               move 4 to return-code
           end-if

           goback.


      *> TUITION_TERM names the term; otherwise the business month,
      *> with the system date when the calendar module isn't linked.
      *> The run's date is the business date either way.
       fetch-term.

           accept ws-term-env from environment "TUITION_TERM"
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

           move spaces to ws-charge-reference
           string "TU-" ws-term "-" ws-business-date(5:4)
               delimited by size
               into ws-charge-reference
           end-string

           move spaces to ws-refund-reference
           string "TUR-" ws-term "-" ws-business-date(5:4)
               delimited by size
               into ws-refund-reference
           end-string

           exit paragraph.


       load-tuition-schedule.

           move 0 to ws-num-rates
           set ws-not-eof to true

           open input fd-schedule-file

           if ws-fs-status-schedule = "35"
               perform create-test-schedule
               open input fd-schedule-file
           end-if

           if ws-fs-status-schedule not = "00"
               display "Error opening tuition-schedule.txt: "
                   ws-fs-status-schedule
               end-display
               move 8 to return-code
               goback
           end-if

           perform until ws-eof
               read fd-schedule-file
                   at end
                       set ws-eof to true
                   not at end
                       perform load-one-schedule-record
               end-read
           end-perform

           close fd-schedule-file

           exit paragraph.


       load-one-schedule-record.

           evaluate true
               when f-sched-is-term
                   if f-sched-term = ws-term
                       if f-sched-term-start is numeric
                       and f-sched-refund-deadline is numeric
                       and f-sched-term-start > 0
                       and f-sched-refund-deadline
                           >= f-sched-term-start
                           set ws-term-found to true
                           move f-sched-term-start to ws-term-start
                           move f-sched-refund-deadline
                               to ws-refund-deadline
                       else
                           display "Warning: term " f-sched-term
                               " dates on tuition-schedule.txt are "
                               "not valid -- ignored."
                           end-display
                       end-if
                   end-if

               when f-sched-is-rate
                   if ws-num-rates < 50
                       add 1 to ws-num-rates
                       move f-sched-major to ws-rate-major(ws-num-rates)
                       move f-sched-credit-rate
                           to ws-rate-per-credit(ws-num-rates)
                       move f-sched-full-time-hours
                           to ws-rate-full-time-hours(ws-num-rates)
                       move f-sched-full-time-rate
                           to ws-rate-full-time(ws-num-rates)
                       if f-sched-major = "***"
                           move ws-num-rates to ws-default-rate-idx
                       end-if
                   end-if

               when other
                   display "Warning: tuition-schedule.txt record type '"
                       f-sched-type "' not known -- skipped."
                   end-display
           end-evaluate

           exit paragraph.


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
                           move f-cat-credit-hours
                               to ws-course-credit-hours
                                   (ws-num-courses)
                       end-if
               end-read
           end-perform

           close fd-catalog-file

           exit paragraph.


      *> No link file just means no student can be billed yet.
       load-account-links.

           move 0 to ws-num-links
           set ws-not-eof to true

           open input fd-link-file

           if ws-fs-status-link not = "00"
               display "Warning: no student-accounts.txt -- no "
                   "student has a linked account."
               end-display
               exit paragraph
           end-if

           perform until ws-eof
               read fd-link-file
                   at end
                       set ws-eof to true
                   not at end
                       if ws-num-links < 2000
                           add 1 to ws-num-links
                           move f-link-student-id
                               to ws-link-student-id(ws-num-links)
                           move f-link-account-id
                               to ws-link-account-id(ws-num-links)
                       end-if
               end-read
           end-perform

           close fd-link-file

           exit paragraph.


      *> A ledger that won't fit would lose history on the rewrite,
      *> so an overflow stops the run before anything is billed.
       load-tuition-ledger.

           move 0 to ws-num-ledger
           move 0 to ws-num-bills
           set ws-not-eof to true

           open input fd-ledger-file

           if ws-fs-status-ledger not = "00"
               exit paragraph
           end-if

           perform until ws-eof
               read fd-ledger-file
                   at end
                       set ws-eof to true
                   not at end
                       if ws-num-ledger >= 5000
                           display "More than 5000 tuition-ledger.txt "
                               "rows -- no tuition billed."
                           end-display
                           close fd-ledger-file
                           move 8 to return-code
                           goback
                       end-if
                       add 1 to ws-num-ledger
                       move f-ledger-record
                           to ws-ledger-table(ws-num-ledger)
                       if f-ledger-term = ws-term
                           move f-ledger-student-id
                               to ws-lookup-student-id
                           perform find-or-add-bill
                           if ws-found-bill-idx > 0
                               move ws-num-ledger to
                                   ws-bill-ledger-idx(ws-found-bill-idx)
                           end-if
                       end-if
               end-read
           end-perform

           close fd-ledger-file

           exit paragraph.


       load-enrollments.

           set ws-not-eof to true

           open input fd-enrollment-file

           if ws-fs-status-enroll not = "00"
               display "Warning: no course-enrollments.txt -- nobody "
                   "is enrolled."
               end-display
               exit paragraph
           end-if

           perform until ws-eof
               read fd-enrollment-file
                   at end
                       set ws-eof to true
                   not at end
                       add 1 to ws-enrollments-read
                       perform add-enrollment
               end-read
           end-perform

           close fd-enrollment-file

           exit paragraph.


       add-enrollment.

           move 0 to ws-lookup-credit-hours

           perform varying ws-course-idx from 1 by 1
           until ws-course-idx > ws-num-courses
               if ws-course-id(ws-course-idx) = f-enr-course-id
                   move ws-course-credit-hours(ws-course-idx)
                       to ws-lookup-credit-hours
                   exit perform
               end-if
           end-perform

           if ws-course-idx > ws-num-courses
               display "Warning: enrollment in " f-enr-course-id
                   " for " f-enr-student-id
                   " -- course not in the catalog, not billed."
               end-display
               add 1 to ws-unknown-course-count
               exit paragraph
           end-if

           move f-enr-student-id to ws-lookup-student-id
           perform find-or-add-bill

           if ws-found-bill-idx = 0
               exit paragraph
           end-if

           add 1 to ws-bill-courses(ws-found-bill-idx)
           add ws-lookup-credit-hours
               to ws-bill-hours(ws-found-bill-idx)

           exit paragraph.


       find-or-add-bill.

           move 0 to ws-found-bill-idx

           perform varying ws-bill-idx from 1 by 1
           until ws-bill-idx > ws-num-bills
               if ws-bill-student-id(ws-bill-idx)
                   = ws-lookup-student-id
                   set ws-found-bill-idx to ws-bill-idx
                   exit paragraph
               end-if
           end-perform

           if ws-num-bills >= 2000
               display "Warning: more than 2000 students to bill -- "
                   ws-lookup-student-id " not billed."
               end-display
               exit paragraph
           end-if

           add 1 to ws-num-bills
           move ws-lookup-student-id to ws-bill-student-id(ws-num-bills)
           move 0 to ws-bill-courses(ws-num-bills)
           move 0 to ws-bill-hours(ws-num-bills)
           move 0 to ws-bill-ledger-idx(ws-num-bills)
           move 'N' to ws-bill-done-sw(ws-num-bills)
           move ws-num-bills to ws-found-bill-idx

           exit paragraph.


      *> Tuition lines go on the end of the posting input so
      *> transactions already keyed for the day's run aren't
      *> clobbered; a missing file is created first.
       open-posting-output.

           open extend fd-posting-output

           if ws-fs-status-output = "35"
               open output fd-posting-output
           end-if

           if ws-fs-status-output not = "00"
               display "Error opening account-transactions-in.txt: "
                   ws-fs-status-output
               end-display
               move 8 to return-code
               goback
           end-if

           exit paragraph.


      *> In student file order (major, then student id), then anyone
      *> enrolled or billed who is no longer on the student file,
      *> at the '***' rate.
       bill-students.

           set ws-not-eof to true

           open input fd-student-file

           if ws-fs-status-students = "00"
               perform until ws-eof
                   read fd-student-file
                       at end
                           set ws-eof to true
                       not at end
                           move f-test-student-id
                               to ws-lookup-student-id
                           perform find-bill
                           if ws-found-bill-idx > 0
                               move f-test-student-name
                                   to ws-student-name
                               move f-test-major to ws-student-major
                               move spaces to ws-note-text
                               perform bill-one-student
                           end-if
                   end-read
               end-perform
               close fd-student-file
           else
               display "Warning: unable to open input.txt: "
                   ws-fs-status-students
               end-display
           end-if

           perform varying ws-bill-idx from 1 by 1
           until ws-bill-idx > ws-num-bills
               if not ws-bill-done(ws-bill-idx)
                   set ws-found-bill-idx to ws-bill-idx
                   move "(not on file)" to ws-student-name
                   move "***" to ws-student-major
                   move "NOT ON STUDENT FILE" to ws-note-text
                   add 1 to ws-not-on-file-count
                   perform bill-one-student
               end-if
           end-perform

           exit paragraph.


       find-bill.

           move 0 to ws-found-bill-idx

           perform varying ws-bill-idx from 1 by 1
           until ws-bill-idx > ws-num-bills
               if ws-bill-student-id(ws-bill-idx)
                   = ws-lookup-student-id
                   set ws-found-bill-idx to ws-bill-idx
                   exit perform
               end-if
           end-perform

           exit paragraph.


       bill-one-student.

           move 'Y' to ws-bill-done-sw(ws-found-bill-idx)
           move 0 to ws-charge-amount
           move 0 to ws-refund-amount

           perform price-tuition

           move ws-bill-ledger-idx(ws-found-bill-idx)
               to ws-found-ledger-idx

           if ws-found-ledger-idx > 0
               move ws-ledger-assessed(ws-found-ledger-idx)
                   to ws-prior-assessed
           else
               move 0 to ws-prior-assessed
           end-if

           move 0 to ws-account-id
           perform varying ws-link-idx from 1 by 1
           until ws-link-idx > ws-num-links
               if ws-link-student-id(ws-link-idx)
                   = ws-bill-student-id(ws-found-bill-idx)
                   move ws-link-account-id(ws-link-idx)
                       to ws-account-id
                   exit perform
               end-if
           end-perform

      *> Nothing is billed without an account to bill; the ledger
      *> is left alone so the whole amount goes once it is linked.
           if ws-account-id = 0
               if ws-tuition-due not = ws-prior-assessed
                   move "NO LINKED ACCOUNT" to ws-note-text
                   add 1 to ws-no-account-count
                   add ws-bill-courses(ws-found-bill-idx)
                       to ws-enrollments-unbilled
                   perform write-student-line
                   exit paragraph
               end-if
           end-if

           evaluate true
               when ws-tuition-due > ws-prior-assessed
                   compute ws-charge-amount =
                       ws-tuition-due - ws-prior-assessed
                   end-compute
               when ws-tuition-due < ws-prior-assessed
                   compute ws-reduction =
                       ws-prior-assessed - ws-tuition-due
                   end-compute
                   perform compute-refund
           end-evaluate

           if ws-charge-amount > 0
               compute ws-amount-edited = 0 - ws-charge-amount
               end-compute
               move spaces to f-posting-record
               move ws-charge-reference to f-post-reference
               perform write-tuition-transaction
               add 1 to ws-charge-count
               add ws-charge-amount to ws-total-charged
           end-if

           if ws-refund-amount > 0
               move ws-refund-amount to ws-amount-edited
               move spaces to f-posting-record
               move ws-refund-reference to f-post-reference
               perform write-tuition-transaction
               add 1 to ws-refund-count
               add ws-refund-amount to ws-total-refunded
           end-if

           perform update-ledger-row

           add 1 to ws-students-billed
           add ws-bill-courses(ws-found-bill-idx)
               to ws-enrollments-billed
           add ws-bill-hours(ws-found-bill-idx) to ws-total-hours
           add ws-tuition-due to ws-total-assessed
           if ws-found-ledger-idx > 0
               add ws-ledger-net-billed(ws-found-ledger-idx)
                   to ws-total-net-billed
           end-if

           perform write-student-line

           exit paragraph.


      *> The major's rates, or the '***' rates for any other major.
       price-tuition.

           move ws-default-rate-idx to ws-found-rate-idx

           perform varying ws-rate-idx from 1 by 1
           until ws-rate-idx > ws-num-rates
               if ws-rate-major(ws-rate-idx) = ws-student-major
                   set ws-found-rate-idx to ws-rate-idx
                   exit perform
               end-if
           end-perform

           evaluate true
               when ws-bill-hours(ws-found-bill-idx) = 0
                   move 0 to ws-tuition-due
                   move "NONE" to ws-rate-basis
               when ws-rate-full-time-hours(ws-found-rate-idx) > 0
               and ws-bill-hours(ws-found-bill-idx)
                   >= ws-rate-full-time-hours(ws-found-rate-idx)
                   move ws-rate-full-time(ws-found-rate-idx)
                       to ws-tuition-due
                   move "FULL-TIME" to ws-rate-basis
               when other
                   compute ws-tuition-due =
                       ws-bill-hours(ws-found-bill-idx)
                       * ws-rate-per-credit(ws-found-rate-idx)
                   end-compute
                   move "PER-CRED" to ws-rate-basis
           end-evaluate

           exit paragraph.


      *> A drop up to the term's first day refunds in full; from
      *> then to the refund deadline the refund shrinks with the
      *> days left; after the deadline there is none.
       compute-refund.

           evaluate true
               when ws-business-date <= ws-term-start
                   move 1 to ws-refund-factor
               when ws-business-date > ws-refund-deadline
                   move 0 to ws-refund-factor
               when other
                   compute ws-days-left =
                       function integer-of-date(ws-refund-deadline)
                       - function integer-of-date(ws-business-date)
                       + 1
                   end-compute
                   compute ws-days-in-period =
                       function integer-of-date(ws-refund-deadline)
                       - function integer-of-date(ws-term-start)
                       + 1
                   end-compute
                   compute ws-refund-factor rounded =
                       ws-days-left / ws-days-in-period
                   end-compute
           end-evaluate

           compute ws-refund-amount rounded =
               ws-reduction * ws-refund-factor
           end-compute

           if ws-refund-factor = 0
               move "DROP PAST REFUND DATE" to ws-note-text
           else
               compute ws-refund-percent rounded =
                   ws-refund-factor * 100
               end-compute
               move ws-refund-percent to ws-percent-display
               move spaces to ws-note-text
               string "REFUND " function trim(ws-percent-display)
                   "% OF DROP"
                   delimited by size
                   into ws-note-text
               end-string
           end-if

           exit paragraph.


       write-tuition-transaction.

           move ws-account-id to f-post-account-id
           move ws-business-date to f-post-date
           move "TU" to f-post-type
           move ws-amount-edited to f-post-amount
           move "USD" to f-post-currency
           move spaces to f-post-keyed-by
           write f-posting-record

           exit paragraph.


       update-ledger-row.

           if ws-found-ledger-idx = 0
               if ws-num-ledger >= 5000
                   display "Warning: tuition-ledger.txt is full -- "
                       ws-bill-student-id(ws-found-bill-idx)
                       " billed but not recorded."
                   end-display
                   exit paragraph
               end-if
               add 1 to ws-num-ledger
               move ws-num-ledger to ws-found-ledger-idx
               move ws-term to ws-ledger-term(ws-found-ledger-idx)
               move ws-bill-student-id(ws-found-bill-idx)
                   to ws-ledger-student-id(ws-found-ledger-idx)
               move 0 to ws-ledger-net-billed(ws-found-ledger-idx)
               move ws-found-ledger-idx
                   to ws-bill-ledger-idx(ws-found-bill-idx)
           end-if

           if ws-account-id > 0
               move ws-account-id
                   to ws-ledger-account-id(ws-found-ledger-idx)
           end-if
           move ws-bill-courses(ws-found-bill-idx)
               to ws-ledger-courses(ws-found-ledger-idx)
           move ws-bill-hours(ws-found-bill-idx)
               to ws-ledger-hours(ws-found-ledger-idx)
           move ws-tuition-due
               to ws-ledger-assessed(ws-found-ledger-idx)
           add ws-charge-amount
               to ws-ledger-net-billed(ws-found-ledger-idx)
           subtract ws-refund-amount
               from ws-ledger-net-billed(ws-found-ledger-idx)
           if ws-charge-amount > 0
           or ws-refund-amount > 0
               move ws-business-date
                   to ws-ledger-last-date(ws-found-ledger-idx)
           end-if

           exit paragraph.


       rewrite-tuition-ledger.

           open output fd-ledger-file

           if ws-fs-status-ledger not = "00"
               display "Error rewriting tuition-ledger.txt: "
                   ws-fs-status-ledger
                   " -- this run's tuition lines are on the posting "
                   "input but not on the ledger."
               end-display
               move 8 to return-code
               exit paragraph
           end-if

           perform varying ws-ledger-idx from 1 by 1
           until ws-ledger-idx > ws-num-ledger
               move ws-ledger-table(ws-ledger-idx) to f-ledger-record
               write f-ledger-record
           end-perform

           close fd-ledger-file

           exit paragraph.


       write-register-heading.

           move spaces to ws-report-line
           string "Tuition register for term " ws-term
               "  run " ws-business-date
               "  refund deadline " ws-refund-deadline
               delimited by size
               into ws-report-line
           end-string
           perform write-register-line

           move spaces to ws-report-line
           perform write-register-line

           move spaces to ws-report-line
           move "student" to ws-report-line(1:7)
           move "name" to ws-report-line(9:4)
           move "maj" to ws-report-line(30:3)
           move "crs" to ws-report-line(34:3)
           move "hrs" to ws-report-line(38:3)
           move "basis" to ws-report-line(42:5)
           move "assessed" to ws-report-line(54:8)
           move "before" to ws-report-line(66:6)
           move "charged" to ws-report-line(76:7)
           move "refunded" to ws-report-line(86:8)
           move "acct" to ws-report-line(97:4)
           move "note" to ws-report-line(103:4)
           perform write-register-line

           exit paragraph.


       write-student-line.

           move spaces to ws-report-line
           move ws-bill-student-id(ws-found-bill-idx)
               to ws-report-line(1:6)
           move ws-student-name to ws-report-line(9:20)
           move ws-student-major to ws-report-line(30:3)
           move ws-bill-courses(ws-found-bill-idx)
               to ws-courses-display
           move ws-courses-display to ws-report-line(35:2)
           move ws-bill-hours(ws-found-bill-idx) to ws-hours-display
           move ws-hours-display to ws-report-line(38:3)
           move ws-rate-basis to ws-report-line(42:9)
           move ws-tuition-due to ws-money-display
           move ws-money-display to ws-report-line(52:10)
           move ws-prior-assessed to ws-money-display
           move ws-money-display to ws-report-line(62:10)
           move ws-charge-amount to ws-money-display
           move ws-money-display to ws-report-line(73:10)
           move ws-refund-amount to ws-money-display
           move ws-money-display to ws-report-line(84:10)
           if ws-account-id > 0
               move ws-account-id to ws-report-line(96:5)
           end-if
           move ws-note-text to ws-report-line(103:24)
           perform write-register-line

           exit paragraph.


      *> Every enrollment record read is either billed, held back
      *> for a missing account, or not in the catalog.
       write-register-totals.

           move spaces to ws-report-line
           perform write-register-line

           move spaces to ws-report-line
           move ws-students-billed to ws-count-display
           string "Students billed       " ws-count-display
               delimited by size
               into ws-report-line
           end-string
           perform write-register-line

           move spaces to ws-report-line
           move ws-total-hours to ws-count-display
           string "Credit hours billed   " ws-count-display
               delimited by size
               into ws-report-line
           end-string
           perform write-register-line

           move spaces to ws-report-line
           move ws-total-assessed to ws-total-display
           string "Assessed for the term " ws-total-display
               delimited by size
               into ws-report-line
           end-string
           perform write-register-line

           move spaces to ws-report-line
           move ws-total-net-billed to ws-total-display
           string "Net billed to accounts" ws-total-display
               delimited by size
               into ws-report-line
           end-string
           perform write-register-line

           move spaces to ws-report-line
           move ws-total-charged to ws-total-display
           string "Charged this run      " ws-total-display
               delimited by size
               into ws-report-line
           end-string
           perform write-register-line

           move spaces to ws-report-line
           move ws-total-refunded to ws-total-display
           string "Refunded this run     " ws-total-display
               delimited by size
               into ws-report-line
           end-string
           perform write-register-line

           move spaces to ws-report-line
           perform write-register-line

           move spaces to ws-report-line
           move ws-enrollments-read to ws-count-display
           string "Enrollment records read          " ws-count-display
               delimited by size
               into ws-report-line
           end-string
           perform write-register-line

           move spaces to ws-report-line
           move ws-enrollments-billed to ws-count-display
           string "  billed                         " ws-count-display
               delimited by size
               into ws-report-line
           end-string
           perform write-register-line

           move spaces to ws-report-line
           move ws-enrollments-unbilled to ws-count-display
           string "  held - no linked account       " ws-count-display
               delimited by size
               into ws-report-line
           end-string
           perform write-register-line

           move spaces to ws-report-line
           move ws-unknown-course-count to ws-count-display
           string "  not billed - course not listed " ws-count-display
               delimited by size
               into ws-report-line
           end-string
           perform write-register-line

           move spaces to ws-report-line
           if ws-enrollments-billed + ws-enrollments-unbilled
               + ws-unknown-course-count = ws-enrollments-read
               move "Enrollments in balance with the register."
                   to ws-report-line
           else
               move "*** Enrollments out of balance with the register."
                   to ws-report-line
           end-if
           perform write-register-line

           exit paragraph.


       write-register-line.

           move ws-report-line to f-register-record
           write f-register-record

           exit paragraph.


      *> Seeds a demonstration schedule for the business month: the
      *> month's first day starts the term and the 15th is the
      *> refund deadline. Only called when tuition-schedule.txt is
      *> missing.
       create-test-schedule.

           open output fd-schedule-file

               move spaces to f-schedule-record
               move 'T' to f-sched-type
               move ws-term to f-sched-term
               move ws-business-date to f-sched-term-start
               move "01" to f-sched-term-start(7:2)
               move ws-business-date to f-sched-refund-deadline
               move "15" to f-sched-refund-deadline(7:2)
               write f-schedule-record

               move spaces to f-schedule-record
               move 'R' to f-sched-type
               move "***" to f-sched-major
               move 350.00 to f-sched-credit-rate
               move 12 to f-sched-full-time-hours
               move 4200.00 to f-sched-full-time-rate
               write f-schedule-record

               move spaces to f-schedule-record
               move 'R' to f-sched-type
               move "CSC" to f-sched-major
               move 400.00 to f-sched-credit-rate
               move 12 to f-sched-full-time-hours
               move 4800.00 to f-sched-full-time-rate
               write f-schedule-record

           close fd-schedule-file

           exit paragraph.

       end program tuition-billing.

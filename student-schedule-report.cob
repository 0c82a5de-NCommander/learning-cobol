       >>SOURCE FORMAT IS FIXED
      *> Prints individual student class schedules for a keyed term,
      *> so "where am I supposed to be on Tuesday at 10" is answered
      *> by a sheet in the family's hands instead of the office
      *> paging through the class lists. Each of the student's live
      *> enrollments.db records in the term is joined to its
      *> course-sections.db meeting days, times, and room, with the
      *> course named off courses.db and the instructor off
      *> instructors.db, and the week is laid out day by day in start
      *> time order. The footer carries the term dates from terms.db
      *> and every holidays.dat closure that falls inside the term.
      *> Keying one student ID prints that student on demand; a blank
      *> ID runs every active student with classes in the term, one
      *> schedule after another ready to mail before the term starts.
      *> Output is student-schedules.prt.

       identification division.
       program-id. student-schedule-report.

       environment division.
       configuration section.
       repository.
           function day-from-date
           function all intrinsic.

       input-output section.
       file-control.
           select optional student assign "students.db"
                  organization is indexed
                  access is dynamic
                  record key is student-id
                  alternate record key is student-name
                          with duplicates
                  sharing with all other
                  file status is ws-student-status.

           select optional enrollment assign "enrollments.db"
                  organization is indexed
                  access is dynamic
                  record key is enrollment-key
                  file status is ws-enrollment-status.

           select optional course assign "courses.db"
                  organization is indexed
                  access is random
                  record key is course-code
                  file status is ws-course-status.

           select optional section-file assign "course-sections.db"
                  organization is indexed
                  access is random
                  record key is section-key
                  file status is ws-section-status.

           select optional instructor-master assign "instructors.db"
                  organization is indexed
                  access is random
                  record key is in-instructor-id
                  file status is ws-instructor-status.

           select optional term-file assign "terms.db"
                  organization is indexed
                  access is random
                  record key is tm-term-code
                  file status is ws-term-status.

           select optional holiday-file assign "holidays.dat"
                  organization is line sequential
                  file status is ws-holiday-status.

           select optional schedule-file
                  assign "student-schedules.prt"
                  organization is line sequential
                  file status is ws-schedule-status.

       data division.
       file section.
       fd student.
       copy "student-record.cpy".

       fd enrollment.
       copy "enrollment-record.cpy".

       fd course.
       copy "course-record.cpy".

       fd section-file.
       copy "section-record.cpy".

       fd instructor-master.
       01 instructor-record.
           05 in-instructor-id pic x(5).
           05 in-instructor-name pic x(25).

       fd term-file.
       01 term-record.
           05 tm-term-code pic x(5).
           05 tm-start-date pic 9(8).
           05 tm-end-date pic 9(8).

       fd holiday-file.
       01 holiday-record pic 9(8).

       fd schedule-file.
       01 schedule-line pic x(80).

       working-storage section.
       01 ws-student-status pic x(2).
           88 ws-student-ok value "00".
           88 ws-student-open-ok value "00" "05".
           88 ws-student-record-locked value "51".
       01 ws-lock-retry-count pic 9(2) value 0.
       01 ws-retry-second pic 9(1) value 1.
       01 ws-enrollment-status pic x(2).
           88 ws-enrollment-open-ok value "00" "05".
       01 ws-course-status pic x(2).
           88 ws-course-open-ok value "00" "05".
       01 ws-section-status pic x(2).
           88 ws-section-open-ok value "00" "05".
       01 ws-instructor-status pic x(2).
           88 ws-instructor-open-ok value "00" "05".
       01 ws-term-status pic x(2).
           88 ws-term-open-ok value "00" "05".
       01 ws-holiday-status pic x(2).
       01 ws-schedule-status pic x(2).
       01 ws-eof pic a(1) value "N".
       01 ws-enrollment-done pic a(1).
       01 ws-holiday-eof pic a(1) value "N".

       01 ws-select-term pic x(5).
       01 ws-select-student pic x(5).
       01 ws-term-found-sw pic x(1) value "N".
           88 ws-term-found value "Y".
       01 ws-term-start pic 9(8) value 0.
       01 ws-term-end pic 9(8) value 0.
       01 ws-printed-count pic 9(5) value 0.
       01 ws-no-class-count pic 9(5) value 0.

      *        The student's classes in the term, held so the week
      *        can be laid out one day at a time. An entry with the
      *        scheduled switch off has no section, or a section no
      *        longer on file, and prints under its own heading.
       01 ws-class-table.
           05 ws-class-count pic 9(2) value 0.
           05 ws-class-entry occurs 20 times.
               10 ct-course-code pic x(6).
               10 ct-section-no pic x(2).
               10 ct-course-name pic x(30).
               10 ct-meeting-days pic x(7).
               10 ct-start-time pic 9(4).
               10 ct-end-time pic 9(4).
               10 ct-room pic x(6).
               10 ct-instructor pic x(25).
               10 ct-scheduled-sw pic x(1).
                   88 ct-scheduled value "Y".
       01 ws-class-hold pic x(85).
       01 ws-class-sub pic 9(2).
       01 ws-class-sub-2 pic 9(2).
       01 ws-classes-dropped pic 9(2).

      *        Closures inside the term, for the footer.
       01 ws-holiday-table.
           05 ws-holiday-count pic 9(2) value 0.
           05 ws-holiday-ent occurs 60 times pic 9(8).
       01 ws-holiday-sub pic 9(2).
       01 ws-holiday-sub-2 pic 9(2).
       01 ws-holiday-hold pic 9(8).

       01 ws-day-letters pic x(7) value "MTWRFSU".
       01 ws-day-names.
           05 filler pic x(9) value "MONDAY".
           05 filler pic x(9) value "TUESDAY".
           05 filler pic x(9) value "WEDNESDAY".
           05 filler pic x(9) value "THURSDAY".
           05 filler pic x(9) value "FRIDAY".
           05 filler pic x(9) value "SATURDAY".
           05 filler pic x(9) value "SUNDAY".
       01 ws-day-name-table redefines ws-day-names.
           05 ws-day-name pic x(9) occurs 7 times.
       01 ws-day-sub pic 9(1).
       01 ws-day-char pic x(1).
       01 ws-day-tally pic 9(2).
       01 ws-day-class-count pic 9(2).

       01 ws-blank-line pic x(80) value spaces.
       01 ws-separator-line pic x(80) value all "-".

       01 ws-heading-line.
           05 filler pic x(24) value "CLASS SCHEDULE FOR TERM ".
           05 hd-term pic x(5).

       01 ws-student-line.
           05 sl-id pic x(5).
           05 filler pic x(2) value spaces.
           05 sl-name pic x(25).

       01 ws-address-line.
           05 filler pic x(7) value spaces.
           05 al-street pic x(25).

       01 ws-city-line.
           05 filler pic x(7) value spaces.
           05 cy-city pic x(20).
           05 filler pic x(1) value space.
           05 cy-state pic x(2).
           05 filler pic x(1) value space.
           05 cy-zip pic x(5).

       01 ws-day-heading.
           05 dh-day-name pic x(9).

       01 ws-class-line.
           05 filler pic x(2) value spaces.
           05 cl-start pic 9(4).
           05 filler pic x(1) value "-".
           05 cl-end pic 9(4).
           05 filler pic x(2) value spaces.
           05 cl-course pic x(6).
           05 filler pic x(1) value space.
           05 cl-section pic x(2).
           05 filler pic x(1) value space.
           05 cl-name pic x(22).
           05 filler pic x(1) value space.
           05 cl-room pic x(6).
           05 filler pic x(1) value space.
           05 cl-instructor pic x(25).

       01 ws-no-class-line.
           05 filler pic x(2) value spaces.
           05 filler pic x(10) value "NO CLASSES".

       01 ws-unscheduled-line.
           05 filler pic x(2) value spaces.
           05 filler pic x(12) value "UNSCHEDULED ".
           05 ul-course pic x(6).
           05 filler pic x(1) value space.
           05 ul-name pic x(30).
           05 filler pic x(1) value space.
           05 ul-note pic x(20).

       01 ws-term-footer.
           05 filler pic x(5) value "TERM ".
           05 tf-term pic x(5).
           05 filler pic x(6) value " RUNS ".
           05 tf-start pic 9(8).
           05 filler pic x(9) value " THROUGH ".
           05 tf-end pic 9(8).

       01 ws-holiday-heading.
           05 filler pic x(30) value "NO CLASSES - SCHOOL CLOSED ON:".

       01 ws-holiday-line.
           05 filler pic x(4) value spaces.
           05 hl-date pic 9(8).
           05 filler pic x(2) value spaces.
           05 hl-day-name pic x(9).

       01 ws-no-holiday-line.
           05 filler pic x(4) value spaces.
           05 filler pic x(26) value "NO CLOSURES IN THIS TERM".

       01 ws-holiday-day-num binary-long signed.

       01 ws-trailer-line.
           05 filler pic x(20) value "SCHEDULES PRINTED: ".
           05 tr-printed pic zzzz9.
           05 filler pic x(5) value spaces.
           05 filler pic x(26) value "ACTIVE WITH NO CLASSES: ".
           05 tr-no-class pic zzzz9.

       procedure division.
       display "Enter term to print".
       accept ws-select-term.
       move upper-case(ws-select-term) to ws-select-term.
       perform validate-selected-term.
       if not ws-term-found
           move 8 to return-code
           stop run
       end-if.
       display "Enter student ID (blank for all active students)".
       accept ws-select-student.

       perform load-term-holidays.

       open input student.
       if not ws-student-open-ok
           display "WARNING: students.db open status " ws-student-status
       end-if.
       open input enrollment.
       if not ws-enrollment-open-ok
           display "WARNING: enrollments.db open status "
                   ws-enrollment-status
       end-if.
       open input course.
       if not ws-course-open-ok
           display "WARNING: courses.db open status " ws-course-status
       end-if.
       open input section-file.
       if not ws-section-open-ok
           display "WARNING: course-sections.db open status "
                   ws-section-status
       end-if.
       open input instructor-master.
       if not ws-instructor-open-ok
           display "WARNING: instructors.db open status "
                   ws-instructor-status
       end-if.
       open output schedule-file.
       if ws-schedule-status not = "00"
           display "WARNING: student-schedules.prt open status "
                   ws-schedule-status
       end-if.

       if ws-select-student not = spaces
           perform print-one-requested-student
       else
           perform print-all-active-students
       end-if.

       move ws-printed-count to tr-printed.
       move ws-no-class-count to tr-no-class.
       move ws-trailer-line to schedule-line.
       write schedule-line.

       close student.
       if ws-student-status not = "00"
           display "WARNING: students.db close status "
                   ws-student-status
       end-if.
       close enrollment.
       if ws-enrollment-status not = "00"
           display "WARNING: enrollments.db close status "
                   ws-enrollment-status
       end-if.
       close course.
       if ws-course-status not = "00"
           display "WARNING: courses.db close status "
                   ws-course-status
       end-if.
       close section-file.
       if ws-section-status not = "00"
           display "WARNING: course-sections.db close status "
                   ws-section-status
       end-if.
       close instructor-master.
       if ws-instructor-status not = "00"
           display "WARNING: instructors.db close status "
                   ws-instructor-status
       end-if.
       close schedule-file.
       if ws-schedule-status not = "00"
           display "WARNING: student-schedules.prt close status "
                   ws-schedule-status
       end-if.
       display "Schedules printed: " ws-printed-count.
       stop run.

      *----------------------------------------------------------------
      * validate-selected-term - unlike the class lists, a schedule
      * is refused for a term not on the calendar: its footer dates
      * are what the family plans around.
      *----------------------------------------------------------------
       validate-selected-term.
           open input term-file.
           if not ws-term-open-ok
               display "WARNING: terms.db open status " ws-term-status
           end-if.
           move ws-select-term to tm-term-code.
           read term-file
               invalid key
                   display "Term " ws-select-term
                           " is not on the term calendar - "
                           "no schedules printed"
               not invalid key
                   move "Y" to ws-term-found-sw
                   move tm-start-date to ws-term-start
                   move tm-end-date to ws-term-end
           end-read.
           close term-file.
           if ws-term-status not = "00"
               display "WARNING: terms.db close status "
                       ws-term-status
           end-if.

      *----------------------------------------------------------------
      * load-term-holidays - keeps only the closures between the
      * term's start and end dates; the file is in no set order.
      *----------------------------------------------------------------
       load-term-holidays.
           open input holiday-file.
           if ws-holiday-status not = "00"
               and ws-holiday-status not = "05"
               and ws-holiday-status not = "35"
               display "WARNING: holidays.dat open status "
                       ws-holiday-status
           end-if.
           perform until ws-holiday-eof = "Y"
               read holiday-file
                   at end move "Y" to ws-holiday-eof
                   not at end
                       if holiday-record >= ws-term-start
                           and holiday-record <= ws-term-end
                           and ws-holiday-count < 60
                           add 1 to ws-holiday-count
                           move holiday-record
                               to ws-holiday-ent(ws-holiday-count)
                       end-if
               end-read
           end-perform.
           close holiday-file.
           if ws-holiday-status not = "00"
               display "WARNING: holidays.dat close status "
                       ws-holiday-status
           end-if.
           perform varying ws-holiday-sub from 1 by 1
                   until ws-holiday-sub >= ws-holiday-count
               perform varying ws-holiday-sub-2
                       from ws-holiday-sub by 1
                       until ws-holiday-sub-2 > ws-holiday-count
                   if ws-holiday-ent(ws-holiday-sub-2)
                           < ws-holiday-ent(ws-holiday-sub)
                       move ws-holiday-ent(ws-holiday-sub)
                           to ws-holiday-hold
                       move ws-holiday-ent(ws-holiday-sub-2)
                           to ws-holiday-ent(ws-holiday-sub)
                       move ws-holiday-hold
                           to ws-holiday-ent(ws-holiday-sub-2)
                   end-if
               end-perform
           end-perform.

      *        An on-demand request prints even when the student has
      *        nothing in the term, so the clerk sees why.
       print-one-requested-student.
           move ws-select-student to student-id.
           read student
               invalid key
                   display "No student found for ID "
                           ws-select-student
           end-read.
           if ws-student-ok
               perform load-student-classes
               if ws-class-count = 0
                   display "Student " student-id
                           " has no classes in term " ws-select-term
                   add 1 to ws-no-class-count
               end-if
               perform print-student-schedule
           end-if.

      *----------------------------------------------------------------
      * print-all-active-students - the mailing run: every active
      * student with at least one class in the term. Students with
      * none are counted on the trailer rather than mailed a blank
      * week.
      *----------------------------------------------------------------
       print-all-active-students.
           move "N" to ws-eof.
           move low-values to student-id.
           start student key is greater than student-id
               invalid key move "Y" to ws-eof
           end-start.
           perform until ws-eof = "Y"
               read student next
                   at end move "Y" to ws-eof
                   not at end
                       if student-active
                           perform load-student-classes
                           if ws-class-count = 0
                               add 1 to ws-no-class-count
                           else
                               perform print-student-schedule
                           end-if
                       end-if
               end-read
               if ws-student-record-locked
                   perform wait-for-locked-record
               else
                   move 0 to ws-lock-retry-count
               end-if
           end-perform.

      *----------------------------------------------------------------
      * load-student-classes - the enrollment key leads with the
      * student-id, so the student's records are one run from a
      * start. Live enrollments in the term are kept, each joined to
      * its section, course, and instructor, then put in start time
      * order for the day-by-day layout.
      *----------------------------------------------------------------
       load-student-classes.
           move 0 to ws-class-count.
           move 0 to ws-classes-dropped.
           move "N" to ws-enrollment-done.
           move student-id to en-student-id.
           move low-values to en-course-code.
           start enrollment key is greater than enrollment-key
               invalid key move "Y" to ws-enrollment-done
           end-start.
           perform load-one-enrollment
               until ws-enrollment-done = "Y".
           if ws-classes-dropped > 0
               display "WARNING: " student-id " has more than 20 "
                       "classes in term " ws-select-term " - "
                       ws-classes-dropped " not printed"
           end-if.
           perform varying ws-class-sub from 1 by 1
                   until ws-class-sub >= ws-class-count
               perform varying ws-class-sub-2 from ws-class-sub by 1
                       until ws-class-sub-2 > ws-class-count
                   if ct-start-time(ws-class-sub-2)
                           < ct-start-time(ws-class-sub)
                       move ws-class-entry(ws-class-sub)
                           to ws-class-hold
                       move ws-class-entry(ws-class-sub-2)
                           to ws-class-entry(ws-class-sub)
                       move ws-class-hold
                           to ws-class-entry(ws-class-sub-2)
                   end-if
               end-perform
           end-perform.

       load-one-enrollment.
           read enrollment next
               at end move "Y" to ws-enrollment-done
               not at end
                   if en-student-id not = student-id
                       move "Y" to ws-enrollment-done
                   else
                       if en-term = ws-select-term
                           and en-end-date = 0
                           perform add-class-entry
                       end-if
                   end-if
           end-read.

       add-class-entry.
           if ws-class-count >= 20
               add 1 to ws-classes-dropped
           else
               add 1 to ws-class-count
               move spaces to ws-class-entry(ws-class-count)
               move 0 to ct-start-time(ws-class-count)
               move 0 to ct-end-time(ws-class-count)
               move "N" to ct-scheduled-sw(ws-class-count)
               move en-course-code to ct-course-code(ws-class-count)
               move en-section-no to ct-section-no(ws-class-count)
               move "** NOT ON CATALOG **"
                   to ct-course-name(ws-class-count)
               move en-course-code to course-code
               read course
                   invalid key continue
                   not invalid key
                       move course-name
                           to ct-course-name(ws-class-count)
               end-read
               if en-section-no not = spaces
                   perform look-up-class-section
               end-if
           end-if.

       look-up-class-section.
           move en-course-code to sec-course-code.
           move en-term to sec-term.
           move en-section-no to sec-section-no.
           read section-file
               invalid key continue
               not invalid key
                   move "Y" to ct-scheduled-sw(ws-class-count)
                   move sec-meeting-days
                       to ct-meeting-days(ws-class-count)
                   move sec-start-time
                       to ct-start-time(ws-class-count)
                   move sec-end-time to ct-end-time(ws-class-count)
                   move sec-room to ct-room(ws-class-count)
                   move "** NOT ON MASTER **"
                       to ct-instructor(ws-class-count)
                   move sec-instructor-id to in-instructor-id
                   read instructor-master
                       invalid key continue
                       not invalid key
                           move in-instructor-name
                               to ct-instructor(ws-class-count)
                   end-read
           end-read.

      *----------------------------------------------------------------
      * print-student-schedule - heading and mailing block, the week
      * Monday through Friday (Saturday and Sunday only when a class
      * meets then), the classes with no section to place on a day,
      * and the term footer.
      *----------------------------------------------------------------
       print-student-schedule.
           add 1 to ws-printed-count.
           move ws-select-term to hd-term.
           move ws-heading-line to schedule-line.
           write schedule-line.
           move ws-blank-line to schedule-line.
           write schedule-line.
           move student-id to sl-id.
           move student-name to sl-name.
           move ws-student-line to schedule-line.
           write schedule-line.
           if student-street not = spaces
               move student-street to al-street
               move ws-address-line to schedule-line
               write schedule-line
               move student-city to cy-city
               move student-state to cy-state
               move student-zip to cy-zip
               move ws-city-line to schedule-line
               write schedule-line
           end-if.

           perform print-one-day
               varying ws-day-sub from 1 by 1 until ws-day-sub > 7.

           perform print-unscheduled-class
               varying ws-class-sub from 1 by 1
               until ws-class-sub > ws-class-count.

           perform print-term-footer.
           move ws-separator-line to schedule-line.
           write schedule-line.

       print-one-day.
           move ws-day-letters(ws-day-sub:1) to ws-day-char.
           move 0 to ws-day-class-count.
           perform count-day-class
               varying ws-class-sub from 1 by 1
               until ws-class-sub > ws-class-count.
           if ws-day-sub <= 5 or ws-day-class-count > 0
               move ws-blank-line to schedule-line
               write schedule-line
               move ws-day-name(ws-day-sub) to dh-day-name
               move ws-day-heading to schedule-line
               write schedule-line
               if ws-day-class-count = 0
                   move ws-no-class-line to schedule-line
                   write schedule-line
               else
                   perform print-day-class
                       varying ws-class-sub from 1 by 1
                       until ws-class-sub > ws-class-count
               end-if
           end-if.

       count-day-class.
           if ct-scheduled(ws-class-sub)
               move 0 to ws-day-tally
               inspect ct-meeting-days(ws-class-sub)
                   tallying ws-day-tally for all ws-day-char
               if ws-day-tally > 0
                   add 1 to ws-day-class-count
               end-if
           end-if.

       print-day-class.
           if ct-scheduled(ws-class-sub)
               move 0 to ws-day-tally
               inspect ct-meeting-days(ws-class-sub)
                   tallying ws-day-tally for all ws-day-char
               if ws-day-tally > 0
                   move ct-start-time(ws-class-sub) to cl-start
                   move ct-end-time(ws-class-sub) to cl-end
                   move ct-course-code(ws-class-sub) to cl-course
                   move ct-section-no(ws-class-sub) to cl-section
                   move ct-course-name(ws-class-sub) to cl-name
                   move ct-room(ws-class-sub) to cl-room
                   move ct-instructor(ws-class-sub) to cl-instructor
                   move ws-class-line to schedule-line
                   write schedule-line
               end-if
           end-if.

      *        A blank section predates sections; a section that is
      *        keyed but gone from course-sections.db says so.
       print-unscheduled-class.
           if not ct-scheduled(ws-class-sub)
               move ct-course-code(ws-class-sub) to ul-course
               move ct-course-name(ws-class-sub) to ul-name
               if ct-section-no(ws-class-sub) = spaces
                   move "NO SECTION ASSIGNED" to ul-note
               else
                   move "SECTION NOT ON FILE" to ul-note
               end-if
               move ws-blank-line to schedule-line
               write schedule-line
               move ws-unscheduled-line to schedule-line
               write schedule-line
           end-if.

       print-term-footer.
           move ws-blank-line to schedule-line.
           write schedule-line.
           move ws-select-term to tf-term.
           move ws-term-start to tf-start.
           move ws-term-end to tf-end.
           move ws-term-footer to schedule-line.
           write schedule-line.
           move ws-holiday-heading to schedule-line.
           write schedule-line.
           if ws-holiday-count = 0
               move ws-no-holiday-line to schedule-line
               write schedule-line
           else
               perform print-holiday-line
                   varying ws-holiday-sub from 1 by 1
                   until ws-holiday-sub > ws-holiday-count
           end-if.

      *        DAY-FROM-DATE numbers Sunday 1 through Saturday 7;
      *        the day-name table runs Monday first.
       print-holiday-line.
           move ws-holiday-ent(ws-holiday-sub) to hl-date.
           compute ws-holiday-day-num =
                   day-from-date(ws-holiday-ent(ws-holiday-sub)).
           move spaces to hl-day-name.
           if ws-holiday-day-num = 1
               move ws-day-name(7) to hl-day-name
           else
               if ws-holiday-day-num > 1 and ws-holiday-day-num <= 7
                   move ws-day-name(ws-holiday-day-num - 1)
                       to hl-day-name
               end-if
           end-if.
           move ws-holiday-line to schedule-line.
           write schedule-line.

      *----------------------------------------------------------------
      * wait-for-locked-record - the maintenance screen holds the
      * record this read landed on; pause briefly and let the next
      * loop pass retry it. After a few tries the run gives up with
      * a plain "file is busy" message instead of a raw status code.
      *----------------------------------------------------------------
       wait-for-locked-record.
           add 1 to ws-lock-retry-count.
           if ws-lock-retry-count > 3
               display "students.db is busy - run again after the "
                       "maintenance screen moves on"
               move 8 to return-code
               move "Y" to ws-eof
           else
               display "Record in use, retrying..."
               call "C$SLEEP" using ws-retry-second
           end-if.

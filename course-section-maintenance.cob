      *> instructors.db, meeting days are keyed as day letters
      *> (M T W R F S U) and times as 24-hour hhmm, and the
      *> enrollment screen checks new enrollments against these
      *> schedules for time clashes. The room must prove out on
      *> rooms.db and seat the course's max-seats figure, and no
      *> section is written into a room, or onto an instructor,
      *> already booked for overlapping days and hours in the same
      *> term - a double booking is caught here instead of on the
      *> first day of class.

       identification division.
       program-id. course-section-maintenance.
                  record key is in-instructor-id
                  file status is ws-instructor-status.

           select optional room-master assign "rooms.db"
                  organization is indexed
                  access is random
                  record key is rm-room-id
                  file status is ws-room-status.

           select optional audit-file assign "audit.log"
                  organization is line sequential
                  file status is ws-audit-status.
           05 in-instructor-id pic x(5).
           05 in-instructor-name pic x(25).

       fd room-master.
       copy "room-record.cpy".

       fd audit-file.
       copy "audit-record.cpy".

       01 ws-instructor-status pic x(2).
           88 ws-instructor-ok value "00".
           88 ws-instructor-open-ok value "00" "05".
       01 ws-room-status pic x(2).
           88 ws-room-ok value "00".
           88 ws-room-open-ok value "00" "05".
       01 ws-menu-choice pic x(1).
       01 ws-eof pic a(1) value "N".
       01 ws-list-done pic a(1).
       01 ws-details-ok-sw pic x(1).
           88 ws-details-ok value "Y".

      *        The section being keyed is held here while the
      *        booking scan walks the file through the record area.
       01 ws-hold-section.
           05 ws-hold-key.
               10 ws-hold-course-code pic x(6).
               10 ws-hold-term pic x(5).
               10 ws-hold-section-no pic x(2).
           05 ws-hold-days pic x(7).
           05 ws-hold-start pic 9(4).
           05 ws-hold-end pic 9(4).
           05 ws-hold-room pic x(6).
           05 ws-hold-instructor-id pic x(5).
       01 ws-booking-done pic a(1).
       01 ws-day-sub pic 9(1).
       01 ws-day-sub-2 pic 9(1).
       01 ws-day-char pic x(1).
       01 ws-day-overlap-sw pic x(1).
           88 ws-day-overlap value "Y".

       01 ws-audit-status pic x(2).
       01 ws-audit-date pic x(8).
       01 ws-audit-time pic x(6).
       01 ws-audit-operation pic x(6).
       01 ws-operator-id pic x(8) value spaces.
       01 ws-signed-on-sw pic x(1) value "N".
           88 ws-signed-on value "Y".
           display "WARNING: instructors.db open status "
                   ws-instructor-status
       end-if.
       open input room-master.
       if not ws-room-open-ok
           display "WARNING: rooms.db open status " ws-room-status
       end-if.

       perform until ws-eof = "Y"
           display "(C)reate, (R)ead, (U)pdate, (D)elete, "
           display "WARNING: instructors.db close status "
                   ws-instructor-status
       end-if.
       close room-master.
       if ws-room-status not = "00"
           display "WARNING: rooms.db close status " ws-room-status
       end-if.
       stop run.

      *----------------------------------------------------------------
      *----------------------------------------------------------------
      * accept-section-details - meeting days, times, room, and the
      * instructor, who must prove out on instructors.db so names
      * are never free-keyed onto a section. The room must prove out
      * on rooms.db and seat the course, and the finished schedule
      * goes through the booking check before anything writes.
      *----------------------------------------------------------------
       accept-section-details.
           move "Y" to ws-details-ok-sw.
           if ws-details-ok
               display "Enter room"
               accept sec-room
               perform check-room-on-file
           end-if.
           if ws-details-ok
               display "Enter Instructor ID"
               accept sec-instructor-id
               move sec-instructor-id to in-instructor-id
                       display "Instructor: " in-instructor-name
               end-read
           end-if.
           if ws-details-ok
               perform check-booking-conflicts
           end-if.

      *----------------------------------------------------------------
      * check-room-on-file - the keyed room must be on rooms.db, and
      * a room with a counted capacity must seat the course's
      * max-seats figure; an uncapped course or an uncounted room
      * passes the seat test.
      *----------------------------------------------------------------
       check-room-on-file.
           move sec-room to rm-room-id.
           read room-master
               invalid key
                   display "No room found for code " sec-room
                           " status " ws-room-status
                           " - abandoned"
                   move "N" to ws-details-ok-sw
               not invalid key
                   display "Room: " rm-description
                           " capacity " rm-capacity
           end-read.
           if ws-details-ok
               move sec-course-code to course-code
               read course
                   invalid key
                       move 0 to course-max-seats
               end-read
               if rm-capacity > 0
                   and course-max-seats > rm-capacity
                   display "Course seats " course-max-seats
                           " exceed room capacity " rm-capacity
                           " - abandoned"
                   move "N" to ws-details-ok-sw
               end-if
           end-if.

      *----------------------------------------------------------------
      * check-booking-conflicts - the section key leads with the
      * course, so finding what else meets in the term is a sweep of
      * the whole file. Any other section of the same term whose
      * meeting days and hours overlap the one being keyed is a
      * clash when it sits in the same room or on the same
      * instructor. The keyed section is held aside during the
      * sweep and put back in the record area for the write.
      *----------------------------------------------------------------
       check-booking-conflicts.
           move section-record to ws-hold-section.
           move "N" to ws-booking-done.
           move low-values to section-key.
           start section-file key is greater than section-key
               invalid key move "Y" to ws-booking-done
           end-start.
           perform check-one-booking until ws-booking-done = "Y".
           move ws-hold-section to section-record.
           if not ws-details-ok
               display "Section refused - double booking"
           end-if.

       check-one-booking.
           read section-file next
               at end move "Y" to ws-booking-done
               not at end
                   if sec-term = ws-hold-term
                       and section-key not = ws-hold-key
                       and sec-start-time < ws-hold-end
                       and ws-hold-start < sec-end-time
                       perform check-day-overlap
                       if ws-day-overlap
                           perform check-room-and-instructor
                       end-if
                   end-if
           end-read.

       check-room-and-instructor.
           if sec-room = ws-hold-room
               display "Room " ws-hold-room " already booked by "
                       sec-course-code " section " sec-section-no
                       " (" sec-meeting-days " "
                       sec-start-time "-" sec-end-time ")"
               move "N" to ws-details-ok-sw
           end-if.
           if sec-instructor-id = ws-hold-instructor-id
               display "Instructor " ws-hold-instructor-id
                       " already teaching " sec-course-code
                       " section " sec-section-no
                       " (" sec-meeting-days " "
                       sec-start-time "-" sec-end-time ")"
               move "N" to ws-details-ok-sw
           end-if.

       check-day-overlap.
           move "N" to ws-day-overlap-sw.
           perform varying ws-day-sub from 1 by 1
                   until ws-day-sub > 7 or ws-day-overlap
               move ws-hold-days(ws-day-sub:1) to ws-day-char
               if ws-day-char not = space
                   perform varying ws-day-sub-2 from 1 by 1
                           until ws-day-sub-2 > 7 or ws-day-overlap
                       if sec-meeting-days(ws-day-sub-2:1)
                               = ws-day-char
                           move "Y" to ws-day-overlap-sw
                       end-if
                   end-perform
               end-if
           end-perform.

      *----------------------------------------------------------------
      * read-section - random read and display of one section.
      * audit-operation already set.
      *----------------------------------------------------------------
       write-section-audit-record.
           move audit-operation to ws-audit-operation.
           move spaces to audit-record.
           move ws-audit-operation to audit-operation.
           move "SECTION" to audit-file-id.
           move section-key to audit-key.
           move ws-operator-id to audit-operator.

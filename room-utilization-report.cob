       >>SOURCE FORMAT IS FIXED
      *> Prints the weekly room-utilization grid for one term: every
      *> room on rooms.db down the side, the teaching week across -
      *> seven days (M T W R F S U) of ten hour blocks from 0800 to
      *> 1800 - with an X wherever a course-sections.db section of
      *> the term meets in the room and a dot where it stands empty,
      *> and the booked hours totalled at the end of the line. The
      *> term's sections are loaded into a table first, since the
      *> section key leads with the course; any section naming a
      *> room that is not on rooms.db is listed after the grid so the
      *> schedule can be put right.

       identification division.
       program-id. room-utilization-report.

       environment division.
       input-output section.
       file-control.
           select optional room-master assign "rooms.db"
                  organization is indexed
                  access is sequential
                  record key is rm-room-id
                  file status is ws-room-status.

           select optional section-file assign "course-sections.db"
                  organization is indexed
                  access is sequential
                  record key is section-key
                  file status is ws-section-status.

           select optional term-file assign "terms.db"
                  organization is indexed
                  access is random
                  record key is tm-term-code
                  file status is ws-term-status.

           select optional utilization-file
                  assign "room-utilization.prt"
                  organization is line sequential
                  file status is ws-utilization-status.

       data division.
       file section.
       fd room-master.
       copy "room-record.cpy".

       fd section-file.
       copy "section-record.cpy".

       fd term-file.
       01 term-record.
           05 tm-term-code pic x(5).
           05 tm-start-date pic 9(8).
           05 tm-end-date pic 9(8).

       fd utilization-file.
       01 utilization-line pic x(132).

       working-storage section.
       01 ws-room-status pic x(2).
           88 ws-room-open-ok value "00" "05".
       01 ws-section-status pic x(2).
           88 ws-section-open-ok value "00" "05".
       01 ws-term-status pic x(2).
           88 ws-term-open-ok value "00" "05".
       01 ws-utilization-status pic x(2).
       01 ws-select-term pic x(5).
       01 ws-term-start pic 9(8) value 0.
       01 ws-term-end pic 9(8) value 0.
       01 ws-room-eof pic a(1) value "N".
       01 ws-section-eof pic a(1) value "N".

      *        The term's sections, held for the room-by-room pass.
       01 ws-section-max pic 9(3) value 500.
       01 ws-section-count pic 9(3) value 0.
       01 ws-section-table.
           05 ws-sect-entry occurs 500 times.
               10 ws-sect-course-code pic x(6).
               10 ws-sect-section-no pic x(2).
               10 ws-sect-days pic x(7).
               10 ws-sect-start pic 9(4).
               10 ws-sect-end pic 9(4).
               10 ws-sect-room pic x(6).
               10 ws-sect-matched pic x(1).
       01 ws-sect-sub pic 9(3).

       01 ws-day-letters pic x(7) value "MTWRFSU".
       01 ws-day-sub pic 9(1).
       01 ws-day-char-sub pic 9(1).
       01 ws-hour-sub pic 9(2).
       01 ws-block-start pic 9(4).
       01 ws-block-end pic 9(4).
       01 ws-booked-hours pic 9(3).
       01 ws-room-count pic 9(5) value 0.
       01 ws-unmatched-count pic 9(5) value 0.

       01 ws-heading-1.
           05 filler pic x(30) value "WEEKLY ROOM UTILIZATION - TERM".
           05 filler pic x(1) value space.
           05 h1-term pic x(5).
           05 filler pic x(3) value "  (".
           05 h1-start pic 9(8).
           05 filler pic x(3) value " - ".
           05 h1-end pic 9(8).
           05 filler pic x(1) value ")".

       01 ws-heading-2.
           05 filler pic x(11) value "ROOM   CAP ".
           05 filler pic x(11) value "MON".
           05 filler pic x(11) value "TUE".
           05 filler pic x(11) value "WED".
           05 filler pic x(11) value "THU".
           05 filler pic x(11) value "FRI".
           05 filler pic x(11) value "SAT".
           05 filler pic x(11) value "SUN".
           05 filler pic x(5) value "HOURS".

      *        One digit per hour block - 08 through 17.
       01 ws-heading-3.
           05 filler pic x(11) value spaces.
           05 h3-hours occurs 7 times.
               10 filler pic x(10) value "8901234567".
               10 filler pic x(1) value space.

       01 ws-detail-line.
           05 dl-room pic x(6).
           05 filler pic x(1) value space.
           05 dl-capacity pic zz9.
           05 filler pic x(1) value space.
           05 dl-day occurs 7 times.
               10 dl-hour pic x(1) occurs 10 times.
               10 filler pic x(1) value space.
           05 dl-booked-hours pic zz9.

       01 ws-total-line.
           05 filler pic x(16) value "ROOMS ON FILE: ".
           05 tl-room-count pic zzzz9.
           05 filler pic x(20) value "   TERM SECTIONS: ".
           05 tl-section-count pic zz9.

       01 ws-unmatched-heading pic x(60)
           value "SECTIONS SCHEDULED INTO A ROOM NOT ON ROOMS.DB:".

       01 ws-unmatched-line.
           05 filler pic x(4) value spaces.
           05 ul-course-code pic x(6).
           05 filler pic x(9) value " SECTION ".
           05 ul-section-no pic x(2).
           05 filler pic x(7) value "  ROOM ".
           05 ul-room pic x(6).

       01 ws-blank-line pic x(132) value spaces.

       procedure division.
       display "Enter term to print".
       accept ws-select-term.
       perform validate-selected-term.

       perform load-term-sections.

       open input room-master.
       if not ws-room-open-ok
           display "WARNING: rooms.db open status " ws-room-status
           move 8 to return-code
           move "Y" to ws-room-eof
       end-if.
       open output utilization-file.
       if ws-utilization-status not = "00"
           display "WARNING: room-utilization.prt open status "
                   ws-utilization-status
       end-if.

       perform print-headings.
       perform until ws-room-eof = "Y"
           read room-master next
               at end move "Y" to ws-room-eof
               not at end perform print-room-line
           end-read
       end-perform.
       perform print-totals.
       perform print-unmatched-sections.

       close room-master.
       if ws-room-status not = "00"
           display "WARNING: rooms.db close status " ws-room-status
       end-if.
       close utilization-file.
       if ws-utilization-status not = "00"
           display "WARNING: room-utilization.prt close status "
                   ws-utilization-status
       end-if.
       display ws-room-count " rooms printed, " ws-section-count
               " sections in term " ws-select-term.
       stop run.

      *----------------------------------------------------------------
      * validate-selected-term - the keyed term against the terms.db
      * calendar; an unknown code draws a warning but still drives
      * the selection, so a mis-key prints an empty grid rather than
      * the wrong term.
      *----------------------------------------------------------------
       validate-selected-term.
           open input term-file.
           if not ws-term-open-ok
               display "WARNING: terms.db open status " ws-term-status
           end-if.
           move ws-select-term to tm-term-code.
           read term-file
               invalid key
                   display "WARNING: term " ws-select-term
                           " is not on the term calendar"
               not invalid key
                   move tm-start-date to ws-term-start
                   move tm-end-date to ws-term-end
                   display "Printing term " tm-term-code " ("
                           tm-start-date " - " tm-end-date ")"
           end-read.
           close term-file.
           if ws-term-status not = "00"
               display "WARNING: terms.db close status "
                       ws-term-status
           end-if.

      *----------------------------------------------------------------
      * load-term-sections - one sweep of course-sections.db keeping
      * the selected term's sections in the table.
      *----------------------------------------------------------------
       load-term-sections.
           open input section-file.
           if not ws-section-open-ok
               display "WARNING: course-sections.db open status "
                       ws-section-status
               move "Y" to ws-section-eof
           end-if.
           perform until ws-section-eof = "Y"
               read section-file next
                   at end move "Y" to ws-section-eof
                   not at end perform keep-term-section
               end-read
           end-perform.
           close section-file.
           if ws-section-status not = "00"
               display "WARNING: course-sections.db close status "
                       ws-section-status
           end-if.

       keep-term-section.
           if sec-term = ws-select-term
               if ws-section-count < ws-section-max
                   add 1 to ws-section-count
                   move sec-course-code
                           to ws-sect-course-code(ws-section-count)
                   move sec-section-no
                           to ws-sect-section-no(ws-section-count)
                   move sec-meeting-days
                           to ws-sect-days(ws-section-count)
                   move sec-start-time
                           to ws-sect-start(ws-section-count)
                   move sec-end-time to ws-sect-end(ws-section-count)
                   move sec-room to ws-sect-room(ws-section-count)
                   move "N" to ws-sect-matched(ws-section-count)
               else
                   display "WARNING: more than " ws-section-max
                           " sections in term - " sec-course-code
                           " section " sec-section-no " not printed"
               end-if
           end-if.

       print-headings.
           move ws-select-term to h1-term.
           move ws-term-start to h1-start.
           move ws-term-end to h1-end.
           move ws-heading-1 to utilization-line.
           write utilization-line.
           move ws-blank-line to utilization-line.
           write utilization-line.
           move ws-heading-2 to utilization-line.
           write utilization-line.
           move ws-heading-3 to utilization-line.
           write utilization-line.

      *----------------------------------------------------------------
      * print-room-line - one grid line per room: every block starts
      * free, then each of the term's sections in the room books
      * the hour blocks it touches on each of its meeting days.
      *----------------------------------------------------------------
       print-room-line.
           add 1 to ws-room-count.
           move rm-room-id to dl-room.
           move rm-capacity to dl-capacity.
           perform varying ws-day-sub from 1 by 1 until ws-day-sub > 7
               perform varying ws-hour-sub from 1 by 1
                       until ws-hour-sub > 10
                   move "." to dl-hour(ws-day-sub, ws-hour-sub)
               end-perform
           end-perform.
           perform varying ws-sect-sub from 1 by 1
                   until ws-sect-sub > ws-section-count
               if ws-sect-room(ws-sect-sub) = rm-room-id
                   move "Y" to ws-sect-matched(ws-sect-sub)
                   perform book-section-days
               end-if
           end-perform.
           move 0 to ws-booked-hours.
           perform varying ws-day-sub from 1 by 1 until ws-day-sub > 7
               perform varying ws-hour-sub from 1 by 1
                       until ws-hour-sub > 10
                   if dl-hour(ws-day-sub, ws-hour-sub) = "X"
                       add 1 to ws-booked-hours
                   end-if
               end-perform
           end-perform.
           move ws-booked-hours to dl-booked-hours.
           move ws-detail-line to utilization-line.
           write utilization-line.

      *        An hour block is booked when the section starts before
      *        the block ends and ends after the block starts.
       book-section-days.
           perform varying ws-day-char-sub from 1 by 1
                   until ws-day-char-sub > 7
               perform varying ws-day-sub from 1 by 1
                       until ws-day-sub > 7
                   if ws-sect-days(ws-sect-sub)(ws-day-char-sub:1)
                           = ws-day-letters(ws-day-sub:1)
                       perform book-section-hours
                   end-if
               end-perform
           end-perform.

       book-section-hours.
           perform varying ws-hour-sub from 1 by 1
                   until ws-hour-sub > 10
               compute ws-block-start = 700 + ws-hour-sub * 100
               compute ws-block-end = ws-block-start + 100
               if ws-sect-start(ws-sect-sub) < ws-block-end
                   and ws-sect-end(ws-sect-sub) > ws-block-start
                   move "X" to dl-hour(ws-day-sub, ws-hour-sub)
               end-if
           end-perform.

       print-totals.
           move ws-blank-line to utilization-line.
           write utilization-line.
           move ws-room-count to tl-room-count.
           move ws-section-count to tl-section-count.
           move ws-total-line to utilization-line.
           write utilization-line.

      *----------------------------------------------------------------
      * print-unmatched-sections - the term's sections no room line
      * claimed, because their room code is not on rooms.db.
      *----------------------------------------------------------------
       print-unmatched-sections.
           perform varying ws-sect-sub from 1 by 1
                   until ws-sect-sub > ws-section-count
               if ws-sect-matched(ws-sect-sub) = "N"
                   if ws-unmatched-count = 0
                       move ws-blank-line to utilization-line
                       write utilization-line
                       move ws-unmatched-heading to utilization-line
                       write utilization-line
                   end-if
                   add 1 to ws-unmatched-count
                   move ws-sect-course-code(ws-sect-sub)
                           to ul-course-code
                   move ws-sect-section-no(ws-sect-sub)
                           to ul-section-no
                   move ws-sect-room(ws-sect-sub) to ul-room
                   move ws-unmatched-line to utilization-line
                   write utilization-line
               end-if
           end-perform.

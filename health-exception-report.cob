       >>SOURCE FORMAT IS FIXED
      *> Health compliance exception report. Every active student on
      *> students.db is put through the shared health-compliance check
      *> as of today, and each one missing a required vaccine or form
      *> prints with the guardian's name and phone - the list the
      *> office calls from - followed by one line per missing item
      *> with the date it came due (UNKNOWN when the student's date of
      *> birth is not on file). Compliant students do not print; the
      *> trailer counts students checked and out of compliance, so a
      *> clean school reads as a heading and a zero. Output is
      *> health-exceptions.prt.

       identification division.
       program-id. health-exception-report.

       environment division.
       input-output section.
       file-control.
           select optional student assign "students.db"
                  organization is indexed
                  access is sequential
                  record key is student-id
                  alternate record key is student-name
                          with duplicates
                  sharing with all other
                  file status is ws-student-status.

           select optional report-file assign "health-exceptions.prt"
                  organization is line sequential
                  file status is ws-report-status.

       data division.
       file section.
       fd student.
       copy "student-record.cpy".

       fd report-file.
       01 report-line pic x(80).

       working-storage section.
       01 ws-student-status pic x(2).
           88 ws-student-open-ok value "00" "05".
           88 ws-student-record-locked value "51".
       01 ws-lock-retry-count pic 9(2) value 0.
       01 ws-retry-second pic 9(1) value 1.
       01 ws-report-status pic x(2).
       01 ws-eof pic a(1) value "N".

       01 ws-today-date pic 9(8).
       01 ws-checked-count pic 9(5) value 0.
       01 ws-exception-count pic 9(5) value 0.
       01 ws-missing-sub pic 9(2).

       copy "health-compliance-result.cpy".

       01 ws-blank-line pic x(80) value spaces.
       01 ws-heading-line.
           05 filler pic x(40)
                   value "HEALTH COMPLIANCE EXCEPTIONS AS OF ".
           05 hd-date pic 9(8).

       01 ws-column-line.
           05 filler pic x(6) value "ID".
           05 filler pic x(26) value "STUDENT".
           05 filler pic x(26) value "GUARDIAN".
           05 filler pic x(10) value "PHONE".

       01 ws-student-line.
           05 sl-id pic x(5).
           05 filler pic x(1) value space.
           05 sl-name pic x(25).
           05 filler pic x(1) value space.
           05 sl-guardian pic x(25).
           05 filler pic x(1) value space.
           05 sl-phone pic x(10).

       01 ws-missing-line.
           05 filler pic x(8) value spaces.
           05 filler pic x(9) value "MISSING ".
           05 ml-code pic x(6).
           05 filler pic x(1) value space.
           05 ml-description pic x(30).
           05 filler pic x(5) value " DUE ".
           05 ml-due pic x(8).

       01 ws-more-line.
           05 filler pic x(17) value spaces.
           05 filler pic x(12) value "... AND ".
           05 mo-count pic z9.
           05 filler pic x(20) value " MORE IN TOTAL".

       01 ws-trailer-line.
           05 filler pic x(20) value "STUDENTS CHECKED: ".
           05 tr-checked pic zzzz9.
           05 filler pic x(5) value spaces.
           05 filler pic x(20) value "OUT OF COMPLIANCE: ".
           05 tr-exceptions pic zzzz9.

       procedure division.
       accept ws-today-date from date yyyymmdd.

       open input student.
       if not ws-student-open-ok
           display "WARNING: students.db open status " ws-student-status
           move 8 to return-code
           move "Y" to ws-eof
       end-if.
       open output report-file.
       if ws-report-status not = "00"
           display "WARNING: health-exceptions.prt open status "
                   ws-report-status
       end-if.

       move ws-today-date to hd-date.
       move ws-heading-line to report-line.
       write report-line.
       move ws-blank-line to report-line.
       write report-line.
       move ws-column-line to report-line.
       write report-line.

       perform until ws-eof = "Y"
           read student next
               at end move "Y" to ws-eof
               not at end
                   if student-active
                       perform check-one-student
                   end-if
           end-read
           if ws-student-record-locked
               perform wait-for-locked-record
           else
               move 0 to ws-lock-retry-count
           end-if
       end-perform.

       move ws-blank-line to report-line.
       write report-line.
       move ws-checked-count to tr-checked.
       move ws-exception-count to tr-exceptions.
       move ws-trailer-line to report-line.
       write report-line.

       close student.
       if ws-student-status not = "00"
           display "WARNING: students.db close status "
                   ws-student-status
       end-if.
       close report-file.
       if ws-report-status not = "00"
           display "WARNING: health-exceptions.prt close status "
                   ws-report-status
       end-if.
       display "Students out of compliance: " ws-exception-count.
       goback.

      *----------------------------------------------------------------
      * check-one-student - the shared check decides; this report
      * only prints what it hands back.
      *----------------------------------------------------------------
       check-one-student.
           add 1 to ws-checked-count.
           call "health-compliance" using student-id student-dob
                   ws-today-date health-compliance-result.
           if hc-missing-count > 0
               add 1 to ws-exception-count
               move spaces to ws-student-line
               move student-id to sl-id
               move student-name to sl-name
               move student-guardian to sl-guardian
               move student-phone to sl-phone
               move ws-student-line to report-line
               write report-line
               perform print-missing-item
                   varying ws-missing-sub from 1 by 1
                   until ws-missing-sub > hc-missing-count
                   or ws-missing-sub > 20
               if hc-missing-count > 20
                   move hc-missing-count to mo-count
                   move ws-more-line to report-line
                   write report-line
               end-if
           end-if.

       print-missing-item.
           move hc-missing-code(ws-missing-sub) to ml-code.
           move hc-missing-description(ws-missing-sub)
                   to ml-description.
           if hc-missing-due-date(ws-missing-sub) = 0
               move "UNKNOWN" to ml-due
           else
               move hc-missing-due-date(ws-missing-sub) to ml-due
           end-if.
           move ws-missing-line to report-line.
           write report-line.

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

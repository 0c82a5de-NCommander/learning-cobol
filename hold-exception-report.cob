       >>SOURCE FORMAT IS FIXED
      *> Hold exception report. Every program that turns a held
      *> student away - the enrollment screen refusing an enrollment
      *> or skipping a waitlist promotion, the withdrawal screen
      *> skipping one, the enrollment import
      *> rejecting a line, the transcript run suppressing a
      *> transcript or withholding its grades - appends what it did to
      *> hold-exceptions.dat, and this report prints the day's entries
      *> with the student's name and the hold types that blocked them,
      *> so the registrar and the business office see who was turned
      *> away and can call the family. The trailer counts the entries
      *> by what was blocked, so a quiet day reads as a heading and
      *> zeros. Output is hold-exceptions.prt.

       identification division.
       program-id. hold-exception-report.

       environment division.
       input-output section.
       file-control.
           select optional hold-exception-file
                  assign "hold-exceptions.dat"
                  organization is line sequential
                  file status is ws-exception-status.

           select optional student assign "students.db"
                  organization is indexed
                  access is random
                  record key is student-id
                  alternate record key is student-name
                          with duplicates
                  sharing with all other
                  file status is ws-student-status.

           select optional report-file assign "hold-exceptions.prt"
                  organization is line sequential
                  file status is ws-report-status.

       data division.
       file section.
       fd hold-exception-file.
       copy "hold-exception-record.cpy".

       fd student.
       copy "student-record.cpy".

       fd report-file.
       01 report-line pic x(100).

       working-storage section.
       01 ws-exception-status pic x(2).
       01 ws-student-status pic x(2).
           88 ws-student-open-ok value "00" "05".
       01 ws-report-status pic x(2).
       01 ws-eof pic a(1) value "N".

       01 ws-today-date pic 9(8).
       01 ws-enroll-count pic 9(5) value 0.
       01 ws-transcript-count pic 9(5) value 0.
       01 ws-grades-count pic 9(5) value 0.

       01 ws-blank-line pic x(100) value spaces.
       01 ws-heading-line.
           05 filler pic x(30) value "HOLD EXCEPTIONS FOR ".
           05 rh-date pic 9(8).

       01 ws-column-line.
           05 filler pic x(7) value "TIME".
           05 filler pic x(23) value "PROGRAM".
           05 filler pic x(6) value "ID".
           05 filler pic x(26) value "STUDENT".
           05 filler pic x(12) value "BLOCKED".
           05 filler pic x(6) value "HOLDS".
           05 filler pic x(15) value "COURSE/TERM".

       01 ws-detail-line.
           05 rd-time pic x(6).
           05 filler pic x(1) value space.
           05 rd-program pic x(22).
           05 filler pic x(1) value space.
           05 rd-student pic x(5).
           05 filler pic x(1) value space.
           05 rd-name pic x(25).
           05 filler pic x(1) value space.
           05 rd-blocked pic x(11).
           05 filler pic x(1) value space.
           05 rd-hold-types pic x(4).
           05 filler pic x(2) value spaces.
           05 rd-detail pic x(15).

       01 ws-trailer-line.
           05 filler pic x(22) value "ENROLLMENTS REFUSED: ".
           05 tr-enroll pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(24) value "TRANSCRIPTS SUPPRESSED: ".
           05 tr-transcript pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(18) value "GRADES WITHHELD: ".
           05 tr-grades pic zzzz9.

       procedure division.
       accept ws-today-date from date yyyymmdd.

       open input hold-exception-file.
       if ws-exception-status not = "00"
           and ws-exception-status not = "05"
           and ws-exception-status not = "35"
           display "WARNING: hold-exceptions.dat open status "
                   ws-exception-status
           move 8 to return-code
           move "Y" to ws-eof
       end-if.
       open input student.
       if not ws-student-open-ok
           display "WARNING: students.db open status " ws-student-status
       end-if.
       open output report-file.
       if ws-report-status not = "00"
           display "WARNING: hold-exceptions.prt open status "
                   ws-report-status
       end-if.

       move ws-today-date to rh-date.
       move ws-heading-line to report-line.
       write report-line.
       move ws-blank-line to report-line.
       write report-line.
       move ws-column-line to report-line.
       write report-line.

       perform until ws-eof = "Y"
           read hold-exception-file
               at end move "Y" to ws-eof
               not at end
                   if he-timestamp(1:8) = ws-today-date
                       perform print-one-exception
                   end-if
           end-read
       end-perform.

       move ws-blank-line to report-line.
       write report-line.
       move ws-enroll-count to tr-enroll.
       move ws-transcript-count to tr-transcript.
       move ws-grades-count to tr-grades.
       move ws-trailer-line to report-line.
       write report-line.

       close hold-exception-file.
       close student.
       close report-file.
       if ws-report-status not = "00"
           display "WARNING: hold-exceptions.prt close status "
                   ws-report-status
       end-if.
       display "Enrollments refused: " ws-enroll-count.
       display "Transcripts suppressed: " ws-transcript-count.
       display "Grades withheld: " ws-grades-count.
       goback.

      *----------------------------------------------------------------
      * print-one-exception - one logged refusal with the student's
      * name off the master; a student since purged prints without.
      *----------------------------------------------------------------
       print-one-exception.
           move spaces to ws-detail-line.
           move he-timestamp(9:6) to rd-time.
           move he-program to rd-program.
           move he-student-id to rd-student.
           move he-student-id to student-id.
           read student
               invalid key move "** NOT ON MASTER **" to rd-name
               not invalid key move student-name to rd-name
           end-read.
           evaluate true
               when he-enrollment
                   move "ENROLLMENT" to rd-blocked
                   add 1 to ws-enroll-count
               when he-transcript
                   move "TRANSCRIPT" to rd-blocked
                   add 1 to ws-transcript-count
               when he-grades
                   move "GRADES" to rd-blocked
                   add 1 to ws-grades-count
               when other
                   move he-blocked to rd-blocked
           end-evaluate.
           move he-hold-types to rd-hold-types.
           move he-detail to rd-detail.
           move ws-detail-line to report-line.
           write report-line.

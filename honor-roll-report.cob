      *> hundredths, 350 = 3.50) print in one list, so ranking
      *> students stops meaning a calculator and a stack of printed
      *> transcripts. Students with no credit-bearing grades are
      *> passed over. Run from the end-of-day stream it takes each
      *> student's cumulative GPA and credit hours off the night's
      *> student-snapshot.dat, worked out there the same way, instead
      *> of reading students.db, grades.db and the catalog itself; the
      *> roll then opens with the snapshot's as-of date and time.

       identification division.
       program-id. honor-roll-report.
                  organization is line sequential
                  file status is ws-report-status.

           select optional snapshot-file
                  assign "student-snapshot.dat"
                  organization is line sequential
                  file status is ws-snapshot-status.

       data division.
       file section.
       fd student.
       copy "student-record.cpy".

       fd snapshot-file.
       copy "student-snapshot-record.cpy".

       fd grade-file.
       01 grade-record.
           05 grade-key.
       01 ws-grades-done pic a(1).
       01 ws-scale-eof pic a(1) value "N".
       01 ws-params-eof pic a(1) value "N".
       01 ws-snapshot-status pic x(2).
       01 ws-snapshot-count pic 9(7) value 0.
       01 ws-snapshot-student-sw pic x(1).
           88 ws-snapshot-student value "Y".
       01 ws-as-of-line.
           05 filler pic x(28) value "FROM STUDENT SNAPSHOT AS OF ".
           05 sn-as-of-date pic x(8).
           05 filler pic x(1) value space.
           05 sn-as-of-time pic x(6).
       copy "eod-batch-mode.cpy".

      *        Default used when system-params.dat is absent; the
      *        live cutoff is the HONOR-ROLL-GPA keyword, held in

       procedure division.
       perform load-system-params.

       if eod-batch-mode
           perform open-student-snapshot
       else
           perform load-grade-scale
           perform open-grade-files
       end-if.
       open output report-file.
       if ws-report-status not = "00"
       move ws-honor-gpa to hr-cutoff.
       move ws-heading-line to report-line.
       write report-line.
       if eod-batch-mode
           move ws-as-of-line to report-line
           write report-line
       end-if.
       move ws-column-line to report-line.
       write report-line.

       if eod-batch-mode
           perform rate-from-snapshot until ws-student-eof = "Y"
       end-if.
       perform until ws-student-eof = "Y"
           read student next
               at end move "Y" to ws-student-eof
       move ws-trailer-line to report-line.
       write report-line.

       if eod-batch-mode
           close snapshot-file
       else
           perform close-grade-files
       end-if.
       close report-file.
       if ws-report-status not = "00"

       display "Students examined: " ws-examined-count.
       display "Students on the roll: " ws-honored-count.
       goback.

      *----------------------------------------------------------------
      * open-grade-files/close-grade-files - the master and the
      * files the GPA is worked from, for a run on its own.
      *----------------------------------------------------------------
       open-grade-files.
           open input student.
           if not ws-student-open-ok
               display "WARNING: students.db open status "
                       ws-student-status
               move 8 to return-code
               move "Y" to ws-student-eof
           end-if.
           open input grade-file.
           if not ws-grade-open-ok
               display "WARNING: grades.db open status "
                       ws-grade-status
           end-if.
           open input course.
           if not ws-course-open-ok
               display "WARNING: courses.db open status "
                       ws-course-status
           end-if.

       close-grade-files.
           close student.
           if ws-student-status not = "00"
               display "WARNING: students.db close status "
                       ws-student-status
           end-if.
           close grade-file.
           if ws-grade-status not = "00"
               display "WARNING: grades.db close status "
                       ws-grade-status
           end-if.
           close course.
           if ws-course-status not = "00"
               display "WARNING: courses.db close status "
                       ws-course-status
           end-if.

      *----------------------------------------------------------------
      * rate-from-snapshot - one snapshot student held against the
      * cutoff on the GPA and hours the snapshot run worked out.
      *----------------------------------------------------------------
       rate-from-snapshot.
           perform read-snapshot-student.
           if ws-snapshot-student
               add 1 to ws-examined-count
               move ss-gpa to ws-gpa
               move ss-gpa-hours to ws-hours-total
               perform place-on-roll
           end-if.

      *----------------------------------------------------------------
      * rate-one-student - sums quality points and credit hours over
      * every grade under the student the browse is on, and puts
      * the student on the roll when the weighted GPA makes it.
      *----------------------------------------------------------------
       rate-one-student.
           add 1 to ws-examined-count.
           if ws-hours-total > 0
               compute ws-gpa rounded =
                       ws-quality-total / ws-hours-total
           end-if.
           perform place-on-roll.

      *----------------------------------------------------------------
      * place-on-roll - prints the student when there are
      * credit-bearing grades and the weighted GPA makes the cutoff.
      *----------------------------------------------------------------
       place-on-roll.
           if ws-hours-total > 0
               and ws-gpa >= ws-honor-gpa
               add 1 to ws-honored-count
               move student-id to hr-id
               move student-name to hr-name
               move ws-gpa to hr-gpa
               move ws-hours-total to hr-hours
               move ws-detail-line to report-line
               write report-line
           end-if.

       rate-one-grade.
                       move gs-points to wgs-points(ws-scale-count)
                   end-if
           end-read.

      *----------------------------------------------------------------
      * open-student-snapshot/read-snapshot-student - in the
      * end-of-day stream the students come off the night's
      * student-snapshot.dat rather than students.db. The header's
      * as-of stamp goes in the heading so nobody takes the output
      * for live data; a snapshot with no header, one taken before
      * this stream started (left over from an earlier night), or one
      * whose trailer is missing or does not prove, fails the step.
      *----------------------------------------------------------------
       open-student-snapshot.
           open input snapshot-file.
           if ws-snapshot-status not = "00"
               display "WARNING: student-snapshot.dat open status "
                       ws-snapshot-status
               move 8 to return-code
               move "Y" to ws-student-eof
           else
               read snapshot-file
                   at end move spaces to snapshot-record
               end-read
               if ss-header
                   move ss-as-of-timestamp(1:8) to sn-as-of-date
                   move ss-as-of-timestamp(9:6) to sn-as-of-time
                   display "Reading student snapshot as of "
                           sn-as-of-date " " sn-as-of-time
                   if ss-as-of-timestamp < eod-stream-started
                       display "WARNING: student-snapshot.dat predates "
                               "this stream - run student-snapshot-run"
                       move 8 to return-code
                       move "Y" to ws-student-eof
                   end-if
               else
                   display "WARNING: student-snapshot.dat has no "
                           "header - run student-snapshot-run"
                   move 8 to return-code
                   move "Y" to ws-student-eof
               end-if
           end-if.

       read-snapshot-student.
           move "N" to ws-snapshot-student-sw.
           read snapshot-file
               at end
                   display "WARNING: student-snapshot.dat has no "
                           "trailer - the snapshot run did not finish"
                   move 8 to return-code
                   move "Y" to ws-student-eof
               not at end
                   evaluate true
                       when ss-detail
                           move ss-student-image to student-file
                           add 1 to ws-snapshot-count
                           move "Y" to ws-snapshot-student-sw
                       when ss-trailer
                           perform check-snapshot-trailer
                           move "Y" to ws-student-eof
                       when other
                           continue
                   end-evaluate
           end-read.

       check-snapshot-trailer.
           if ss-student-count not = ws-snapshot-count
               display "WARNING: student-snapshot.dat trailer count "
                       ss-student-count " but " ws-snapshot-count
                       " read"
               move 8 to return-code
           end-if.

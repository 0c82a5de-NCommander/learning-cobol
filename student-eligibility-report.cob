       >>SOURCE FORMAT IS FIXED
      *> Computes each student's current age from student-dob against
      *> today's system date, and flags who falls outside the eligible
      *> age range configured below. Run from the end-of-day stream
      *> it takes each student and the age worked out for the night
      *> off student-snapshot.dat instead of students.db, and the
      *> report opens with the snapshot's as-of date and time.

       identification division.
       program-id. student-eligibility-report.
                  organization is line sequential
                  file status is ws-params-status.

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

       fd eligibility-file.
       01 eligibility-line pic x(60).

           88 ws-student-record-locked value "51".
       01 ws-lock-retry-count pic 9(2) value 0.
       01 ws-retry-second pic 9(1) value 1.
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
       01 ws-eligibility-status pic x(2).
       01 ws-eof pic a(1) value "N".
       01 ws-retention-status pic x(2).
       display "Writing " ws-eligibility-file-name.
       accept ws-today-date from date yyyymmdd.

       if eod-batch-mode
           perform open-student-snapshot
       else
           open input student
           if not ws-student-open-ok
               display "WARNING: students.db open status "
                       ws-student-status
               move 8 to return-code
               move "Y" to ws-eof
           end-if
       end-if.

       open output eligibility-file.
           end-if
       end-if.

       if eod-batch-mode
           move ws-as-of-line to eligibility-line
           write eligibility-line
           perform eligibility-from-snapshot until ws-eof = "Y"
       end-if.
       perform until ws-eof = "Y"
           read student next
               at end move "Y" to ws-eof
           end-if
       end-perform.

       if eod-batch-mode
           close snapshot-file
       else
           close student
           if ws-student-status not = "00"
               display "WARNING: students.db close status "
                       ws-student-status
           end-if
       end-if.
       close eligibility-file.
       if ws-eligibility-status not = "00"
           end-read.

      *----------------------------------------------------------------
      * eligibility-from-snapshot - one active snapshot student rated
      * on the age the snapshot run worked out.
      *----------------------------------------------------------------
       eligibility-from-snapshot.
           perform read-snapshot-student.
           if ws-snapshot-student and student-active
               perform evaluate-eligibility
           end-if.

      *----------------------------------------------------------------
      * evaluate-eligibility - takes the student's current age (off
      * the snapshot in the end-of-day stream, figured here
      * otherwise) and writes a detail line marking them as ELIGIBLE
      * or the reason they are not.
      *----------------------------------------------------------------
       evaluate-eligibility.
           if eod-batch-mode
               move ss-age to ws-age-num
               move "N" to ws-future-dob-sw
               if ss-bad-dob
                   move "Y" to ws-future-dob-sw
               end-if
           else
               perform figure-student-age
           end-if.

           move "Y" to ws-eligible-sw.
           write eligibility-line.
           add 1 to ws-output-count.

      *----------------------------------------------------------------
      * figure-student-age - resolves the student's century and
      * figures their current age; a birth date in the future is
      * flagged and aged zero.
      *----------------------------------------------------------------
       figure-student-age.
           perform resolve-dob-century.
           move student-month to ws-student-month-num.
           move student-day to ws-student-day-num.

           compute ws-age-num = ws-today-year - ws-resolved-year-num.
           if ws-today-month < ws-student-month-num
               subtract 1 from ws-age-num
           else
               if ws-today-month = ws-student-month-num
                   and ws-today-day < ws-student-day-num
                   subtract 1 from ws-age-num
               end-if
           end-if.

           move "N" to ws-future-dob-sw.
           if ws-age-num < 0
               move "Y" to ws-future-dob-sw
               move 0 to ws-age-num
           end-if.

      *----------------------------------------------------------------
      * resolve-dob-century - resolves the 2-digit student-year via
      * RESOLVE-STUDENT-YEAR, the same shared pivot read-students.cob
               display "Record in use, retrying..."
               call "C$SLEEP" using ws-retry-second
           end-if.

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
               move "Y" to ws-eof
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
                       move "Y" to ws-eof
                   end-if
               else
                   display "WARNING: student-snapshot.dat has no "
                           "header - run student-snapshot-run"
                   move 8 to return-code
                   move "Y" to ws-eof
               end-if
           end-if.

       read-snapshot-student.
           move "N" to ws-snapshot-student-sw.
           read snapshot-file
               at end
                   display "WARNING: student-snapshot.dat has no "
                           "trailer - the snapshot run did not finish"
                   move 8 to return-code
                   move "Y" to ws-eof
               not at end
                   evaluate true
                       when ss-detail
                           move ss-student-image to student-file
                           add 1 to ws-snapshot-count
                           move "Y" to ws-snapshot-student-sw
                       when ss-trailer
                           perform check-snapshot-trailer
                           move "Y" to ws-eof
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

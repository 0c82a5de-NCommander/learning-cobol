       >>SOURCE FORMAT IS FIXED
      *> Produces a student-name-ordered extract of students.db, since
      *> the master is keyed (and browsed) by student-id. Run from the
      *> end-of-day stream it sorts the night's student-snapshot.dat
      *> instead of students.db; the extract keeps its fixed layout,
      *> so the snapshot's as-of date and time go to the job log.

       identification division.
       program-id. student-name-sort.
                  organization is line sequential
                  file status is ws-extract-status.

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

       sd sort-work.
       01 sort-work-record.
           05 sw-student-name pic a(25).
           88 ws-student-record-locked value "51".
       01 ws-lock-retry-count pic 9(2) value 0.
       01 ws-retry-second pic 9(1) value 1.
       01 ws-snapshot-status pic x(2).
       01 ws-snapshot-count pic 9(7) value 0.
       01 ws-snapshot-student-sw pic x(1).
           88 ws-snapshot-student value "Y".
       01 ws-snapshot-as-of.
           05 sn-as-of-date pic x(8).
           05 sn-as-of-time pic x(6).
       copy "eod-batch-mode.cpy".
       01 ws-extract-status pic x(2).
       01 ws-student-eof pic a(1) value "N".
       01 ws-sort-eof pic a(1) value "N".
       goback.

      *----------------------------------------------------------------
      * load-sort-work - reads students.db (or, in the end-of-day
      * stream, the snapshot) sequentially and releases every record
      * to the sort work file, keyed for the name sort.
      *----------------------------------------------------------------
       load-sort-work.
           if eod-batch-mode
               perform open-student-snapshot
               perform release-from-snapshot
                   until ws-student-eof = "Y"
               close snapshot-file
           else
               perform load-from-master
           end-if.

       load-from-master.
           open input student.
           if not ws-student-open-ok
               display "WARNING: students.db open status "
                       ws-student-status
           end-if.

       release-from-snapshot.
           perform read-snapshot-student.
           if ws-snapshot-student
               perform release-sort-work-record
           end-if.

       release-sort-work-record.
           move student-name to sw-student-name.
           move student-id to sw-student-id.
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

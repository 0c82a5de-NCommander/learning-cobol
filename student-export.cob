      *> Exports students.db to a comma-delimited flat file, one
      *> student per line, for loading into other systems:
      *> ID,NAME,DD/MM/YY,STREET,CITY,STATE,ZIP,PHONE,GUARDIAN
      *> Run from the end-of-day stream it exports the night's
      *> student-snapshot.dat instead of students.db; the loading
      *> systems take the file as it stands, so the snapshot's as-of
      *> date and time go to the job log rather than into the file.

       identification division.
       program-id. student-export.
                  organization is line sequential
                  file status is ws-history-status.

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

       fd export-file.
       01 export-line pic x(140).

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
       01 ws-export-status pic x(2).
       01 ws-eof pic a(1) value "N".
       01 ws-retention-status pic x(2).
       perform pick-output-generation.
       display "Writing " ws-export-file-name.

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

       open output export-file.
           end-if
       end-if.

       if eod-batch-mode
           perform export-from-snapshot until ws-eof = "Y"
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
       close export-file.
       if ws-export-status not = "00"
           write export-line.
           add 1 to ws-output-count.

      *----------------------------------------------------------------
      * export-from-snapshot - one snapshot student out to the file.
      *----------------------------------------------------------------
       export-from-snapshot.
           perform read-snapshot-student.
           if ws-snapshot-student
               perform write-export-line
           end-if.

      *----------------------------------------------------------------
      * wait-for-locked-record - the maintenance screen holds the
      * record this read landed on; pause briefly and let the next
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

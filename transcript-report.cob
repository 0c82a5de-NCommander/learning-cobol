      *> average and a GPA weighted by the catalog's credit hours, so
      *> what mails to a college says "B+" instead of "087". Grades
      *> no scale range covers letter as ?? and courses with zero
      *> credit hours stay out of the GPA. The academic standing each
      *> term earned on standing-history.db prints under the GPA. A
      *> student carrying a hold on holds.db that blocks transcripts,
      *> as the shared hold-check subprogram reads it, is left out of
      *> the run entirely; one whose holds block only the release of
      *> grades prints the heading with the grades withheld. Both are
      *> logged to hold-exceptions.dat for the hold exception report
      *> and counted at end of run.

       identification division.
       program-id. transcript-report.
                  record key is tm-term-code
                  file status is ws-term-status.

           select optional standing-file assign "standing-history.db"
                  organization is indexed
                  access is dynamic
                  record key is standing-key
                  file status is ws-standing-status.

           select optional scale-file assign "grade-scale.dat"
                  organization is line sequential
                  file status is ws-scale-status.
                  organization is line sequential
                  file status is ws-transcript-status.

           select optional hold-exception-file
                  assign "hold-exceptions.dat"
                  organization is line sequential
                  file status is ws-exception-status.

       data division.
       file section.
       fd student.
           05 tm-start-date pic 9(8).
           05 tm-end-date pic 9(8).

       fd standing-file.
       copy "standing-record.cpy".

       fd scale-file.
       01 scale-record.
           05 gs-low pic 9(3).
       fd transcript-file.
       01 transcript-line pic x(70).

       fd hold-exception-file.
       copy "hold-exception-record.cpy".

       working-storage section.
       01 ws-student-status pic x(2).
           88 ws-student-ok value "00".
           88 ws-course-open-ok value "00" "05".
       01 ws-term-status pic x(2).
           88 ws-term-open-ok value "00" "05".
       01 ws-standing-status pic x(2).
           88 ws-standing-open-ok value "00" "05".
       01 ws-select-term pic x(5).
       01 ws-transcript-status pic x(2).
       01 ws-student-eof pic a(1) value "N".
       01 ws-grades-done pic a(1).
       01 ws-history-done pic a(1).

       01 ws-grade-count pic 9(3).
       01 ws-grade-total pic 9(6).
           05 filler pic x(9) value "GPA: ".
           05 tg-gpa pic 9.99.

       01 ws-standing-line.
           05 filler pic x(4) value spaces.
           05 filler pic x(9) value "STANDING ".
           05 ts-term pic x(5).
           05 filler pic x(2) value ": ".
           05 ts-standing pic x(20).
           05 filler pic x(9) value "TERM GPA ".
           05 ts-term-gpa pic 9.99.
           05 filler pic x(6) value "  CUM ".
           05 ts-cum-gpa pic 9.99.

       01 ws-no-grades-line.
           05 filler pic x(4) value spaces.
           05 filler pic x(20) value "NO GRADES ON FILE".

       01 ws-withheld-line.
           05 filler pic x(4) value spaces.
           05 filler pic x(40)
                   value "GRADES WITHHELD - STUDENT ON HOLD".

       01 ws-blank-line pic x(70) value spaces.

       01 ws-exception-status pic x(2).
       01 ws-exception-date pic x(8).
       01 ws-exception-time pic x(6).
       01 ws-printed-count pic 9(5) value 0.
       01 ws-suppressed-count pic 9(5) value 0.
       01 ws-withheld-count pic 9(5) value 0.
       copy "hold-check-result.cpy".

       procedure division.
       display "Enter term to print (blank for all)".
       accept ws-select-term.
       if not ws-course-open-ok
           display "WARNING: courses.db open status " ws-course-status
       end-if.
       open input standing-file.
       if not ws-standing-open-ok
           display "WARNING: standing-history.db open status "
                   ws-standing-status
       end-if.
       open output transcript-file.
       if ws-transcript-status not = "00"
           display "WARNING: transcript.prt open status "
       perform until ws-student-eof = "Y"
           read student next
               at end move "Y" to ws-student-eof
               not at end perform check-one-student
           end-read
           if ws-student-record-locked
               perform wait-for-locked-record
           display "WARNING: courses.db close status "
                   ws-course-status
       end-if.
       close standing-file.
       if ws-standing-status not = "00"
           display "WARNING: standing-history.db close status "
                   ws-standing-status
       end-if.
       close transcript-file.
       if ws-transcript-status not = "00"
           display "WARNING: transcript.prt close status "
                   ws-transcript-status
       end-if.
       display "Transcripts printed: " ws-printed-count.
       display "Transcripts suppressed for holds: "
               ws-suppressed-count.
       display "Grades withheld for holds: " ws-withheld-count.
       stop run.

      *----------------------------------------------------------------
      * check-one-student - the shared hold check decides: a hold
      * blocking transcripts leaves the student out, a hold blocking
      * only grade release prints the heading with the grades
      * withheld, and either is logged for the exception report.
      *----------------------------------------------------------------
       check-one-student.
           call "hold-check" using student-id hold-check-result.
           evaluate true
               when hk-transcript-count > 0
                   add 1 to ws-suppressed-count
                   move spaces to hold-exception-record
                   move "T" to he-blocked
                   move hk-transcript-types to he-hold-types
                   perform write-hold-exception
               when hk-grades-count > 0
                   add 1 to ws-withheld-count
                   perform print-withheld-transcript
                   move spaces to hold-exception-record
                   move "G" to he-blocked
                   move hk-grades-types to he-hold-types
                   perform write-hold-exception
               when other
                   add 1 to ws-printed-count
                   perform print-one-transcript
           end-evaluate.

       print-withheld-transcript.
           move student-id to th-id.
           move student-name to th-name.
           move ws-student-heading to transcript-line.
           write transcript-line.
           move ws-withheld-line to transcript-line.
           write transcript-line.
           move ws-blank-line to transcript-line.
           write transcript-line.

      *----------------------------------------------------------------
      * write-hold-exception - one line on hold-exceptions.dat for
      * the student, with the term printed (blank for all terms);
      * the caller sets what was blocked and the hold types.
      *----------------------------------------------------------------
       write-hold-exception.
           accept ws-exception-date from date yyyymmdd.
           accept ws-exception-time from time.
           string ws-exception-date delimited by size
                  ws-exception-time delimited by size
                  into he-timestamp
           end-string.
           move "transcript-report" to he-program.
           move student-id to he-student-id.
           move ws-select-term to he-detail.
           open extend hold-exception-file.
           if ws-exception-status = "05" or ws-exception-status = "35"
               close hold-exception-file
               open output hold-exception-file
           end-if.
           if ws-exception-status not = "00"
               display "WARNING: hold-exceptions.dat open status "
                       ws-exception-status
           end-if.
           write hold-exception-record.
           if ws-exception-status not = "00"
               display "WARNING: hold-exceptions.dat write status "
                       ws-exception-status
           end-if.
           close hold-exception-file.
           if ws-exception-status not = "00"
               display "WARNING: hold-exceptions.dat close status "
                       ws-exception-status
           end-if.

      *----------------------------------------------------------------
      * print-one-transcript - heading for the student the browse is
      * on, then every grades.db record under that id via a START on
                   write transcript-line
               end-if
           end-if.
           perform print-standing-lines.
           move ws-blank-line to transcript-line.
           write transcript-line.

      *----------------------------------------------------------------
      * print-standing-lines - the standing each term earned, off
      * standing-history.db under the student's id; a term filter
      * keeps just that term's line.
      *----------------------------------------------------------------
       print-standing-lines.
           move "N" to ws-history-done.
           move student-id to sh-student-id.
           move low-values to sh-term.
           start standing-file key is greater than standing-key
               invalid key move "Y" to ws-history-done
           end-start.
           perform print-one-standing until ws-history-done = "Y".

       print-one-standing.
           read standing-file next
               at end move "Y" to ws-history-done
               not at end
                   if sh-student-id not = student-id
                       move "Y" to ws-history-done
                   else
                       if ws-select-term = spaces
                           or sh-term = ws-select-term
                           perform print-standing-line
                       end-if
                   end-if
           end-read.

       print-standing-line.
           move sh-term to ts-term.
           evaluate true
               when sh-suspension
                   move "SUSPENSION" to ts-standing
               when sh-probation
                   move "PROBATION" to ts-standing
               when sh-warning
                   move "ACADEMIC WARNING" to ts-standing
               when other
                   move "GOOD STANDING" to ts-standing
           end-evaluate.
           move sh-term-gpa to ts-term-gpa.
           move sh-cum-gpa to ts-cum-gpa.
           move ws-standing-line to transcript-line.
           write transcript-line.

      *----------------------------------------------------------------
      * read-next-grade-line - one grade under the current student;
      * a key that rolls past the student's id ends the loop.

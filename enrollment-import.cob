      *> registration week stops being two clerks in the enrollment
      *> screen for days. Each line goes through the same students.db
      *> and courses.db existence edits the screen applies, the term
      *> must be on the terms.db calendar, a full course or a duplicate
      *> enrollment rejects, and a blank section defaults to the first
      *> course-sections.db section on file for the course and term (or
      *> stays blank when none exist, the pre-section behavior). A
      *> student carrying a hold on holds.db that blocks enrollment
      *> rejects as well, and is logged to hold-exceptions.dat for the
      *> hold exception report. Failures drop to a reject file with
      *> reasons and control totals print at end of run. The screen-side
      *> prerequisite override and clash prompts have no operator to
      *> answer them overnight, so those stay keyed work.

       identification division.
       program-id. enrollment-import.
                  organization is line sequential
                  file status is ws-audit-status.

           select optional hold-exception-file
                  assign "hold-exceptions.dat"
                  organization is line sequential
                  file status is ws-exception-status.

       data division.
       file section.
       fd enrollment.
       fd audit-file.
       copy "audit-record.cpy".

       fd hold-exception-file.
       copy "hold-exception-record.cpy".

       working-storage section.
       01 ws-enrollment-status pic x(2).
           88 ws-enrollment-ok value "00".
       01 ws-read-count pic 9(5) value 0.
       01 ws-applied-count pic 9(5) value 0.
       01 ws-rejected-count pic 9(5) value 0.
       01 ws-held-count pic 9(5) value 0.

       01 ws-exception-status pic x(2).
       copy "hold-check-result.cpy".

       01 ws-audit-status pic x(2).
       01 ws-audit-date pic x(8).
       display "Transactions read: " ws-read-count.
       display "Enrollments applied: " ws-applied-count.
       display "Lines rejected: " ws-rejected-count.
       display "Students on hold: " ws-held-count.
       stop run.

      *----------------------------------------------------------------
                   move "STUDENT NOT ON MASTER" to ws-reject-reason
           end-read.

           if ws-record-valid
               perform check-student-holds
           end-if.

           if ws-record-valid
               move ws-trans-course-code to course-code
               read course
               end-if
           end-if.

      *----------------------------------------------------------------
      * check-student-holds - the shared hold check the enrollment
      * screen makes; a hold blocking enrollment rejects the line
      * and goes on hold-exceptions.dat with the course keyed.
      *----------------------------------------------------------------
       check-student-holds.
           call "hold-check" using ws-trans-student-id
                   hold-check-result.
           if hk-enroll-count > 0
               move "N" to ws-record-valid-sw
               move "STUDENT ON HOLD" to ws-reject-reason
               add 1 to ws-held-count
               perform write-hold-exception
           end-if.

       write-hold-exception.
           move spaces to hold-exception-record.
           accept ws-audit-date from date yyyymmdd.
           accept ws-audit-time from time.
           string ws-audit-date delimited by size
                  ws-audit-time delimited by size
                  into he-timestamp
           end-string.
           move "enrollment-import" to he-program.
           move ws-trans-student-id to he-student-id.
           move "E" to he-blocked.
           move hk-enroll-types to he-hold-types.
           move ws-trans-course-code to he-detail.
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
      * resolve-trans-section - a keyed section must be on
      * course-sections.db for the course and term; a blank one

       >>SOURCE FORMAT IS FIXED
      *> Degree audit against the programs.db program of study each
      *> student carries. For one keyed student, or every student on
      *> students.db with a program declared, every required course
      *> and every elective-pool course prints as SATISFIED (a grade
      *> on grades.db at or above PASSING-GRADE on system-params.dat),
      *> IN PROGRESS (a live enrollment on enrollments.db), or
      *> OUTSTANDING; each pool shows the credit hours passed against
      *> the hours it needs, and the student's passed credit hours -
      *> each course counted once, at the catalog's credit hours -
      *> are held against the program minimum. The audit closes out
      *> COMPLETE only when every requirement is satisfied.

       identification division.
       program-id. degree-audit-report.

       environment division.
       input-output section.
       file-control.
           select optional student assign "students.db"
                  organization is indexed
                  access is dynamic
                  record key is student-id
                  alternate record key is student-name
                          with duplicates
                  sharing with all other
                  file status is ws-student-status.

           select optional program-master assign "programs.db"
                  organization is indexed
                  access is random
                  record key is pg-program-code
                  file status is ws-program-status.

           select optional grade-file assign "grades.db"
                  organization is indexed
                  access is dynamic
                  record key is grade-key
                  file status is ws-grade-status.

           select optional enrollment assign "enrollments.db"
                  organization is indexed
                  access is random
                  record key is enrollment-key
                  file status is ws-enrollment-status.

           select optional course assign "courses.db"
                  organization is indexed
                  access is random
                  record key is course-code
                  file status is ws-course-status.

           select optional params-file assign "system-params.dat"
                  organization is line sequential
                  file status is ws-params-status.

           select optional audit-report assign "degree-audit.prt"
                  organization is line sequential
                  file status is ws-report-status.

       data division.
       file section.
       fd student.
       copy "student-record.cpy".

       fd program-master.
       copy "program-record.cpy".

       fd grade-file.
       01 grade-record.
           05 grade-key.
               10 gr-student-id pic x(5).
               10 gr-course-code pic x(6).
               10 gr-term pic x(5).
           05 gr-grade pic 9(3).

       fd enrollment.
       copy "enrollment-record.cpy".

       fd course.
       copy "course-record.cpy".

       fd params-file.
       01 params-record.
           05 pm-keyword pic x(20).
           05 filler pic x(1).
           05 pm-value pic 9(5).

       fd audit-report.
       01 report-line pic x(80).

       working-storage section.
       01 ws-student-status pic x(2).
           88 ws-student-ok value "00".
           88 ws-student-open-ok value "00" "05".
       01 ws-program-status pic x(2).
           88 ws-program-open-ok value "00" "05".
       01 ws-grade-status pic x(2).
           88 ws-grade-open-ok value "00" "05".
       01 ws-enrollment-status pic x(2).
           88 ws-enrollment-open-ok value "00" "05".
       01 ws-course-status pic x(2).
           88 ws-course-open-ok value "00" "05".
       01 ws-params-status pic x(2).
       01 ws-report-status pic x(2).
       01 ws-student-eof pic a(1) value "N".
       01 ws-grades-done pic a(1).
       01 ws-params-eof pic a(1) value "N".

      *        Default used when system-params.dat is absent; the
      *        live figure is the PASSING-GRADE keyword.
       01 ws-passing-grade pic 9(3) value 60.

       01 ws-select-id pic x(5).
       01 ws-audited-count pic 9(5) value 0.
       01 ws-complete-count pic 9(5) value 0.

       01 ws-check-course pic x(6).
       01 ws-course-state pic x(11).
           88 ws-state-satisfied value "SATISFIED".
           88 ws-state-in-progress value "IN PROGRESS".
       01 ws-best-grade pic 9(3).
       01 ws-best-term pic x(5).
       01 ws-check-hours pic 9(2)v9.
       01 ws-last-counted pic x(6).

       01 ws-earned-hours pic 9(4)v9.
       01 ws-pool-earned pic 9(3)v9.
       01 ws-pool-pending pic 9(3)v9.
       01 ws-open-items pic 9(3).
       01 ws-course-sub pic 9(2).
       01 ws-pool-sub pic 9(1).

       01 ws-student-heading.
           05 filler pic x(9) value "STUDENT: ".
           05 sh-id pic x(5).
           05 filler pic x(2) value spaces.
           05 sh-name pic x(25).
           05 filler pic x(10) value "  PROGRAM ".
           05 sh-program pic x(6).

       01 ws-program-heading.
           05 filler pic x(9) value spaces.
           05 ph-program-name pic x(30).

       01 ws-section-heading.
           05 filler pic x(2) value spaces.
           05 rh-label pic x(40).

       01 ws-pool-heading.
           05 filler pic x(2) value spaces.
           05 filler pic x(15) value "ELECTIVE POOL ".
           05 ph-pool-name pic x(15).
           05 filler pic x(8) value "  NEEDS ".
           05 ph-pool-hours pic z9.9.
           05 filler pic x(6) value " HOURS".

       01 ws-course-line.
           05 filler pic x(4) value spaces.
           05 cl-course pic x(6).
           05 filler pic x(2) value spaces.
           05 cl-course-name pic x(30).
           05 filler pic x(1) value spaces.
           05 cl-hours pic z9.9.
           05 filler pic x(2) value spaces.
           05 cl-state pic x(11).
           05 filler pic x(1) value spaces.
           05 cl-term pic x(5).
           05 filler pic x(1) value spaces.
           05 cl-grade pic zz9.

       01 ws-pool-total-line.
           05 filler pic x(4) value spaces.
           05 filler pic x(14) value "POOL HOURS: ".
           05 pt-earned pic zz9.9.
           05 filler pic x(4) value " OF ".
           05 pt-needed pic zz9.9.
           05 filler pic x(2) value spaces.
           05 pt-state pic x(11).

       01 ws-hours-line.
           05 filler pic x(2) value spaces.
           05 filler pic x(24) value "CREDIT HOURS PASSED: ".
           05 hl-earned pic zzz9.9.
           05 filler pic x(4) value " OF ".
           05 hl-needed pic zz9.9.

       01 ws-result-line.
           05 filler pic x(2) value spaces.
           05 filler pic x(14) value "AUDIT RESULT: ".
           05 rl-result pic x(12).
           05 filler pic x(2) value spaces.
           05 rl-open-items pic zz9.
           05 filler pic x(24) value " REQUIREMENT(S) OPEN".

       01 ws-no-program-line.
           05 filler pic x(2) value spaces.
           05 filler pic x(30) value "PROGRAM NOT ON PROGRAMS.DB".

       01 ws-trailer-line.
           05 filler pic x(20) value "STUDENTS AUDITED: ".
           05 tl-audited pic zzzz9.
           05 filler pic x(14) value "   COMPLETE: ".
           05 tl-complete pic zzzz9.

       01 ws-blank-line pic x(80) value spaces.

       procedure division.
       display "Enter Student ID to audit (blank for all)".
       accept ws-select-id.
       perform load-system-params.

       open input student.
       if not ws-student-open-ok
           display "WARNING: students.db open status " ws-student-status
           move 8 to return-code
           move "Y" to ws-student-eof
       end-if.
       open input program-master.
       if not ws-program-open-ok
           display "WARNING: programs.db open status "
                   ws-program-status
       end-if.
       open input grade-file.
       if not ws-grade-open-ok
           display "WARNING: grades.db open status " ws-grade-status
       end-if.
       open input enrollment.
       if not ws-enrollment-open-ok
           display "WARNING: enrollments.db open status "
                   ws-enrollment-status
       end-if.
       open input course.
       if not ws-course-open-ok
           display "WARNING: courses.db open status " ws-course-status
       end-if.
       open output audit-report.
       if ws-report-status not = "00"
           display "WARNING: degree-audit.prt open status "
                   ws-report-status
       end-if.

       if ws-select-id not = spaces
           move ws-select-id to student-id
           read student
               invalid key
                   display "No student found for ID " ws-select-id
                           " status " ws-student-status
               not invalid key
                   if student-program-code = spaces
                       display "Student " ws-select-id
                               " has no program declared"
                   else
                       perform audit-one-student
                   end-if
           end-read
       else
           perform until ws-student-eof = "Y"
               read student next
                   at end move "Y" to ws-student-eof
                   not at end
                       if student-program-code not = spaces
                           perform audit-one-student
                       end-if
               end-read
           end-perform
       end-if.

       move ws-audited-count to tl-audited.
       move ws-complete-count to tl-complete.
       move ws-trailer-line to report-line.
       write report-line.

       close student.
       if ws-student-status not = "00"
           display "WARNING: students.db close status "
                   ws-student-status
       end-if.
       close program-master.
       if ws-program-status not = "00"
           display "WARNING: programs.db close status "
                   ws-program-status
       end-if.
       close grade-file.
       if ws-grade-status not = "00"
           display "WARNING: grades.db close status " ws-grade-status
       end-if.
       close enrollment.
       if ws-enrollment-status not = "00"
           display "WARNING: enrollments.db close status "
                   ws-enrollment-status
       end-if.
       close course.
       if ws-course-status not = "00"
           display "WARNING: courses.db close status "
                   ws-course-status
       end-if.
       close audit-report.
       if ws-report-status not = "00"
           display "WARNING: degree-audit.prt close status "
                   ws-report-status
       end-if.

       display "Students audited: " ws-audited-count
               "  complete: " ws-complete-count.
       stop run.

      *----------------------------------------------------------------
      * audit-one-student - heading, the required courses, each
      * elective pool, and the hours and result lines for the
      * student the read or browse is on.
      *----------------------------------------------------------------
       audit-one-student.
           add 1 to ws-audited-count.
           move student-id to sh-id.
           move student-name to sh-name.
           move student-program-code to sh-program.
           move ws-student-heading to report-line.
           write report-line.

           move student-program-code to pg-program-code.
           read program-master
               invalid key
                   move ws-no-program-line to report-line
                   write report-line
                   end-write
               not invalid key
                   perform audit-against-program
           end-read.
           move ws-blank-line to report-line.
           write report-line.

       audit-against-program.
           move pg-program-name to ph-program-name.
           move ws-program-heading to report-line.
           write report-line.
           move 0 to ws-open-items.

           move "REQUIRED COURSES" to rh-label.
           move ws-section-heading to report-line.
           write report-line.
           perform varying ws-course-sub from 1 by 1
                   until ws-course-sub > pg-required-count
               move pg-required-course(ws-course-sub)
                       to ws-check-course
               perform find-course-state
               perform print-course-line
               if not ws-state-satisfied
                   add 1 to ws-open-items
               end-if
           end-perform.

           perform varying ws-pool-sub from 1 by 1
                   until ws-pool-sub > pg-pool-count
               perform audit-one-pool
           end-perform.

           perform sum-passed-hours.
           move ws-earned-hours to hl-earned.
           move pg-min-hours to hl-needed.
           move ws-hours-line to report-line.
           write report-line.
           if ws-earned-hours < pg-min-hours
               add 1 to ws-open-items
           end-if.

           if ws-open-items = 0
               move "COMPLETE" to rl-result
               add 1 to ws-complete-count
           else
               move "NOT COMPLETE" to rl-result
           end-if.
           move ws-open-items to rl-open-items.
           move ws-result-line to report-line.
           write report-line.

      *----------------------------------------------------------------
      * audit-one-pool - each pool course with its state, then the
      * hours passed out of the pool against the hours it needs; a
      * pool short on passed hours that live enrollments would make
      * up is in progress rather than outstanding.
      *----------------------------------------------------------------
       audit-one-pool.
           move pg-pool-name(ws-pool-sub) to ph-pool-name.
           move pg-pool-hours(ws-pool-sub) to ph-pool-hours.
           move ws-pool-heading to report-line.
           write report-line.
           move 0 to ws-pool-earned.
           move 0 to ws-pool-pending.
           perform varying ws-course-sub from 1 by 1
                   until ws-course-sub
                       > pg-pool-course-count(ws-pool-sub)
               move pg-pool-course(ws-pool-sub, ws-course-sub)
                       to ws-check-course
               perform find-course-state
               perform print-course-line
               evaluate true
                   when ws-state-satisfied
                       add ws-check-hours to ws-pool-earned
                   when ws-state-in-progress
                       add ws-check-hours to ws-pool-pending
               end-evaluate
           end-perform.
           move ws-pool-earned to pt-earned.
           move pg-pool-hours(ws-pool-sub) to pt-needed.
           evaluate true
               when ws-pool-earned >= pg-pool-hours(ws-pool-sub)
                   move "SATISFIED" to pt-state
               when ws-pool-earned + ws-pool-pending
                       >= pg-pool-hours(ws-pool-sub)
                   move "IN PROGRESS" to pt-state
                   add 1 to ws-open-items
               when other
                   move "OUTSTANDING" to pt-state
                   add 1 to ws-open-items
           end-evaluate.
           move ws-pool-total-line to report-line.
           write report-line.

      *----------------------------------------------------------------
      * find-course-state - the best grade the student holds in
      * ws-check-course across every term; a passing one satisfies
      * the course, otherwise a live enrollment puts it in progress.
      *----------------------------------------------------------------
       find-course-state.
           move "OUTSTANDING" to ws-course-state.
           move 0 to ws-best-grade.
           move spaces to ws-best-term.
           move "N" to ws-grades-done.
           move student-id to gr-student-id.
           move ws-check-course to gr-course-code.
           move low-values to gr-term.
           start grade-file key is greater than grade-key
               invalid key move "Y" to ws-grades-done
           end-start.
           perform check-one-course-grade until ws-grades-done = "Y".

           if ws-best-grade >= ws-passing-grade
               and ws-best-term not = spaces
               move "SATISFIED" to ws-course-state
           else
               move student-id to en-student-id
               move ws-check-course to en-course-code
               read enrollment
                   invalid key continue
                   not invalid key
                       if en-end-date = 0
                           move "IN PROGRESS" to ws-course-state
                           move en-term to ws-best-term
                           move 0 to ws-best-grade
                       end-if
               end-read
           end-if.

           move 0 to ws-check-hours.
           move ws-check-course to course-code.
           read course
               invalid key
                   move "** NOT ON CATALOG **" to course-name
               not invalid key
                   move course-credit-hours to ws-check-hours
           end-read.

       check-one-course-grade.
           read grade-file next
               at end move "Y" to ws-grades-done
               not at end
                   if gr-student-id not = student-id
                       or gr-course-code not = ws-check-course
                       move "Y" to ws-grades-done
                   else
                       if gr-grade >= ws-best-grade
                           move gr-grade to ws-best-grade
                           move gr-term to ws-best-term
                       end-if
                   end-if
           end-read.

       print-course-line.
           move ws-check-course to cl-course.
           move course-name to cl-course-name.
           move ws-check-hours to cl-hours.
           move ws-course-state to cl-state.
           move ws-best-term to cl-term.
           move ws-best-grade to cl-grade.
           move ws-course-line to report-line.
           write report-line.

      *----------------------------------------------------------------
      * sum-passed-hours - every course the student has passed, at
      * its catalog credit hours, counted once however many times it
      * was taken; the grade key runs course-first under the student
      * so repeats of a course arrive together.
      *----------------------------------------------------------------
       sum-passed-hours.
           move 0 to ws-earned-hours.
           move spaces to ws-last-counted.
           move "N" to ws-grades-done.
           move student-id to gr-student-id.
           move low-values to gr-course-code gr-term.
           start grade-file key is greater than grade-key
               invalid key move "Y" to ws-grades-done
           end-start.
           perform count-one-passed-grade until ws-grades-done = "Y".

       count-one-passed-grade.
           read grade-file next
               at end move "Y" to ws-grades-done
               not at end
                   if gr-student-id not = student-id
                       move "Y" to ws-grades-done
                   else
                       if gr-grade >= ws-passing-grade
                           and gr-course-code not = ws-last-counted
                           move gr-course-code to ws-last-counted
                           move gr-course-code to course-code
                           read course
                               invalid key continue
                               not invalid key
                                   add course-credit-hours
                                           to ws-earned-hours
                           end-read
                       end-if
                   end-if
           end-read.

      *----------------------------------------------------------------
      * load-system-params - picks up the passing grade from
      * system-params.dat, keeping the hard-coded default when the
      * file or the keyword is absent.
      *----------------------------------------------------------------
       load-system-params.
           open input params-file.
           if ws-params-status = "00"
               perform read-one-param until ws-params-eof = "Y"
           end-if.
           close params-file.

       read-one-param.
           read params-file
               at end move "Y" to ws-params-eof
               not at end
                   if pm-keyword = "PASSING-GRADE"
                       and pm-value > 0
                       move pm-value to ws-passing-grade
                   end-if
           end-read.

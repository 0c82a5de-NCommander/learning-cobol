       >>SOURCE FORMAT IS FIXED
      *> End-of-term academic standing run for one keyed term. Every
      *> students.db student with credit-bearing grades in the term
      *> gets a term GPA and a cumulative GPA computed the way the
      *> transcript computes them - grade-scale.dat quality points
      *> weighted by the catalog's credit hours - the cumulative
      *> figure taking in every term that started no later than the
      *> keyed one on terms.db. The cutoffs on system-params.dat
      *> (hundredths, like the honor-roll GPA) decide the standing:
      *> a cumulative GPA under STANDING-SUSP-GPA suspends, under
      *> STANDING-PROB-GPA puts the student on probation - or
      *> suspends a student already on probation or suspension the
      *> term before - and a term or cumulative GPA under
      *> STANDING-WARN-GPA draws an academic warning. The result is
      *> written to standing-history.db, one record per student per
      *> term (a re-run replaces the term's records), printed on the
      *> standing register, and a notification letter goes to each
      *> student's guardian.

       identification division.
       program-id. academic-standing-run.

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

           select optional grade-file assign "grades.db"
                  organization is indexed
                  access is dynamic
                  record key is grade-key
                  file status is ws-grade-status.

           select optional course assign "courses.db"
                  organization is indexed
                  access is random
                  record key is course-code
                  file status is ws-course-status.

           select optional term-file assign "terms.db"
                  organization is indexed
                  access is random
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

           select optional params-file assign "system-params.dat"
                  organization is line sequential
                  file status is ws-params-status.

           select optional register-file
                  assign "standing-register.prt"
                  organization is line sequential
                  file status is ws-register-status.

           select optional letter-file assign "standing-letters.prt"
                  organization is line sequential
                  file status is ws-letter-status.

       data division.
       file section.
       fd student.
       copy "student-record.cpy".

       fd grade-file.
       01 grade-record.
           05 grade-key.
               10 gr-student-id pic x(5).
               10 gr-course-code pic x(6).
               10 gr-term pic x(5).
           05 gr-grade pic 9(3).

       fd course.
       copy "course-record.cpy".

       fd term-file.
       01 term-record.
           05 tm-term-code pic x(5).
           05 tm-start-date pic 9(8).
           05 tm-end-date pic 9(8).

       fd standing-file.
       copy "standing-record.cpy".

       fd scale-file.
       01 scale-record.
           05 gs-low pic 9(3).
           05 filler pic x(1).
           05 gs-high pic 9(3).
           05 filler pic x(1).
           05 gs-letter pic x(2).
           05 filler pic x(1).
           05 gs-points pic 9v99.

       fd params-file.
       01 params-record.
           05 pm-keyword pic x(20).
           05 filler pic x(1).
           05 pm-value pic 9(5).

       fd register-file.
       01 register-line pic x(80).

       fd letter-file.
       01 letter-line pic x(80).

       working-storage section.
       01 ws-student-status pic x(2).
           88 ws-student-open-ok value "00" "05".
       01 ws-grade-status pic x(2).
           88 ws-grade-open-ok value "00" "05".
       01 ws-course-status pic x(2).
           88 ws-course-open-ok value "00" "05".
       01 ws-term-status pic x(2).
           88 ws-term-open-ok value "00" "05".
       01 ws-standing-status pic x(2).
           88 ws-standing-ok value "00".
           88 ws-standing-open-ok value "00" "05".
       01 ws-scale-status pic x(2).
       01 ws-params-status pic x(2).
       01 ws-register-status pic x(2).
       01 ws-letter-status pic x(2).
       01 ws-student-eof pic a(1) value "N".
       01 ws-grades-done pic a(1).
       01 ws-history-done pic a(1).
       01 ws-scale-eof pic a(1) value "N".
       01 ws-params-eof pic a(1) value "N".

       01 ws-select-term pic x(5).
       01 ws-select-start pic 9(8) value 0.
       01 ws-today-date pic 9(8).

      *        Defaults used when system-params.dat is absent; the
      *        live cutoffs are the STANDING- keywords, held in
      *        hundredths.
       01 ws-warn-gpa pic 9v99 value 2.00.
       01 ws-prob-gpa pic 9v99 value 1.75.
       01 ws-susp-gpa pic 9v99 value 1.00.

       01 ws-scale-table.
           05 ws-scale-count pic 9(2) value 0.
           05 ws-scale-entry occurs 20 times.
               10 wgs-low pic 9(3).
               10 wgs-high pic 9(3).
               10 wgs-letter pic x(2).
               10 wgs-points pic 9v99.
       01 ws-scale-sub pic 9(2).
       01 ws-letter-found-sw pic x(1).
           88 ws-letter-found value "Y".
       01 ws-grade-points pic 9v99.
       01 ws-grade-quality pic 9(4)v99.
       01 ws-in-cumulative-sw pic x(1).
           88 ws-in-cumulative value "Y".

       01 ws-term-quality pic 9(5)v99.
       01 ws-term-hours pic 9(3)v9.
       01 ws-term-gpa pic 9v99.
       01 ws-cum-quality pic 9(5)v99.
       01 ws-cum-hours pic 9(4)v9.
       01 ws-cum-gpa pic 9v99.

       01 ws-prior-standing pic x(1).
       01 ws-prior-start pic 9(8).
       01 ws-new-standing pic x(1).
           88 ws-new-good value "G".
           88 ws-new-warning value "W".
           88 ws-new-probation value "P".
           88 ws-new-suspension value "S".
       01 ws-standing-text pic x(20).

       01 ws-examined-count pic 9(5) value 0.
       01 ws-rated-count pic 9(5) value 0.
       01 ws-good-count pic 9(5) value 0.
       01 ws-warning-count pic 9(5) value 0.
       01 ws-probation-count pic 9(5) value 0.
       01 ws-suspension-count pic 9(5) value 0.
       01 ws-letter-count pic 9(5) value 0.

       01 ws-heading-line.
           05 filler pic x(30) value "ACADEMIC STANDING - TERM ".
           05 rh-term pic x(5).
           05 filler pic x(6) value "  RUN ".
           05 rh-date pic 9(8).

       01 ws-cutoff-line.
           05 filler pic x(14) value "CUTOFFS: WARN ".
           05 rc-warn pic 9.99.
           05 filler pic x(7) value "  PROB ".
           05 rc-prob pic 9.99.
           05 filler pic x(7) value "  SUSP ".
           05 rc-susp pic 9.99.

       01 ws-column-line.
           05 filler pic x(7) value "ID".
           05 filler pic x(27) value "NAME".
           05 filler pic x(7) value "TERM".
           05 filler pic x(7) value "HOURS".
           05 filler pic x(7) value "CUM".
           05 filler pic x(7) value "HOURS".
           05 filler pic x(6) value "PRIOR".
           05 filler pic x(12) value "STANDING".

       01 ws-detail-line.
           05 rd-id pic x(5).
           05 filler pic x(2) value spaces.
           05 rd-name pic x(25).
           05 filler pic x(2) value spaces.
           05 rd-term-gpa pic 9.99.
           05 filler pic x(2) value spaces.
           05 rd-term-hours pic zz9.9.
           05 filler pic x(2) value spaces.
           05 rd-cum-gpa pic 9.99.
           05 filler pic x(1) value spaces.
           05 rd-cum-hours pic zzz9.9.
           05 filler pic x(3) value spaces.
           05 rd-prior pic x(1).
           05 filler pic x(4) value spaces.
           05 rd-standing pic x(12).

       01 ws-total-line.
           05 filler pic x(4) value spaces.
           05 rt-label pic x(20).
           05 rt-count pic zzzz9.

       01 ws-letter-date-line.
           05 filler pic x(55) value spaces.
           05 ld-date pic 9(8).

       01 ws-letter-name pic x(70).
       01 ws-letter-street pic x(40).
       01 ws-letter-city-line.
           05 lc-city pic x(20).
           05 filler pic x(1) value spaces.
           05 lc-state pic x(2).
           05 filler pic x(1) value spaces.
           05 lc-zip pic x(5).

       01 ws-letter-re-line.
           05 filler pic x(25) value "RE: ACADEMIC STANDING OF ".
           05 lr-student-id pic x(5).
           05 filler pic x(1) value spaces.
           05 lr-student-name pic x(25).

       01 ws-letter-term-line.
           05 filler pic x(5) value "TERM ".
           05 lt-term pic x(5).
           05 filler pic x(12) value "  TERM GPA ".
           05 lt-term-gpa pic 9.99.
           05 filler pic x(18) value "  CUMULATIVE GPA ".
           05 lt-cum-gpa pic 9.99.

       01 ws-letter-standing-line.
           05 filler pic x(18) value "STANDING: ".
           05 ls-standing pic x(20).

       01 ws-letter-separator pic x(80) value all "-".
       01 ws-blank-line pic x(80) value spaces.

       procedure division.
       display "Enter term to rate".
       accept ws-select-term.
       accept ws-today-date from date yyyymmdd.

       open input term-file.
       if not ws-term-open-ok
           display "WARNING: terms.db open status " ws-term-status
       end-if.
       move ws-select-term to tm-term-code.
       read term-file
           invalid key
               display "Term " ws-select-term
                       " is not on the term calendar - run abandoned"
               close term-file
               move 8 to return-code
               stop run
       end-read.
       move tm-start-date to ws-select-start.
       display "Rating term " tm-term-code " (" tm-start-date
               " - " tm-end-date ")".

       perform load-system-params.
       perform load-grade-scale.

       open input student.
       if not ws-student-open-ok
           display "WARNING: students.db open status " ws-student-status
           move 8 to return-code
           move "Y" to ws-student-eof
       end-if.
       open input grade-file.
       if not ws-grade-open-ok
           display "WARNING: grades.db open status " ws-grade-status
       end-if.
       open input course.
       if not ws-course-open-ok
           display "WARNING: courses.db open status " ws-course-status
       end-if.
       open i-o standing-file.
       if not ws-standing-open-ok
           display "WARNING: standing-history.db open status "
                   ws-standing-status
       end-if.
       open output register-file.
       if ws-register-status not = "00"
           display "WARNING: standing-register.prt open status "
                   ws-register-status
       end-if.
       open output letter-file.
       if ws-letter-status not = "00"
           display "WARNING: standing-letters.prt open status "
                   ws-letter-status
       end-if.

       perform print-register-headings.

       perform until ws-student-eof = "Y"
           read student next
               at end move "Y" to ws-student-eof
               not at end perform rate-one-student
           end-read
       end-perform.

       perform print-register-totals.

       close student.
       if ws-student-status not = "00"
           display "WARNING: students.db close status "
                   ws-student-status
       end-if.
       close grade-file.
       if ws-grade-status not = "00"
           display "WARNING: grades.db close status " ws-grade-status
       end-if.
       close course.
       if ws-course-status not = "00"
           display "WARNING: courses.db close status "
                   ws-course-status
       end-if.
       close term-file.
       if ws-term-status not = "00"
           display "WARNING: terms.db close status " ws-term-status
       end-if.
       close standing-file.
       if ws-standing-status not = "00"
           display "WARNING: standing-history.db close status "
                   ws-standing-status
       end-if.
       close register-file.
       if ws-register-status not = "00"
           display "WARNING: standing-register.prt close status "
                   ws-register-status
       end-if.
       close letter-file.
       if ws-letter-status not = "00"
           display "WARNING: standing-letters.prt close status "
                   ws-letter-status
       end-if.

       display "Students examined: " ws-examined-count.
       display "Students rated: " ws-rated-count.
       display "Probation: " ws-probation-count
               "  Suspension: " ws-suspension-count.
       display "Guardian letters printed: " ws-letter-count.
       stop run.

      *----------------------------------------------------------------
      * rate-one-student - sums the term and cumulative quality
      * points over every grade under the student the browse is on;
      * a student with no credit-bearing grade in the term has no
      * standing to judge and is passed over.
      *----------------------------------------------------------------
       rate-one-student.
           add 1 to ws-examined-count.
           move 0 to ws-term-quality ws-term-hours.
           move 0 to ws-cum-quality ws-cum-hours.
           move "N" to ws-grades-done.

           move student-id to gr-student-id.
           move low-values to gr-course-code gr-term.
           start grade-file key is greater than grade-key
               invalid key move "Y" to ws-grades-done
           end-start.
           perform rate-one-grade until ws-grades-done = "Y".

           if ws-term-hours > 0
               add 1 to ws-rated-count
               compute ws-term-gpa rounded =
                       ws-term-quality / ws-term-hours
               move 0 to ws-cum-gpa
               if ws-cum-hours > 0
                   compute ws-cum-gpa rounded =
                           ws-cum-quality / ws-cum-hours
               end-if
               perform find-prior-standing
               perform decide-standing
               perform write-standing-history
               perform print-register-line
               perform print-guardian-letter
           end-if.

       rate-one-grade.
           read grade-file next
               at end move "Y" to ws-grades-done
               not at end
                   if gr-student-id not = student-id
                       move "Y" to ws-grades-done
                   else
                       perform weigh-one-grade
                   end-if
           end-read.

      *        A grade counts toward the cumulative figure when its
      *        term started no later than the keyed one; a term not
      *        on the calendar cannot be placed and is counted.
       weigh-one-grade.
           move 0 to course-credit-hours.
           move gr-course-code to course-code.
           read course
               invalid key continue
           end-read.
           perform find-scale-points.
           if ws-letter-found and course-credit-hours > 0
               compute ws-grade-quality =
                       ws-grade-points * course-credit-hours
               if gr-term = ws-select-term
                   add ws-grade-quality to ws-term-quality
                   add course-credit-hours to ws-term-hours
                   move "Y" to ws-in-cumulative-sw
               else
                   move "Y" to ws-in-cumulative-sw
                   move gr-term to tm-term-code
                   read term-file
                       invalid key continue
                       not invalid key
                           if tm-start-date > ws-select-start
                               move "N" to ws-in-cumulative-sw
                           end-if
                   end-read
               end-if
               if ws-in-cumulative
                   add ws-grade-quality to ws-cum-quality
                   add course-credit-hours to ws-cum-hours
               end-if
           end-if.

       find-scale-points.
           move "N" to ws-letter-found-sw.
           move 0 to ws-grade-points.
           perform varying ws-scale-sub from 1 by 1
                   until ws-scale-sub > ws-scale-count
                   or ws-letter-found
               if gr-grade >= wgs-low(ws-scale-sub)
                   and gr-grade <= wgs-high(ws-scale-sub)
                   move "Y" to ws-letter-found-sw
                   move wgs-points(ws-scale-sub) to ws-grade-points
               end-if
           end-perform.

      *----------------------------------------------------------------
      * find-prior-standing - the student's history record for the
      * latest term that started before the keyed one; spaces when
      * the student has none.
      *----------------------------------------------------------------
       find-prior-standing.
           move space to ws-prior-standing.
           move 0 to ws-prior-start.
           move "N" to ws-history-done.
           move student-id to sh-student-id.
           move low-values to sh-term.
           start standing-file key is greater than standing-key
               invalid key move "Y" to ws-history-done
           end-start.
           perform check-one-history until ws-history-done = "Y".

       check-one-history.
           read standing-file next
               at end move "Y" to ws-history-done
               not at end
                   if sh-student-id not = student-id
                       move "Y" to ws-history-done
                   else
                       if sh-term not = ws-select-term
                           move sh-term to tm-term-code
                           read term-file
                               invalid key continue
                               not invalid key
                                   if tm-start-date < ws-select-start
                                       and tm-start-date
                                           >= ws-prior-start
                                       move tm-start-date
                                               to ws-prior-start
                                       move sh-standing
                                               to ws-prior-standing
                                   end-if
                           end-read
                       end-if
                   end-if
           end-read.

      *----------------------------------------------------------------
      * decide-standing - the cutoffs, worst first. A student who
      * ends a term under the probation figure while already on
      * probation or suspension from the term before is suspended.
      *----------------------------------------------------------------
       decide-standing.
           evaluate true
               when ws-cum-gpa < ws-susp-gpa
                   move "S" to ws-new-standing
               when ws-cum-gpa < ws-prob-gpa
                   and (ws-prior-standing = "P"
                   or ws-prior-standing = "S")
                   move "S" to ws-new-standing
               when ws-cum-gpa < ws-prob-gpa
                   move "P" to ws-new-standing
               when ws-term-gpa < ws-warn-gpa
                   or ws-cum-gpa < ws-warn-gpa
                   move "W" to ws-new-standing
               when other
                   move "G" to ws-new-standing
           end-evaluate.
           evaluate true
               when ws-new-suspension
                   move "SUSPENSION" to ws-standing-text
                   add 1 to ws-suspension-count
               when ws-new-probation
                   move "PROBATION" to ws-standing-text
                   add 1 to ws-probation-count
               when ws-new-warning
                   move "ACADEMIC WARNING" to ws-standing-text
                   add 1 to ws-warning-count
               when other
                   move "GOOD STANDING" to ws-standing-text
                   add 1 to ws-good-count
           end-evaluate.

      *----------------------------------------------------------------
      * write-standing-history - one record per student per term; a
      * re-run of the term rewrites the record in place.
      *----------------------------------------------------------------
       write-standing-history.
           move spaces to standing-record.
           move student-id to sh-student-id.
           move ws-select-term to sh-term.
           move ws-term-gpa to sh-term-gpa.
           move ws-term-hours to sh-term-hours.
           move ws-cum-gpa to sh-cum-gpa.
           move ws-cum-hours to sh-cum-hours.
           move ws-new-standing to sh-standing.
           move ws-today-date to sh-run-date.
           write standing-record
               invalid key
                   rewrite standing-record
                       invalid key
                           display "WARNING: standing-history.db "
                                   "write status " ws-standing-status
                                   " for " student-id
                   end-rewrite
           end-write.

       print-register-headings.
           move ws-select-term to rh-term.
           move ws-today-date to rh-date.
           move ws-heading-line to register-line.
           write register-line.
           move ws-warn-gpa to rc-warn.
           move ws-prob-gpa to rc-prob.
           move ws-susp-gpa to rc-susp.
           move ws-cutoff-line to register-line.
           write register-line.
           move ws-blank-line to register-line.
           write register-line.
           move ws-column-line to register-line.
           write register-line.

       print-register-line.
           move student-id to rd-id.
           move student-name to rd-name.
           move ws-term-gpa to rd-term-gpa.
           move ws-term-hours to rd-term-hours.
           move ws-cum-gpa to rd-cum-gpa.
           move ws-cum-hours to rd-cum-hours.
           move ws-prior-standing to rd-prior.
           move ws-standing-text to rd-standing.
           move ws-detail-line to register-line.
           write register-line.

       print-register-totals.
           move ws-blank-line to register-line.
           write register-line.
           move "STUDENTS RATED:" to rt-label.
           move ws-rated-count to rt-count.
           move ws-total-line to register-line.
           write register-line.
           move "GOOD STANDING:" to rt-label.
           move ws-good-count to rt-count.
           move ws-total-line to register-line.
           write register-line.
           move "ACADEMIC WARNING:" to rt-label.
           move ws-warning-count to rt-count.
           move ws-total-line to register-line.
           write register-line.
           move "PROBATION:" to rt-label.
           move ws-probation-count to rt-count.
           move ws-total-line to register-line.
           write register-line.
           move "SUSPENSION:" to rt-label.
           move ws-suspension-count to rt-count.
           move ws-total-line to register-line.
           write register-line.

      *----------------------------------------------------------------
      * print-guardian-letter - one notice per rated student to the
      * guardian at the student-record.cpy address, worded by the
      * standing the term earned.
      *----------------------------------------------------------------
       print-guardian-letter.
           move spaces to ws-letter-name.
           if student-guardian = spaces
               string "PARENT OR GUARDIAN OF " delimited by size
                      student-name delimited by size
                      into ws-letter-name
               end-string
           else
               move student-guardian to ws-letter-name
           end-if.

           move ws-today-date to ld-date.
           move ws-letter-date-line to letter-line.
           write letter-line.
           move ws-letter-name to letter-line.
           write letter-line.
           move student-street to ws-letter-street.
           move ws-letter-street to letter-line.
           write letter-line.
           move student-city to lc-city.
           move student-state to lc-state.
           move student-zip to lc-zip.
           move ws-letter-city-line to letter-line.
           write letter-line.
           move ws-blank-line to letter-line.
           write letter-line.

           move student-id to lr-student-id.
           move student-name to lr-student-name.
           move ws-letter-re-line to letter-line.
           write letter-line.
           move ws-blank-line to letter-line.
           write letter-line.

           move ws-select-term to lt-term.
           move ws-term-gpa to lt-term-gpa.
           move ws-cum-gpa to lt-cum-gpa.
           move ws-letter-term-line to letter-line.
           write letter-line.
           move ws-standing-text to ls-standing.
           move ws-letter-standing-line to letter-line.
           write letter-line.
           move ws-blank-line to letter-line.
           write letter-line.

           perform print-letter-body.

           move ws-blank-line to letter-line.
           write letter-line.
           move "OFFICE OF THE REGISTRAR" to letter-line.
           write letter-line.
           move ws-letter-separator to letter-line.
           write letter-line.
           add 1 to ws-letter-count.

       print-letter-body.
           evaluate true
               when ws-new-suspension
                   move "The student's grades this term fall below the"
                           to letter-line
                   write letter-line
                   move "minimum the school requires, and the student"
                           to letter-line
                   write letter-line
                   move "is suspended for the coming term. Please"
                           to letter-line
                   write letter-line
                   move "contact the registrar to discuss readmission."
                           to letter-line
                   write letter-line
               when ws-new-probation
                   move "The student's cumulative grades fall below the"
                           to letter-line
                   write letter-line
                   move "school's minimum and the student is placed on"
                           to letter-line
                   write letter-line
                   move "academic probation. A further term below the"
                           to letter-line
                   write letter-line
                   move "minimum will result in suspension."
                           to letter-line
                   write letter-line
               when ws-new-warning
                   move "The student's grades this term are below the"
                           to letter-line
                   write letter-line
                   move "level the school expects. Please review them"
                           to letter-line
                   write letter-line
                   move "with the student; no further action is taken"
                           to letter-line
                   write letter-line
                   move "at this time." to letter-line
                   write letter-line
               when other
                   move "The student completed the term in good"
                           to letter-line
                   write letter-line
                   move "academic standing." to letter-line
                   write letter-line
           end-evaluate.

      *----------------------------------------------------------------
      * load-system-params - picks up the standing cutoffs from
      * system-params.dat, keeping the hard-coded defaults when the
      * file or a keyword is absent.
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
                   evaluate pm-keyword
                       when "STANDING-WARN-GPA"
                           compute ws-warn-gpa = pm-value / 100
                       when "STANDING-PROB-GPA"
                           compute ws-prob-gpa = pm-value / 100
                       when "STANDING-SUSP-GPA"
                           compute ws-susp-gpa = pm-value / 100
                   end-evaluate
           end-read.

      *----------------------------------------------------------------
      * load-grade-scale - reads the grade-scale.dat table once at
      * startup; with no scale on file no grade carries points and
      * nobody is rated.
      *----------------------------------------------------------------
       load-grade-scale.
           open input scale-file.
           if ws-scale-status = "00"
               perform load-one-scale-range until ws-scale-eof = "Y"
           end-if.
           close scale-file.
           if ws-scale-count = 0
               display "WARNING: no grade scale on file - "
                       "nobody will be rated"
           end-if.

       load-one-scale-range.
           read scale-file
               at end move "Y" to ws-scale-eof
               not at end
                   if ws-scale-count < 20
                       add 1 to ws-scale-count
                       move gs-low to wgs-low(ws-scale-count)
                       move gs-high to wgs-high(ws-scale-count)
                       move gs-letter to wgs-letter(ws-scale-count)
                       move gs-points to wgs-points(ws-scale-count)
                   end-if
           end-read.

      *> Maintains enrollments.db, the indexed file recording which
      *> student sits in which class, keyed by student-id plus course
      *> code. An enrollment is only written after the student-id is
      *> found on students.db and the course code on courses.db, so the
      *> class lists never carry a student or course that does not exist
      *> on its master. A course carrying a max-seats figure on the
      *> catalog refuses enrollment once full and offers the waitlist.db
      *> queue instead; a drop that opens a seat promotes the first
      *> waitlisted student automatically, with a notice printed so the
      *> office can call the family, and the clerk can answer "where is
      *> my kid on the list" from the position inquiry. The Place option
      *> moves an existing enrollment into a term and section in one
      *> rewrite - clash-checked, but with no drop and so no accidental
      *> promotion - which is how the office places a promoted student
      *> who came off the waitlist at course level. A course carrying a
      *> prerequisite on the catalog requires a passing grade for it on
      *> grades.db before the enrollment writes; the registrar's
      *> exceptions go through an override prompt that lands in
      *> audit.log under the signed-on operator. A student missing a
      *> required vaccine or health form on the shared health-compliance
      *> check draws a warning, or - when the HEALTH-ENROLL-BLOCK
      *> parameter is 1 - is refused unless the clerk takes an override,
      *> logged to audit.log the same way. A drop credits back the
      *> unearned share of the billed tuition on the term's refund
      *> schedule through the shared tuition-refund subprogram, measured
      *> from the keyed drop date. A student carrying a hold on holds.db
      *> that blocks enrollment - as the shared hold-check subprogram
      *> reads it - is refused outright, with no override, and a held
      *> student at the head of a waitlist is passed over for the next
      *> one and left on the list; both land on hold-exceptions.dat for
      *> the hold exception report.

       identification division.
       program-id. enrollment-maintenance.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select optional enrollment assign "enrollments.db"
                  organization is line sequential
                  file status is ws-notice-status.

           select optional hold-exception-file
                  assign "hold-exceptions.dat"
                  organization is line sequential
                  file status is ws-exception-status.

       data division.
       file section.
       fd enrollment.
           05 filler pic x(1).
           05 nt-text pic x(40).

       fd hold-exception-file.
       copy "hold-exception-record.cpy".

       working-storage section.
       01 ws-enrollment-status pic x(2).
           88 ws-enrollment-ok value "00".
       01 ws-entry-course-code pic x(6).
       01 ws-eof pic a(1) value "N".
       01 ws-today-date pic 9(8).
       01 ws-entry-drop-date pic x(8).
       01 ws-drop-date pic 9(8).
       01 ws-drop-term pic x(5).
       01 ws-drop-end-date pic 9(8).
       01 ws-refund-event pic x(1).
       01 ws-refund-credit pic 9(5)v99.
       01 ws-refund-amount pic 9(5)v99.
       01 ws-refund-display pic zzzz9.99.
       01 ws-count-done pic a(1).
       01 ws-waitlist-done pic a(1).
       01 ws-enroll-count pic 9(3).
       01 ws-override-response pic x(1).
       01 ws-prereq-ok-sw pic x(1).
           88 ws-prereq-cleared value "Y".
      *        Default used when system-params.dat is absent; the
      *        live setting is the HEALTH-ENROLL-BLOCK keyword, 1 to
      *        refuse a non-compliant student without an override,
      *        0 to warn only.
       01 ws-health-enroll-block pic 9(1) value 1.
       01 ws-health-ok-sw pic x(1).
           88 ws-health-cleared value "Y".
       01 ws-missing-sub pic 9(2).
       copy "health-compliance-result.cpy".
       01 ws-exception-status pic x(2).
       01 ws-hold-ok-sw pic x(1).
           88 ws-hold-cleared value "Y".
       01 ws-hold-student-id pic x(5).
       01 ws-hold-sub pic 9(2).
       copy "hold-check-result.cpy".

       procedure division.
       display "Enter operator ID for the audit trail".
               end-read

               if ws-course-ok
                   perform check-student-holds
               end-if
               if ws-course-ok and ws-hold-cleared
                   perform check-prerequisite
               end-if
               if ws-course-ok and ws-hold-cleared
                   and ws-prereq-cleared
                   perform check-health-compliance
               end-if
               if ws-course-ok and ws-hold-cleared
                   and ws-prereq-cleared and ws-health-cleared
                   perform select-course-section
               end-if
               if ws-course-ok and ws-hold-cleared
                   and ws-prereq-cleared and ws-health-cleared
                   and ws-section-found
                   perform count-course-enrollments
                   if course-max-seats > 0
               end-if
           end-if.

      *----------------------------------------------------------------
      * check-student-holds - the shared hold check; any hold that
      * blocks enrollment refuses it, with no override - the hold
      * comes off through hold-maintenance or not at all - and the
      * refusal is logged for the hold exception report.
      *----------------------------------------------------------------
       check-student-holds.
           move "Y" to ws-hold-ok-sw.
           call "hold-check" using ws-entry-student-id
                   hold-check-result.
           if hk-enroll-count > 0
               move "N" to ws-hold-ok-sw
               display "Student " ws-entry-student-id
                       " is on hold - types " hk-enroll-types
               perform display-blocking-hold
                   varying ws-hold-sub from 1 by 1
                   until ws-hold-sub > hk-hold-count
                   or ws-hold-sub > 10
               display "Enrollment refused - student on hold"
               move ws-entry-student-id to ws-hold-student-id
               perform write-hold-exception
           end-if.

       display-blocking-hold.
           if hk-block-enroll-sw(ws-hold-sub) = "Y"
               display "  " hk-hold-type(ws-hold-sub) " "
                       hk-seq(ws-hold-sub) " placed "
                       hk-placed-date(ws-hold-sub) " "
                       hk-reason(ws-hold-sub)
           end-if.

      *----------------------------------------------------------------
      * write-hold-exception - one line on hold-exceptions.dat for
      * the student turned away, with the course and the hold types
      * that blocked the enrollment.
      *----------------------------------------------------------------
       write-hold-exception.
           move spaces to hold-exception-record.
           accept ws-audit-date from date yyyymmdd.
           accept ws-audit-time from time.
           string ws-audit-date delimited by size
                  ws-audit-time delimited by size
                  into he-timestamp
           end-string.
           move "enrollment-maintenance" to he-program.
           move ws-hold-student-id to he-student-id.
           move "E" to he-blocked.
           move hk-enroll-types to he-hold-types.
           move ws-entry-course-code to he-detail.
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
      * check-prerequisite - a course with a prerequisite on the
      * catalog needs a passing grade for it somewhere on grades.db
               end-if
           end-if.

      *----------------------------------------------------------------
      * check-health-compliance - the shared check as of today; the
      * missing items are listed, and under the block setting only
      * an override, logged to audit.log as HLTOVR, lets the
      * enrollment through.
      *----------------------------------------------------------------
       check-health-compliance.
           move "Y" to ws-health-ok-sw.
           accept ws-today-date from date yyyymmdd.
           call "health-compliance" using student-id student-dob
                   ws-today-date health-compliance-result.
           if hc-missing-count > 0
               display "WARNING: " student-id " is missing "
                       hc-missing-count " required health item(s)"
               perform display-missing-item
                   varying ws-missing-sub from 1 by 1
                   until ws-missing-sub > hc-missing-count
                   or ws-missing-sub > 20
               if ws-health-enroll-block = 1
                   display "Health override? (Y/N)"
                   accept ws-override-response
                   if ws-override-response = "Y"
                       or ws-override-response = "y"
                       perform write-health-override-audit
                   else
                       move "N" to ws-health-ok-sw
                       display "Enrollment refused - "
                               "health requirements not met"
                   end-if
               end-if
           end-if.

       display-missing-item.
           display "  " hc-missing-code(ws-missing-sub) " "
                   hc-missing-description(ws-missing-sub)
                   " due " hc-missing-due-date(ws-missing-sub).

       scan-prereq-grades.
           move "N" to ws-prereq-met-sw.
           move "N" to ws-prereq-done.
           perform append-audit-record.
           display "Override logged for " ws-operator-id.

       write-health-override-audit.
           move spaces to audit-record.
           move ws-entry-student-id to audit-student-id.
           move "HLTOVR" to audit-operation.
           move "ENROLL" to audit-file-id.
           move ws-entry-course-code to audit-key.
           perform append-audit-record.
           display "Override logged for " ws-operator-id.

      *----------------------------------------------------------------
      * write-audit-record-enroll/drop - every enrollment written or
      * dropped lands on the trail with file identifier ENROLL, so
           end-if.

      *----------------------------------------------------------------
      * load-system-params - picks up the passing grade and the
      * health enrollment block from system-params.dat, keeping the
      * hard-coded defaults when the file or the keywords are absent.
      *----------------------------------------------------------------
       load-system-params.
           open input params-file.
           read params-file
               at end move "Y" to ws-params-eof
               not at end
                   evaluate pm-keyword
                       when "PASSING-GRADE"
                           move pm-value to ws-passing-grade
                       when "HEALTH-ENROLL-BLOCK"
                           move pm-value to ws-health-enroll-block
                   end-evaluate
           end-read.

      *----------------------------------------------------------------
           end-read.

      *----------------------------------------------------------------
      * drop-enrollment - removes one enrollment by its full key. The
      * enrollment is read first for its term, and the keyed drop
      * date goes to the shared tuition-refund subprogram, which
      * credits the unearned tuition on the refund schedule. An
      * enrollment a withdrawal already end-dated was refunded then
      * and is not refunded again.
      *----------------------------------------------------------------
       drop-enrollment.
           display "Enter Student ID".
           accept ws-entry-course-code.
           move ws-entry-student-id to en-student-id.
           move ws-entry-course-code to en-course-code.
           read enrollment
               invalid key
                   display "No enrollment found for " enrollment-key
                           " status " ws-enrollment-status
           end-read.
           if ws-enrollment-ok
               perform accept-drop-date
               if ws-drop-date > 0
                   move en-term to ws-drop-term
                   move en-end-date to ws-drop-end-date
                   delete enrollment
                       invalid key
                           display "Invalid Key - status "
                                   ws-enrollment-status
                       not invalid key
                           display "Dropped " ws-entry-student-id
                                   " from " ws-entry-course-code
                           perform write-audit-record-drop
                           perform refund-dropped-tuition
                           perform promote-from-waitlist
                   end-delete
               end-if
           end-if.

       accept-drop-date.
           move 0 to ws-drop-date.
           display "Enter drop date yyyymmdd (blank for today)".
           accept ws-entry-drop-date.
           if ws-entry-drop-date = spaces
               accept ws-entry-drop-date from date yyyymmdd
           end-if.
           if ws-entry-drop-date is not numeric
               display "Date must be 8 digits - nothing dropped"
           else
               move ws-entry-drop-date to ws-drop-date
           end-if.

       refund-dropped-tuition.
           if ws-drop-end-date = 0
               move "D" to ws-refund-event
               call "tuition-refund" using ws-entry-student-id
                       ws-entry-course-code ws-drop-term ws-drop-date
                       ws-refund-event ws-operator-id
                       ws-refund-credit ws-refund-amount
               move ws-refund-credit to ws-refund-display
               display "Tuition credited: " ws-refund-display
               if ws-refund-amount > 0
                   move ws-refund-amount to ws-refund-display
                   display "Refund due - on the refund register: "
                           ws-refund-display
               end-if
           end-if.

      *----------------------------------------------------------------
      * promote-from-waitlist - a drop opened a seat, so the first
      * student queued for the course enrolls automatically, comes
      * off the waitlist, and lands on the notice print so the
      * office can call the family. A student on a hold blocking
      * enrollment is passed over, logged for the hold exception
      * report, and left on the list in place for when the hold
      * comes off.
      *----------------------------------------------------------------
       promote-from-waitlist.
           move "N" to ws-waitlist-done.
           start waitlist key is greater than waitlist-key
               invalid key move "Y" to ws-waitlist-done
           end-start.
           perform promote-next-waitlisted
               until ws-waitlist-done = "Y".

       promote-next-waitlisted.
           read waitlist next
               at end move "Y" to ws-waitlist-done
               not at end
                   if wl-course-code not = ws-entry-course-code
                       move "Y" to ws-waitlist-done
                   else
                       call "hold-check" using wl-student-id
                               hold-check-result
                       if hk-enroll-count > 0
                           display "Waitlisted " wl-student-id
                                   " is on hold - left on the "
                                   "waitlist"
                           move wl-student-id to ws-hold-student-id
                           perform write-hold-exception
                       else
                           perform promote-one-student
                           move "Y" to ws-waitlist-done
                       end-if
                   end-if
           end-read.

      *        A promotion enrolls at the course level - the waitlist
      *        carries no section, so the office places the student

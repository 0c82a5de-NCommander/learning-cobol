      *> student's status byte (withdrawn, graduated, or leave) on
      *> students.db, end-dates every enrollments.db record under
      *> them as of the keyed date so the class lists let go of
      *> them, credits back the unearned tuition on each ended
      *> enrollment through the shared tuition-refund subprogram and
      *> the term's refund schedule, and sweeps invoices.db for what
      *> is still open - netted the way the aging report nets it -
      *> flagging each one on the withdrawal register for the
      *> billing office to adjust. Every
      *> seat the withdrawal opens promotes the first waitlisted
      *> student for that course, with the same notice print the
      *> enrollment screen's drop path produces; a waitlisted student
      *> on a hold blocking enrollment is passed over, left on the
      *> list, and logged for the hold exception report, as the
      *> enrollment screen does. The session runs
      *> under the shared operator-signon (student-maintenance
      *> grant) and every change lands on audit.log - WTHDRW under
      *> STUDENT for the status change, UPDATE under ENROLL per
                  organization is line sequential
                  file status is ws-register-status.

           select optional hold-exception-file
                  assign "hold-exceptions.dat"
                  organization is line sequential
                  file status is ws-exception-status.

       data division.
       file section.
       fd student.
       fd register-file.
       01 register-line pic x(70).

       fd hold-exception-file.
       copy "hold-exception-record.cpy".

       working-storage section.
       01 ws-student-status pic x(2).
           88 ws-student-ok value "00".
       01 ws-invoice-done pic a(1).
       01 ws-adjust-done pic a(1).
       01 ws-waitlist-done pic a(1).
       01 ws-exception-status pic x(2).
       01 ws-hold-student-id pic x(5).
       copy "hold-check-result.cpy".

       01 ws-operator-id pic x(8) value spaces.
       01 ws-signed-on-sw pic x(1) value "N".
           05 ws-promote-count pic 9(2) value 0.
           05 ws-promote-course occurs 20 times pic x(6).
       01 ws-promote-sub pic 9(2).

      *        Enrollments ended by the withdrawal, refunded after the
      *        scan for the same reason.
       01 ws-refund-table.
           05 ws-refund-count pic 9(2) value 0.
           05 ws-refund-entry occurs 20 times.
               10 ws-refund-course pic x(6).
               10 ws-refund-term pic x(5).
       01 ws-refund-sub pic 9(2).
       01 ws-refund-event pic x(1) value "W".
       01 ws-refund-credit pic 9(5)v99.
       01 ws-refund-amount pic 9(5)v99.
       01 ws-refund-display pic zzzz9.99.
       01 ws-credit-total pic 9(7)v99.
       01 ws-refund-total pic 9(7)v99.
       01 ws-promote-student-id pic x(5).

       01 ws-entry-student-id pic x(5).
                   perform write-withdrawal-audit-record
                   perform end-date-enrollments
                   perform promote-opened-seats
                   perform refund-ended-tuition
                   perform flag-open-invoices
                   display "Withdrawn. Enrollments ended: "
                           ws-ended-count
       end-date-enrollments.
           move 0 to ws-ended-count.
           move 0 to ws-promote-count.
           move 0 to ws-refund-count.
           move "N" to ws-enroll-done.
           move ws-entry-student-id to en-student-id.
           move low-values to en-course-code.
                                   add 1 to ws-ended-count
                                   perform write-end-date-audit-record
                                   perform note-opened-seat
                                   perform note-refund-due
                           end-rewrite
                       end-if
                   end-if
                       "promote " en-course-code " by hand"
           end-if.

      *----------------------------------------------------------------
      * note-refund-due - remembers the end-dated enrollment's course
      * and term for the tuition refund after the scan.
      *----------------------------------------------------------------
       note-refund-due.
           if ws-refund-count < 20
               add 1 to ws-refund-count
               move en-course-code to ws-refund-course(ws-refund-count)
               move en-term to ws-refund-term(ws-refund-count)
           else
               display "WARNING: more than 20 enrollments ended - "
                       "refund " en-course-code " by hand"
           end-if.

      *----------------------------------------------------------------
      * refund-ended-tuition - every ended enrollment's billed
      * tuition goes through the shared tuition-refund subprogram
      * with the withdrawal date, which posts the unearned share on
      * the term's refund schedule and prints the refund register
      * line; the invoice sweep that follows sees what is left.
      *----------------------------------------------------------------
       refund-ended-tuition.
           move 0 to ws-credit-total.
           move 0 to ws-refund-total.
           perform refund-one-enrollment
               varying ws-refund-sub from 1 by 1
               until ws-refund-sub > ws-refund-count.
           move ws-credit-total to ws-refund-display.
           display "Tuition credited: " ws-refund-display.
           if ws-refund-total > 0
               move ws-refund-total to ws-refund-display
               display "Refund due - on the refund register: "
                       ws-refund-display
           end-if.

       refund-one-enrollment.
           call "tuition-refund" using ws-entry-student-id
                   ws-refund-course(ws-refund-sub)
                   ws-refund-term(ws-refund-sub)
                   ws-withdrawal-date ws-refund-event ws-operator-id
                   ws-refund-credit ws-refund-amount.
           add ws-refund-credit to ws-credit-total.
           add ws-refund-amount to ws-refund-total.

      *----------------------------------------------------------------
      * promote-opened-seats - every seat the withdrawal opened
      * promotes the first student queued for that course, the same
      * course-level promotion the enrollment screen's drop path
      * runs, with the notice printed so the office can call the
      * family. A student on a hold blocking enrollment is passed
      * over, logged for the hold exception report, and left on the
      * list in place for when the hold comes off.
      *----------------------------------------------------------------
       promote-opened-seats.
           perform promote-one-seat
           start waitlist key is greater than waitlist-key
               invalid key move "Y" to ws-waitlist-done
           end-start.
           perform promote-next-waitlisted
               until ws-waitlist-done = "Y".

       promote-next-waitlisted.
           read waitlist next
               at end move "Y" to ws-waitlist-done
               not at end
                   if wl-course-code
                           not = ws-promote-course(ws-promote-sub)
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
                           perform enroll-promoted-student
                           move "Y" to ws-waitlist-done
                       end-if
                   end-if
           end-read.

       enroll-promoted-student.
           move wl-student-id to ws-promote-student-id.
                       ws-notice-status
           end-if.

      *----------------------------------------------------------------
      * write-hold-exception - one line on hold-exceptions.dat for
      * the waitlisted student passed over, with the course and the
      * hold types that blocked the promotion.
      *----------------------------------------------------------------
       write-hold-exception.
           move spaces to hold-exception-record.
           accept ws-audit-date from date yyyymmdd.
           accept ws-audit-time from time.
           string ws-audit-date delimited by size
                  ws-audit-time delimited by size
                  into he-timestamp
           end-string.
           move "student-withdrawal" to he-program.
           move ws-hold-student-id to he-student-id.
           move "E" to he-blocked.
           move hk-enroll-types to he-hold-types.
           move ws-promote-course(ws-promote-sub) to he-detail.
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
      * sign-on-operator - sign-on, password, lockout, and the
      * per-function grants all live in the shared operator-signon
                       or adj-invoice-no not = inv-invoice-no
                       move "Y" to ws-adjust-done
                   else
                       if adj-increases-balance
                           add adj-amount to ws-adjust-net
                       else
                           subtract adj-amount from ws-adjust-net

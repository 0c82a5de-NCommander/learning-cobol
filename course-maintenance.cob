      *> Maintains the course catalog on courses.db, the indexed
      *> master the enrollment subsystem checks course codes against,
      *> with the same CRUD menu loop the student and customer
      *> maintenance screens use. The (T)uition rates option keeps
      *> the course's rate-history.db entries, each rate keyed against
      *> the terms.db term it takes effect with, so a board raise is
      *> entered ahead of time without repricing terms already
      *> billed; the catalog rate itself prices the terms ahead of the
      *> course's first entry. A rate for a term that has already
      *> started reprices late enrollments in it and needs a
      *> supervisor, and only a rate whose term has not started yet
      *> can be removed.

       identification division.
       program-id. course-maintenance.
                  record key is course-code
                  file status is ws-course-status.

           select optional rate-file assign "rate-history.db"
                  organization is indexed
                  access is dynamic
                  record key is rate-history-key
                  file status is ws-rate-status.

           select optional term-file assign "terms.db"
                  organization is indexed
                  access is random
                  record key is tm-term-code
                  file status is ws-term-status.

           select optional audit-file assign "audit.log"
                  organization is line sequential
       fd course.
       copy "course-record.cpy".

       fd rate-file.
       copy "rate-history-record.cpy".

       fd term-file.
       01 term-record.
           05 tm-term-code pic x(5).
           05 tm-start-date pic 9(8).
           05 tm-end-date pic 9(8).

       fd audit-file.
       copy "audit-record.cpy".
       01 ws-entry-prereq pic x(6).
       01 ws-entry-hours pic x(3).
       01 ws-hours-display pic z9.9.
       01 ws-rate-status pic x(2).
           88 ws-rate-ok value "00".
           88 ws-rate-open-ok value "00" "05".
       01 ws-term-status pic x(2).
           88 ws-term-ok value "00".
           88 ws-term-open-ok value "00" "05".
       01 ws-rate-choice pic x(1).
       01 ws-rate-done pic a(1).
       01 ws-list-done pic a(1).
       01 ws-rate-count pic 9(3).
       01 ws-entry-term pic x(5).
       01 ws-today-num pic 9(8).
       01 ws-rate-date-display pic 9999/99/99.
       01 ws-audit-status pic x(2).
       01 ws-audit-date pic x(8).
       01 ws-audit-time pic x(6).
       01 ws-audit-operation pic x(6).
       01 ws-operator-id pic x(8) value spaces.
       01 ws-signed-on-sw pic x(1) value "N".
           88 ws-signed-on value "Y".
       if not ws-course-open-ok
           display "WARNING: courses.db open status " ws-course-status
       end-if.
       open i-o rate-file.
       if not ws-rate-open-ok
           display "WARNING: rate-history.db open status "
                   ws-rate-status
       end-if.
       open input term-file.
       if not ws-term-open-ok
           display "WARNING: terms.db open status " ws-term-status
       end-if.
       accept ws-today-num from date yyyymmdd.

       perform until ws-eof = "Y"
           display "(C)reate, (R)ead, (U)pdate, (D)elete, "
                   "(T)uition rates, (Q)uit?"
           accept ws-menu-choice

           evaluate ws-menu-choice
                   perform update-course
               when "D" when "d"
                   perform delete-course
               when "T" when "t"
                   perform maintain-tuition-rates
               when "Q" when "q"
                   move "Y" to ws-eof
               when other
           display "WARNING: courses.db close status "
                   ws-course-status
       end-if.
       close rate-file.
       if ws-rate-status not = "00"
           display "WARNING: rate-history.db close status "
                   ws-rate-status
       end-if.
       close term-file.
       stop run.

      *----------------------------------------------------------------
                   display "Prereq: " course-prereq-code
                   move course-credit-hours to ws-hours-display
                   display "Credit hours: " ws-hours-display
                   perform list-tuition-rates
           end-read.

      *----------------------------------------------------------------
                   perform write-course-audit-record
           end-delete.

      *----------------------------------------------------------------
      * maintain-tuition-rates - the rate history of one catalog
      * course: listed, then added to or trimmed until the operator
      * returns to the main menu.
      *----------------------------------------------------------------
       maintain-tuition-rates.
           display "Enter Course Code for tuition rates"
           accept ws-lookup-code
           move ws-lookup-code to course-code
           read course
               invalid key
                   display "No course found for code " ws-lookup-code
                           " status " ws-course-status
           end-read.
           if ws-course-ok
               move "N" to ws-rate-done
               perform maintain-one-rate-choice
                   until ws-rate-done = "Y"
           end-if.

       maintain-one-rate-choice.
           move course-tuition-rate to ws-rate-display.
           display "Catalog rate (terms before the first entry): "
                   ws-rate-display.
           perform list-tuition-rates.
           display "(A)dd rate, (D)elete rate, blank to return".
           accept ws-rate-choice.
           evaluate ws-rate-choice
               when "A" when "a"
                   perform add-tuition-rate
               when "D" when "d"
                   perform delete-tuition-rate
               when spaces
                   move "Y" to ws-rate-done
               when other
                   display "Unrecognized option: " ws-rate-choice
           end-evaluate.

      *----------------------------------------------------------------
      * list-tuition-rates - every rate-history.db entry for the
      * course in course-code order, expecting course-code set.
      *----------------------------------------------------------------
       list-tuition-rates.
           move 0 to ws-rate-count.
           move "N" to ws-list-done.
           move course-code to rh-course-code.
           move low-values to rh-effective-term.
           start rate-file key is greater than rate-history-key
               invalid key move "Y" to ws-list-done
           end-start.
           perform list-one-tuition-rate until ws-list-done = "Y".
           if ws-rate-count = 0
               display "No dated tuition rates on file"
           end-if.

       list-one-tuition-rate.
           read rate-file next
               at end move "Y" to ws-list-done
               not at end
                   if rh-course-code not = course-code
                       move "Y" to ws-list-done
                   else
                       add 1 to ws-rate-count
                       move rh-rate to ws-rate-display
                       move rh-entered-date to ws-rate-date-display
                       display "  From term " rh-effective-term
                               "  rate " ws-rate-display
                               "  keyed " ws-rate-date-display
                               " by " rh-entered-operator
                   end-if
           end-read.

      *----------------------------------------------------------------
      * add-tuition-rate - a new rate from a terms.db term onward. A
      * term already under way takes a supervisor, since the rate
      * reprices the term's late enrollments; a term the course
      * already has a rate for is refused rather than overwritten.
      *----------------------------------------------------------------
       add-tuition-rate.
           display "Enter effective term".
           accept ws-entry-term.
           move ws-entry-term to tm-term-code.
           read term-file
               invalid key
                   display "Term " ws-entry-term " is not on terms.db"
           end-read.
           if ws-term-ok
               if tm-start-date <= ws-today-num
                   and ws-signon-level < 2
                   display "Term " ws-entry-term " has started - a "
                           "supervisor must key its rate"
               else
                   perform write-tuition-rate
               end-if
           end-if.

       write-tuition-rate.
           move course-code to rh-course-code.
           move ws-entry-term to rh-effective-term.
           move 0 to rh-rate.
           display "Enter tuition in cents (e.g. 12550 for 125.50, "
                   "blank cancels)".
           accept ws-entry-rate.
           if ws-entry-rate = spaces
               display "Rate not added"
           else
               compute rh-rate = function numval(ws-entry-rate) / 100
               move ws-today-num to rh-entered-date
               move ws-operator-id to rh-entered-operator
               write rate-history-record
                   invalid key
                       display "A rate from term " ws-entry-term
                               " is already on file - status "
                               ws-rate-status
                   not invalid key
                       display "Rate Inserted"
                       move "CREATE" to audit-operation
                       perform write-rate-audit-record
               end-write
           end-if.

      *----------------------------------------------------------------
      * delete-tuition-rate - a rate can come off only before its
      * term starts; once the term is under way invoices may already
      * carry it.
      *----------------------------------------------------------------
       delete-tuition-rate.
           display "Enter effective term of the rate to delete".
           accept ws-entry-term.
           move course-code to rh-course-code.
           move ws-entry-term to rh-effective-term.
           read rate-file
               invalid key
                   display "No rate from term " ws-entry-term
                           " for course " course-code
           end-read.
           if ws-rate-ok
               move ws-entry-term to tm-term-code
               move 0 to tm-start-date
               read term-file
                   invalid key continue
               end-read
               if tm-start-date > 0 and tm-start-date <= ws-today-num
                   display "Term " ws-entry-term " has started - "
                           "its rate stays on file"
               else
                   delete rate-file
                       invalid key
                           display "Invalid Key - status "
                                   ws-rate-status
                       not invalid key
                           display "Rate Deleted"
                           move "DELETE" to audit-operation
                           perform write-rate-audit-record
                   end-delete
               end-if
           end-if.

      *----------------------------------------------------------------
      * write-rate-audit-record - the audit.log entry for every rate
      * history change, file identifier RATEHIST and the course code
      * and effective term in the key field.
      *----------------------------------------------------------------
       write-rate-audit-record.
           move audit-operation to ws-audit-operation.
           move spaces to audit-record.
           move ws-audit-operation to audit-operation.
           move "RATEHIST" to audit-file-id.
           move rate-history-key to audit-key.
           perform append-course-audit-record.

      *----------------------------------------------------------------
      * sign-on-operator - sign-on, password, lockout, and the
      * per-function grants all live in the shared operator-signon
      *----------------------------------------------------------------
      * write-course-audit-record - the audit.log entry for every
      * catalog change, file identifier COURSE and the course code
      * in the key field, expecting audit-operation already set;
      * the operation is carried across the clearing of the record.
      *----------------------------------------------------------------
       write-course-audit-record.
           move audit-operation to ws-audit-operation.
           move spaces to audit-record.
           move ws-audit-operation to audit-operation.
           move "COURSE" to audit-file-id.
           move course-code to audit-key.
           perform append-course-audit-record.

       append-course-audit-record.
           move ws-operator-id to audit-operator.
           accept ws-audit-date from date yyyymmdd.
           accept ws-audit-time from time.

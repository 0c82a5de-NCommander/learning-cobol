       >>SOURCE FORMAT IS FIXED
      *> Maintains student-health.db, the per-student health record: for
      *> each health-requirements.db code, the date the shot was given
      *> or the form came in, or the exemption the family filed in its
      *> place. Show lists every requirement on the table against the
      *> student's record and whether the student is missing it as of
      *> today through the shared health-compliance check, so the clerk
      *> answering a parent's call sees exactly what the exception
      *> report and the enrollment block see. Key records a date or
      *> exemption; Delete removes one keyed in error. The student must
      *> be on students.db, and every change is on audit.log.

       identification division.
       program-id. student-health-maintenance.

       environment division.
       configuration section.
       repository.
           function day-from-date
           function all intrinsic.

       input-output section.
       file-control.
           select optional health-file assign "student-health.db"
                  organization is indexed
                  access is dynamic
                  record key is student-health-key
                  sharing with all other
                  file status is ws-health-status.

           select optional requirement-file
                  assign "health-requirements.db"
                  organization is indexed
                  access is dynamic
                  record key is hr-requirement-code
                  file status is ws-requirement-status.

           select optional student assign "students.db"
                  organization is indexed
                  access is random
                  record key is student-id
                  alternate record key is student-name
                          with duplicates
                  sharing with all other
                  file status is ws-student-status.

           select optional audit-file assign "audit.log"
                  organization is line sequential
                  file status is ws-audit-status.

       data division.
       file section.
       fd health-file.
       copy "student-health-record.cpy".

       fd requirement-file.
       copy "health-requirement-record.cpy".

       fd student.
       copy "student-record.cpy".

       fd audit-file.
       copy "audit-record.cpy".

       working-storage section.
       01 ws-health-status pic x(2).
           88 ws-health-ok value "00".
           88 ws-health-open-ok value "00" "05".
       01 ws-requirement-status pic x(2).
           88 ws-requirement-ok value "00".
           88 ws-requirement-open-ok value "00" "05".
       01 ws-student-status pic x(2).
           88 ws-student-ok value "00".
       01 ws-menu-choice pic x(1).
       01 ws-eof pic a(1) value "N".
       01 ws-list-done pic a(1).
       01 ws-entry-student-id pic x(5).
       01 ws-entry-code pic x(6).
       01 ws-entry-date pic x(8).
       01 ws-entry-exemption pic x(1).
       01 ws-check-date pic 9(8).
       01 ws-day-of-week-num binary-long signed.
       01 ws-today-date pic 9(8).
       01 ws-fields-ok-sw pic x(1).
           88 ws-fields-ok value "Y".
       01 ws-missing-sub pic 9(2).
       01 ws-missing-sw pic x(1).
           88 ws-missing value "Y".
       01 ws-status-text pic x(12).

       copy "health-compliance-result.cpy".

       01 ws-audit-status pic x(2).
       01 ws-audit-date pic x(8).
       01 ws-audit-time pic x(6).
       01 ws-operator-id pic x(8) value spaces.
       01 ws-signed-on-sw pic x(1) value "N".
           88 ws-signed-on value "Y".
       01 ws-signon-function pic x(1) value "S".
       01 ws-signon-result pic x(1).
       01 ws-signon-level pic 9(1).

       procedure division.
       display "Enter operator ID for the audit trail".
       accept ws-operator-id.
       perform sign-on-operator.
       if not ws-signed-on
           display "Operator " ws-operator-id " is not authorized"
           stop run
       end-if.

       open i-o health-file.
       if not ws-health-open-ok
           display "WARNING: student-health.db open status "
                   ws-health-status
       end-if.
       open input requirement-file.
       if not ws-requirement-open-ok
           display "WARNING: health-requirements.db open status "
                   ws-requirement-status
       end-if.
       open input student.

       perform until ws-eof = "Y"
           display "(S)how student, (K)ey a requirement, "
                   "(D)elete, (Q)uit?"
           accept ws-menu-choice

           evaluate ws-menu-choice
               when "S" when "s"
                   perform show-student-health
               when "K" when "k"
                   perform key-student-health
               when "D" when "d"
                   perform delete-student-health
               when "Q" when "q"
                   move "Y" to ws-eof
               when other
                   display "Unrecognized option: " ws-menu-choice
           end-evaluate
       end-perform.

       close health-file.
       if ws-health-status not = "00"
           display "WARNING: student-health.db close status "
                   ws-health-status
       end-if.
       close requirement-file.
       close student.
       stop run.

      *----------------------------------------------------------------
      * accept-student - the student must be on students.db; the
      * name and guardian are shown so the clerk knows the record
      * is the right child.
      *----------------------------------------------------------------
       accept-student.
           display "Enter Student ID".
           accept ws-entry-student-id.
           move ws-entry-student-id to student-id.
           read student
               invalid key
                   display "No student found for ID "
                           ws-entry-student-id
                           " status " ws-student-status
               not invalid key
                   display student-id " " student-name
                           " guardian " student-guardian
                           " phone " student-phone
           end-read.

       accept-requirement.
           display "Enter requirement code".
           accept ws-entry-code.
           move function upper-case(ws-entry-code)
                   to hr-requirement-code.
           read requirement-file
               invalid key
                   display "No requirement on file for code "
                           hr-requirement-code
           end-read.

      *----------------------------------------------------------------
      * show-student-health - every requirement on the table, the
      * student's date or exemption against it, and the compliance
      * check's verdict as of today.
      *----------------------------------------------------------------
       show-student-health.
           perform accept-student.
           if ws-student-ok
               accept ws-today-date from date yyyymmdd
               call "health-compliance" using student-id
                       student-dob ws-today-date
                       health-compliance-result
               display "CODE   DESCRIPTION                    "
                       "REQ GIVEN    EX STATUS"
               move "N" to ws-list-done
               move low-values to hr-requirement-code
               start requirement-file
                       key is greater than hr-requirement-code
                   invalid key move "Y" to ws-list-done
               end-start
               perform show-one-requirement
                   until ws-list-done = "Y"
               if hc-missing-count = 0
                   display "Student is in compliance"
               else
                   display "Student is missing " hc-missing-count
                           " required item(s)"
               end-if
           end-if.

       show-one-requirement.
           read requirement-file next
               at end move "Y" to ws-list-done
               not at end
                   move student-id to sh-student-id
                   move hr-requirement-code to sh-requirement-code
                   read health-file
                       invalid key
                           move 0 to sh-satisfied-date
                           move space to sh-exemption-code
                   end-read
                   perform find-missing-entry
                   evaluate true
                       when ws-missing
                           move "MISSING" to ws-status-text
                       when sh-satisfied-date > 0
                           move "GIVEN" to ws-status-text
                       when sh-exempt
                           move "EXEMPT" to ws-status-text
                       when hr-required
                           move "NOT YET DUE" to ws-status-text
                       when other
                           move "NOT REQUIRED" to ws-status-text
                   end-evaluate
                   display hr-requirement-code " " hr-description
                           " " hr-required-sw "   "
                           sh-satisfied-date " " sh-exemption-code
                           "  " ws-status-text
           end-read.

       find-missing-entry.
           move "N" to ws-missing-sw.
           perform varying ws-missing-sub from 1 by 1
                   until ws-missing-sub > hc-missing-count
                   or ws-missing-sub > 20
               if hc-missing-code(ws-missing-sub)
                       = hr-requirement-code
                   move "Y" to ws-missing-sw
               end-if
           end-perform.

      *----------------------------------------------------------------
      * key-student-health - a date given or an exemption; keying
      * over an existing record replaces it.
      *----------------------------------------------------------------
       key-student-health.
           perform accept-student.
           if ws-student-ok
               perform accept-requirement
               if ws-requirement-ok
                   move student-id to sh-student-id
                   move hr-requirement-code to sh-requirement-code
                   read health-file
                       invalid key
                           move 0 to sh-satisfied-date
                           move space to sh-exemption-code
                   end-read
                   perform accept-health-fields
                   if ws-fields-ok
                       perform write-or-rewrite-health
                   end-if
               end-if
           end-if.

       accept-health-fields.
           move "Y" to ws-fields-ok-sw.
           display "Date given/received yyyymmdd "
                   "(blank keeps current, 0 clears)".
           accept ws-entry-date.
           if ws-entry-date = "0"
               move 0 to sh-satisfied-date
           else
               if ws-entry-date not = spaces
                   perform validate-entry-date
                   if ws-check-date = 0
                       move "N" to ws-fields-ok-sw
                   else
                       move ws-check-date to sh-satisfied-date
                   end-if
               end-if
           end-if.
           display "Exemption (M)edical, (R)eligious, (P)ersonal, "
                   "(N)one (blank keeps current)".
           accept ws-entry-exemption.
           move function upper-case(ws-entry-exemption)
                   to ws-entry-exemption.
           evaluate ws-entry-exemption
               when space
                   continue
               when "N"
                   move space to sh-exemption-code
               when "M" when "R" when "P"
                   move ws-entry-exemption to sh-exemption-code
               when other
                   display "Unrecognized exemption "
                           ws-entry-exemption
                   move "N" to ws-fields-ok-sw
           end-evaluate.
           if not ws-fields-ok
               display "Health record not written"
           end-if.

       validate-entry-date.
           move 0 to ws-check-date.
           if ws-entry-date is not numeric
               display "Date must be 8 digits"
           else
               move ws-entry-date to ws-check-date
               compute ws-day-of-week-num =
                       function day-from-date(ws-check-date)
               if ws-day-of-week-num < 1
                   display "Not a valid date"
                   move 0 to ws-check-date
               end-if
           end-if.

       write-or-rewrite-health.
           accept ws-today-date from date yyyymmdd.
           move ws-today-date to sh-keyed-date.
           move ws-operator-id to sh-keyed-operator.
           if ws-health-ok
               rewrite student-health-record
                   invalid key
                       display "Unable to update "
                               student-health-key
                               " status " ws-health-status
                   not invalid key
                       display "Health Record Updated"
                       move "UPDATE" to audit-operation
                       perform write-health-audit-record
               end-rewrite
           else
               write student-health-record
                   invalid key
                       display "Unable to write "
                               student-health-key
                               " status " ws-health-status
                   not invalid key
                       display "Health Record Inserted"
                       move "CREATE" to audit-operation
                       perform write-health-audit-record
               end-write
           end-if.

       delete-student-health.
           display "Enter Student ID".
           accept ws-entry-student-id.
           display "Enter requirement code".
           accept ws-entry-code.
           move ws-entry-student-id to sh-student-id.
           move function upper-case(ws-entry-code)
                   to sh-requirement-code.
           delete health-file
               invalid key
                   display "Invalid Key - status " ws-health-status
               not invalid key
                   display "Health Record Deleted"
                   move "DELETE" to audit-operation
                   perform write-health-audit-record
           end-delete.

      *----------------------------------------------------------------
      * sign-on-operator - sign-on, password, lockout, and the
      * per-function grants all live in the shared operator-signon
      * subprogram; this screen needs the student-maintenance grant.
      *----------------------------------------------------------------
       sign-on-operator.
           move "N" to ws-signed-on-sw.
           call "operator-signon" using ws-operator-id
                   ws-signon-function ws-signon-result
                   ws-signon-level.
           if ws-signon-result = "Y"
               move "Y" to ws-signed-on-sw
           end-if.

      *----------------------------------------------------------------
      * write-health-audit-record - file identifier HEALTH, the
      * student in the student field and student plus requirement
      * code in the key, expecting audit-operation already set.
      *----------------------------------------------------------------
       write-health-audit-record.
           move sh-student-id to audit-student-id.
           move "HEALTH" to audit-file-id.
           move student-health-key to audit-key.
           move ws-operator-id to audit-operator.
           accept ws-audit-date from date yyyymmdd.
           accept ws-audit-time from time.
           string ws-audit-date delimited by size
                  ws-audit-time delimited by size
                  into audit-timestamp
           end-string.
           open extend audit-file.
           if ws-audit-status = "05" or ws-audit-status = "35"
               close audit-file
               open output audit-file
           end-if.
           if ws-audit-status not = "00"
               display "WARNING: audit.log open status "
                       ws-audit-status
           end-if.
           write audit-record.
           if ws-audit-status not = "00"
               display "WARNING: audit.log write status "
                       ws-audit-status
           end-if.
           close audit-file.
           if ws-audit-status not = "00"
               display "WARNING: audit.log close status "
                       ws-audit-status
           end-if.

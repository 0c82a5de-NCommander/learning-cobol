       >>SOURCE FORMAT IS FIXED
      *> Maintains awards.db, the scholarship and aid awards the
      *> tuition billing run applies to each student's term tuition:
      *> the student (proved on students.db), the term, the
      *> aid-funds.db fund paying it, a flat amount or a percentage
      *> of tuition, and an optional minimum cumulative GPA. The
      *> disbursed figure belongs to the billing run and is shown but
      *> never keyed; an award that has disbursed is refused on
      *> delete. The same CRUD menu loop the other masters use, with
      *> every change on audit.log.

       identification division.
       program-id. award-maintenance.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select optional award-file assign "awards.db"
                  organization is indexed
                  access is dynamic
                  record key is award-key
                  file status is ws-award-status.

           select optional fund-master assign "aid-funds.db"
                  organization is indexed
                  access is random
                  record key is af-fund-code
                  file status is ws-fund-status.

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
       fd award-file.
       copy "award-record.cpy".

       fd fund-master.
       copy "fund-record.cpy".

       fd student.
       copy "student-record.cpy".

       fd audit-file.
       copy "audit-record.cpy".

       working-storage section.
       01 ws-award-status pic x(2).
           88 ws-award-ok value "00".
           88 ws-award-open-ok value "00" "05".
       01 ws-fund-status pic x(2).
           88 ws-fund-ok value "00".
           88 ws-fund-open-ok value "00" "05".
       01 ws-student-status pic x(2).
           88 ws-student-ok value "00".
           88 ws-student-open-ok value "00" "05".
       01 ws-menu-choice pic x(1).
       01 ws-eof pic a(1) value "N".
       01 ws-list-done pic a(1).
       01 ws-award-count pic 9(5).
       01 ws-key-ok-sw pic x(1).
           88 ws-key-ok value "Y".
       01 ws-entry-student-id pic x(5).
       01 ws-entry-term pic x(5).
       01 ws-entry-fund pic x(6).
       01 ws-entry-amount pic x(10).
       01 ws-entry-percent pic x(3).
       01 ws-entry-gpa pic x(3).
       01 ws-money-display pic zzzz9.99.
       01 ws-gpa-display pic 9.99.

       01 ws-audit-status pic x(2).
       01 ws-audit-date pic x(8).
       01 ws-audit-time pic x(6).
       01 ws-audit-operation pic x(6).
       01 ws-operator-id pic x(8) value spaces.
       01 ws-signed-on-sw pic x(1) value "N".
           88 ws-signed-on value "Y".
       01 ws-signon-function pic x(1) value "B".
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

       open i-o award-file.
       if not ws-award-open-ok
           display "WARNING: awards.db open status " ws-award-status
       end-if.
       open input fund-master.
       if not ws-fund-open-ok
           display "WARNING: aid-funds.db open status " ws-fund-status
       end-if.
       open input student.
       if not ws-student-open-ok
           display "WARNING: students.db open status " ws-student-status
       end-if.

       perform until ws-eof = "Y"
           display "(C)reate, (R)ead, (U)pdate, (D)elete, "
                   "(L)ist student, (Q)uit?"
           accept ws-menu-choice

           evaluate ws-menu-choice
               when "C" when "c"
                   perform create-award
               when "R" when "r"
                   perform read-award
               when "U" when "u"
                   perform update-award
               when "D" when "d"
                   perform delete-award
               when "L" when "l"
                   perform list-student-awards
               when "Q" when "q"
                   move "Y" to ws-eof
               when other
                   display "Unrecognized option: " ws-menu-choice
           end-evaluate
       end-perform.

       close award-file.
       if ws-award-status not = "00"
           display "WARNING: awards.db close status " ws-award-status
       end-if.
       close fund-master.
       if ws-fund-status not = "00"
           display "WARNING: aid-funds.db close status "
                   ws-fund-status
       end-if.
       close student.
       if ws-student-status not = "00"
           display "WARNING: students.db close status "
                   ws-student-status
       end-if.
       stop run.

      *----------------------------------------------------------------
      * create-award - the student and fund must prove out before
      * the award key is taken; a new award has disbursed nothing.
      *----------------------------------------------------------------
       create-award.
           perform accept-award-key.
           if ws-key-ok
               move 0 to aw-amount
               move 0 to aw-percent
               move 0 to aw-min-gpa
               move 0 to aw-disbursed
               perform accept-award-terms
               write award-record
                   invalid key
                       display "Award already on file - key "
                               award-key " status " ws-award-status
                   not invalid key
                       display "Award Inserted"
                       move "CREATE" to audit-operation
                       perform write-award-audit-record
               end-write
           end-if.

       accept-award-key.
           move "N" to ws-key-ok-sw.
           display "Enter Student ID".
           accept ws-entry-student-id.
           move ws-entry-student-id to student-id.
           read student
               invalid key
                   display "No student found for ID "
                           ws-entry-student-id
               not invalid key
                   display "Student: " student-name
                   move "Y" to ws-key-ok-sw
           end-read.
           if ws-key-ok
               display "Enter Term"
               accept ws-entry-term
               display "Enter Fund Code"
               accept ws-entry-fund
               move ws-entry-fund to af-fund-code
               read fund-master
                   invalid key
                       display "No fund found for code "
                               ws-entry-fund
                       move "N" to ws-key-ok-sw
                   not invalid key
                       display "Fund: " af-fund-name
               end-read
           end-if.
           if ws-key-ok
               move ws-entry-student-id to aw-student-id
               move ws-entry-term to aw-term
               move ws-entry-fund to aw-fund-code
           end-if.

      *----------------------------------------------------------------
      * accept-award-terms - amount in cents, percentage of tuition,
      * and minimum GPA in hundredths; blank keeps the value the
      * record already carries.
      *----------------------------------------------------------------
       accept-award-terms.
           display "Enter flat amount in cents, or the cap on a "
                   "percentage award (blank keeps current)".
           accept ws-entry-amount.
           if ws-entry-amount = spaces
               display "Amount unchanged"
           else
               compute aw-amount =
                       function numval(ws-entry-amount) / 100
           end-if.
           display "Enter percent of tuition (0 for a flat award, "
                   "blank keeps current)".
           accept ws-entry-percent.
           if ws-entry-percent = spaces
               display "Percent unchanged"
           else
               compute aw-percent = function numval(ws-entry-percent)
               if aw-percent > 100
                   display "Percent over 100 - held at 100"
                   move 100 to aw-percent
               end-if
           end-if.
           display "Enter minimum GPA in hundredths (e.g. 300 for "
                   "3.00, 0 for none, blank keeps current)".
           accept ws-entry-gpa.
           if ws-entry-gpa = spaces
               display "Minimum GPA unchanged"
           else
               compute aw-min-gpa =
                       function numval(ws-entry-gpa) / 100
           end-if.

      *----------------------------------------------------------------
      * read-award - random read and display of one award.
      *----------------------------------------------------------------
       read-award.
           perform accept-lookup-key.
           read award-file
               invalid key
                   display "No award found for key " award-key
                           " status " ws-award-status
               not invalid key
                   perform display-award
           end-read.

       accept-lookup-key.
           display "Enter Student ID".
           accept aw-student-id.
           display "Enter Term".
           accept aw-term.
           display "Enter Fund Code".
           accept aw-fund-code.

       display-award.
           display "Award: " aw-student-id " " aw-term " "
                   aw-fund-code.
           move aw-amount to ws-money-display.
           display "Amount: " ws-money-display.
           display "Percent of tuition: " aw-percent.
           move aw-min-gpa to ws-gpa-display.
           display "Minimum GPA: " ws-gpa-display.
           move aw-disbursed to ws-money-display.
           display "Disbursed: " ws-money-display.

      *----------------------------------------------------------------
      * update-award - re-keys the award terms in place.
      *----------------------------------------------------------------
       update-award.
           perform accept-lookup-key.
           read award-file
               invalid key
                   display "No award found for key " award-key
                           " status " ws-award-status
           end-read.

           if ws-award-ok
               perform display-award
               perform accept-award-terms
               rewrite award-record
                   invalid key
                       display "Unable to update key " award-key
                               " status " ws-award-status
                   not invalid key
                       display "Award Updated"
                       move "UPDATE" to audit-operation
                       perform write-award-audit-record
               end-rewrite
           end-if.

      *----------------------------------------------------------------
      * delete-award - only an award that has never disbursed may
      * go, so the fund register still ties.
      *----------------------------------------------------------------
       delete-award.
           perform accept-lookup-key.
           read award-file
               invalid key
                   display "No award found for key " award-key
                           " status " ws-award-status
           end-read.

           if ws-award-ok
               if aw-disbursed > 0
                   display "Award has disbursed aid - not deleted"
               else
                   delete award-file
                       invalid key
                           display "Invalid Key - status "
                                   ws-award-status
                       not invalid key
                           display "Award Deleted"
                           move "DELETE" to audit-operation
                           perform write-award-audit-record
                   end-delete
               end-if
           end-if.

      *----------------------------------------------------------------
      * list-student-awards - every award under one student.
      *----------------------------------------------------------------
       list-student-awards.
           display "Enter Student ID to list".
           accept ws-entry-student-id.
           move 0 to ws-award-count.
           move "N" to ws-list-done.
           move ws-entry-student-id to aw-student-id.
           move low-values to aw-term aw-fund-code.
           start award-file key is greater than award-key
               invalid key move "Y" to ws-list-done
           end-start.
           perform list-one-award until ws-list-done = "Y".
           display ws-award-count " awards on file".

       list-one-award.
           read award-file next
               at end move "Y" to ws-list-done
               not at end
                   if aw-student-id not = ws-entry-student-id
                       move "Y" to ws-list-done
                   else
                       add 1 to ws-award-count
                       move aw-amount to ws-money-display
                       display aw-term " " aw-fund-code
                               " amount " ws-money-display
                               " percent " aw-percent
                   end-if
           end-read.

      *----------------------------------------------------------------
      * sign-on-operator - sign-on, password, lockout, and the
      * per-function grants all live in the shared operator-signon
      * subprogram; this screen needs the billing grant.
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
      * write-award-audit-record - the audit.log entry for every
      * award change, file identifier AWARD, the student in the
      * student field and the term and fund in the key field,
      * expecting audit-operation already set.
      *----------------------------------------------------------------
       write-award-audit-record.
           move audit-operation to ws-audit-operation.
           move spaces to audit-record.
           move ws-audit-operation to audit-operation.
           move aw-student-id to audit-student-id.
           move "AWARD" to audit-file-id.
           string aw-term delimited by size
                  aw-fund-code delimited by size
                  into audit-key
           end-string.
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

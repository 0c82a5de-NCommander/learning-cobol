       >>SOURCE FORMAT IS FIXED
      *> Maintains health-requirements.db, the table of vaccines and
      *> health forms the school tracks in place of the paper
      *> checklist: for each requirement code its description,
      *> whether it is a vaccine or a form, the age in years it is
      *> due by, and whether it is required. The shared
      *> health-compliance check, the exception report, and the
      *> enrollment block all read the table, so adding a new state
      *> requirement is a keyed record here. The same CRUD menu loop
      *> the other masters use, with every change on audit.log.

       identification division.
       program-id. health-requirement-maintenance.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select optional requirement-file
                  assign "health-requirements.db"
                  organization is indexed
                  access is dynamic
                  record key is hr-requirement-code
                  file status is ws-requirement-status.

           select optional audit-file assign "audit.log"
                  organization is line sequential
                  file status is ws-audit-status.

       data division.
       file section.
       fd requirement-file.
       copy "health-requirement-record.cpy".

       fd audit-file.
       copy "audit-record.cpy".

       working-storage section.
       01 ws-requirement-status pic x(2).
           88 ws-requirement-ok value "00".
           88 ws-requirement-open-ok value "00" "05".
       01 ws-menu-choice pic x(1).
       01 ws-eof pic a(1) value "N".
       01 ws-list-done pic a(1).
       01 ws-requirement-count pic 9(5).
       01 ws-entry-code pic x(6).
       01 ws-entry-description pic x(30).
       01 ws-entry-kind pic x(1).
       01 ws-entry-age pic x(2).
       01 ws-entry-required pic x(1).
       01 ws-fields-ok-sw pic x(1).
           88 ws-fields-ok value "Y".

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

       open i-o requirement-file.
       if not ws-requirement-open-ok
           display "WARNING: health-requirements.db open status "
                   ws-requirement-status
       end-if.

       perform until ws-eof = "Y"
           display "(C)reate, (R)ead, (U)pdate, (D)elete, (L)ist, "
                   "(Q)uit?"
           accept ws-menu-choice

           evaluate ws-menu-choice
               when "C" when "c"
                   perform create-requirement
               when "R" when "r"
                   perform read-requirement
               when "U" when "u"
                   perform update-requirement
               when "D" when "d"
                   perform delete-requirement
               when "L" when "l"
                   perform list-requirements
               when "Q" when "q"
                   move "Y" to ws-eof
               when other
                   display "Unrecognized option: " ws-menu-choice
           end-evaluate
       end-perform.

       close requirement-file.
       if ws-requirement-status not = "00"
           display "WARNING: health-requirements.db close status "
                   ws-requirement-status
       end-if.
       stop run.

       accept-requirement-code.
           display "Enter requirement code (e.g. MMR, DTAP, PHYSEX)".
           accept ws-entry-code.
           move function upper-case(ws-entry-code)
                   to hr-requirement-code.

      *----------------------------------------------------------------
      * create-requirement - a new requirement starts required, due
      * on enrollment, until the fields say otherwise.
      *----------------------------------------------------------------
       create-requirement.
           perform accept-requirement-code.
           if hr-requirement-code = spaces
               display "Nothing created"
           else
               move spaces to hr-description
               move "V" to hr-kind
               move 0 to hr-due-age
               move "Y" to hr-required-sw
               perform accept-requirement-fields
               if ws-fields-ok
                   write health-requirement-record
                       invalid key
                           display "Requirement already on file - "
                                   hr-requirement-code
                                   " status " ws-requirement-status
                       not invalid key
                           display "Requirement Inserted"
                           move "CREATE" to audit-operation
                           perform write-requirement-audit-record
                   end-write
               end-if
           end-if.

      *----------------------------------------------------------------
      * accept-requirement-fields - blank keeps the value the record
      * already carries, the same as every other keyed field.
      *----------------------------------------------------------------
       accept-requirement-fields.
           move "Y" to ws-fields-ok-sw.
           display "Enter description (blank keeps current)".
           accept ws-entry-description.
           if ws-entry-description not = spaces
               move ws-entry-description to hr-description
           end-if.
           display "Enter kind (V)accine or (F)orm "
                   "(blank keeps current)".
           accept ws-entry-kind.
           if ws-entry-kind not = spaces
               move function upper-case(ws-entry-kind) to hr-kind
           end-if.
           display "Enter age in years due by, 0 = on enrollment "
                   "(blank keeps current)".
           accept ws-entry-age.
           if ws-entry-age not = spaces
               if function trim(ws-entry-age) is numeric
                   move function numval(ws-entry-age) to hr-due-age
               else
                   display "Age must be numeric"
                   move "N" to ws-fields-ok-sw
               end-if
           end-if.
           display "Required? (Y/N, blank keeps current)".
           accept ws-entry-required.
           if ws-entry-required not = spaces
               move function upper-case(ws-entry-required)
                       to hr-required-sw
           end-if.
           if not hr-valid-kind
               display "Kind must be V or F"
               move "N" to ws-fields-ok-sw
           end-if.
           if hr-required-sw not = "Y" and hr-required-sw not = "N"
               display "Required must be Y or N"
               move "N" to ws-fields-ok-sw
           end-if.
           if not ws-fields-ok
               display "Requirement not written"
           end-if.

       read-requirement.
           perform accept-requirement-code.
           read requirement-file
               invalid key
                   display "No requirement found for code "
                           hr-requirement-code
                           " status " ws-requirement-status
               not invalid key
                   perform display-requirement
           end-read.

       display-requirement.
           display hr-requirement-code " " hr-description
                   " kind " hr-kind " due by age " hr-due-age
                   " required " hr-required-sw.

       update-requirement.
           perform accept-requirement-code.
           read requirement-file
               invalid key
                   display "No requirement found for code "
                           hr-requirement-code
                           " status " ws-requirement-status
           end-read.
           if ws-requirement-ok
               perform display-requirement
               perform accept-requirement-fields
               if ws-fields-ok
                   rewrite health-requirement-record
                       invalid key
                           display "Unable to update "
                                   hr-requirement-code
                                   " status " ws-requirement-status
                       not invalid key
                           display "Requirement Updated"
                           move "UPDATE" to audit-operation
                           perform write-requirement-audit-record
                   end-rewrite
               end-if
           end-if.

      *----------------------------------------------------------------
      * delete-requirement - the students' health records under the
      * code stay on file; they simply stop being asked for.
      *----------------------------------------------------------------
       delete-requirement.
           perform accept-requirement-code.
           delete requirement-file
               invalid key
                   display "Invalid Key - status "
                           ws-requirement-status
               not invalid key
                   display "Requirement Deleted"
                   move "DELETE" to audit-operation
                   perform write-requirement-audit-record
           end-delete.

       list-requirements.
           move 0 to ws-requirement-count.
           move "N" to ws-list-done.
           move low-values to hr-requirement-code.
           start requirement-file
                   key is greater than hr-requirement-code
               invalid key move "Y" to ws-list-done
           end-start.
           perform list-one-requirement until ws-list-done = "Y".
           display ws-requirement-count " requirements on file".

       list-one-requirement.
           read requirement-file next
               at end move "Y" to ws-list-done
               not at end
                   add 1 to ws-requirement-count
                   perform display-requirement
           end-read.

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
      * write-requirement-audit-record - file identifier HEALTHREQ
      * and the requirement code in the key field, expecting
      * audit-operation already set.
      *----------------------------------------------------------------
       write-requirement-audit-record.
           move spaces to audit-student-id.
           move "HEALTHREQ" to audit-file-id.
           move hr-requirement-code to audit-key.
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

       >>SOURCE FORMAT IS FIXED
      *> Maintains discount-rules.db, the board-approved tuition
      *> discounts tuition-billing-run applies - sibling, third and
      *> later course in a term, and staff child - each with the
      *> percentage or flat amount and the terms.db terms it is in
      *> force from and through. Both terms must be on the term
      *> calendar, and the through term may not end before the from
      *> term starts. The staff-child discount only reaches the
      *> students granted it, so the same screen grants and revokes
      *> that eligibility on discount-eligibility.db for a student on
      *> students.db. The same CRUD menu loop the other masters use,
      *> with every change on audit.log.

       identification division.
       program-id. discount-rule-maintenance.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select optional rule-file assign "discount-rules.db"
                  organization is indexed
                  access is dynamic
                  record key is discount-rule-key
                  file status is ws-rule-status.

           select optional eligibility-file
                  assign "discount-eligibility.db"
                  organization is indexed
                  access is dynamic
                  record key is discount-eligibility-key
                  file status is ws-eligibility-status.

           select optional term-file assign "terms.db"
                  organization is indexed
                  access is random
                  record key is tm-term-code
                  file status is ws-term-status.

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
       fd rule-file.
       copy "discount-rule-record.cpy".

       fd eligibility-file.
       copy "discount-eligibility-record.cpy".

       fd term-file.
       01 term-record.
           05 tm-term-code pic x(5).
           05 tm-start-date pic 9(8).
           05 tm-end-date pic 9(8).

       fd student.
       copy "student-record.cpy".

       fd audit-file.
       copy "audit-record.cpy".

       working-storage section.
       01 ws-rule-status pic x(2).
           88 ws-rule-ok value "00".
           88 ws-rule-open-ok value "00" "05".
       01 ws-eligibility-status pic x(2).
           88 ws-eligibility-ok value "00".
           88 ws-eligibility-open-ok value "00" "05".
       01 ws-term-status pic x(2).
           88 ws-term-ok value "00".
           88 ws-term-open-ok value "00" "05".
       01 ws-student-status pic x(2).
           88 ws-student-ok value "00".
           88 ws-student-open-ok value "00" "05".
       01 ws-menu-choice pic x(1).
       01 ws-eof pic a(1) value "N".
       01 ws-list-done pic a(1).
       01 ws-list-count pic 9(3).
       01 ws-entry-term pic x(5).
       01 ws-entry-percent pic x(3).
       01 ws-entry-amount pic x(9).
       01 ws-entry-student pic x(5).
       01 ws-entry-description pic x(30).
       01 ws-from-start-date pic 9(8).
       01 ws-key-ok-sw pic x(1).
           88 ws-key-ok value "Y".
       01 ws-terms-ok-sw pic x(1).
           88 ws-terms-ok value "Y".
       01 ws-display-amount pic zzzz9.99.

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

       open i-o rule-file.
       if not ws-rule-open-ok
           display "WARNING: discount-rules.db open status "
                   ws-rule-status
       end-if.
       open i-o eligibility-file.
       if not ws-eligibility-open-ok
           display "WARNING: discount-eligibility.db open status "
                   ws-eligibility-status
       end-if.
       open input term-file.
       if not ws-term-open-ok
           display "WARNING: terms.db open status " ws-term-status
       end-if.
       open input student.
       if not ws-student-open-ok
           display "WARNING: students.db open status "
                   ws-student-status
       end-if.

       perform until ws-eof = "Y"
           display "(C)reate, (R)ead, (U)pdate, (D)elete, (L)ist "
                   "rules,"
           display "(G)rant staff-child, (X) revoke staff-child, "
                   "(S)how staff children, (Q)uit?"
           accept ws-menu-choice

           evaluate ws-menu-choice
               when "C" when "c"
                   perform create-rule
               when "R" when "r"
                   perform read-rule
               when "U" when "u"
                   perform update-rule
               when "D" when "d"
                   perform delete-rule
               when "L" when "l"
                   perform list-rules
               when "G" when "g"
                   perform grant-staff-child
               when "X" when "x"
                   perform revoke-staff-child
               when "S" when "s"
                   perform list-staff-children
               when "Q" when "q"
                   move "Y" to ws-eof
               when other
                   display "Unrecognized option: " ws-menu-choice
           end-evaluate
       end-perform.

       close rule-file.
       if ws-rule-status not = "00"
           display "WARNING: discount-rules.db close status "
                   ws-rule-status
       end-if.
       close eligibility-file.
       if ws-eligibility-status not = "00"
           display "WARNING: discount-eligibility.db close status "
                   ws-eligibility-status
       end-if.
       close term-file.
       if ws-term-status not = "00"
           display "WARNING: terms.db close status " ws-term-status
       end-if.
       close student.
       if ws-student-status not = "00"
           display "WARNING: students.db close status "
                   ws-student-status
       end-if.
       stop run.

      *----------------------------------------------------------------
      * create-rule - the rule type and from term make the key; the
      * from term must be on terms.db before the rest is keyed.
      *----------------------------------------------------------------
       create-rule.
           perform accept-rule-key.
           if ws-key-ok
               move spaces to dr-through-term
               move spaces to dr-description
               move 0 to dr-percent
               move 0 to dr-amount
               perform accept-rule-terms
               if ws-terms-ok
                   perform accept-rule-values
                   write discount-rule-record
                       invalid key
                           display "Rule already on file - key "
                                   discount-rule-key
                                   " status " ws-rule-status
                       not invalid key
                           display "Rule Inserted"
                           move "CREATE" to audit-operation
                           perform write-rule-audit-record
                   end-write
               end-if
           end-if.

       accept-rule-key.
           move "N" to ws-key-ok-sw.
           display "Enter rule type: S sibling, M third and later "
                   "course, E staff child".
           accept dr-rule-type.
           move function upper-case(dr-rule-type) to dr-rule-type.
           if not dr-valid-type
               display "Unknown rule type " dr-rule-type
           else
               display "Enter term the rule takes effect from"
               accept dr-from-term
               move dr-from-term to tm-term-code
               read term-file
                   invalid key
                       display "Term " dr-from-term
                               " is not on the term calendar"
                   not invalid key
                       move tm-start-date to ws-from-start-date
                       move "Y" to ws-key-ok-sw
               end-read
           end-if.

      *----------------------------------------------------------------
      * accept-rule-terms - the last term the rule is in force for,
      * blank for open-ended; it must be on terms.db and may not end
      * before the from term starts. An update re-keys it, so closing
      * off a rule is an update naming its last term.
      *----------------------------------------------------------------
       accept-rule-terms.
           move "Y" to ws-terms-ok-sw.
           display "Enter through term (blank for open-ended)".
           accept ws-entry-term.
           if ws-entry-term not = spaces
               move ws-entry-term to tm-term-code
               read term-file
                   invalid key
                       display "Term " ws-entry-term
                               " is not on the term calendar"
                       move "N" to ws-terms-ok-sw
                   not invalid key
                       if tm-end-date < ws-from-start-date
                           display "Through term ends before the "
                                   "from term starts"
                           move "N" to ws-terms-ok-sw
                       end-if
               end-read
           end-if.
           if ws-terms-ok
               move ws-entry-term to dr-through-term
           end-if.

      *----------------------------------------------------------------
      * accept-rule-values - a whole percent off the invoice, or zero
      * for a flat amount; with a percentage the amount is a cap.
      * Blank keeps the value the record already carries.
      *----------------------------------------------------------------
       accept-rule-values.
           display "Enter whole percent off tuition, 0 for a flat "
                   "amount (blank keeps current)".
           accept ws-entry-percent.
           if ws-entry-percent not = spaces
               compute dr-percent = function numval(ws-entry-percent)
               if dr-percent > 100
                   display "Percent over 100 - held at 100"
                   move 100 to dr-percent
               end-if
           end-if.
           if dr-percent > 0
               display "Enter cap per invoice, 0 for none "
                       "(blank keeps current)"
           else
               display "Enter flat amount per invoice "
                       "(blank keeps current)"
           end-if.
           accept ws-entry-amount.
           if ws-entry-amount not = spaces
               compute dr-amount = function numval(ws-entry-amount)
           end-if.
           display "Enter description (blank keeps current)".
           accept ws-entry-description.
           if ws-entry-description not = spaces
               move ws-entry-description to dr-description
           end-if.

      *----------------------------------------------------------------
      * read-rule - random read and display of one rule.
      *----------------------------------------------------------------
       read-rule.
           perform accept-lookup-key.
           read rule-file
               invalid key
                   display "No rule found for key " discount-rule-key
                           " status " ws-rule-status
               not invalid key
                   perform display-rule
           end-read.

       accept-lookup-key.
           display "Enter rule type".
           accept dr-rule-type.
           move function upper-case(dr-rule-type) to dr-rule-type.
           display "Enter from term".
           accept dr-from-term.

       display-rule.
           move dr-amount to ws-display-amount.
           if dr-percent > 0
               display dr-rule-type " from " dr-from-term
                       " through " dr-through-term " "
                       dr-percent "% cap " ws-display-amount
                       " " dr-description
           else
               display dr-rule-type " from " dr-from-term
                       " through " dr-through-term " flat "
                       ws-display-amount " " dr-description
           end-if.

      *----------------------------------------------------------------
      * update-rule - re-keys the through term and the values in
      * place; a rate change for later terms is better made by
      * closing this rule and creating a new one.
      *----------------------------------------------------------------
       update-rule.
           perform accept-lookup-key.
           read rule-file
               invalid key
                   display "No rule found for key " discount-rule-key
                           " status " ws-rule-status
           end-read.

           if ws-rule-ok
               perform display-rule
               move 0 to ws-from-start-date
               move dr-from-term to tm-term-code
               read term-file
                   invalid key continue
                   not invalid key
                       move tm-start-date to ws-from-start-date
               end-read
               perform accept-rule-terms
               if ws-terms-ok
                   perform accept-rule-values
                   rewrite discount-rule-record
                       invalid key
                           display "Unable to update key "
                                   discount-rule-key
                                   " status " ws-rule-status
                       not invalid key
                           display "Rule Updated"
                           move "UPDATE" to audit-operation
                           perform write-rule-audit-record
                   end-rewrite
               end-if
           end-if.

      *----------------------------------------------------------------
      * delete-rule - removes a rule outright; discounts already
      * billed under it stay on invoice-adjustments.db.
      *----------------------------------------------------------------
       delete-rule.
           perform accept-lookup-key.
           delete rule-file
               invalid key
                   display "Invalid Key - status " ws-rule-status
               not invalid key
                   display "Rule Deleted"
                   move "DELETE" to audit-operation
                   perform write-rule-audit-record
           end-delete.

      *----------------------------------------------------------------
      * list-rules - every rule, by type and from term.
      *----------------------------------------------------------------
       list-rules.
           move 0 to ws-list-count.
           move "N" to ws-list-done.
           move low-values to discount-rule-key.
           start rule-file key is greater than discount-rule-key
               invalid key move "Y" to ws-list-done
           end-start.
           perform list-one-rule until ws-list-done = "Y".
           display ws-list-count " rules on file".

       list-one-rule.
           read rule-file next
               at end move "Y" to ws-list-done
               not at end
                   add 1 to ws-list-count
                   perform display-rule
           end-read.

      *----------------------------------------------------------------
      * grant-staff-child - marks a students.db student eligible for
      * the type E discount from the next billing run on.
      *----------------------------------------------------------------
       grant-staff-child.
           display "Enter Student ID".
           accept ws-entry-student.
           move ws-entry-student to student-id.
           read student
               invalid key
                   display "No student found for ID " ws-entry-student
           end-read.
           if ws-student-ok
               display "Student: " student-name
               move spaces to discount-eligibility-record
               move ws-entry-student to de-student-id
               move "E" to de-rule-type
               accept de-granted-date from date yyyymmdd
               move ws-operator-id to de-granted-operator
               display "Enter note (staff member, department)"
               accept de-note
               write discount-eligibility-record
                   invalid key
                       display "Student already granted - status "
                               ws-eligibility-status
                   not invalid key
                       display "Staff-child discount granted"
                       move "CREATE" to audit-operation
                       perform write-eligibility-audit-record
               end-write
           end-if.

       revoke-staff-child.
           display "Enter Student ID".
           accept ws-entry-student.
           move ws-entry-student to de-student-id.
           move "E" to de-rule-type.
           delete eligibility-file
               invalid key
                   display "Student " ws-entry-student
                           " is not granted - status "
                           ws-eligibility-status
               not invalid key
                   display "Staff-child discount revoked"
                   move "DELETE" to audit-operation
                   perform write-eligibility-audit-record
           end-delete.

       list-staff-children.
           move 0 to ws-list-count.
           move "N" to ws-list-done.
           move low-values to discount-eligibility-key.
           start eligibility-file
                   key is greater than discount-eligibility-key
               invalid key move "Y" to ws-list-done
           end-start.
           perform list-one-staff-child until ws-list-done = "Y".
           display ws-list-count " students granted".

       list-one-staff-child.
           read eligibility-file next
               at end move "Y" to ws-list-done
               not at end
                   if de-rule-type = "E"
                       add 1 to ws-list-count
                       display de-student-id " granted "
                               de-granted-date " by "
                               de-granted-operator " " de-note
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
      * write-rule-audit-record / write-eligibility-audit-record -
      * the audit.log entry for every change, file identifier
      * DISCRULE with the type and from term, or DISCELIG with the
      * student and type, expecting audit-operation already set;
      * the operation is carried across the clearing of the record.
      *----------------------------------------------------------------
       write-rule-audit-record.
           move audit-operation to ws-audit-operation.
           move spaces to audit-record.
           move ws-audit-operation to audit-operation.
           move "DISCRULE" to audit-file-id.
           move discount-rule-key to audit-key.
           perform append-audit-record.

       write-eligibility-audit-record.
           move audit-operation to ws-audit-operation.
           move spaces to audit-record.
           move ws-audit-operation to audit-operation.
           move de-student-id to audit-student-id.
           move "DISCELIG" to audit-file-id.
           move discount-eligibility-key to audit-key.
           perform append-audit-record.

       append-audit-record.
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

       >>SOURCE FORMAT IS FIXED
      *> Maintains refund-schedule.db, each term's tuition refund
      *> schedule: tiers keyed by the terms.db term and the last
      *> business day of the term the tier covers, each carrying the
      *> percentage of tuition a drop or withdrawal on or before that
      *> day gets back. The term must be on terms.db before a tier is
      *> written, so a schedule always measures from a real start
      *> date. enrollment-maintenance and student-withdrawal apply
      *> the schedule through the shared tuition-refund subprogram.
      *> The same CRUD menu loop the other masters use, with every
      *> change on audit.log.

       identification division.
       program-id. refund-schedule-maintenance.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select optional schedule-file assign "refund-schedule.db"
                  organization is indexed
                  access is dynamic
                  record key is refund-schedule-key
                  file status is ws-schedule-status.

           select optional term-file assign "terms.db"
                  organization is indexed
                  access is random
                  record key is tm-term-code
                  file status is ws-term-status.

           select optional audit-file assign "audit.log"
                  organization is line sequential
                  file status is ws-audit-status.

       data division.
       file section.
       fd schedule-file.
       copy "refund-schedule-record.cpy".

       fd term-file.
       01 term-record.
           05 tm-term-code pic x(5).
           05 tm-start-date pic 9(8).
           05 tm-end-date pic 9(8).

       fd audit-file.
       copy "audit-record.cpy".

       working-storage section.
       01 ws-schedule-status pic x(2).
           88 ws-schedule-ok value "00".
           88 ws-schedule-open-ok value "00" "05".
       01 ws-term-status pic x(2).
           88 ws-term-ok value "00".
           88 ws-term-open-ok value "00" "05".
       01 ws-menu-choice pic x(1).
       01 ws-eof pic a(1) value "N".
       01 ws-list-done pic a(1).
       01 ws-tier-count pic 9(3).
       01 ws-entry-term pic x(5).
       01 ws-entry-day pic x(3).
       01 ws-entry-percent pic x(3).
       01 ws-key-ok-sw pic x(1).
           88 ws-key-ok value "Y".

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

       open i-o schedule-file.
       if not ws-schedule-open-ok
           display "WARNING: refund-schedule.db open status "
                   ws-schedule-status
       end-if.
       open input term-file.
       if not ws-term-open-ok
           display "WARNING: terms.db open status " ws-term-status
       end-if.

       perform until ws-eof = "Y"
           display "(C)reate, (R)ead, (U)pdate, (D)elete, "
                   "(L)ist term, (Q)uit?"
           accept ws-menu-choice

           evaluate ws-menu-choice
               when "C" when "c"
                   perform create-tier
               when "R" when "r"
                   perform read-tier
               when "U" when "u"
                   perform update-tier
               when "D" when "d"
                   perform delete-tier
               when "L" when "l"
                   perform list-term-schedule
               when "Q" when "q"
                   move "Y" to ws-eof
               when other
                   display "Unrecognized option: " ws-menu-choice
           end-evaluate
       end-perform.

       close schedule-file.
       if ws-schedule-status not = "00"
           display "WARNING: refund-schedule.db close status "
                   ws-schedule-status
       end-if.
       close term-file.
       if ws-term-status not = "00"
           display "WARNING: terms.db close status " ws-term-status
       end-if.
       stop run.

      *----------------------------------------------------------------
      * create-tier - the term must be on terms.db and the day
      * numeric before the tier key is taken.
      *----------------------------------------------------------------
       create-tier.
           perform accept-tier-key.
           if ws-key-ok
               move 0 to rf-percent
               perform accept-tier-percent
               write refund-schedule-record
                   invalid key
                       display "Tier already on file - key "
                               refund-schedule-key
                               " status " ws-schedule-status
                   not invalid key
                       display "Tier Inserted"
                       move "CREATE" to audit-operation
                       perform write-schedule-audit-record
               end-write
           end-if.

       accept-tier-key.
           move "N" to ws-key-ok-sw.
           display "Enter Term".
           accept ws-entry-term.
           move ws-entry-term to tm-term-code.
           read term-file
               invalid key
                   display "Term " ws-entry-term
                           " is not on the term calendar"
               not invalid key
                   display "Term starts " tm-start-date
                           " ends " tm-end-date
                   move "Y" to ws-key-ok-sw
           end-read.
           if ws-key-ok
               display "Enter last business day of the term this "
                       "tier covers (day 1 is the start date)"
               accept ws-entry-day
               if ws-entry-day = spaces
                   display "Day may not be blank"
                   move "N" to ws-key-ok-sw
               else
                   move ws-entry-term to rf-term
                   compute rf-through-day =
                           function numval(ws-entry-day)
               end-if
           end-if.

      *----------------------------------------------------------------
      * accept-tier-percent - whole percent of tuition credited
      * back; blank keeps the value the record already carries.
      *----------------------------------------------------------------
       accept-tier-percent.
           display "Enter percent of tuition refunded "
                   "(blank keeps current)".
           accept ws-entry-percent.
           if ws-entry-percent = spaces
               display "Percent unchanged"
           else
               compute rf-percent = function numval(ws-entry-percent)
               if rf-percent > 100
                   display "Percent over 100 - held at 100"
                   move 100 to rf-percent
               end-if
           end-if.

      *----------------------------------------------------------------
      * read-tier - random read and display of one tier.
      *----------------------------------------------------------------
       read-tier.
           perform accept-lookup-key.
           read schedule-file
               invalid key
                   display "No tier found for key "
                           refund-schedule-key
                           " status " ws-schedule-status
               not invalid key
                   display "Term " rf-term " through day "
                           rf-through-day " refunds " rf-percent "%"
           end-read.

       accept-lookup-key.
           display "Enter Term".
           accept rf-term.
           display "Enter through day".
           accept ws-entry-day.
           compute rf-through-day = function numval(ws-entry-day).

      *----------------------------------------------------------------
      * update-tier - re-keys the tier's percentage in place.
      *----------------------------------------------------------------
       update-tier.
           perform accept-lookup-key.
           read schedule-file
               invalid key
                   display "No tier found for key "
                           refund-schedule-key
                           " status " ws-schedule-status
           end-read.

           if ws-schedule-ok
               display "Currently refunds " rf-percent "%"
               perform accept-tier-percent
               rewrite refund-schedule-record
                   invalid key
                       display "Unable to update key "
                               refund-schedule-key
                               " status " ws-schedule-status
                   not invalid key
                       display "Tier Updated"
                       move "UPDATE" to audit-operation
                       perform write-schedule-audit-record
               end-rewrite
           end-if.

      *----------------------------------------------------------------
      * delete-tier - removes one tier from a term's schedule.
      *----------------------------------------------------------------
       delete-tier.
           perform accept-lookup-key.
           delete schedule-file
               invalid key
                   display "Invalid Key - status " ws-schedule-status
               not invalid key
                   display "Tier Deleted"
                   move "DELETE" to audit-operation
                   perform write-schedule-audit-record
           end-delete.

      *----------------------------------------------------------------
      * list-term-schedule - every tier under one term, earliest
      * first, the order the refund subprogram applies them.
      *----------------------------------------------------------------
       list-term-schedule.
           display "Enter Term to list".
           accept ws-entry-term.
           move 0 to ws-tier-count.
           move "N" to ws-list-done.
           move ws-entry-term to rf-term.
           move 0 to rf-through-day.
           start schedule-file
                   key is not less than refund-schedule-key
               invalid key move "Y" to ws-list-done
           end-start.
           perform list-one-tier until ws-list-done = "Y".
           display ws-tier-count " tiers on file".

       list-one-tier.
           read schedule-file next
               at end move "Y" to ws-list-done
               not at end
                   if rf-term not = ws-entry-term
                       move "Y" to ws-list-done
                   else
                       add 1 to ws-tier-count
                       display "Through day " rf-through-day
                               " refunds " rf-percent "%"
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
      * write-schedule-audit-record - the audit.log entry for every
      * schedule change, file identifier REFUNDSCH and the term plus
      * day in the key field, expecting audit-operation already set.
      *----------------------------------------------------------------
       write-schedule-audit-record.
           move audit-operation to ws-audit-operation.
           move spaces to audit-record.
           move ws-audit-operation to audit-operation.
           move "REFUNDSCH" to audit-file-id.
           move refund-schedule-key to audit-key.
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

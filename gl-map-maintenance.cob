       >>SOURCE FORMAT IS FIXED
      *> Maintains gl-map.db, the chart-of-accounts mapping the nightly
      *> gl-extract run posts billing activity through: for each billing
      *> event - tuition by course, late fee, credit memo, adjustment,
      *> financial aid, refund, bad-debt write-off and recovery,
      *> returned-check fee, tuition discount, and payment and returned
      *> payment by pay-method - the general ledger account debited and
      *> the one credited. A blank qualifier is the event's default, so
      *> the business office maps one tuition revenue account and adds
      *> course-specific records only where the accountant splits
      *> revenue. The same CRUD menu loop the other masters use, with
      *> every change on audit.log.

       identification division.
       program-id. gl-map-maintenance.

       environment division.
       input-output section.
       file-control.
           select optional map-file assign "gl-map.db"
                  organization is indexed
                  access is dynamic
                  record key is gl-map-key
                  file status is ws-map-status.

           select optional audit-file assign "audit.log"
                  organization is line sequential
                  file status is ws-audit-status.

       data division.
       file section.
       fd map-file.
       copy "gl-map-record.cpy".

       fd audit-file.
       copy "audit-record.cpy".

       working-storage section.
       01 ws-map-status pic x(2).
           88 ws-map-ok value "00".
           88 ws-map-open-ok value "00" "05".
       01 ws-menu-choice pic x(1).
       01 ws-eof pic a(1) value "N".
       01 ws-list-done pic a(1).
       01 ws-map-count pic 9(5).
       01 ws-entry-account pic x(10).
       01 ws-entry-description pic x(30).
       01 ws-key-ok-sw pic x(1).
           88 ws-key-ok value "Y".

       01 ws-audit-status pic x(2).
       01 ws-audit-date pic x(8).
       01 ws-audit-time pic x(6).
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

       open i-o map-file.
       if not ws-map-open-ok
           display "WARNING: gl-map.db open status " ws-map-status
       end-if.

       perform until ws-eof = "Y"
           display "(C)reate, (R)ead, (U)pdate, (D)elete, (L)ist, "
                   "(Q)uit?"
           accept ws-menu-choice

           evaluate ws-menu-choice
               when "C" when "c"
                   perform create-mapping
               when "R" when "r"
                   perform read-mapping
               when "U" when "u"
                   perform update-mapping
               when "D" when "d"
                   perform delete-mapping
               when "L" when "l"
                   perform list-mappings
               when "Q" when "q"
                   move "Y" to ws-eof
               when other
                   display "Unrecognized option: " ws-menu-choice
           end-evaluate
       end-perform.

       close map-file.
       if ws-map-status not = "00"
           display "WARNING: gl-map.db close status " ws-map-status
       end-if.
       stop run.

      *----------------------------------------------------------------
      * create-mapping - an event code the extract knows, then both
      * accounts; neither side may be left blank or the extract
      * could not balance the event.
      *----------------------------------------------------------------
       create-mapping.
           perform accept-mapping-key.
           if ws-key-ok
               move spaces to gm-debit-account
               move spaces to gm-credit-account
               move spaces to gm-description
               perform accept-mapping-accounts
               if gm-debit-account = spaces
                   or gm-credit-account = spaces
                   display "Both accounts are required - "
                           "mapping not written"
               else
                   write gl-map-record
                       invalid key
                           display "Mapping already on file - key "
                                   gl-map-key
                                   " status " ws-map-status
                       not invalid key
                           display "Mapping Inserted"
                           move "CREATE" to audit-operation
                           perform write-map-audit-record
                   end-write
               end-if
           end-if.

       accept-mapping-key.
           move "N" to ws-key-ok-sw.
           display "Enter event: TU tuition, LF late fee, CM credit "
                   "memo, AD adjustment,".
           display "  FA financial aid, RF refund, WO write-off, "
                   "WR write-off recovery, NF returned-check fee,".
           display "  DS tuition discount, PY payment, RP returned "
                   "payment".
           accept gm-event.
           move function upper-case(gm-event) to gm-event.
           if not gm-valid-event
               display "Unknown event " gm-event
           else
               display "Enter qualifier - course code for TU, "
                       "pay-method C/K/O for PY or RP,"
               display "  blank for the event default"
               accept gm-qualifier
               move function upper-case(gm-qualifier)
                       to gm-qualifier
               move "Y" to ws-key-ok-sw
           end-if.

      *----------------------------------------------------------------
      * accept-mapping-accounts - blank keeps the value the record
      * already carries, the same as every other keyed field.
      *----------------------------------------------------------------
       accept-mapping-accounts.
           display "Enter debit account (blank keeps current)".
           accept ws-entry-account.
           if ws-entry-account not = spaces
               move ws-entry-account to gm-debit-account
           end-if.
           display "Enter credit account (blank keeps current)".
           accept ws-entry-account.
           if ws-entry-account not = spaces
               move ws-entry-account to gm-credit-account
           end-if.
           display "Enter description (blank keeps current)".
           accept ws-entry-description.
           if ws-entry-description not = spaces
               move ws-entry-description to gm-description
           end-if.

      *----------------------------------------------------------------
      * read-mapping - random read and display of one mapping.
      *----------------------------------------------------------------
       read-mapping.
           perform accept-mapping-key.
           if ws-key-ok
               read map-file
                   invalid key
                       display "No mapping found for key " gl-map-key
                               " status " ws-map-status
                   not invalid key
                       perform display-mapping
               end-read
           end-if.

       display-mapping.
           display gm-event " " gm-qualifier " DR " gm-debit-account
                   " CR " gm-credit-account " " gm-description.

      *----------------------------------------------------------------
      * update-mapping - re-keys the accounts and description.
      *----------------------------------------------------------------
       update-mapping.
           perform accept-mapping-key.
           if ws-key-ok
               read map-file
                   invalid key
                       display "No mapping found for key " gl-map-key
                               " status " ws-map-status
               end-read
               if ws-map-ok
                   perform display-mapping
                   perform accept-mapping-accounts
                   rewrite gl-map-record
                       invalid key
                           display "Unable to update key " gl-map-key
                                   " status " ws-map-status
                       not invalid key
                           display "Mapping Updated"
                           move "UPDATE" to audit-operation
                           perform write-map-audit-record
                   end-rewrite
               end-if
           end-if.

      *----------------------------------------------------------------
      * delete-mapping - removing a course or method record drops
      * that activity back to the event default.
      *----------------------------------------------------------------
       delete-mapping.
           perform accept-mapping-key.
           if ws-key-ok
               delete map-file
                   invalid key
                       display "Invalid Key - status " ws-map-status
                   not invalid key
                       display "Mapping Deleted"
                       move "DELETE" to audit-operation
                       perform write-map-audit-record
               end-delete
           end-if.

      *----------------------------------------------------------------
      * list-mappings - the whole chart in event order, defaults
      * first under each event.
      *----------------------------------------------------------------
       list-mappings.
           move 0 to ws-map-count.
           move "N" to ws-list-done.
           move low-values to gl-map-key.
           start map-file key is greater than gl-map-key
               invalid key move "Y" to ws-list-done
           end-start.
           perform list-one-mapping until ws-list-done = "Y".
           display ws-map-count " mappings on file".

       list-one-mapping.
           read map-file next
               at end move "Y" to ws-list-done
               not at end
                   add 1 to ws-map-count
                   perform display-mapping
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
      * write-map-audit-record - the audit.log entry for every
      * mapping change, file identifier GLMAP and the event plus
      * qualifier in the key field, expecting audit-operation
      * already set.
      *----------------------------------------------------------------
       write-map-audit-record.
           move spaces to audit-student-id.
           move "GLMAP" to audit-file-id.
           move gl-map-key to audit-key.
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

       >>SOURCE FORMAT IS FIXED
      *> Maintains aid-funds.db, the scholarship and aid funds the
      *> awards on awards.db are paid from: each fund's name and
      *> budget, with the disbursed-to-date figure the billing run
      *> keeps shown but never keyed. A fund that has disbursed
      *> anything is refused on delete so the disbursement register
      *> always has its fund to tie to. The same CRUD menu loop the
      *> other masters use, with every change on audit.log.

       identification division.
       program-id. aid-fund-maintenance.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select optional fund-master assign "aid-funds.db"
                  organization is indexed
                  access is dynamic
                  record key is af-fund-code
                  file status is ws-fund-status.

           select optional audit-file assign "audit.log"
                  organization is line sequential
                  file status is ws-audit-status.

       data division.
       file section.
       fd fund-master.
       copy "fund-record.cpy".

       fd audit-file.
       copy "audit-record.cpy".

       working-storage section.
       01 ws-fund-status pic x(2).
           88 ws-fund-ok value "00".
           88 ws-fund-open-ok value "00" "05".
       01 ws-menu-choice pic x(1).
       01 ws-lookup-code pic x(6).
       01 ws-eof pic a(1) value "N".
       01 ws-list-done pic a(1).
       01 ws-fund-count pic 9(5).
       01 ws-entry-budget pic x(10).
       01 ws-money-display pic zzzzzz9.99.
       01 ws-remaining pic s9(7)v99.
       01 ws-remaining-display pic -zzzzzz9.99.

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

       open i-o fund-master.
       if not ws-fund-open-ok
           display "WARNING: aid-funds.db open status " ws-fund-status
       end-if.

       perform until ws-eof = "Y"
           display "(C)reate, (R)ead, (U)pdate, (D)elete, (L)ist, "
                   "(Q)uit?"
           accept ws-menu-choice

           evaluate ws-menu-choice
               when "C" when "c"
                   perform create-fund
               when "R" when "r"
                   perform read-fund
               when "U" when "u"
                   perform update-fund
               when "D" when "d"
                   perform delete-fund
               when "L" when "l"
                   perform list-funds
               when "Q" when "q"
                   move "Y" to ws-eof
               when other
                   display "Unrecognized option: " ws-menu-choice
           end-evaluate
       end-perform.

       close fund-master.
       if ws-fund-status not = "00"
           display "WARNING: aid-funds.db close status "
                   ws-fund-status
       end-if.
       stop run.

      *----------------------------------------------------------------
      * create-fund - prompts for a new fund and its budget; nothing
      * has been disbursed from a new fund.
      *----------------------------------------------------------------
       create-fund.
           display "Enter Fund Code (up to 6 characters)".
           accept af-fund-code.
           if af-fund-code = spaces
               display "Fund code may not be blank"
           else
               display "Enter Fund Name"
               accept af-fund-name
               move 0 to af-budget
               move 0 to af-disbursed
               perform accept-fund-budget
               write fund-record
                   invalid key
                       display "Unable to write key " af-fund-code
                               " status " ws-fund-status
                   not invalid key
                       display "Fund Inserted"
                       move "CREATE" to audit-operation
                       perform write-fund-audit-record
               end-write
           end-if.

      *----------------------------------------------------------------
      * accept-fund-budget - keyed in cents like every other amount;
      * blank keeps the value the record already carries.
      *----------------------------------------------------------------
       accept-fund-budget.
           display "Enter budget in cents (e.g. 500000 for 5000.00, "
                   "blank keeps current)".
           accept ws-entry-budget.
           if ws-entry-budget = spaces
               display "Budget unchanged"
           else
               compute af-budget =
                       function numval(ws-entry-budget) / 100
           end-if.

      *----------------------------------------------------------------
      * read-fund - random read and display of one fund.
      *----------------------------------------------------------------
       read-fund.
           display "Enter Fund Code to read".
           accept ws-lookup-code.
           move ws-lookup-code to af-fund-code.
           read fund-master
               invalid key
                   display "No fund found for code " ws-lookup-code
                           " status " ws-fund-status
               not invalid key
                   perform display-fund
           end-read.

       display-fund.
           display "Fund: " af-fund-code " " af-fund-name.
           move af-budget to ws-money-display.
           display "Budget: " ws-money-display.
           move af-disbursed to ws-money-display.
           display "Disbursed: " ws-money-display.
           compute ws-remaining = af-budget - af-disbursed.
           move ws-remaining to ws-remaining-display.
           display "Remaining: " ws-remaining-display.

      *----------------------------------------------------------------
      * update-fund - re-keys the name and budget; the disbursed
      * figure belongs to the billing run.
      *----------------------------------------------------------------
       update-fund.
           display "Enter Fund Code to update".
           accept ws-lookup-code.
           move ws-lookup-code to af-fund-code.
           read fund-master
               invalid key
                   display "No fund found for code " ws-lookup-code
                           " status " ws-fund-status
           end-read.

           if ws-fund-ok
               perform display-fund
               display "Enter new fund name"
               accept af-fund-name
               perform accept-fund-budget
               rewrite fund-record
                   invalid key
                       display "Unable to update key " ws-lookup-code
                               " status " ws-fund-status
                   not invalid key
                       display "Fund Updated"
                       move "UPDATE" to audit-operation
                       perform write-fund-audit-record
               end-rewrite
           end-if.

      *----------------------------------------------------------------
      * delete-fund - only a fund that has never disbursed may go.
      *----------------------------------------------------------------
       delete-fund.
           display "Enter Fund Code to delete".
           accept ws-lookup-code.
           move ws-lookup-code to af-fund-code.
           read fund-master
               invalid key
                   display "No fund found for code " ws-lookup-code
                           " status " ws-fund-status
           end-read.

           if ws-fund-ok
               if af-disbursed > 0
                   display "Fund " ws-lookup-code " has disbursed aid "
                           "- not deleted"
               else
                   delete fund-master
                       invalid key
                           display "Invalid Key - status "
                                   ws-fund-status
                       not invalid key
                           display "Fund Deleted"
                           move ws-lookup-code to af-fund-code
                           move "DELETE" to audit-operation
                           perform write-fund-audit-record
                   end-delete
               end-if
           end-if.

      *----------------------------------------------------------------
      * list-funds - every fund on the master in code order.
      *----------------------------------------------------------------
       list-funds.
           move 0 to ws-fund-count.
           move "N" to ws-list-done.
           move low-values to af-fund-code.
           start fund-master key is greater than af-fund-code
               invalid key move "Y" to ws-list-done
           end-start.
           perform list-one-fund until ws-list-done = "Y".
           display ws-fund-count " funds on file".

       list-one-fund.
           read fund-master next
               at end move "Y" to ws-list-done
               not at end
                   add 1 to ws-fund-count
                   move af-budget to ws-money-display
                   display af-fund-code " " af-fund-name
                           " budget " ws-money-display
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
      * write-fund-audit-record - the audit.log entry for every fund
      * master change, file identifier AIDFUND and the fund code in
      * the key field, expecting audit-operation already set.
      *----------------------------------------------------------------
       write-fund-audit-record.
           move audit-operation to ws-audit-operation.
           move spaces to audit-record.
           move ws-audit-operation to audit-operation.
           move "AIDFUND" to audit-file-id.
           move af-fund-code to audit-key.
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

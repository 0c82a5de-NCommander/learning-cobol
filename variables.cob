       >>SOURCE FORMAT IS FIXED

       identification division.
       program-id. variable-test.

       environment division.
       input-output section.
       file-control.
           select optional customer-master assign "customers.db"
                  organization is indexed
                  access is dynamic
                  record key is cm-customer-id
                  file status is ws-master-status.

           select optional journal-file assign "journal.log"
                  organization is line sequential
                  file status is ws-journal-status.

           select optional audit-file assign "audit.log"
                  organization is line sequential
                  file status is ws-audit-status.

       data division.
       file section.
       fd customer-master.
       copy "customer-record.cpy".

       fd journal-file.
       01 journal-record.
           05 jr-file-id pic x(10).
           05 filler pic x(1).
           05 jr-operation pic x(6).
           05 filler pic x(1).
           05 jr-timestamp pic x(14).
           05 filler pic x(1).
           05 jr-before-image pic x(150).
           05 filler pic x(1).
           05 jr-after-image pic x(150).
           05 filler pic x(1).
           05 jr-before-image-ext pic x(100).
           05 filler pic x(1).
           05 jr-after-image-ext pic x(100).

       fd audit-file.
       copy "audit-record.cpy".

       working-storage section.
       01 ws-master-status pic x(2).
           88 ws-master-ok value "00".
           88 ws-master-open-ok value "00" "05".
       01 ws-journal-status pic x(2).
       01 ws-menu-choice pic x(1).
       01 ws-lookup-id pic x(10).
       01 ws-contact-entry pic x(40).
       01 ws-eof pic a(1) value "N".
       01 ws-operator-id pic x(8) value spaces.
       01 ws-signed-on-sw pic x(1) value "N".
           88 ws-signed-on value "Y".
       01 ws-signon-function pic x(1) value "B".
       01 ws-signon-result pic x(1).
       01 ws-operator-level pic 9(1) value 0.
           88 ws-operator-may-delete value 2.
       01 ws-journal-date pic x(8).
       01 ws-journal-time pic x(6).
       01 ws-audit-status pic x(2).
       01 ws-audit-date pic x(8).
       01 ws-audit-time pic x(6).
       01 ws-audit-operation pic x(6).
       01 ws-journal-operation pic x(6).
      *        A customers.db image runs past the journal's
      *        150-byte image; the tail rides in the extension.
       01 ws-journal-before-image.
           05 ws-journal-before-main pic x(150).
           05 ws-journal-before-ext pic x(100).
       01 ws-journal-after-image.
           05 ws-journal-after-main pic x(150).
           05 ws-journal-after-ext pic x(100).

       procedure division.
       display "Enter operator ID".
       accept ws-operator-id.

       perform sign-on-operator.
       if not ws-signed-on
           display "Operator " ws-operator-id " is not authorized"
           stop run
       end-if.

       open i-o customer-master.
       if not ws-master-open-ok
           display "WARNING: customers.db open status " ws-master-status
       end-if.

       perform until ws-eof = "Y"
           display "(C)reate, (R)ead, (U)pdate, (D)elete, (Q)uit?"
           accept ws-menu-choice

           evaluate ws-menu-choice
               when "C" when "c"
                   perform create-customer
               when "R" when "r"
                   perform read-customer
               when "U" when "u"
                   perform update-customer
               when "D" when "d"
                   if ws-operator-may-delete
                       perform delete-customer
                   else
                       display "Operator " ws-operator-id
                               " is not authorized to delete"
                   end-if
               when "Q" when "q"
                   move "Y" to ws-eof
               when other
                   display "Unrecognized option: " ws-menu-choice
           end-evaluate
       end-perform.

       close customer-master.
       if ws-master-status not = "00"
           display "WARNING: customers.db close status "
                   ws-master-status
       end-if.
       stop run.

      *----------------------------------------------------------------
      * sign-on-operator - sign-on, password, lockout, and the
      * per-function grants all live in the shared operator-signon
      * subprogram; this screen needs the billing grant, and the
      * permission level comes back for the Delete option to check.
      *----------------------------------------------------------------
       sign-on-operator.
           move "N" to ws-signed-on-sw.
           call "operator-signon" using ws-operator-id
                   ws-signon-function ws-signon-result
                   ws-operator-level.
           if ws-signon-result = "Y"
               move "Y" to ws-signed-on-sw
           end-if.

      *----------------------------------------------------------------
      * create-customer - prompts for a new customer and writes it to
      * the customers.db master.
      *----------------------------------------------------------------
       create-customer.
           display "Enter Customer ID"
           accept cm-customer-id
           display "Enter Customer First Name"
           accept cm-customer-first
           display "Enter Customer Last Name"
           accept cm-customer-last
           perform enter-contact-details

           write customer-master-record
               invalid key display "Unable to write key " cm-customer-id
                       " status " ws-master-status
               not invalid key
                   display "Record Inserted"
                   perform write-journal-record-create
                   move "CREATE" to audit-operation
                   perform write-customer-audit-record
           end-write.

      *----------------------------------------------------------------
      * read-customer - random read and display of one master record.
      *----------------------------------------------------------------
       read-customer.
           display "Enter Customer ID to read"
           accept ws-lookup-id
           move ws-lookup-id to cm-customer-id
           read customer-master
               invalid key
                   display "No customer found for ID " ws-lookup-id
                           " status " ws-master-status
               not invalid key
                   display "ID: " cm-customer-id
                   display "First: " cm-customer-first
                   display "Last: " cm-customer-last
                   display "Street: " cm-street
                   display "Street 2: " cm-street-2
                   display "City/State/Zip: " cm-city " " cm-state
                           " " cm-zip
                   display "Phone: " cm-phone
                   display "Email: " cm-email
                   display "Preferred contact: " cm-preferred-contact
           end-read.

      *----------------------------------------------------------------
      * update-customer - reads a record by key, re-keys the name, and
      * rewrites it in place.
      *----------------------------------------------------------------
       update-customer.
           display "Enter Customer ID to update"
           accept ws-lookup-id
           move ws-lookup-id to cm-customer-id
           read customer-master
               invalid key
                   display "No customer found for ID " ws-lookup-id
                           " status " ws-master-status
           end-read.

           if ws-master-ok
               move customer-master-record to ws-journal-before-image
               display "Current first name: " cm-customer-first
               display "Enter new first name"
               accept cm-customer-first
               display "Current last name: " cm-customer-last
               display "Enter new last name"
               accept cm-customer-last
               perform update-contact-details

               rewrite customer-master-record
                   invalid key
                       display "Unable to update key " ws-lookup-id
                               " status " ws-master-status
                   not invalid key
                       display "Record Updated"
                       perform write-journal-record-update
                       move "UPDATE" to audit-operation
                       perform write-customer-audit-record
               end-rewrite
           end-if.

      *----------------------------------------------------------------
      * enter-contact-details - the payer's own mailing address and
      * contact fields for a new record; the preferred-contact code
      * is asked for until it is M, P, E or blank (mail).
      *----------------------------------------------------------------
       enter-contact-details.
           display "Enter Street"
           accept cm-street
           display "Enter Street line 2 (blank for none)"
           accept cm-street-2
           display "Enter City"
           accept cm-city
           display "Enter State"
           accept cm-state
           display "Enter Zip"
           accept cm-zip
           display "Enter Phone"
           accept cm-phone
           display "Enter Email"
           accept cm-email
           perform accept-preferred-contact.

       accept-preferred-contact.
           display "Preferred contact (M)ail, (P)hone, (E)mail"
           accept cm-preferred-contact
           move function upper-case(cm-preferred-contact)
               to cm-preferred-contact
           perform until cm-contact-valid
               display "Preferred contact must be M, P or E"
               accept cm-preferred-contact
               move function upper-case(cm-preferred-contact)
                   to cm-preferred-contact
           end-perform.

      *----------------------------------------------------------------
      * update-contact-details - each contact field shows its current
      * value; a blank entry keeps it, so one changed phone number
      * does not mean re-keying the whole address.
      *----------------------------------------------------------------
       update-contact-details.
           display "Current street: " cm-street
           display "Enter new street (blank keeps current)"
           accept ws-contact-entry
           if ws-contact-entry not = spaces
               move ws-contact-entry to cm-street
           end-if
           display "Current street line 2: " cm-street-2
           display "Enter new street line 2 (blank keeps current)"
           accept ws-contact-entry
           if ws-contact-entry not = spaces
               move ws-contact-entry to cm-street-2
           end-if
           display "Current city: " cm-city
           display "Enter new city (blank keeps current)"
           accept ws-contact-entry
           if ws-contact-entry not = spaces
               move ws-contact-entry to cm-city
           end-if
           display "Current state: " cm-state
           display "Enter new state (blank keeps current)"
           accept ws-contact-entry
           if ws-contact-entry not = spaces
               move ws-contact-entry to cm-state
           end-if
           display "Current zip: " cm-zip
           display "Enter new zip (blank keeps current)"
           accept ws-contact-entry
           if ws-contact-entry not = spaces
               move ws-contact-entry to cm-zip
           end-if
           display "Current phone: " cm-phone
           display "Enter new phone (blank keeps current)"
           accept ws-contact-entry
           if ws-contact-entry not = spaces
               move ws-contact-entry to cm-phone
           end-if
           display "Current email: " cm-email
           display "Enter new email (blank keeps current)"
           accept ws-contact-entry
           if ws-contact-entry not = spaces
               move ws-contact-entry to cm-email
           end-if
           display "Current preferred contact: " cm-preferred-contact
           display "Change preferred contact? (Y/N)"
           accept ws-contact-entry
           if ws-contact-entry = "Y" or ws-contact-entry = "y"
               perform accept-preferred-contact
           end-if.

      *----------------------------------------------------------------
      * delete-customer - reads the record by key to capture its
      * before image for the journal, then removes it from the master.
      *----------------------------------------------------------------
       delete-customer.
           display "Enter Customer ID to delete"
           accept ws-lookup-id
           move ws-lookup-id to cm-customer-id
           read customer-master
               invalid key
                   display "No customer found for ID " ws-lookup-id
                           " status " ws-master-status
           end-read.

           if ws-master-ok
               move customer-master-record to ws-journal-before-image
               delete customer-master
                   invalid key
                       display "Invalid Key - status " ws-master-status
                   not invalid key
                       display "Record Deleted"
                       perform write-journal-record-delete
                       move "DELETE" to audit-operation
                       perform write-customer-audit-record
               end-delete
           end-if.

      *----------------------------------------------------------------
      * write-customer-audit-record - the audit.log entry for every
      * customers.db change, file identifier CUSTOMER and the
      * customer id in the key field, expecting audit-operation
      * already set, so payer changes sit on the same trail as
      * everything else.
      *----------------------------------------------------------------
       write-customer-audit-record.
           move audit-operation to ws-audit-operation.
           move spaces to audit-record.
           move ws-audit-operation to audit-operation.
           move "CUSTOMER" to audit-file-id.
           move cm-customer-id to audit-key.
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

      *----------------------------------------------------------------
      * write-journal-record-create/update/delete - appends the full
      * before and after record images to journal.log for every
      * successful change against customers.db, so a corrupted master
      * can be rebuilt by replaying the journal forward against a
      * restored copy. The update and delete paths rely on the caller
      * having captured ws-journal-before-image from the record as it
      * stood before the change.
      *----------------------------------------------------------------
       write-journal-record-create.
           move spaces to ws-journal-before-image.
           move customer-master-record to ws-journal-after-image.
           move "CREATE" to ws-journal-operation.
           perform write-journal-record.

       write-journal-record-update.
           move customer-master-record to ws-journal-after-image.
           move "UPDATE" to ws-journal-operation.
           perform write-journal-record.

       write-journal-record-delete.
           move spaces to ws-journal-after-image.
           move "DELETE" to ws-journal-operation.
           perform write-journal-record.

       write-journal-record.
           move spaces to journal-record.
           move "CUSTOMER" to jr-file-id.
           move ws-journal-operation to jr-operation.
           accept ws-journal-date from date yyyymmdd.
           accept ws-journal-time from time.
           string ws-journal-date delimited by size
                  ws-journal-time delimited by size
                  into jr-timestamp
           end-string.
           move ws-journal-before-main to jr-before-image.
           move ws-journal-after-main to jr-after-image.
           move ws-journal-before-ext to jr-before-image-ext.
           move ws-journal-after-ext to jr-after-image-ext.
           open extend journal-file.
           if ws-journal-status = "05" or ws-journal-status = "35"
               close journal-file
               open output journal-file
           end-if.
           if ws-journal-status not = "00"
               display "WARNING: journal.log open status "
                       ws-journal-status
           end-if.
           write journal-record.
           if ws-journal-status not = "00"
               display "WARNING: journal.log write status "
                       ws-journal-status
           end-if.
           close journal-file.
           if ws-journal-status not = "00"
               display "WARNING: journal.log close status "
                       ws-journal-status
           end-if.

                   10 Customer-Last pic x(30).

       fd customer-master.
       copy "customer-record.cpy".

       fd reject-file.
           01 reject-record.
                   10 ir-customer-id pic x(10).
                   10 ir-customer-first pic x(30).
                   10 ir-customer-last pic x(30).
                   10 ir-contact-details.
                       15 ir-street pic x(30).
                       15 ir-street-2 pic x(30).
                       15 ir-city pic x(20).
                       15 ir-state pic x(2).
                       15 ir-zip pic x(10).
                       15 ir-phone pic x(15).
                       15 ir-email pic x(40).
                       15 ir-preferred-contact pic x(1).
               05 ir-trailer-data redefines ir-detail-data.
                   10 ir-trailer-count pic 9(9).
                   10 filler pic x(209).

       fd audit-file.
       copy "audit-record.cpy".
               05 jr-before-image pic x(150).
               05 filler pic x(1).
               05 jr-after-image pic x(150).
               05 filler pic x(1).
               05 jr-before-image-ext pic x(100).
               05 filler pic x(1).
               05 jr-after-image-ext pic x(100).

       working-storage section.
       01 ws-out-status pic x(2).
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
       01 ws-new-master-record.
           05 nm-customer-id-and-name pic x(70).
           05 nm-contact-details pic x(148).
      *        The payer's address and contact fields as keyed or
      *        read off the intake, carried to customers.db only;
      *        outfile.txt keeps its ID-and-name layout.
       01 ws-contact-details.
           05 ct-street pic x(30).
           05 ct-street-2 pic x(30).
           05 ct-city pic x(20).
           05 ct-state pic x(2).
           05 ct-zip pic x(10).
           05 ct-phone pic x(15).
           05 ct-email pic x(40).
           05 ct-preferred-contact pic x(1).
               88 ct-contact-valid value "M" "P" "E" " ".

       procedure division.
       display "(I)nteractive or (B)atch intake mode?".
               accept Customer-First
               display "Enter Customer Last Name"
               accept Customer-Last
               perform enter-contact-details

               perform write-accepted-customer
               perform update-cumulative-count
               perform write-reject-customer
           end-if.

      *----------------------------------------------------------------
      * enter-contact-details - the payer's mailing address, phone,
      * email and preferred-contact code for the keyed path; the code
      * is asked for until it is M, P, E or blank (mail).
      *----------------------------------------------------------------
       enter-contact-details.
           move spaces to ws-contact-details.
           display "Enter Street".
           accept ct-street.
           display "Enter Street line 2 (blank for none)".
           accept ct-street-2.
           display "Enter City".
           accept ct-city.
           display "Enter State".
           accept ct-state.
           display "Enter Zip".
           accept ct-zip.
           display "Enter Phone".
           accept ct-phone.
           display "Enter Email".
           accept ct-email.
           display "Preferred contact (M)ail, (P)hone, (E)mail".
           accept ct-preferred-contact.
           move function upper-case(ct-preferred-contact)
               to ct-preferred-contact.
           perform until ct-contact-valid
               display "Preferred contact must be M, P or E"
               accept ct-preferred-contact
               move function upper-case(ct-preferred-contact)
                   to ct-preferred-contact
           end-perform.

      *----------------------------------------------------------------
      * run-batch-intake - loads a customer-intake.txt sign-up file
      * in one run. The file carries an H header, D details, and a T
      * balance refuses the whole file before anything is applied, so
      * a truncated transfer can never half-load. Each detail then
      * runs through the same edits and file writes as the keyed
      * path, failures dropping to reject.txt with reasons. A D
      * record may carry the payer's mailing address, phone, email
      * and preferred-contact code after the name; a shorter line
      * from an older sign-up feed leaves them blank.
      *----------------------------------------------------------------
       run-batch-intake.
           perform balance-intake-file.
           move ir-customer-id to Customer-ID.
           move ir-customer-first to Customer-First.
           move ir-customer-last to Customer-Last.
           move ir-contact-details to ws-contact-details.
           move function upper-case(ct-preferred-contact)
               to ct-preferred-contact.
           perform validate-customer-id.
           if ws-id-valid and not ct-contact-valid
               move "N" to ws-id-valid-sw
               move Customer-ID to reject-customer-id
               move "PREFERRED CONTACT NOT M P E" to reject-reason
           end-if.
           if ws-id-valid
               perform write-accepted-customer
               add 1 to ws-accepted-count
           move Customer-ID to cm-customer-id.
           move Customer-First to cm-customer-first.
           move Customer-Last to cm-customer-last.
           move ct-street to cm-street.
           move ct-street-2 to cm-street-2.
           move ct-city to cm-city.
           move ct-state to cm-state.
           move ct-zip to cm-zip.
           move ct-phone to cm-phone.
           move ct-email to cm-email.
           move ct-preferred-contact to cm-preferred-contact.

           open i-o customer-master.
           if not ws-master-open-ok
      *----------------------------------------------------------------
      * rewrite-customer-master - the key is already on file, so the
      * existing record is read back first to capture its before
      * image for the journal, then overlaid with this run's values;
      * an intake line that carries no contact details at all keeps
      * the ones already on file.
      *----------------------------------------------------------------
       rewrite-customer-master.
           move customer-master-record to ws-new-master-record.
               not invalid key move customer-master-record
                       to ws-journal-before-image
           end-read.
           if nm-contact-details = spaces and ws-master-ok
               move cm-contact-details to nm-contact-details
           end-if.
           move ws-new-master-record to customer-master-record.
           rewrite customer-master-record
               invalid key display "Unable to update customers.db "
      * audit-operation already set.
      *----------------------------------------------------------------
       write-customer-audit-record.
           move audit-operation to ws-audit-operation.
           move spaces to audit-record.
           move ws-audit-operation to audit-operation.
           move "CUSTOMER" to audit-file-id.
           move cm-customer-id to audit-key.
           move "BATCH" to audit-operator.
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

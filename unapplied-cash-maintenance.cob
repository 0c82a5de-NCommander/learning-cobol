       >>SOURCE FORMAT IS FIXED
      *> Works the unapplied-cash.db suspense file that
      *> lockbox-import fills with the money it could not apply - an
      *> item matching no account, one with nothing open, or the
      *> overpaid part of a check. The clerk lists the open items,
      *> reads one, and clears it once the money has been dealt
      *> with: posted by hand through payment-posting to the right
      *> student (the receipt number goes in the note), returned to
      *> the payer, or otherwise resolved. Clearing stamps the date,
      *> the operator, and the note, and takes the item off the
      *> lockbox worklist. Items are never deleted so the suspense
      *> history stays whole. Every clear is on audit.log.

       identification division.
       program-id. unapplied-cash-maintenance.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select optional suspense-file assign "unapplied-cash.db"
                  organization is indexed
                  access is dynamic
                  record key is unapplied-cash-key
                  file status is ws-suspense-status.

           select optional audit-file assign "audit.log"
                  organization is line sequential
                  file status is ws-audit-status.

       data division.
       file section.
       fd suspense-file.
       copy "unapplied-cash-record.cpy".

       fd audit-file.
       copy "audit-record.cpy".

       working-storage section.
       01 ws-suspense-status pic x(2).
           88 ws-suspense-ok value "00".
           88 ws-suspense-open-ok value "00" "05".
       01 ws-menu-choice pic x(1).
       01 ws-eof pic a(1) value "N".
       01 ws-list-done pic a(1).
       01 ws-open-count pic 9(5).
       01 ws-open-total pic 9(9)v99.
       01 ws-entry-item pic x(4).
       01 ws-entry-note pic x(20).
       01 ws-amount-display pic z(6)9.99.
       01 ws-today-date pic 9(8).

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

       open i-o suspense-file.
       if not ws-suspense-open-ok
           display "WARNING: unapplied-cash.db open status "
                   ws-suspense-status
       end-if.

       perform until ws-eof = "Y"
           display "(L)ist open, (R)ead, (C)lear, (Q)uit?"
           accept ws-menu-choice

           evaluate ws-menu-choice
               when "L" when "l"
                   perform list-open-items
               when "R" when "r"
                   perform read-item
               when "C" when "c"
                   perform clear-item
               when "Q" when "q"
                   move "Y" to ws-eof
               when other
                   display "Unrecognized option: " ws-menu-choice
           end-evaluate
       end-perform.

       close suspense-file.
       if ws-suspense-status not = "00"
           display "WARNING: unapplied-cash.db close status "
                   ws-suspense-status
       end-if.
       stop run.

      *----------------------------------------------------------------
      * list-open-items - every item still open, oldest deposit
      * first, with the count and total held.
      *----------------------------------------------------------------
       list-open-items.
           move 0 to ws-open-count.
           move 0 to ws-open-total.
           move "N" to ws-list-done.
           move low-values to unapplied-cash-key.
           start suspense-file key is greater than unapplied-cash-key
               invalid key move "Y" to ws-list-done
           end-start.
           perform list-one-item until ws-list-done = "Y".
           move ws-open-total to ws-amount-display.
           display ws-open-count " open items holding "
                   ws-amount-display.

       list-one-item.
           read suspense-file next
               at end move "Y" to ws-list-done
               not at end
                   if uc-open
                       add 1 to ws-open-count
                       add uc-amount to ws-open-total
                       perform display-item
                   end-if
           end-read.

       display-item.
           move uc-amount to ws-amount-display.
           display uc-deposit-date " item " uc-item-no
                   " payer " uc-payer-id " check " uc-check-no
                   " held " ws-amount-display " " uc-reason.

      *----------------------------------------------------------------
      * read-item - random read and display of one item, cleared or
      * not.
      *----------------------------------------------------------------
       read-item.
           perform accept-item-key.
           read suspense-file
               invalid key
                   display "No suspense item for key "
                           unapplied-cash-key
                           " status " ws-suspense-status
               not invalid key
                   perform display-item
                   display "Batch " uc-batch-id " remit ref "
                           uc-remit-ref
                   if uc-cleared
                       display "Cleared " uc-cleared-date " by "
                               uc-cleared-operator " - "
                               uc-cleared-note
                   else
                       display "Open"
                   end-if
           end-read.

       accept-item-key.
           display "Enter deposit date (YYYYMMDD)".
           accept uc-deposit-date.
           display "Enter item number".
           accept ws-entry-item.
           compute uc-item-no = function numval(ws-entry-item).

      *----------------------------------------------------------------
      * clear-item - only an open item clears, and only with a note
      * saying where the money went.
      *----------------------------------------------------------------
       clear-item.
           perform accept-item-key.
           read suspense-file
               invalid key
                   display "No suspense item for key "
                           unapplied-cash-key
                           " status " ws-suspense-status
           end-read.

           if ws-suspense-ok
               if uc-cleared
                   display "Item already cleared " uc-cleared-date
               else
                   perform display-item
                   display "Enter receipt number or note where the "
                           "money went"
                   accept ws-entry-note
                   if ws-entry-note = spaces
                       display "A note is required - item left open"
                   else
                       perform mark-item-cleared
                   end-if
               end-if
           end-if.

       mark-item-cleared.
           accept ws-today-date from date yyyymmdd.
           move "C" to uc-status.
           move ws-today-date to uc-cleared-date.
           move ws-operator-id to uc-cleared-operator.
           move ws-entry-note to uc-cleared-note.
           rewrite unapplied-cash-record
               invalid key
                   display "Unable to clear key " unapplied-cash-key
                           " status " ws-suspense-status
               not invalid key
                   display "Item Cleared"
                   perform write-suspense-audit-record
           end-rewrite.

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
      * write-suspense-audit-record - the audit.log entry for every
      * clear, file identifier UNAPPLIED and the deposit date plus
      * item number in the key field.
      *----------------------------------------------------------------
       write-suspense-audit-record.
           move spaces to audit-record.
           move "CLEAR" to audit-operation.
           move "UNAPPLIED" to audit-file-id.
           move unapplied-cash-key to audit-key.
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

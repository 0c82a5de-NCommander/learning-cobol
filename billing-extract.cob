       >>SOURCE FORMAT IS FIXED
      *> Daily extract feeding billing activity into the sum side's
      *> edited transaction pipeline. The keyed day's invoices.db
      *> charges and payments.db receipts become fixed-format records on
      *> transactions-in.txt - date in cols 1-8, reference in cols 9-14,
      *> value in cents in cols 15-23 - exactly what transaction-edit
      *> consumes, so the period-to-date figure and the period history
      *> reports reflect real billing money without anyone re-keying it.
      *> An invoice's reference is I plus a unique number off
      *> extract-ref-control.dat (the invoice number alone repeats
      *> across students); a payment's reference is its six-digit
      *> receipt number, unique by construction. The extract register
      *> maps every reference back to its full invoice key, and every
      *> record extracted is marked on the billing-extracted.db control
      *> file - the same per-record scheme tuition-billed.db uses - so
      *> re-running a date never carries a record twice, and an invoice
      *> keyed into a date after its first extract is picked up by
      *> simply running that date again - the register for a date that
      *> is run again is added to rather than replaced, so it always
      *> covers everything extracted for the date the daily balancing
      *> report lines it up against.

       identification division.
       program-id. billing-extract.

       fd register-file.
       01 register-line pic x(70).
       01 register-heading-check.
           05 filler pic x(26).
           05 rc-date pic x(8).
           05 filler pic x(36).

       fd extracted-control.
       01 extracted-record.
           88 ws-payment-open-ok value "00" "05".
       01 ws-raw-status pic x(2).
       01 ws-register-status pic x(2).
       01 ws-register-same-date-sw pic x(1).
           88 ws-register-same-date value "Y".
       01 ws-extracted-status pic x(2).
           88 ws-extracted-ok value "00".
           88 ws-extracted-open-ok value "00" "05".
           display "WARNING: billing-extracted.db open status "
                   ws-extracted-status
       end-if.
       perform check-register-date.
       if ws-register-same-date
           open extend register-file
       else
           open output register-file
       end-if.
       if ws-register-status not = "00"
           display "WARNING: extract-register.prt open status "
                   ws-register-status
       end-if.
       if not ws-register-same-date
           move ws-extract-date to rh-date
           move ws-register-heading to register-line
           write register-line
           move ws-register-column to register-line
           write register-line
       end-if.

       open extend raw-trans-file.
       if ws-raw-status = "05" or ws-raw-status = "35"
               end-if
           end-if.

      *----------------------------------------------------------------
      * check-register-date - a register already headed with the
      * extract date belongs to an earlier run of the same date and
      * is extended; any other is replaced.
      *----------------------------------------------------------------
       check-register-date.
           move "N" to ws-register-same-date-sw.
           open input register-file.
           if ws-register-status = "00"
               read register-file
                   at end continue
                   not at end
                       if rc-date = ws-entry-date
                           move "Y" to ws-register-same-date-sw
                       end-if
               end-read
           end-if.
           close register-file.

      *----------------------------------------------------------------
      * extract-invoices - one transaction record per invoice dated
      * on the extract day, referenced I plus the next unique number

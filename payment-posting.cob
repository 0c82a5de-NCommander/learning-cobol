      *> Posts tuition payments against invoices.db. Keyed mode takes
      *> the exact student and invoice number as it always has; the
      *> auto-apply modes take just a student-id (or a customers.db
      *> payer-id resolved through payer-xref.db to all of that payer's
      *> students) and an amount, spread the money across the open
      *> invoices oldest due date first, and show the allocation for
      *> approval before anything commits, so one mailed check covering
      *> two siblings posts in one screen. Overpayments are refused so
      *> the aging report's open balances never go negative. Every
      *> posting writes its own payments.db detail line - date, amount,
      *> method, operator - under a receipt number assigned from
      *> receipt-control.dat and handed back to the clerk, so the
      *> end-of-day drawer balances against the cash receipts journal
      *> instead of against memory. Money recovered on an invoice
      *> writeoff-run has written off as bad debt posts through the
      *> write-off recovery mode: a type B reinstatement adjustment puts
      *> back as much of the written-off balance as the payment covers,
      *> so the payment has something to settle and the recovery reports
      *> apart from ordinary receipts. A student or payer with a
      *> returned check on payment-restrictions.db draws a warning to
      *> take only cash or certified funds until the restriction lapses.

       identification division.
       program-id. payment-posting.
                  record key is payer-xref-key
                  file status is ws-xref-status.

           select optional restriction-file
                  assign "payment-restrictions.db"
                  organization is indexed
                  access is random
                  record key is restriction-key
                  file status is ws-restriction-status.

           select optional receipt-control
                  assign "receipt-control.dat"
                  organization is line sequential
               10 px-student-id pic x(5).
           05 px-linked-date pic 9(8).

       fd restriction-file.
       copy "payment-restriction-record.cpy".

       fd receipt-control.
       01 receipt-control-record pic 9(6).

       01 ws-xref-status pic x(2).
           88 ws-xref-ok value "00".
           88 ws-xref-open-ok value "00" "05".
       01 ws-restriction-status pic x(2).
           88 ws-restriction-ok value "00".
           88 ws-restriction-open-ok value "00" "05".
       01 ws-restricted-sw pic x(1) value "N".
           88 ws-restricted value "Y".
       01 ws-receipt-status pic x(2).
           88 ws-receipt-file-missing value "05" "35".
       01 ws-audit-status pic x(2).
       01 ws-open-balance pic s9(7)v99.
       01 ws-adjust-net pic s9(7)v99.
       01 ws-adjust-done pic a(1).
       01 ws-written-off pic 9(5)v99.
       01 ws-recovered pic 9(5)v99.
       01 ws-recoverable pic 9(5)v99.
       01 ws-last-adj-seq pic 9(3).
       01 ws-plan-done pic a(1).
       01 ws-plan-remaining pic 9(5)v99.
       01 ws-plan-gap pic 9(5)v99.
           display "WARNING: payments.db open status "
                   ws-payment-status
       end-if.
       open i-o adjustment-file.
       if not ws-adjustment-open-ok
           display "WARNING: invoice-adjustments.db open status "
                   ws-adjustment-status
           display "WARNING: payer-xref.db open status "
                   ws-xref-status
       end-if.
       open input restriction-file.
       if not ws-restriction-open-ok
           display "WARNING: payment-restrictions.db open status "
                   ws-restriction-status
       end-if.

       perform until ws-eof = "Y"
           display "(I)nvoice, (S)tudent auto-apply, "
                   "(P)ayer auto-apply, (W)rite-off recovery, (Q)uit?"
           accept ws-menu-choice
           move "N" to ws-restricted-sw

           evaluate ws-menu-choice
               when "I" when "i"
                   perform post-student-auto-apply
               when "P" when "p"
                   perform post-payer-auto-apply
               when "W" when "w"
                   perform post-write-off-recovery
               when "Q" when "q"
                   move "Y" to ws-eof
               when other
           display "WARNING: payer-xref.db close status "
                   ws-xref-status
       end-if.
       close restriction-file.
       if ws-restriction-status not = "00"
           display "WARNING: payment-restrictions.db close status "
                   ws-restriction-status
       end-if.

       display "Payments posted: " ws-posted-count.
       stop run.
           if ws-entry-student-id = spaces
               display "Nothing posted"
           else
               move "S" to rs-party-type
               move ws-entry-student-id to rs-party-id
               perform check-payment-restriction
               display "Enter Invoice Number"
               accept ws-entry-invoice-no
               if ws-entry-invoice-no is not numeric
           if ws-entry-student-id = spaces
               display "Nothing posted"
           else
               move "S" to rs-party-type
               move ws-entry-student-id to rs-party-id
               perform check-payment-restriction
               move 0 to ws-alloc-count
               move ws-entry-student-id to ws-gather-student-id
               perform load-open-invoices
           if ws-entry-customer-id = spaces
               display "Nothing posted"
           else
               move "P" to rs-party-type
               move ws-entry-customer-id to rs-party-id
               perform check-payment-restriction
               move 0 to ws-alloc-count
               move "N" to ws-xref-done
               move ws-entry-customer-id to px-customer-id
                   if px-customer-id not = ws-entry-customer-id
                       move "Y" to ws-xref-done
                   else
                       move "S" to rs-party-type
                       move px-student-id to rs-party-id
                       perform check-payment-restriction
                       move px-student-id to ws-gather-student-id
                       perform load-open-invoices
                   end-if
                   display "Taken as cash"
                   move "C" to ws-entry-method
           end-evaluate.
           if ws-restricted and ws-entry-method not = "C"
               display "Returned check on file - this must be "
                       "certified funds, not a personal check"
           end-if.

      *----------------------------------------------------------------
      * check-payment-restriction - the caller sets the party type
      * and id; a returned-payment restriction still in force warns
      * the clerk before any money is taken.
      *----------------------------------------------------------------
       check-payment-restriction.
           read restriction-file
               invalid key continue
           end-read.
           if ws-restriction-ok
               accept ws-today-date from date yyyymmdd
               if rs-expire-date >= ws-today-date
                   move "Y" to ws-restricted-sw
                   display "*** RETURNED PAYMENT ON FILE FOR "
                           rs-party-id " - ACCEPT CASH OR "
                           "CERTIFIED FUNDS ONLY UNTIL "
                           rs-expire-date " ***"
               end-if
           end-if.

      *----------------------------------------------------------------
      * write-payment-detail - one payments.db line per applied
           move "CREATE" to audit-operation.
           move "PAYMENT" to audit-file-id.
           move pay-key to audit-key.
           perform append-audit-record.

      *----------------------------------------------------------------
      * write-recovery-audit-record - the reinstatement adjustment
      * goes on the trail under ADJUSTMENT like any other.
      *----------------------------------------------------------------
       write-recovery-audit-record.
           move spaces to audit-record.
           move adj-student-id to audit-student-id.
           move "CREATE" to audit-operation.
           move "ADJUSTMENT" to audit-file-id.
           move adjustment-key to audit-key.
           perform append-audit-record.

       append-audit-record.
           move ws-operator-id to audit-operator.
           accept ws-audit-date from date yyyymmdd.
           accept ws-audit-time from time.
                       ws-audit-status
           end-if.

      *----------------------------------------------------------------
      * post-write-off-recovery - a payment against a written-off
      * invoice. Only what was written off and not yet recovered can
      * come in; the reinstatement is posted after the payment so
      * its reason can carry the receipt number.
      *----------------------------------------------------------------
       post-write-off-recovery.
           display "Enter Student ID of the written-off invoice".
           accept ws-entry-student-id.
           display "Enter Invoice Number".
           accept ws-entry-invoice-no.
           if ws-entry-student-id = spaces
               or ws-entry-invoice-no is not numeric
               display "Nothing posted"
           else
               move "S" to rs-party-type
               move ws-entry-student-id to rs-party-id
               perform check-payment-restriction
               move ws-entry-student-id to inv-student-id
               move ws-entry-invoice-no to inv-invoice-no
               read invoice
                   invalid key
                       display "No invoice " ws-entry-invoice-no
                               " for student " ws-entry-student-id
                               " status " ws-invoice-status
                   not invalid key
                       perform accept-recovery-payment
               end-read
           end-if.

       accept-recovery-payment.
           perform sum-invoice-adjustments.
           compute ws-recoverable = ws-written-off - ws-recovered.
           if ws-recoverable = 0
               display "Invoice has no written-off balance to recover"
           else
               move ws-recoverable to ws-balance-display
               display "Written off and not yet recovered: "
                       ws-balance-display
               display "Enter payment in cents (e.g. 12550 for 125.50)"
               accept ws-entry-payment
               compute ws-payment-num =
                       function numval(ws-entry-payment) / 100
               if ws-payment-num = 0
                   display "Nothing posted"
               else
                   if ws-payment-num > ws-recoverable
                       display "Payment exceeds the written-off "
                               "balance - refused"
                   else
                       perform apply-recovery-to-invoice
                   end-if
               end-if
           end-if.

       apply-recovery-to-invoice.
           perform accept-payment-method.
           add ws-payment-num to inv-paid.
           rewrite invoice-record
               invalid key
                   display "Unable to rewrite invoice "
                           invoice-key " status "
                           ws-invoice-status
               not invalid key
                   add 1 to ws-posted-count
                   perform assign-next-receipt-no
                   move inv-student-id to ws-detail-student
                   move inv-invoice-no to ws-detail-invoice
                   move ws-payment-num to ws-detail-amount
                   move 1 to ws-detail-line
                   perform write-payment-detail
                   perform post-recovery-adjustment
                   display "Receipt number: " ws-next-receipt-no
           end-rewrite.

       post-recovery-adjustment.
           move spaces to adjustment-record.
           move inv-student-id to adj-student-id.
           move inv-invoice-no to adj-invoice-no.
           compute adj-seq = ws-last-adj-seq + 1.
           move "B" to adj-type.
           move ws-payment-num to adj-amount.
           move ws-today-date to adj-date.
           move ws-operator-id to adj-operator.
           string "WRITE-OFF RECOVERY RCPT " delimited by size
                  ws-next-receipt-no delimited by size
                  into adj-reason
           end-string.
           write adjustment-record
               invalid key
                   display "Unable to write recovery adjustment "
                           adjustment-key " status "
                           ws-adjustment-status
               not invalid key
                   perform write-recovery-audit-record
           end-write.

      *----------------------------------------------------------------
      * apply-payment-to-plan - when the invoice is on an installment
      * plan, the posted amount also fills the scheduled installments
      *----------------------------------------------------------------
       sum-invoice-adjustments.
           move 0 to ws-adjust-net.
           move 0 to ws-written-off.
           move 0 to ws-recovered.
           move 0 to ws-last-adj-seq.
           move "N" to ws-adjust-done.
           move inv-student-id to adj-student-id.
           move inv-invoice-no to adj-invoice-no.
                       or adj-invoice-no not = inv-invoice-no
                       move "Y" to ws-adjust-done
                   else
                       move adj-seq to ws-last-adj-seq
                       if adj-increases-balance
                           add adj-amount to ws-adjust-net
                       else
                           subtract adj-amount from ws-adjust-net
                       end-if
                       if adj-write-off
                           add adj-amount to ws-written-off
                       end-if
                       if adj-recovery
                           add adj-amount to ws-recovered
                       end-if
                   end-if
           end-read.


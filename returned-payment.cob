       >>SOURCE FORMAT IS FIXED
      *> Returned-payment (NSF) processing. The clerk keys the
      *> payments.db receipt number and line the bank sent back; the
      *> posting comes back off its invoice's paid amount and off the
      *> payment-plans.db installments it filled - newest installment
      *> first, the reverse of the order payment-posting fills them -
      *> and a payment-reversals.db record keyed by that same receipt
      *> and line is written beside the untouched original, so the
      *> cash receipts journal for the original day still ties to
      *> the deposit and the return shows on the day it happened
      *> instead of as a refund. A returned-check fee (the
      *> NSF-FEE-CENTS parameter, overridable or waived at the
      *> prompt) posts as a type N adjustment on the same invoice.
      *> The student, and every customers.db payer linked to the
      *> student on payer-xref.db, is flagged on
      *> payment-restrictions.db for NSF-RESTRICT-DAYS, and
      *> payment-posting warns the clerk to take only cash or
      *> certified funds from them until it lapses. Cash cannot come
      *> back from the bank, so cash receipts are refused. Every
      *> change is on audit.log.

       identification division.
       program-id. returned-payment.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select optional payment-file assign "payments.db"
                  organization is indexed
                  access is random
                  record key is pay-key
                  file status is ws-payment-status.

           select optional reversal-file assign "payment-reversals.db"
                  organization is indexed
                  access is dynamic
                  record key is reversal-key
                  file status is ws-reversal-status.

           select optional invoice assign "invoices.db"
                  organization is indexed
                  access is random
                  record key is invoice-key
                  file status is ws-invoice-status.

           select optional adjustment-file
                  assign "invoice-adjustments.db"
                  organization is indexed
                  access is dynamic
                  record key is adjustment-key
                  file status is ws-adjustment-status.

           select optional plan-file assign "payment-plans.db"
                  organization is indexed
                  access is dynamic
                  record key is plan-key
                  file status is ws-plan-status.

           select optional restriction-file
                  assign "payment-restrictions.db"
                  organization is indexed
                  access is random
                  record key is restriction-key
                  file status is ws-restriction-status.

           select optional payer-xref assign "payer-xref.db"
                  organization is indexed
                  access is sequential
                  record key is payer-xref-key
                  file status is ws-xref-status.

           select optional params-file assign "system-params.dat"
                  organization is line sequential
                  file status is ws-params-status.

           select optional audit-file assign "audit.log"
                  organization is line sequential
                  file status is ws-audit-status.

       data division.
       file section.
       fd payment-file.
       copy "payment-record.cpy".

       fd reversal-file.
       copy "payment-reversal-record.cpy".

       fd invoice.
       copy "invoice-record.cpy".

       fd adjustment-file.
       copy "adjustment-record.cpy".

       fd plan-file.
       copy "plan-record.cpy".

       fd restriction-file.
       copy "payment-restriction-record.cpy".

       fd payer-xref.
       01 payer-xref-record.
           05 payer-xref-key.
               10 px-customer-id pic x(10).
               10 px-student-id pic x(5).
           05 px-linked-date pic 9(8).

       fd params-file.
       01 params-record.
           05 pm-keyword pic x(20).
           05 filler pic x(1).
           05 pm-value pic 9(5).

       fd audit-file.
       copy "audit-record.cpy".

       working-storage section.
       01 ws-payment-status pic x(2).
           88 ws-payment-open-ok value "00" "05".
       01 ws-reversal-status pic x(2).
           88 ws-reversal-ok value "00".
           88 ws-reversal-open-ok value "00" "05".
       01 ws-invoice-status pic x(2).
           88 ws-invoice-ok value "00".
           88 ws-invoice-open-ok value "00" "05".
       01 ws-adjustment-status pic x(2).
           88 ws-adjustment-open-ok value "00" "05".
       01 ws-plan-status pic x(2).
           88 ws-plan-open-ok value "00" "05".
       01 ws-restriction-status pic x(2).
           88 ws-restriction-ok value "00".
           88 ws-restriction-open-ok value "00" "05".
       01 ws-xref-status pic x(2).
           88 ws-xref-open-ok value "00" "05".
       01 ws-params-status pic x(2).
       01 ws-params-eof pic a(1) value "N".
       01 ws-audit-status pic x(2).
       01 ws-audit-date pic x(8).
       01 ws-audit-time pic x(6).
       01 ws-eof pic a(1) value "N".
       01 ws-menu-choice pic x(1).
       01 ws-scan-done pic a(1).
       01 ws-confirm pic x(1).

       01 ws-operator-id pic x(8) value spaces.
       01 ws-signed-on-sw pic x(1) value "N".
           88 ws-signed-on value "Y".
       01 ws-signon-function pic x(1) value "B".
       01 ws-signon-result pic x(1).
       01 ws-signon-level pic 9(1).

      *        Defaults used when system-params.dat is absent; the
      *        live values are the NSF-FEE-CENTS fee and the
      *        NSF-RESTRICT-DAYS cash-only period the office keys
      *        through params-maintenance.
       01 ws-nsf-fee-cents pic 9(5) value 2500.
       01 ws-nsf-restrict-days pic 9(5) value 180.

       01 ws-entry-receipt-no pic x(6).
       01 ws-entry-line pic x(2).
       01 ws-entry-reason pic x(30).
       01 ws-entry-fee pic x(10).
       01 ws-fee-amount pic 9(5)v99.
       01 ws-fee-display pic zzzz9.99.
       01 ws-amount-display pic zzzz9.99.
       01 ws-last-adj-seq pic 9(3).
       01 ws-today-date pic 9(8).
       01 ws-expire-date pic 9(8).
       01 ws-returned-count pic 9(5) value 0.
       01 ws-flagged-count pic 9(3).

      *        Installments of the invoice holding paid money, in
      *        installment order, so the return can come off them
      *        newest first.
       01 ws-plan-table.
           05 ws-plan-count pic 9(2) value 0.
           05 ws-plan-entry occurs 60 times.
               10 wpt-installment-no pic 9(2).
       01 ws-plan-sub pic 9(2).
       01 ws-plan-remaining pic 9(5)v99.
       01 ws-plan-take pic 9(5)v99.

       01 ws-flag-party-type pic x(1).
       01 ws-flag-party-id pic x(10).

       procedure division.
       display "Enter operator ID for the audit trail".
       accept ws-operator-id.
       perform sign-on-operator.
       if not ws-signed-on
           display "Operator " ws-operator-id " is not authorized"
           stop run
       end-if.
       perform load-system-params.

       open input payment-file.
       if not ws-payment-open-ok
           display "WARNING: payments.db open status "
                   ws-payment-status
       end-if.
       open i-o reversal-file.
       if not ws-reversal-open-ok
           display "WARNING: payment-reversals.db open status "
                   ws-reversal-status
       end-if.
       open i-o invoice.
       if not ws-invoice-open-ok
           display "WARNING: invoices.db open status "
                   ws-invoice-status
       end-if.
       open i-o adjustment-file.
       if not ws-adjustment-open-ok
           display "WARNING: invoice-adjustments.db open status "
                   ws-adjustment-status
       end-if.
       open i-o plan-file.
       if not ws-plan-open-ok
           display "WARNING: payment-plans.db open status "
                   ws-plan-status
       end-if.
       open i-o restriction-file.
       if not ws-restriction-open-ok
           display "WARNING: payment-restrictions.db open status "
                   ws-restriction-status
       end-if.

       perform until ws-eof = "Y"
           display "(R)eturned payment, (I)nquire on a receipt, "
                   "(Q)uit?"
           accept ws-menu-choice

           evaluate ws-menu-choice
               when "R" when "r"
                   perform reverse-returned-payment
               when "I" when "i"
                   perform inquire-reversal
               when "Q" when "q"
                   move "Y" to ws-eof
               when other
                   display "Unrecognized option: " ws-menu-choice
           end-evaluate
       end-perform.

       close payment-file.
       if ws-payment-status not = "00"
           display "WARNING: payments.db close status "
                   ws-payment-status
       end-if.
       close reversal-file.
       if ws-reversal-status not = "00"
           display "WARNING: payment-reversals.db close status "
                   ws-reversal-status
       end-if.
       close invoice.
       if ws-invoice-status not = "00"
           display "WARNING: invoices.db close status "
                   ws-invoice-status
       end-if.
       close adjustment-file.
       if ws-adjustment-status not = "00"
           display "WARNING: invoice-adjustments.db close status "
                   ws-adjustment-status
       end-if.
       close plan-file.
       if ws-plan-status not = "00"
           display "WARNING: payment-plans.db close status "
                   ws-plan-status
       end-if.
       close restriction-file.
       if ws-restriction-status not = "00"
           display "WARNING: payment-restrictions.db close status "
                   ws-restriction-status
       end-if.

       display "Payments returned: " ws-returned-count.
       stop run.

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
      * load-system-params - picks up the fee and the cash-only
      * period from system-params.dat, keeping the hard-coded
      * defaults when the file or the keywords are absent.
      *----------------------------------------------------------------
       load-system-params.
           open input params-file.
           if ws-params-status = "00"
               perform read-one-param until ws-params-eof = "Y"
           end-if.
           close params-file.

       read-one-param.
           read params-file
               at end move "Y" to ws-params-eof
               not at end
                   evaluate pm-keyword
                       when "NSF-FEE-CENTS"
                           move pm-value to ws-nsf-fee-cents
                       when "NSF-RESTRICT-DAYS"
                           move pm-value to ws-nsf-restrict-days
                   end-evaluate
           end-read.

      *----------------------------------------------------------------
      * accept-payment-key - receipt number and line; a blank line
      * means line 01, which is every keyed posting.
      *----------------------------------------------------------------
       accept-payment-key.
           display "Enter receipt number".
           accept ws-entry-receipt-no.
           display "Enter receipt line (blank for 01)".
           accept ws-entry-line.
           if ws-entry-line = spaces
               move "01" to ws-entry-line
           end-if.
           if ws-entry-receipt-no is not numeric
               or ws-entry-line is not numeric
               display "Receipt must be 6 digits and line 2 digits"
               move 0 to pay-receipt-no
           else
               move ws-entry-receipt-no to pay-receipt-no
               move ws-entry-line to pay-line
           end-if.

      *----------------------------------------------------------------
      * reverse-returned-payment - the payment line must exist, be
      * something other than cash, and not already be reversed;
      * the clerk sees it and confirms before anything changes.
      *----------------------------------------------------------------
       reverse-returned-payment.
           perform accept-payment-key.
           if pay-receipt-no not = 0
               read payment-file
                   invalid key
                       display "No payment on file for receipt "
                               ws-entry-receipt-no " line "
                               ws-entry-line
                   not invalid key
                       perform check-payment-returnable
               end-read
           end-if.

       check-payment-returnable.
           move pay-key to reversal-key.
           read reversal-file
               invalid key continue
           end-read.
           if ws-reversal-ok
               display "Receipt " pay-receipt-no " line " pay-line
                       " was already returned on " rv-return-date
           else
               if pay-method = "C"
                   display "Receipt " pay-receipt-no " was taken in "
                           "cash - nothing to return"
               else
                   move pay-student-id to inv-student-id
                   move pay-invoice-no to inv-invoice-no
                   read invoice
                       invalid key
                           display "Invoice " invoice-key
                                   " is not on file - status "
                                   ws-invoice-status
                       not invalid key
                           perform confirm-and-return
                   end-read
               end-if
           end-if.

       confirm-and-return.
           move pay-amount to ws-amount-display.
           display "Receipt " pay-receipt-no " line " pay-line
                   " taken " pay-date " method " pay-method
                   " by " pay-operator.
           display "Student " pay-student-id " invoice "
                   pay-invoice-no " amount " ws-amount-display.
           if inv-paid < pay-amount
               display "Invoice paid amount is less than the "
                       "payment - cannot return"
           else
               display "Enter reason (blank for RETURNED CHECK)"
               accept ws-entry-reason
               if ws-entry-reason = spaces
                   move "RETURNED CHECK" to ws-entry-reason
               end-if
               perform accept-fee-amount
               display "Return this payment? (Y/N)"
               accept ws-confirm
               if ws-confirm = "Y" or ws-confirm = "y"
                   perform return-the-payment
               else
                   display "Nothing returned"
               end-if
           end-if.

      *----------------------------------------------------------------
      * accept-fee-amount - blank takes the NSF-FEE-CENTS parameter,
      * zero waives the fee.
      *----------------------------------------------------------------
       accept-fee-amount.
           compute ws-fee-amount = ws-nsf-fee-cents / 100.
           move ws-fee-amount to ws-fee-display.
           display "Returned-check fee in cents (blank for "
                   ws-fee-display ", 0 to waive)".
           accept ws-entry-fee.
           if ws-entry-fee not = spaces
               compute ws-fee-amount =
                       function numval(ws-entry-fee) / 100
           end-if.

      *----------------------------------------------------------------
      * return-the-payment - the invoice first, then its plan, then
      * the reversal record that links back to the payment, then the
      * fee and the cash-only flags.
      *----------------------------------------------------------------
       return-the-payment.
           accept ws-today-date from date yyyymmdd.
           subtract pay-amount from inv-paid.
           rewrite invoice-record
               invalid key
                   display "Unable to rewrite invoice "
                           invoice-key " status " ws-invoice-status
               not invalid key
                   move pay-amount to ws-plan-remaining
                   perform reverse-plan-installments
                   perform write-reversal-record
           end-rewrite.

       write-reversal-record.
           move spaces to reversal-record.
           move pay-key to reversal-key.
           move pay-student-id to rv-student-id.
           move pay-invoice-no to rv-invoice-no.
           move pay-date to rv-pay-date.
           move pay-method to rv-pay-method.
           move pay-amount to rv-amount.
           move ws-today-date to rv-return-date.
           move ws-operator-id to rv-operator.
           move ws-entry-reason to rv-reason.
           compute rv-plan-reversed = pay-amount - ws-plan-remaining.
           move 0 to rv-fee-amount.
           move 0 to rv-fee-adj-seq.
           if ws-fee-amount > 0
               perform post-returned-check-fee
           end-if.
           write reversal-record
               invalid key
                   display "Unable to write reversal for receipt "
                           rv-receipt-no " line " rv-line
                           " status " ws-reversal-status
               not invalid key
                   add 1 to ws-returned-count
                   perform write-reversal-audit-record
                   perform flag-returned-payer
                   move pay-amount to ws-amount-display
                   display "Returned " ws-amount-display
                           " against invoice " invoice-key
           end-write.

      *----------------------------------------------------------------
      * reverse-plan-installments - the plan's paid installments are
      * tabled in order and the returned money taken back off them
      * from the last one down, undoing the oldest-first fill.
      *----------------------------------------------------------------
       reverse-plan-installments.
           move 0 to ws-plan-count.
           move "N" to ws-scan-done.
           move inv-student-id to pp-student-id.
           move inv-invoice-no to pp-invoice-no.
           move 0 to pp-installment-no.
           start plan-file key is greater than plan-key
               invalid key move "Y" to ws-scan-done
           end-start.
           perform table-one-installment until ws-scan-done = "Y".
           perform unfill-one-installment
               varying ws-plan-sub from ws-plan-count by -1
               until ws-plan-sub < 1 or ws-plan-remaining = 0.

       table-one-installment.
           read plan-file next
               at end move "Y" to ws-scan-done
               not at end
                   if pp-student-id not = inv-student-id
                       or pp-invoice-no not = inv-invoice-no
                       move "Y" to ws-scan-done
                   else
                       if pp-paid > 0 and ws-plan-count < 60
                           add 1 to ws-plan-count
                           move pp-installment-no
                               to wpt-installment-no(ws-plan-count)
                       end-if
                   end-if
           end-read.

       unfill-one-installment.
           move inv-student-id to pp-student-id.
           move inv-invoice-no to pp-invoice-no.
           move wpt-installment-no(ws-plan-sub) to pp-installment-no.
           read plan-file
               invalid key
                   display "Unable to reread installment "
                           plan-key " status " ws-plan-status
               not invalid key
                   move pp-paid to ws-plan-take
                   if ws-plan-remaining < ws-plan-take
                       move ws-plan-remaining to ws-plan-take
                   end-if
                   subtract ws-plan-take from pp-paid
                   rewrite plan-record
                       invalid key
                           display "Unable to rewrite installment "
                                   plan-key " status "
                                   ws-plan-status
                       not invalid key
                           subtract ws-plan-take
                                   from ws-plan-remaining
                   end-rewrite
           end-read.

      *----------------------------------------------------------------
      * post-returned-check-fee - a type N adjustment on the same
      * invoice, next sequence under it, with the receipt in the
      * reason so the fee can be traced to the check.
      *----------------------------------------------------------------
       post-returned-check-fee.
           perform find-last-adjustment-seq.
           move spaces to adjustment-record.
           move inv-student-id to adj-student-id.
           move inv-invoice-no to adj-invoice-no.
           compute adj-seq = ws-last-adj-seq + 1.
           move "N" to adj-type.
           move ws-fee-amount to adj-amount.
           move ws-today-date to adj-date.
           move ws-operator-id to adj-operator.
           string "RETURNED CHECK FEE RCPT " delimited by size
                  pay-receipt-no delimited by size
                  into adj-reason
           end-string.
           write adjustment-record
               invalid key
                   display "Unable to write returned-check fee "
                           adjustment-key " status "
                           ws-adjustment-status
               not invalid key
                   move ws-fee-amount to rv-fee-amount
                   move adj-seq to rv-fee-adj-seq
                   perform write-fee-audit-record
           end-write.

       find-last-adjustment-seq.
           move 0 to ws-last-adj-seq.
           move "N" to ws-scan-done.
           move inv-student-id to adj-student-id.
           move inv-invoice-no to adj-invoice-no.
           move 0 to adj-seq.
           start adjustment-file key is greater than adjustment-key
               invalid key move "Y" to ws-scan-done
           end-start.
           perform note-one-adjustment-seq until ws-scan-done = "Y".

       note-one-adjustment-seq.
           read adjustment-file next
               at end move "Y" to ws-scan-done
               not at end
                   if adj-student-id not = inv-student-id
                       or adj-invoice-no not = inv-invoice-no
                       move "Y" to ws-scan-done
                   else
                       move adj-seq to ws-last-adj-seq
                   end-if
           end-read.

      *----------------------------------------------------------------
      * flag-returned-payer - the student, and every payer the
      * student is linked to, goes cash-only until the expiry date.
      *----------------------------------------------------------------
       flag-returned-payer.
           compute ws-expire-date = function date-of-integer(
                   function integer-of-date(ws-today-date)
                   + ws-nsf-restrict-days).
           move 0 to ws-flagged-count.
           move "S" to ws-flag-party-type.
           move spaces to ws-flag-party-id.
           move pay-student-id to ws-flag-party-id.
           perform flag-one-party.

           move "N" to ws-scan-done.
           open input payer-xref.
           if not ws-xref-open-ok
               display "WARNING: payer-xref.db open status "
                       ws-xref-status
               move "Y" to ws-scan-done
           end-if.
           perform flag-one-linked-payer until ws-scan-done = "Y".
           close payer-xref.
           display "Cash or certified funds only until "
                   ws-expire-date " - " ws-flagged-count
                   " flagged".

       flag-one-linked-payer.
           read payer-xref next
               at end move "Y" to ws-scan-done
               not at end
                   if px-student-id = pay-student-id
                       move "P" to ws-flag-party-type
                       move px-customer-id to ws-flag-party-id
                       perform flag-one-party
                   end-if
           end-read.

       flag-one-party.
           move ws-flag-party-type to rs-party-type.
           move ws-flag-party-id to rs-party-id.
           read restriction-file
               invalid key continue
           end-read.
           move ws-today-date to rs-flagged-date.
           move pay-receipt-no to rs-receipt-no.
           move ws-operator-id to rs-operator.
           if ws-restriction-ok
               if ws-expire-date > rs-expire-date
                   move ws-expire-date to rs-expire-date
               end-if
               add 1 to rs-return-count
               rewrite restriction-record
                   invalid key
                       display "Unable to rewrite restriction "
                               restriction-key " status "
                               ws-restriction-status
                   not invalid key
                       add 1 to ws-flagged-count
                       move "UPDATE" to audit-operation
                       perform write-restriction-audit-record
               end-rewrite
           else
               move ws-expire-date to rs-expire-date
               move 1 to rs-return-count
               write restriction-record
                   invalid key
                       display "Unable to write restriction "
                               restriction-key " status "
                               ws-restriction-status
                   not invalid key
                       add 1 to ws-flagged-count
                       move "CREATE" to audit-operation
                       perform write-restriction-audit-record
               end-write
           end-if.

      *----------------------------------------------------------------
      * inquire-reversal - shows the payment and, when it has come
      * back, the reversal linked to it.
      *----------------------------------------------------------------
       inquire-reversal.
           perform accept-payment-key.
           if pay-receipt-no not = 0
               read payment-file
                   invalid key
                       display "No payment on file for receipt "
                               ws-entry-receipt-no " line "
                               ws-entry-line
                   not invalid key
                       perform display-payment-and-reversal
               end-read
           end-if.

       display-payment-and-reversal.
           move pay-amount to ws-amount-display.
           display "Receipt " pay-receipt-no " line " pay-line
                   " student " pay-student-id " invoice "
                   pay-invoice-no " " pay-date " " pay-method " "
                   ws-amount-display.
           move pay-key to reversal-key.
           read reversal-file
               invalid key
                   display "Not returned"
               not invalid key
                   move rv-fee-amount to ws-fee-display
                   display "Returned " rv-return-date " by "
                           rv-operator " " rv-reason
                   display "Fee " ws-fee-display
                           " adjustment seq " rv-fee-adj-seq
           end-read.

      *----------------------------------------------------------------
      * write-reversal-audit-record - the return goes on the trail
      * against the payment it reverses, file identifier PAYMENT and
      * operation RETURN.
      *----------------------------------------------------------------
       write-reversal-audit-record.
           move spaces to audit-record.
           move rv-student-id to audit-student-id.
           move "RETURN" to audit-operation.
           move "PAYMENT" to audit-file-id.
           move reversal-key to audit-key.
           perform append-audit-record.

       write-fee-audit-record.
           move spaces to audit-record.
           move adj-student-id to audit-student-id.
           move "CREATE" to audit-operation.
           move "ADJUSTMENT" to audit-file-id.
           move adjustment-key to audit-key.
           perform append-audit-record.

      *----------------------------------------------------------------
      * write-restriction-audit-record - expects audit-operation
      * already set; the key field carries the party type and id.
      *----------------------------------------------------------------
       write-restriction-audit-record.
           move spaces to audit-student-id.
           if rs-student
               move rs-party-id to audit-student-id
           end-if.
           move "RESTRICT" to audit-file-id.
           move restriction-key to audit-key.
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

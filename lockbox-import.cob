       >>SOURCE FORMAT IS FIXED
      *> Posts the bank's daily lockbox file, lockbox.txt, so the
      *> checks the bank deposits stop being re-keyed into
      *> payment-posting line by line. The file carries an H header
      *> (deposit date and the bank's batch id), one D detail per
      *> check (remittance reference, student or payer id, amount in
      *> cents, check number), and a T trailer with the item count
      *> and total. A proving pass balances the details to the
      *> trailer, and refuses a batch id already posted, before
      *> anything touches the billing files - a short or repeated
      *> transfer never half-posts. Each item then applies the way
      *> the auto-apply modes of payment-posting apply a mailed
      *> check: a payer id resolves through payer-xref.db to all of
      *> the payer's students, otherwise the id is taken as a
      *> student; the open invoices spread oldest due date first;
      *> every invoice settled gets its own payments.db line under
      *> one receipt number from receipt-control.dat, method K,
      *> operator LOCKBOX, with payment-plans.db installments filled
      *> the same way. An item that matches no account or finds
      *> nothing open, and the part of an item that would overpay,
      *> goes to the unapplied-cash.db suspense file instead, and the
      *> worklist prints every item still open there for the clerks
      *> to clear through unapplied-cash-maintenance. The register
      *> ties applied plus suspended back to the bank total. Ends
      *> with RETURN-CODE 8 on a refused batch so the end-of-day
      *> stream can stop on it.

       identification division.
       program-id. lockbox-import.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select optional lockbox-file assign "lockbox.txt"
                  organization is line sequential
                  file status is ws-lockbox-status.

           select optional batch-history assign "lockbox-batches.dat"
                  organization is line sequential
                  file status is ws-history-status.

           select optional invoice assign "invoices.db"
                  organization is indexed
                  access is dynamic
                  record key is invoice-key
                  file status is ws-invoice-status.

           select optional payment-file assign "payments.db"
                  organization is indexed
                  access is random
                  record key is pay-key
                  file status is ws-payment-status.

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

           select optional payer-xref assign "payer-xref.db"
                  organization is indexed
                  access is dynamic
                  record key is payer-xref-key
                  file status is ws-xref-status.

           select optional suspense-file assign "unapplied-cash.db"
                  organization is indexed
                  access is dynamic
                  record key is unapplied-cash-key
                  file status is ws-suspense-status.

           select optional receipt-control
                  assign "receipt-control.dat"
                  organization is line sequential
                  file status is ws-receipt-status.

           select optional register-file
                  assign "lockbox-register.prt"
                  organization is line sequential
                  file status is ws-register-status.

           select optional worklist-file
                  assign "lockbox-worklist.prt"
                  organization is line sequential
                  file status is ws-worklist-status.

           select optional audit-file assign "audit.log"
                  organization is line sequential
                  file status is ws-audit-status.

       data division.
       file section.
       fd lockbox-file.
       01 lockbox-record.
           05 lb-record-type pic x(1).
           05 lb-detail-data.
               10 lb-remit-ref pic x(10).
               10 lb-payer-id pic x(10).
               10 lb-amount pic 9(7)v99.
               10 lb-check-no pic x(10).
           05 lb-header-data redefines lb-detail-data.
               10 lb-deposit-date pic 9(8).
               10 lb-batch-id pic x(10).
               10 filler pic x(21).
           05 lb-trailer-data redefines lb-detail-data.
               10 lb-trailer-count pic 9(6).
               10 lb-trailer-total pic 9(9)v99.
               10 filler pic x(22).

       fd batch-history.
       01 batch-history-record.
           05 bh-deposit-date pic 9(8).
           05 filler pic x(1).
           05 bh-batch-id pic x(10).
           05 filler pic x(1).
           05 bh-item-count pic 9(6).
           05 filler pic x(1).
           05 bh-total pic 9(9)v99.
           05 filler pic x(1).
           05 bh-posted-timestamp pic x(14).

       fd invoice.
       copy "invoice-record.cpy".

       fd payment-file.
       copy "payment-record.cpy".

       fd adjustment-file.
       copy "adjustment-record.cpy".

       fd plan-file.
       copy "plan-record.cpy".

       fd payer-xref.
       01 payer-xref-record.
           05 payer-xref-key.
               10 px-customer-id pic x(10).
               10 px-student-id pic x(5).
           05 px-linked-date pic 9(8).

       fd suspense-file.
       copy "unapplied-cash-record.cpy".

       fd receipt-control.
       01 receipt-control-record pic 9(6).

       fd register-file.
       01 register-line pic x(80).

       fd worklist-file.
       01 worklist-line pic x(100).

       fd audit-file.
       copy "audit-record.cpy".

       working-storage section.
       01 ws-lockbox-status pic x(2).
           88 ws-lockbox-present value "00".
       01 ws-history-status pic x(2).
       01 ws-invoice-status pic x(2).
           88 ws-invoice-open-ok value "00" "05".
       01 ws-payment-status pic x(2).
           88 ws-payment-open-ok value "00" "05".
       01 ws-adjustment-status pic x(2).
           88 ws-adjustment-open-ok value "00" "05".
       01 ws-plan-status pic x(2).
           88 ws-plan-open-ok value "00" "05".
       01 ws-xref-status pic x(2).
           88 ws-xref-open-ok value "00" "05".
       01 ws-suspense-status pic x(2).
           88 ws-suspense-open-ok value "00" "05".
       01 ws-receipt-status pic x(2).
           88 ws-receipt-file-missing value "05" "35".
       01 ws-register-status pic x(2).
       01 ws-worklist-status pic x(2).
       01 ws-audit-status pic x(2).
       01 ws-audit-date pic x(8).
       01 ws-audit-time pic x(6).

       01 ws-operator-id pic x(8) value "LOCKBOX".
       01 ws-payment-method pic x(1) value "K".

      *        The proving pass.
       01 ws-lockbox-eof pic a(1).
       01 ws-history-eof pic a(1).
       01 ws-header-seen-sw pic x(1).
           88 ws-header-seen value "Y".
       01 ws-trailer-seen-sw pic x(1).
           88 ws-trailer-seen value "Y".
       01 ws-bad-amount-sw pic x(1).
           88 ws-bad-amount value "Y".
       01 ws-already-posted-sw pic x(1).
           88 ws-already-posted value "Y".
       01 ws-batch-balanced-sw pic x(1).
           88 ws-batch-balanced value "Y".
       01 ws-deposit-date pic 9(8).
       01 ws-batch-id pic x(10).
       01 ws-detail-count pic 9(6).
       01 ws-detail-total pic 9(9)v99.
       01 ws-trailer-count pic 9(6).
       01 ws-trailer-total pic 9(9)v99.

      *        The posting pass.
       01 ws-item-no pic 9(4).
       01 ws-item-amount pic 9(7)v99.
       01 ws-apply-amount pic 9(7)v99.
       01 ws-suspend-amount pic 9(7)v99.
       01 ws-suspend-reason pic x(20).
       01 ws-account-found-sw pic x(1).
           88 ws-account-found value "Y".
       01 ws-item-receipt-no pic 9(6).
       01 ws-applied-total pic 9(9)v99 value 0.
       01 ws-suspended-total pic 9(9)v99 value 0.
       01 ws-applied-count pic 9(6) value 0.
       01 ws-suspended-count pic 9(6) value 0.
       01 ws-posted-count pic 9(6) value 0.
       01 ws-tie-total pic 9(9)v99.

       01 ws-scan-done pic a(1).
       01 ws-xref-done pic a(1).
       01 ws-adjust-done pic a(1).
       01 ws-plan-done pic a(1).
       01 ws-suspense-done pic a(1).
       01 ws-gather-student-id pic x(5).
       01 ws-open-balance pic s9(7)v99.
       01 ws-adjust-net pic s9(7)v99.
       01 ws-plan-remaining pic 9(5)v99.
       01 ws-plan-gap pic 9(5)v99.
       01 ws-next-receipt-no pic 9(6).
       01 ws-today-date pic 9(8).
       01 ws-total-open pic 9(7)v99.
       01 ws-remaining pic 9(7)v99.

       01 ws-detail-student pic x(5).
       01 ws-detail-invoice pic 9(4).
       01 ws-detail-amount pic 9(5)v99.
       01 ws-detail-line pic 9(2).

       01 ws-alloc-table.
           05 ws-alloc-count pic 9(2) value 0.
           05 ws-alloc-entry occurs 50 times.
               10 wal-student-id pic x(5).
               10 wal-invoice-no pic 9(4).
               10 wal-due-date pic 9(8).
               10 wal-open pic 9(5)v99.
               10 wal-alloc pic 9(5)v99.
       01 ws-alloc-sub pic 9(2).
       01 ws-alloc-sub-2 pic 9(2).
       01 ws-swap-entry.
           05 wsw-student-id pic x(5).
           05 wsw-invoice-no pic 9(4).
           05 wsw-due-date pic 9(8).
           05 wsw-open pic 9(5)v99.
           05 wsw-alloc pic 9(5)v99.

       01 ws-worklist-count pic 9(5) value 0.
       01 ws-worklist-total pic 9(9)v99 value 0.
       01 ws-age-days pic s9(5).

       01 ws-blank-line pic x(80) value spaces.

       01 ws-register-heading-1.
           05 filler pic x(30) value "LOCKBOX REGISTER - DEPOSIT OF".
           05 rh-deposit-date pic 9(8).
           05 filler pic x(8) value "  BATCH".
           05 filler pic x(1) value space.
           05 rh-batch-id pic x(10).

       01 ws-register-heading-2.
           05 filler pic x(5) value "ITEM".
           05 filler pic x(11) value "REMIT REF".
           05 filler pic x(11) value "PAYER".
           05 filler pic x(11) value "CHECK".
           05 filler pic x(11) value "AMOUNT".
           05 filler pic x(7) value "RCPT".
           05 filler pic x(20) value "DISPOSITION".

       01 ws-register-detail.
           05 rd-item-no pic zzz9.
           05 filler pic x(1) value spaces.
           05 rd-remit-ref pic x(10).
           05 filler pic x(1) value spaces.
           05 rd-payer-id pic x(10).
           05 filler pic x(1) value spaces.
           05 rd-check-no pic x(10).
           05 filler pic x(1) value spaces.
           05 rd-amount pic zzzzzz9.99.
           05 filler pic x(1) value spaces.
           05 rd-receipt-no pic zzzzz9.
           05 filler pic x(1) value spaces.
           05 rd-disposition pic x(23).

       01 ws-register-trailer-1.
           05 filler pic x(24) value "ITEMS IN BATCH: ".
           05 rt-item-count pic zzzzz9.
           05 filler pic x(4) value spaces.
           05 filler pic x(14) value "BANK TOTAL: ".
           05 rt-bank-total pic zzzzzzzz9.99.
       01 ws-register-trailer-2.
           05 filler pic x(24) value "ITEMS APPLIED: ".
           05 rt-applied-count pic zzzzz9.
           05 filler pic x(4) value spaces.
           05 filler pic x(14) value "APPLIED: ".
           05 rt-applied-total pic zzzzzzzz9.99.
       01 ws-register-trailer-3.
           05 filler pic x(24) value "ITEMS TO SUSPENSE: ".
           05 rt-suspended-count pic zzzzz9.
           05 filler pic x(4) value spaces.
           05 filler pic x(14) value "SUSPENDED: ".
           05 rt-suspended-total pic zzzzzzzz9.99.
       01 ws-register-trailer-4.
           05 filler pic x(24) value "PAYMENT LINES WRITTEN: ".
           05 rt-posted-count pic zzzzz9.
           05 filler pic x(4) value spaces.
           05 rt-tie-note pic x(30).

       01 ws-worklist-heading-1 pic x(60)
               value "UNAPPLIED CASH WORKLIST - OPEN SUSPENSE ITEMS".
       01 ws-worklist-heading-2.
           05 filler pic x(9) value "DEPOSIT".
           05 filler pic x(5) value "ITEM".
           05 filler pic x(11) value "REMIT REF".
           05 filler pic x(11) value "PAYER".
           05 filler pic x(11) value "CHECK".
           05 filler pic x(11) value "HELD".
           05 filler pic x(6) value "DAYS".
           05 filler pic x(20) value "REASON".

       01 ws-worklist-detail.
           05 wd-deposit-date pic 9(8).
           05 filler pic x(1) value spaces.
           05 wd-item-no pic zzz9.
           05 filler pic x(1) value spaces.
           05 wd-remit-ref pic x(10).
           05 filler pic x(1) value spaces.
           05 wd-payer-id pic x(10).
           05 filler pic x(1) value spaces.
           05 wd-check-no pic x(10).
           05 filler pic x(1) value spaces.
           05 wd-amount pic zzzzzz9.99.
           05 filler pic x(1) value spaces.
           05 wd-age-days pic zzzz9.
           05 filler pic x(1) value spaces.
           05 wd-reason pic x(20).

       01 ws-worklist-trailer.
           05 filler pic x(24) value "OPEN ITEMS: ".
           05 wt-count pic zzzz9.
           05 filler pic x(4) value spaces.
           05 filler pic x(14) value "HELD: ".
           05 wt-total pic zzzzzzzz9.99.

       procedure division.
       perform prove-lockbox-batch.
       if not ws-batch-balanced
           display "Lockbox batch refused - nothing posted"
           move 8 to return-code
       else
           perform open-posting-files
           perform print-register-heading
           perform post-lockbox-items
           perform print-register-totals
           perform record-posted-batch
           perform close-posting-files
           display "Lockbox items applied: " ws-applied-count
           display "Lockbox items to suspense: " ws-suspended-count
       end-if.
       perform print-suspense-worklist.
       goback.

      *----------------------------------------------------------------
      * prove-lockbox-batch - the proving pass: counts and totals the
      * D records and captures the header and trailer without
      * posting anything. Every amount must be numeric, the count
      * and total must match the bank's trailer, and the batch id
      * must not already be on lockbox-batches.dat.
      *----------------------------------------------------------------
       prove-lockbox-batch.
           move "N" to ws-batch-balanced-sw.
           move "N" to ws-header-seen-sw.
           move "N" to ws-trailer-seen-sw.
           move "N" to ws-bad-amount-sw.
           move "N" to ws-already-posted-sw.
           move "N" to ws-lockbox-eof.
           move 0 to ws-detail-count.
           move 0 to ws-detail-total.
           move 0 to ws-trailer-count.
           move 0 to ws-trailer-total.
           move 0 to ws-deposit-date.
           move spaces to ws-batch-id.

           open input lockbox-file.
           if not ws-lockbox-present
               display "lockbox.txt not found - status "
                       ws-lockbox-status
               close lockbox-file
           else
               perform count-lockbox-record
                   until ws-lockbox-eof = "Y"
               close lockbox-file
               if ws-lockbox-status not = "00"
                   display "WARNING: lockbox.txt close status "
                           ws-lockbox-status
               end-if
               if ws-header-seen
                   perform check-batch-history
               end-if

               evaluate true
                   when not ws-header-seen
                       display "No H header record on lockbox file"
                   when not ws-trailer-seen
                       display "No T trailer record on lockbox file"
                   when ws-bad-amount
                       display "Lockbox detail amount not numeric"
                   when ws-already-posted
                       display "Batch " ws-batch-id " of "
                               ws-deposit-date " already posted"
                   when ws-trailer-count not = ws-detail-count
                       display "Trailer count " ws-trailer-count
                               " does not match items read "
                               ws-detail-count
                   when ws-trailer-total not = ws-detail-total
                       display "Trailer total " ws-trailer-total
                               " does not match items total "
                               ws-detail-total
                   when other
                       move "Y" to ws-batch-balanced-sw
               end-evaluate
           end-if.

       count-lockbox-record.
           read lockbox-file
               at end move "Y" to ws-lockbox-eof
               not at end
                   evaluate lb-record-type
                       when "H"
                           move "Y" to ws-header-seen-sw
                           move lb-deposit-date to ws-deposit-date
                           move lb-batch-id to ws-batch-id
                       when "D"
                           add 1 to ws-detail-count
                           if lb-amount is numeric
                               add lb-amount to ws-detail-total
                           else
                               move "Y" to ws-bad-amount-sw
                           end-if
                       when "T"
                           move "Y" to ws-trailer-seen-sw
                           if lb-trailer-count is numeric
                               and lb-trailer-total is numeric
                               move lb-trailer-count
                                       to ws-trailer-count
                               move lb-trailer-total
                                       to ws-trailer-total
                           else
                               move "Y" to ws-bad-amount-sw
                           end-if
                       when other continue
                   end-evaluate
           end-read.

       check-batch-history.
           move "N" to ws-history-eof.
           open input batch-history.
           if ws-history-status = "00"
               perform check-one-history-line
                   until ws-history-eof = "Y"
           end-if.
           close batch-history.

       check-one-history-line.
           read batch-history
               at end move "Y" to ws-history-eof
               not at end
                   if bh-deposit-date = ws-deposit-date
                       and bh-batch-id = ws-batch-id
                       move "Y" to ws-already-posted-sw
                   end-if
           end-read.

       open-posting-files.
           open i-o invoice.
           if not ws-invoice-open-ok
               display "WARNING: invoices.db open status "
                       ws-invoice-status
           end-if.
           open i-o payment-file.
           if not ws-payment-open-ok
               display "WARNING: payments.db open status "
                       ws-payment-status
           end-if.
           open input adjustment-file.
           if not ws-adjustment-open-ok
               display "WARNING: invoice-adjustments.db open status "
                       ws-adjustment-status
           end-if.
           open i-o plan-file.
           if not ws-plan-open-ok
               display "WARNING: payment-plans.db open status "
                       ws-plan-status
           end-if.
           open input payer-xref.
           if not ws-xref-open-ok
               display "WARNING: payer-xref.db open status "
                       ws-xref-status
           end-if.
           open i-o suspense-file.
           if not ws-suspense-open-ok
               display "WARNING: unapplied-cash.db open status "
                       ws-suspense-status
           end-if.
           open output register-file.
           if ws-register-status not = "00"
               display "WARNING: lockbox-register.prt open status "
                       ws-register-status
           end-if.

       close-posting-files.
           close invoice.
           if ws-invoice-status not = "00"
               display "WARNING: invoices.db close status "
                       ws-invoice-status
           end-if.
           close payment-file.
           if ws-payment-status not = "00"
               display "WARNING: payments.db close status "
                       ws-payment-status
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
           close payer-xref.
           if ws-xref-status not = "00"
               display "WARNING: payer-xref.db close status "
                       ws-xref-status
           end-if.
           close suspense-file.
           if ws-suspense-status not = "00"
               display "WARNING: unapplied-cash.db close status "
                       ws-suspense-status
           end-if.
           close register-file.
           if ws-register-status not = "00"
               display "WARNING: lockbox-register.prt close status "
                       ws-register-status
           end-if.

       print-register-heading.
           move ws-deposit-date to rh-deposit-date.
           move ws-batch-id to rh-batch-id.
           move ws-register-heading-1 to register-line.
           write register-line.
           move ws-blank-line to register-line.
           write register-line.
           move ws-register-heading-2 to register-line.
           write register-line.

      *----------------------------------------------------------------
      * post-lockbox-items - the proved file is re-read and each D
      * record posted in turn; the other record types were already
      * accounted for by the proving pass.
      *----------------------------------------------------------------
       post-lockbox-items.
           move 0 to ws-item-no.
           move "N" to ws-lockbox-eof.
           open input lockbox-file.
           if not ws-lockbox-present
               display "WARNING: lockbox.txt reopen status "
                       ws-lockbox-status
           end-if.
           perform post-lockbox-record until ws-lockbox-eof = "Y".
           close lockbox-file.
           if ws-lockbox-status not = "00"
               display "WARNING: lockbox.txt close status "
                       ws-lockbox-status
           end-if.

       post-lockbox-record.
           read lockbox-file
               at end move "Y" to ws-lockbox-eof
               not at end
                   if lb-record-type = "D"
                       add 1 to ws-item-no
                       perform post-one-item
                   end-if
           end-read.

      *----------------------------------------------------------------
      * post-one-item - gathers the open invoices for the id the bank
      * sent, applies as much of the check as they can take, and
      * suspends the rest with the reason.
      *----------------------------------------------------------------
       post-one-item.
           move lb-amount to ws-item-amount.
           move 0 to ws-apply-amount.
           move 0 to ws-suspend-amount.
           move 0 to ws-item-receipt-no.
           move spaces to ws-suspend-reason.
           move 0 to ws-alloc-count.
           move "N" to ws-account-found-sw.

           perform gather-payer-students.
           if not ws-account-found
               and lb-payer-id(6:5) = spaces
               and lb-payer-id not = spaces
               move lb-payer-id(1:5) to ws-gather-student-id
               perform load-open-invoices
           end-if.

           if ws-item-amount = 0
               move "ZERO AMOUNT" to ws-suspend-reason
           else
               if not ws-account-found
                   move "NO MATCHING ACCOUNT" to ws-suspend-reason
                   move ws-item-amount to ws-suspend-amount
               else
                   if ws-alloc-count = 0
                       move "NOTHING OPEN" to ws-suspend-reason
                       move ws-item-amount to ws-suspend-amount
                   else
                       perform sort-allocations-by-due-date
                       perform total-open-balances
                       if ws-item-amount > ws-total-open
                           move ws-total-open to ws-apply-amount
                           compute ws-suspend-amount =
                                   ws-item-amount - ws-total-open
                           move "OVERPAYMENT" to ws-suspend-reason
                       else
                           move ws-item-amount to ws-apply-amount
                       end-if
                       perform spread-payment
                       perform commit-allocation
                   end-if
               end-if
           end-if.

           if ws-apply-amount > 0
               add 1 to ws-applied-count
               add ws-apply-amount to ws-applied-total
           end-if.
           if ws-suspend-amount > 0
               add 1 to ws-suspended-count
               add ws-suspend-amount to ws-suspended-total
               perform write-suspense-item
           end-if.
           perform print-item-lines.

      *----------------------------------------------------------------
      * gather-payer-students - a customers.db payer id resolves
      * through payer-xref.db to every linked student, all of whose
      * open invoices pool into one allocation.
      *----------------------------------------------------------------
       gather-payer-students.
           if lb-payer-id not = spaces
               move "N" to ws-xref-done
               move lb-payer-id to px-customer-id
               move low-values to px-student-id
               start payer-xref key is greater than payer-xref-key
                   invalid key move "Y" to ws-xref-done
               end-start
               perform gather-one-linked-student
                   until ws-xref-done = "Y"
           end-if.

       gather-one-linked-student.
           read payer-xref next
               at end move "Y" to ws-xref-done
               not at end
                   if px-customer-id not = lb-payer-id
                       move "Y" to ws-xref-done
                   else
                       move "Y" to ws-account-found-sw
                       move px-student-id to ws-gather-student-id
                       perform load-open-invoices
                   end-if
           end-read.

      *----------------------------------------------------------------
      * load-open-invoices - every invoice under the gather student
      * with money still owing lands in the allocation table with its
      * due date and open balance; any invoice at all proves the
      * account.
      *----------------------------------------------------------------
       load-open-invoices.
           move "N" to ws-scan-done.
           move ws-gather-student-id to inv-student-id.
           move 0 to inv-invoice-no.
           start invoice key is greater than invoice-key
               invalid key move "Y" to ws-scan-done
           end-start.
           perform gather-one-invoice until ws-scan-done = "Y".

       gather-one-invoice.
           read invoice next
               at end move "Y" to ws-scan-done
               not at end
                   if inv-student-id not = ws-gather-student-id
                       move "Y" to ws-scan-done
                   else
                       move "Y" to ws-account-found-sw
                       perform sum-invoice-adjustments
                       compute ws-open-balance =
                               inv-amount + ws-adjust-net - inv-paid
                       if ws-open-balance > 0
                           perform add-allocation-entry
                       end-if
                   end-if
           end-read.

       add-allocation-entry.
           if ws-alloc-count >= 50
               display "WARNING: more than 50 open invoices, "
                       invoice-key " left out of the allocation"
           else
               add 1 to ws-alloc-count
               move inv-student-id
                       to wal-student-id(ws-alloc-count)
               move inv-invoice-no
                       to wal-invoice-no(ws-alloc-count)
               move inv-due-date to wal-due-date(ws-alloc-count)
               move ws-open-balance to wal-open(ws-alloc-count)
               move 0 to wal-alloc(ws-alloc-count)
           end-if.

      *----------------------------------------------------------------
      * sort-allocations-by-due-date - the same exchange sort the
      * posting screen runs over its allocation table.
      *----------------------------------------------------------------
       sort-allocations-by-due-date.
           perform sort-one-pass
               varying ws-alloc-sub from 1 by 1
               until ws-alloc-sub >= ws-alloc-count.

       sort-one-pass.
           perform compare-and-swap
               varying ws-alloc-sub-2 from 1 by 1
               until ws-alloc-sub-2 >= ws-alloc-count.

       compare-and-swap.
           if wal-due-date(ws-alloc-sub-2)
                   > wal-due-date(ws-alloc-sub-2 + 1)
               move ws-alloc-entry(ws-alloc-sub-2) to ws-swap-entry
               move ws-alloc-entry(ws-alloc-sub-2 + 1)
                       to ws-alloc-entry(ws-alloc-sub-2)
               move ws-swap-entry
                       to ws-alloc-entry(ws-alloc-sub-2 + 1)
           end-if.

       total-open-balances.
           move 0 to ws-total-open.
           perform varying ws-alloc-sub from 1 by 1
                   until ws-alloc-sub > ws-alloc-count
               add wal-open(ws-alloc-sub) to ws-total-open
           end-perform.

       spread-payment.
           move ws-apply-amount to ws-remaining.
           perform varying ws-alloc-sub from 1 by 1
                   until ws-alloc-sub > ws-alloc-count
               if ws-remaining >= wal-open(ws-alloc-sub)
                   move wal-open(ws-alloc-sub)
                           to wal-alloc(ws-alloc-sub)
               else
                   move ws-remaining to wal-alloc(ws-alloc-sub)
               end-if
               subtract wal-alloc(ws-alloc-sub) from ws-remaining
           end-perform.

      *----------------------------------------------------------------
      * commit-allocation - one receipt number for the whole check,
      * then each allocated invoice is reread, its paid amount
      * stepped, and its own payments.db line written under that
      * receipt.
      *----------------------------------------------------------------
       commit-allocation.
           perform assign-next-receipt-no.
           move ws-next-receipt-no to ws-item-receipt-no.
           move 0 to ws-detail-line.
           perform commit-one-allocation
               varying ws-alloc-sub from 1 by 1
               until ws-alloc-sub > ws-alloc-count.

       commit-one-allocation.
           if wal-alloc(ws-alloc-sub) > 0
               move wal-student-id(ws-alloc-sub) to inv-student-id
               move wal-invoice-no(ws-alloc-sub) to inv-invoice-no
               read invoice
                   invalid key
                       display "Unable to reread invoice "
                               invoice-key " status "
                               ws-invoice-status
                   not invalid key
                       perform rewrite-allocated-invoice
               end-read
           end-if.

       rewrite-allocated-invoice.
           add wal-alloc(ws-alloc-sub) to inv-paid.
           rewrite invoice-record
               invalid key
                   display "Unable to rewrite invoice "
                           invoice-key " status " ws-invoice-status
               not invalid key
                   add 1 to ws-posted-count
                   add 1 to ws-detail-line
                   move inv-student-id to ws-detail-student
                   move inv-invoice-no to ws-detail-invoice
                   move wal-alloc(ws-alloc-sub) to ws-detail-amount
                   perform write-payment-detail
                   move wal-alloc(ws-alloc-sub) to ws-plan-remaining
                   perform apply-payment-to-plan
           end-rewrite.

      *----------------------------------------------------------------
      * write-payment-detail - one payments.db line per applied
      * amount, dated the bank's deposit date so the receipts
      * journal shows the money on the day the bank took it.
      *----------------------------------------------------------------
       write-payment-detail.
           move ws-next-receipt-no to pay-receipt-no.
           move ws-detail-line to pay-line.
           move ws-detail-student to pay-student-id.
           move ws-detail-invoice to pay-invoice-no.
           move ws-deposit-date to pay-date.
           move ws-detail-amount to pay-amount.
           move ws-payment-method to pay-method.
           move ws-operator-id to pay-operator.
           write payment-record
               invalid key
                   display "Unable to write payment detail, receipt "
                           pay-receipt-no " line " pay-line
                           " status " ws-payment-status
               not invalid key
                   perform write-payment-audit-record
           end-write.

      *----------------------------------------------------------------
      * apply-payment-to-plan - the posted amount also fills the
      * invoice's scheduled installments oldest first, as the
      * posting screen does.
      *----------------------------------------------------------------
       apply-payment-to-plan.
           move "N" to ws-plan-done.
           move inv-student-id to pp-student-id.
           move inv-invoice-no to pp-invoice-no.
           move 0 to pp-installment-no.
           start plan-file key is greater than plan-key
               invalid key move "Y" to ws-plan-done
           end-start.
           perform fill-one-installment
               until ws-plan-done = "Y" or ws-plan-remaining = 0.

       fill-one-installment.
           read plan-file next
               at end move "Y" to ws-plan-done
               not at end
                   if pp-student-id not = inv-student-id
                       or pp-invoice-no not = inv-invoice-no
                       move "Y" to ws-plan-done
                   else
                       if pp-amount > pp-paid
                           perform fill-installment-gap
                       end-if
                   end-if
           end-read.

       fill-installment-gap.
           compute ws-plan-gap = pp-amount - pp-paid.
           if ws-plan-remaining < ws-plan-gap
               move ws-plan-remaining to ws-plan-gap
           end-if.
           add ws-plan-gap to pp-paid.
           rewrite plan-record
               invalid key
                   display "Unable to rewrite installment "
                           plan-key " status " ws-plan-status
               not invalid key
                   subtract ws-plan-gap from ws-plan-remaining
           end-rewrite.

      *----------------------------------------------------------------
      * sum-invoice-adjustments - nets every adjustment under the
      * invoice the read left current, the same formula the aging
      * report and posting screen apply.
      *----------------------------------------------------------------
       sum-invoice-adjustments.
           move 0 to ws-adjust-net.
           move "N" to ws-adjust-done.
           move inv-student-id to adj-student-id.
           move inv-invoice-no to adj-invoice-no.
           move 0 to adj-seq.
           start adjustment-file key is greater than adjustment-key
               invalid key move "Y" to ws-adjust-done
           end-start.
           perform net-one-adjustment until ws-adjust-done = "Y".

       net-one-adjustment.
           read adjustment-file next
               at end move "Y" to ws-adjust-done
               not at end
                   if adj-student-id not = inv-student-id
                       or adj-invoice-no not = inv-invoice-no
                       move "Y" to ws-adjust-done
                   else
                       if adj-increases-balance
                           add adj-amount to ws-adjust-net
                       else
                           subtract adj-amount from ws-adjust-net
                       end-if
                   end-if
           end-read.

      *----------------------------------------------------------------
      * write-suspense-item - what the item could not apply goes on
      * unapplied-cash.db as an open suspense record under the
      * deposit date and item number.
      *----------------------------------------------------------------
       write-suspense-item.
           move spaces to unapplied-cash-record.
           move ws-deposit-date to uc-deposit-date.
           move ws-item-no to uc-item-no.
           move ws-batch-id to uc-batch-id.
           move lb-remit-ref to uc-remit-ref.
           move lb-payer-id to uc-payer-id.
           move lb-check-no to uc-check-no.
           move ws-item-amount to uc-item-amount.
           move ws-suspend-amount to uc-amount.
           move ws-suspend-reason to uc-reason.
           move "O" to uc-status.
           move 0 to uc-cleared-date.
           write unapplied-cash-record
               invalid key
                   display "Unable to write suspense item "
                           unapplied-cash-key " status "
                           ws-suspense-status
               not invalid key
                   perform write-suspense-audit-record
           end-write.

      *----------------------------------------------------------------
      * print-item-lines - one register line for what applied and
      * one for what went to suspense, so both halves of a split
      * item show.
      *----------------------------------------------------------------
       print-item-lines.
           move spaces to ws-register-detail.
           move ws-item-no to rd-item-no.
           move lb-remit-ref to rd-remit-ref.
           move lb-payer-id to rd-payer-id.
           move lb-check-no to rd-check-no.
           if ws-apply-amount > 0
               move ws-apply-amount to rd-amount
               move ws-item-receipt-no to rd-receipt-no
               move "APPLIED" to rd-disposition
               move ws-register-detail to register-line
               write register-line
           end-if.
           if ws-suspend-amount > 0
               move ws-suspend-amount to rd-amount
               move 0 to rd-receipt-no
               string "SUSPENSE " delimited by size
                      ws-suspend-reason delimited by size
                      into rd-disposition
               end-string
               move ws-register-detail to register-line
               write register-line
           end-if.
           if ws-apply-amount = 0 and ws-suspend-amount = 0
               move 0 to rd-amount
               move 0 to rd-receipt-no
               move ws-suspend-reason to rd-disposition
               move ws-register-detail to register-line
               write register-line
           end-if.

      *----------------------------------------------------------------
      * print-register-totals - applied plus suspended must tie back
      * to the bank's total; a difference means an item failed a
      * write and is flagged on the register.
      *----------------------------------------------------------------
       print-register-totals.
           move ws-blank-line to register-line.
           write register-line.
           move ws-detail-count to rt-item-count.
           move ws-trailer-total to rt-bank-total.
           move ws-register-trailer-1 to register-line.
           write register-line.
           move ws-applied-count to rt-applied-count.
           move ws-applied-total to rt-applied-total.
           move ws-register-trailer-2 to register-line.
           write register-line.
           move ws-suspended-count to rt-suspended-count.
           move ws-suspended-total to rt-suspended-total.
           move ws-register-trailer-3 to register-line.
           write register-line.
           move ws-posted-count to rt-posted-count.
           compute ws-tie-total = ws-applied-total + ws-suspended-total.
           if ws-tie-total = ws-trailer-total
               move "TIES TO BANK TOTAL" to rt-tie-note
           else
               move "** DOES NOT TIE TO BANK **" to rt-tie-note
               move 8 to return-code
           end-if.
           move ws-register-trailer-4 to register-line.
           write register-line.

      *----------------------------------------------------------------
      * record-posted-batch - the batch goes on lockbox-batches.dat
      * so the same file can never post twice.
      *----------------------------------------------------------------
       record-posted-batch.
           move spaces to batch-history-record.
           move ws-deposit-date to bh-deposit-date.
           move ws-batch-id to bh-batch-id.
           move ws-detail-count to bh-item-count.
           move ws-trailer-total to bh-total.
           accept ws-audit-date from date yyyymmdd.
           accept ws-audit-time from time.
           string ws-audit-date delimited by size
                  ws-audit-time delimited by size
                  into bh-posted-timestamp
           end-string.
           open extend batch-history.
           if ws-history-status = "05" or ws-history-status = "35"
               close batch-history
               open output batch-history
           end-if.
           if ws-history-status not = "00"
               display "WARNING: lockbox-batches.dat open status "
                       ws-history-status
           end-if.
           write batch-history-record.
           close batch-history.

      *----------------------------------------------------------------
      * print-suspense-worklist - every open item on unapplied-cash.db,
      * oldest deposit first, with its age in calendar days, printed
      * whether or not a batch posted so the list is always current.
      *----------------------------------------------------------------
       print-suspense-worklist.
           open output worklist-file.
           if ws-worklist-status not = "00"
               display "WARNING: lockbox-worklist.prt open status "
                       ws-worklist-status
           end-if.
           move ws-worklist-heading-1 to worklist-line.
           write worklist-line.
           move ws-blank-line to worklist-line.
           write worklist-line.
           move ws-worklist-heading-2 to worklist-line.
           write worklist-line.

           accept ws-today-date from date yyyymmdd.
           open input suspense-file.
           if ws-suspense-status = "00"
               move "N" to ws-suspense-done
               move low-values to unapplied-cash-key
               start suspense-file
                       key is greater than unapplied-cash-key
                   invalid key move "Y" to ws-suspense-done
               end-start
               perform list-one-suspense-item
                   until ws-suspense-done = "Y"
           end-if.
           close suspense-file.

           move ws-blank-line to worklist-line.
           write worklist-line.
           move ws-worklist-count to wt-count.
           move ws-worklist-total to wt-total.
           move ws-worklist-trailer to worklist-line.
           write worklist-line.
           close worklist-file.
           if ws-worklist-status not = "00"
               display "WARNING: lockbox-worklist.prt close status "
                       ws-worklist-status
           end-if.

       list-one-suspense-item.
           read suspense-file next
               at end move "Y" to ws-suspense-done
               not at end
                   if uc-open
                       perform print-worklist-line
                   end-if
           end-read.

       print-worklist-line.
           add 1 to ws-worklist-count.
           add uc-amount to ws-worklist-total.
           move spaces to ws-worklist-detail.
           move uc-deposit-date to wd-deposit-date.
           move uc-item-no to wd-item-no.
           move uc-remit-ref to wd-remit-ref.
           move uc-payer-id to wd-payer-id.
           move uc-check-no to wd-check-no.
           move uc-amount to wd-amount.
           move 0 to ws-age-days.
           if uc-deposit-date > 0 and uc-deposit-date <= ws-today-date
               compute ws-age-days =
                       function integer-of-date(ws-today-date)
                       - function integer-of-date(uc-deposit-date)
           end-if.
           move ws-age-days to wd-age-days.
           move uc-reason to wd-reason.
           move ws-worklist-detail to worklist-line.
           write worklist-line.

      *----------------------------------------------------------------
      * assign-next-receipt-no - reads the next receipt number off
      * receipt-control.dat and writes the incremented counter
      * straight back, shared with the posting screen so the two
      * never hand out the same number.
      *----------------------------------------------------------------
       assign-next-receipt-no.
           open input receipt-control.
           if ws-receipt-file-missing
               move 1 to ws-next-receipt-no
           else
               if ws-receipt-status not = "00"
                   display "WARNING: receipt-control.dat open status "
                           ws-receipt-status
               end-if
               read receipt-control
                   at end move 1 to ws-next-receipt-no
                   not at end
                       move receipt-control-record
                               to ws-next-receipt-no
               end-read
           end-if.
           close receipt-control.

           open output receipt-control.
           compute receipt-control-record = ws-next-receipt-no + 1.
           write receipt-control-record.
           close receipt-control.
           if ws-receipt-status not = "00"
               display "WARNING: receipt-control.dat close status "
                       ws-receipt-status
           end-if.

      *----------------------------------------------------------------
      * write-payment-audit-record and write-suspense-audit-record -
      * CREATE under PAYMENT with the receipt-plus-line key, and
      * CREATE under UNAPPLIED with the deposit-date-plus-item key,
      * operator LOCKBOX.
      *----------------------------------------------------------------
       write-payment-audit-record.
           move spaces to audit-record.
           move pay-student-id to audit-student-id.
           move "CREATE" to audit-operation.
           move "PAYMENT" to audit-file-id.
           move pay-key to audit-key.
           perform append-audit-record.

       write-suspense-audit-record.
           move spaces to audit-record.
           move "CREATE" to audit-operation.
           move "UNAPPLIED" to audit-file-id.
           move unapplied-cash-key to audit-key.
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

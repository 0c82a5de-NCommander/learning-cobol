       >>SOURCE FORMAT IS FIXED
      *> Read-only account ledger inquiry by student, for answering
      *> "why do I owe this" at the window without running a household
      *> statement or paging through four files. One chronological
      *> ledger gathers every invoices.db charge, every payments.db
      *> payment with its receipt number and method, every
      *> payment-reversals.db returned payment, every
      *> invoice-adjustments.db credit, adjustment, aid, discount,
      *> refund, late fee and write-off, and every payment-plans.db
      *> installment due date, with a running balance netted the way
      *> billing-aging-report nets it - charges, refunds, late fees,
      *> reinstatements and returned-check fees add; every other
      *> adjustment and every payment takes away; installments are
      *> shown for their due dates and move nothing. An optional
      *> yyyymmdd date range carries everything ahead of it in as a
      *> balance forward, and an optional invoice number narrows the
      *> ledger to that invoice alone. Each ledger can be printed on
      *> demand to student-ledger.prt. Nothing is written to any
      *> master, and the screen needs the billing grant.

       identification division.
       program-id. student-ledger-inquiry.

       environment division.
       input-output section.
       file-control.
           select optional student assign "students.db"
                  organization is indexed
                  access is random
                  record key is student-id
                  alternate record key is student-name
                          with duplicates
                  sharing with all other
                  file status is ws-student-status.

           select optional invoice assign "invoices.db"
                  organization is indexed
                  access is dynamic
                  record key is invoice-key
                  file status is ws-invoice-status.

           select optional adjustment-file
                  assign "invoice-adjustments.db"
                  organization is indexed
                  access is dynamic
                  record key is adjustment-key
                  file status is ws-adjustment-status.

           select optional payment-file assign "payments.db"
                  organization is indexed
                  access is dynamic
                  record key is pay-key
                  file status is ws-payment-status.

           select optional reversal-file assign "payment-reversals.db"
                  organization is indexed
                  access is dynamic
                  record key is reversal-key
                  file status is ws-reversal-status.

           select optional plan-file assign "payment-plans.db"
                  organization is indexed
                  access is dynamic
                  record key is plan-key
                  file status is ws-plan-status.

           select sort-work assign "ledgersort.tmp".

           select optional ledger-file assign "student-ledger.prt"
                  organization is line sequential
                  file status is ws-ledger-status.

       data division.
       file section.
       fd student.
       copy "student-record.cpy".

       fd invoice.
       copy "invoice-record.cpy".

       fd adjustment-file.
       copy "adjustment-record.cpy".

       fd payment-file.
       copy "payment-record.cpy".

       fd reversal-file.
       copy "payment-reversal-record.cpy".

       fd plan-file.
       copy "plan-record.cpy".

      *        One ledger entry, sorted by date and, within a day,
      *        charges ahead of what was done to them.
       sd sort-work.
       01 sort-work-record.
           05 sl-date pic 9(8).
           05 sl-class pic 9(1).
           05 sl-invoice-no pic 9(4).
           05 sl-reference pic x(9).
           05 sl-description pic x(20).
           05 sl-detail pic x(16).
           05 sl-amount pic s9(5)v99.
           05 sl-effect pic x(1).
               88 sl-adds value "+".
               88 sl-takes-away value "-".
               88 sl-memo-only value " ".

       fd ledger-file.
       01 ledger-print-line pic x(100).

       working-storage section.
       01 ws-student-status pic x(2).
           88 ws-student-ok value "00".
           88 ws-student-open-ok value "00" "05".
       01 ws-invoice-status pic x(2).
           88 ws-invoice-open-ok value "00" "05".
       01 ws-adjustment-status pic x(2).
           88 ws-adjustment-open-ok value "00" "05".
       01 ws-payment-status pic x(2).
           88 ws-payment-open-ok value "00" "05".
       01 ws-reversal-status pic x(2).
           88 ws-reversal-open-ok value "00" "05".
       01 ws-plan-status pic x(2).
           88 ws-plan-open-ok value "00" "05".
       01 ws-ledger-status pic x(2).

       01 ws-operator-id pic x(8) value spaces.
       01 ws-signed-on-sw pic x(1) value "N".
           88 ws-signed-on value "Y".
       01 ws-signon-function pic x(1) value "B".
       01 ws-signon-result pic x(1).
       01 ws-signon-level pic 9(1).

       01 ws-eof pic a(1) value "N".
       01 ws-read-done pic a(1).
       01 ws-sort-eof pic a(1).
       01 ws-lookup-id pic x(5).
       01 ws-from-date pic x(8).
       01 ws-to-date pic x(8).
       01 ws-entry-invoice pic x(4).
       01 ws-select-invoice pic 9(4).
       01 ws-invoice-filter-sw pic x(1).
           88 ws-invoice-filtered value "Y".
       01 ws-print-choice pic x(1).
       01 ws-entry-date-text pic x(8).

       01 ws-running-balance pic s9(7)v99.
       01 ws-forward-balance pic s9(7)v99.
       01 ws-period-charges pic s9(7)v99.
       01 ws-period-credits pic s9(7)v99.
       01 ws-entry-count pic 9(5).

      *        The ledger as displayed, held for printing on demand.
       01 ws-ledger-table.
           05 ws-ledger-table-line pic x(100) occurs 500 times.
       01 ws-ledger-sub pic 9(5).
       01 ws-ledger-overflow-sw pic x(1).
           88 ws-ledger-overflow value "Y".

       01 ws-adj-seq-text pic 9(3).
       01 ws-receipt-text.
           05 rt-receipt-no pic 9(6).
           05 filler pic x(1) value "-".
           05 rt-line pic 9(2).
       01 ws-installment-text.
           05 filler pic x(4) value "NO. ".
           05 it-installment-no pic 9(2).
       01 ws-due-text.
           05 filler pic x(4) value "DUE ".
           05 dt-due-date pic 9999/99/99.
       01 ws-memo-text.
           05 filler pic x(4) value "DUE ".
           05 mt-amount pic zzzz9.99.

       01 ws-title-line.
           05 filler pic x(16) value "ACCOUNT LEDGER  ".
           05 tl-student-id pic x(5).
           05 filler pic x(2) value spaces.
           05 tl-student-name pic x(25).
           05 filler pic x(2) value spaces.
           05 tl-selection pic x(40).

       01 ws-selection-text.
           05 filler pic x(5) value "FROM ".
           05 sx-from pic x(8).
           05 filler pic x(4) value " TO ".
           05 sx-to pic x(8).
           05 filler pic x(5) value "  INV".
           05 sx-invoice pic x(5).

       01 ws-heading-line.
           05 filler pic x(11) value "DATE".
           05 filler pic x(5) value "INV".
           05 filler pic x(21) value "ENTRY".
           05 filler pic x(10) value "REFERENCE".
           05 filler pic x(17) value "DETAIL".
           05 filler pic x(10) value "  CHARGES".
           05 filler pic x(10) value "  CREDITS".
           05 filler pic x(11) value "    BALANCE".

       01 ws-detail-line.
           05 ld-date pic 9999/99/99.
           05 filler pic x(1) value spaces.
           05 ld-invoice pic x(4).
           05 filler pic x(1) value spaces.
           05 ld-description pic x(20).
           05 filler pic x(1) value spaces.
           05 ld-reference pic x(9).
           05 filler pic x(1) value spaces.
           05 ld-detail pic x(16).
           05 filler pic x(1) value spaces.
           05 ld-charge pic zzzzz9.99 blank when zero.
           05 filler pic x(1) value spaces.
           05 ld-credit pic zzzzz9.99 blank when zero.
           05 filler pic x(1) value spaces.
           05 ld-balance pic -zzzzzz9.99.

       01 ws-forward-line.
           05 filler pic x(84) value "BALANCE FORWARD".
           05 fl-balance pic -zzzzzz9.99.

       01 ws-closing-line.
           05 filler pic x(64) value "PERIOD TOTALS / BALANCE".
           05 cl-charges pic zzzzz9.99.
           05 filler pic x(1) value spaces.
           05 cl-credits pic zzzzz9.99.
           05 filler pic x(1) value spaces.
           05 cl-balance pic -zzzzzz9.99.

       01 ws-overflow-line pic x(60)
               value "** LEDGER TOO LONG - NARROW THE DATES **".

       procedure division.
       display "Enter operator ID".
       accept ws-operator-id.
       perform sign-on-operator.
       if not ws-signed-on
           display "Operator " ws-operator-id " is not authorized"
           stop run
       end-if.

       open input student.
       if not ws-student-open-ok
           display "WARNING: students.db open status " ws-student-status
       end-if.
       open input invoice.
       if not ws-invoice-open-ok
           display "WARNING: invoices.db open status "
                   ws-invoice-status
       end-if.
       open input adjustment-file.
       if not ws-adjustment-open-ok
           display "WARNING: invoice-adjustments.db open status "
                   ws-adjustment-status
       end-if.
       open input payment-file.
       if not ws-payment-open-ok
           display "WARNING: payments.db open status "
                   ws-payment-status
       end-if.
       open input reversal-file.
       if not ws-reversal-open-ok
           display "WARNING: payment-reversals.db open status "
                   ws-reversal-status
       end-if.
       open input plan-file.
       if not ws-plan-open-ok
           display "WARNING: payment-plans.db open status "
                   ws-plan-status
       end-if.

       perform until ws-eof = "Y"
           display "Enter Student ID (blank to quit)"
           accept ws-lookup-id
           if ws-lookup-id = spaces
               move "Y" to ws-eof
           else
               perform inquire-one-student
           end-if
       end-perform.

       close student.
       close invoice.
       close adjustment-file.
       close payment-file.
       close reversal-file.
       close plan-file.
       stop run.

      *----------------------------------------------------------------
      * inquire-one-student - the student must be on the master; the
      * selection is keyed, the ledger built and shown, and printed
      * if the clerk asks.
      *----------------------------------------------------------------
       inquire-one-student.
           move ws-lookup-id to student-id.
           read student
               invalid key
                   display "No student found for ID " ws-lookup-id
           end-read.
           if ws-student-ok
               perform accept-ledger-selection
               perform build-ledger
               perform show-ledger
               display "Print this ledger? (Y/N)"
               accept ws-print-choice
               if ws-print-choice = "Y" or ws-print-choice = "y"
                   perform print-ledger
               end-if
           end-if.

       accept-ledger-selection.
           display "From date yyyymmdd (blank for all)".
           accept ws-from-date.
           display "To date yyyymmdd (blank for all)".
           accept ws-to-date.
           display "Invoice number (blank for all)".
           accept ws-entry-invoice.
           move "N" to ws-invoice-filter-sw.
           move 0 to ws-select-invoice.
           if ws-entry-invoice not = spaces
               move "Y" to ws-invoice-filter-sw
               compute ws-select-invoice =
                       function numval(ws-entry-invoice)
           end-if.

      *----------------------------------------------------------------
      * build-ledger - every source released to the sort, which hands
      * the entries back in date order to be balanced and formatted
      * into the ledger table.
      *----------------------------------------------------------------
       build-ledger.
           move "N" to ws-ledger-overflow-sw.
           move 0 to ws-running-balance.
           move 0 to ws-forward-balance.
           move 0 to ws-period-charges.
           move 0 to ws-period-credits.
           move 0 to ws-entry-count.
           move student-id to tl-student-id.
           move student-name to tl-student-name.
           move spaces to tl-selection.
           if ws-from-date not = spaces or ws-to-date not = spaces
                   or ws-invoice-filtered
               move ws-from-date to sx-from
               move ws-to-date to sx-to
               move spaces to sx-invoice
               if ws-invoice-filtered
                   move ws-select-invoice to sx-invoice
               end-if
               move ws-selection-text to tl-selection
           end-if.
           sort sort-work
               on ascending key sl-date sl-class sl-invoice-no
                                sl-reference
               input procedure is gather-ledger-entries
               output procedure is balance-ledger-entries.

       gather-ledger-entries.
           perform gather-invoices.
           perform gather-adjustments.
           perform gather-payments.
           perform gather-reversals.
           perform gather-installments.

       gather-invoices.
           move "N" to ws-read-done.
           move ws-lookup-id to inv-student-id.
           move 0 to inv-invoice-no.
           start invoice key is greater than invoice-key
               invalid key move "Y" to ws-read-done
           end-start.
           perform gather-one-invoice until ws-read-done = "Y".

       gather-one-invoice.
           read invoice next
               at end move "Y" to ws-read-done
               not at end
                   if inv-student-id not = ws-lookup-id
                       move "Y" to ws-read-done
                   else
                       move spaces to sort-work-record
                       move inv-invoice-date to sl-date
                       move 1 to sl-class
                       move inv-invoice-no to sl-invoice-no
                       move "CHARGE" to sl-description
                       move inv-due-date to dt-due-date
                       move ws-due-text to sl-detail
                       move inv-amount to sl-amount
                       move "+" to sl-effect
                       perform release-ledger-entry
                   end-if
           end-read.

       gather-adjustments.
           move "N" to ws-read-done.
           move ws-lookup-id to adj-student-id.
           move 0 to adj-invoice-no.
           move 0 to adj-seq.
           start adjustment-file key is greater than adjustment-key
               invalid key move "Y" to ws-read-done
           end-start.
           perform gather-one-adjustment until ws-read-done = "Y".

       gather-one-adjustment.
           read adjustment-file next
               at end move "Y" to ws-read-done
               not at end
                   if adj-student-id not = ws-lookup-id
                       move "Y" to ws-read-done
                   else
                       perform release-adjustment-entry
                   end-if
           end-read.

       release-adjustment-entry.
           move spaces to sort-work-record.
           move adj-date to sl-date.
           move 2 to sl-class.
           move adj-invoice-no to sl-invoice-no.
           move adj-seq to ws-adj-seq-text.
           string "ADJ " delimited by size
                  ws-adj-seq-text delimited by size
                  into sl-reference
           end-string.
           evaluate true
               when adj-credit-memo
                   move "CREDIT MEMO" to sl-description
               when adj-adjustment
                   move "ADJUSTMENT" to sl-description
               when adj-refund
                   move "REFUND" to sl-description
               when adj-late-fee
                   move "LATE FEE" to sl-description
               when adj-financial-aid
                   move "FINANCIAL AID" to sl-description
               when adj-write-off
                   move "WRITE-OFF" to sl-description
               when adj-recovery
                   move "REINSTATEMENT" to sl-description
               when adj-returned-check-fee
                   move "RETURNED CHECK FEE" to sl-description
               when adj-discount
                   move "DISCOUNT" to sl-description
               when other
                   move "ADJUSTMENT TYPE" to sl-description
                   move adj-type to sl-description(17:1)
           end-evaluate.
           move adj-reason to sl-detail.
           move adj-amount to sl-amount.
           if adj-increases-balance
               move "+" to sl-effect
           else
               move "-" to sl-effect
           end-if.
           perform release-ledger-entry.

      *        payments.db is keyed by receipt, so the student's
      *        payments take a pass of the whole file.
       gather-payments.
           move "N" to ws-read-done.
           move low-values to pay-key.
           start payment-file key is greater than pay-key
               invalid key move "Y" to ws-read-done
           end-start.
           perform gather-one-payment until ws-read-done = "Y".

       gather-one-payment.
           read payment-file next
               at end move "Y" to ws-read-done
               not at end
                   if pay-student-id = ws-lookup-id
                       move spaces to sort-work-record
                       move pay-date to sl-date
                       move 3 to sl-class
                       move pay-invoice-no to sl-invoice-no
                       move pay-receipt-no to rt-receipt-no
                       move pay-line to rt-line
                       move ws-receipt-text to sl-reference
                       move "PAYMENT" to sl-description
                       evaluate pay-method
                           when "C" move "CASH" to sl-detail
                           when "K" move "CHECK" to sl-detail
                           when "O" move "OTHER" to sl-detail
                           when other move pay-method to sl-detail
                       end-evaluate
                       move pay-amount to sl-amount
                       move "-" to sl-effect
                       perform release-ledger-entry
                   end-if
           end-read.

       gather-reversals.
           move "N" to ws-read-done.
           move low-values to reversal-key.
           start reversal-file key is greater than reversal-key
               invalid key move "Y" to ws-read-done
           end-start.
           perform gather-one-reversal until ws-read-done = "Y".

       gather-one-reversal.
           read reversal-file next
               at end move "Y" to ws-read-done
               not at end
                   if rv-student-id = ws-lookup-id
                       move spaces to sort-work-record
                       move rv-return-date to sl-date
                       move 4 to sl-class
                       move rv-invoice-no to sl-invoice-no
                       move rv-receipt-no to rt-receipt-no
                       move rv-line to rt-line
                       move ws-receipt-text to sl-reference
                       move "RETURNED PAYMENT" to sl-description
                       move rv-reason to sl-detail
                       move rv-amount to sl-amount
                       move "+" to sl-effect
                       perform release-ledger-entry
                   end-if
           end-read.

       gather-installments.
           move "N" to ws-read-done.
           move ws-lookup-id to pp-student-id.
           move 0 to pp-invoice-no.
           move 0 to pp-installment-no.
           start plan-file key is greater than plan-key
               invalid key move "Y" to ws-read-done
           end-start.
           perform gather-one-installment until ws-read-done = "Y".

       gather-one-installment.
           read plan-file next
               at end move "Y" to ws-read-done
               not at end
                   if pp-student-id not = ws-lookup-id
                       move "Y" to ws-read-done
                   else
                       move spaces to sort-work-record
                       move pp-due-date to sl-date
                       move 5 to sl-class
                       move pp-invoice-no to sl-invoice-no
                       move pp-installment-no to it-installment-no
                       move ws-installment-text to sl-reference
                       move "INSTALLMENT DUE" to sl-description
                       move pp-amount to mt-amount
                       move ws-memo-text to sl-detail
                       move 0 to sl-amount
                       move " " to sl-effect
                       perform release-ledger-entry
                   end-if
           end-read.

      *        The invoice filter is applied on the way in; the date
      *        range on the way out, so entries ahead of it still
      *        build the balance forward.
       release-ledger-entry.
           if not ws-invoice-filtered
                   or sl-invoice-no = ws-select-invoice
               release sort-work-record
           end-if.

      *----------------------------------------------------------------
      * balance-ledger-entries - entries ahead of the from date roll
      * into the balance forward, entries past the to date are left
      * off, and the rest print with the running balance.
      *----------------------------------------------------------------
       balance-ledger-entries.
           move "N" to ws-sort-eof.
           perform balance-one-entry until ws-sort-eof = "Y".
           move ws-forward-balance to fl-balance.
           move ws-period-charges to cl-charges.
           move ws-period-credits to cl-credits.
           move ws-running-balance to cl-balance.

       balance-one-entry.
           return sort-work record into sort-work-record
               at end move "Y" to ws-sort-eof
               not at end
                   move sl-date to ws-entry-date-text
                   evaluate true
                       when ws-from-date not = spaces
                               and ws-entry-date-text < ws-from-date
                           perform apply-entry-to-balance
                           move ws-running-balance
                               to ws-forward-balance
                       when ws-to-date not = spaces
                               and ws-entry-date-text > ws-to-date
                           continue
                       when other
                           perform apply-entry-to-balance
                           perform add-ledger-line
                   end-evaluate
           end-return.

       apply-entry-to-balance.
           evaluate true
               when sl-adds
                   add sl-amount to ws-running-balance
               when sl-takes-away
                   subtract sl-amount from ws-running-balance
           end-evaluate.

       add-ledger-line.
           add 1 to ws-entry-count.
           move spaces to ws-detail-line.
           move sl-date to ld-date.
           move sl-invoice-no to ld-invoice.
           move sl-description to ld-description.
           move sl-reference to ld-reference.
           move sl-detail to ld-detail.
           move 0 to ld-charge.
           move 0 to ld-credit.
           evaluate true
               when sl-adds
                   move sl-amount to ld-charge
                   add sl-amount to ws-period-charges
               when sl-takes-away
                   move sl-amount to ld-credit
                   add sl-amount to ws-period-credits
           end-evaluate.
           move ws-running-balance to ld-balance.
           if ws-entry-count <= 500
               move ws-detail-line
                   to ws-ledger-table-line(ws-entry-count)
           else
               move "Y" to ws-ledger-overflow-sw
           end-if.

      *----------------------------------------------------------------
      * show-ledger - the ledger to the screen, heading first.
      *----------------------------------------------------------------
       show-ledger.
           display ws-title-line.
           display ws-heading-line.
           if ws-from-date not = spaces
               display ws-forward-line
           end-if.
           perform varying ws-ledger-sub from 1 by 1
                   until ws-ledger-sub > ws-entry-count
                   or ws-ledger-sub > 500
               display ws-ledger-table-line(ws-ledger-sub)
           end-perform.
           if ws-ledger-overflow
               display ws-overflow-line
           end-if.
           display ws-closing-line.

      *----------------------------------------------------------------
      * print-ledger - the ledger just shown, to student-ledger.prt.
      *----------------------------------------------------------------
       print-ledger.
           open output ledger-file.
           if ws-ledger-status not = "00"
               display "WARNING: student-ledger.prt open status "
                       ws-ledger-status
           end-if.
           move ws-title-line to ledger-print-line.
           write ledger-print-line.
           move ws-heading-line to ledger-print-line.
           write ledger-print-line.
           if ws-from-date not = spaces
               move ws-forward-line to ledger-print-line
               write ledger-print-line
           end-if.
           perform varying ws-ledger-sub from 1 by 1
                   until ws-ledger-sub > ws-entry-count
                   or ws-ledger-sub > 500
               move ws-ledger-table-line(ws-ledger-sub)
                   to ledger-print-line
               write ledger-print-line
           end-perform.
           if ws-ledger-overflow
               move ws-overflow-line to ledger-print-line
               write ledger-print-line
           end-if.
           move ws-closing-line to ledger-print-line.
           write ledger-print-line.
           close ledger-file.
           if ws-ledger-status not = "00"
               display "WARNING: student-ledger.prt close status "
                       ws-ledger-status
           end-if.
           display "Ledger printed to student-ledger.prt".

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

       >>SOURCE FORMAT IS FIXED
      *> Bad-debt write-off. dunning-run escalates letters at 30, 60 and
      *> 90 days, but past that an invoice used to sit in the over-90
      *> bucket of billing-aging-report for years. The Select option
      *> walks invoices.db for anything still open more than
      *> WRITEOFF-AGE-DAYS past its due date that has taken no
      *> payments.db payment inside WRITEOFF-IDLE-DAYS (both on
      *> system-params.dat), records each on writeoff-candidates.db, and
      *> prints writeoff-review.prt for the business manager. The
      *> Approve option, which needs a level 2 operator, walks the
      *> pending candidates one at a time: an approved invoice has its
      *> whole remaining balance posted off as a type W write-off on
      *> invoice-adjustments.db and goes on collection-placement.txt in
      *> the layout the collection agency accepts; a rejected one stays
      *> off later selections. Money the agency recovers afterwards
      *> posts through payment-posting's write-off recovery mode and
      *> shows on writeoff-recovery-report, apart from ordinary
      *> receipts. Every write-off is on audit.log.

       identification division.
       program-id. writeoff-run.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select optional invoice assign "invoices.db"
                  organization is indexed
                  access is dynamic
                  record key is invoice-key
                  file status is ws-invoice-status.

           select optional payment-file assign "payments.db"
                  organization is indexed
                  access is sequential
                  record key is pay-key
                  file status is ws-payment-status.

           select optional adjustment-file
                  assign "invoice-adjustments.db"
                  organization is indexed
                  access is dynamic
                  record key is adjustment-key
                  file status is ws-adjustment-status.

           select optional candidate-file
                  assign "writeoff-candidates.db"
                  organization is indexed
                  access is dynamic
                  record key is writeoff-key
                  file status is ws-candidate-status.

           select optional student assign "students.db"
                  organization is indexed
                  access is random
                  record key is student-id
                  alternate record key is student-name
                          with duplicates
                  file status is ws-student-status.

           select optional params-file assign "system-params.dat"
                  organization is line sequential
                  file status is ws-params-status.

           select optional review-file assign "writeoff-review.prt"
                  organization is line sequential
                  file status is ws-review-status.

           select optional placement-file
                  assign "collection-placement.txt"
                  organization is line sequential
                  file status is ws-placement-status.

           select optional audit-file assign "audit.log"
                  organization is line sequential
                  file status is ws-audit-status.

       data division.
       file section.
       fd invoice.
       copy "invoice-record.cpy".

       fd payment-file.
       copy "payment-record.cpy".

       fd adjustment-file.
       copy "adjustment-record.cpy".

       fd candidate-file.
       copy "writeoff-candidate-record.cpy".

       fd student.
       copy "student-record.cpy".

       fd params-file.
       01 params-record.
           05 pm-keyword pic x(20).
           05 filler pic x(1).
           05 pm-value pic 9(5).

       fd review-file.
       01 review-line pic x(100).

      *        The collection agency's placement layout: one fixed
      *        record per account placed.
       fd placement-file.
       01 placement-record.
           05 cp-record-type pic x(1).
           05 cp-client-ref.
               10 cp-student-id pic x(5).
               10 cp-invoice-no pic 9(4).
           05 cp-placement-date pic 9(8).
           05 cp-debtor-name pic x(25).
           05 cp-student-name pic x(25).
           05 cp-street pic x(25).
           05 cp-city pic x(20).
           05 cp-state pic x(2).
           05 cp-zip pic x(5).
           05 cp-phone pic x(10).
           05 cp-balance pic 9(7)v99.
           05 cp-due-date pic 9(8).
           05 cp-last-pay-date pic 9(8).

       fd audit-file.
       copy "audit-record.cpy".

       working-storage section.
       01 ws-invoice-status pic x(2).
           88 ws-invoice-ok value "00".
           88 ws-invoice-open-ok value "00" "05".
       01 ws-payment-status pic x(2).
           88 ws-payment-open-ok value "00" "05".
       01 ws-adjustment-status pic x(2).
           88 ws-adjustment-open-ok value "00" "05".
       01 ws-candidate-status pic x(2).
           88 ws-candidate-ok value "00".
           88 ws-candidate-open-ok value "00" "05".
       01 ws-student-status pic x(2).
           88 ws-student-ok value "00".
       01 ws-params-status pic x(2).
       01 ws-review-status pic x(2).
       01 ws-placement-status pic x(2).
       01 ws-audit-status pic x(2).
       01 ws-audit-date pic x(8).
       01 ws-audit-time pic x(6).

       01 ws-operator-id pic x(8) value spaces.
       01 ws-signed-on-sw pic x(1) value "N".
           88 ws-signed-on value "Y".
       01 ws-signon-function pic x(1) value "B".
       01 ws-signon-result pic x(1).
       01 ws-signon-level pic 9(1).

       01 ws-menu-choice pic x(1).
       01 ws-eof pic a(1) value "N".
       01 ws-scan-done pic a(1).
       01 ws-payment-eof pic a(1).
       01 ws-params-eof pic a(1) value "N".
       01 ws-adjust-done pic a(1).
       01 ws-approve-done pic a(1).
       01 ws-decision pic x(1).

      *        Defaults used when system-params.dat lacks the
      *        keywords.
       01 ws-writeoff-age-days pic 9(5) value 180.
       01 ws-writeoff-idle-days pic 9(5) value 90.

       01 ws-today-date pic 9(8).
       01 ws-today-int pic 9(8).
       01 ws-days-past-due pic s9(7).
       01 ws-idle-cutoff-int pic s9(8).
       01 ws-last-pay-date pic 9(8).
       01 ws-open-balance pic s9(7)v99.
       01 ws-adjust-net pic s9(7)v99.
       01 ws-last-adj-seq pic 9(3).

       01 ws-selected-count pic 9(5) value 0.
       01 ws-refreshed-count pic 9(5) value 0.
       01 ws-pending-count pic 9(5) value 0.
       01 ws-pending-total pic 9(7)v99 value 0.
       01 ws-written-count pic 9(5) value 0.
       01 ws-written-total pic 9(7)v99 value 0.
       01 ws-money-display pic zzzzzz9.99.

       01 ws-blank-line pic x(100) value spaces.
       01 ws-review-heading-1.
           05 filler pic x(36)
                   value "BAD-DEBT WRITE-OFF REVIEW - AS OF ".
           05 rh-date pic 9(8).
           05 filler pic x(12) value "  OVER DAYS ".
           05 rh-age-days pic zzzz9.
           05 filler pic x(12) value "  IDLE DAYS ".
           05 rh-idle-days pic zzzz9.
       01 ws-review-heading-2.
           05 filler pic x(6) value "STU".
           05 filler pic x(6) value "INV".
           05 filler pic x(21) value "STUDENT".
           05 filler pic x(21) value "GUARDIAN".
           05 filler pic x(9) value "DUE".
           05 filler pic x(6) value "DAYS".
           05 filler pic x(9) value "LAST PAY".
           05 filler pic x(10) value "BALANCE".
       01 ws-review-detail.
           05 rd-student-id pic x(5).
           05 filler pic x(1) value space.
           05 rd-invoice-no pic 9(4).
           05 filler pic x(2) value spaces.
           05 rd-student-name pic x(20).
           05 filler pic x(1) value space.
           05 rd-guardian pic x(20).
           05 filler pic x(1) value space.
           05 rd-due-date pic 9(8).
           05 filler pic x(1) value space.
           05 rd-days pic zzzz9.
           05 filler pic x(1) value space.
           05 rd-last-pay pic 9(8).
           05 filler pic x(1) value space.
           05 rd-balance pic zzzz9.99.
       01 ws-review-trailer.
           05 filler pic x(30) value "CANDIDATES PENDING REVIEW: ".
           05 rt-count pic zzzz9.
           05 filler pic x(4) value spaces.
           05 filler pic x(16) value "TOTAL BALANCE: ".
           05 rt-total pic zzzzzz9.99.

       procedure division.
       display "Enter operator ID for the audit trail".
       accept ws-operator-id.
       perform sign-on-operator.
       if not ws-signed-on
           display "Operator " ws-operator-id " is not authorized"
           stop run
       end-if.
       perform load-system-params.

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
       open i-o candidate-file.
       if not ws-candidate-open-ok
           display "WARNING: writeoff-candidates.db open status "
                   ws-candidate-status
       end-if.
       open input student.

       perform until ws-eof = "Y"
           display "(S)elect candidates, (A)pprove, (Q)uit?"
           accept ws-menu-choice

           evaluate ws-menu-choice
               when "S" when "s"
                   perform select-candidates
               when "A" when "a"
                   perform approve-candidates
               when "Q" when "q"
                   move "Y" to ws-eof
               when other
                   display "Unrecognized option: " ws-menu-choice
           end-evaluate
       end-perform.

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
       close candidate-file.
       if ws-candidate-status not = "00"
           display "WARNING: writeoff-candidates.db close status "
                   ws-candidate-status
       end-if.
       close student.
       display "Invoices written off: " ws-written-count.
       stop run.

      *----------------------------------------------------------------
      * sign-on-operator - sign-on, password, lockout, and the
      * per-function grants all live in the shared operator-signon
      * subprogram; this screen needs the billing grant, and the
      * permission level comes back for the Approve option to check.
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
      * load-system-params - picks up the write-off age and idle
      * days, keeping the defaults when the file or the keywords
      * are absent.
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
                       when "WRITEOFF-AGE-DAYS"
                           move pm-value to ws-writeoff-age-days
                       when "WRITEOFF-IDLE-DAYS"
                           move pm-value to ws-writeoff-idle-days
                   end-evaluate
           end-read.

      *----------------------------------------------------------------
      * select-candidates - every open invoice old enough and idle
      * long enough goes on writeoff-candidates.db as pending; one
      * already pending is refreshed with today's figures, and one
      * already decided is left as it is.
      *----------------------------------------------------------------
       select-candidates.
           move 0 to ws-selected-count.
           move 0 to ws-refreshed-count.
           accept ws-today-date from date yyyymmdd.
           compute ws-today-int =
                   function integer-of-date(ws-today-date).
           compute ws-idle-cutoff-int =
                   ws-today-int - ws-writeoff-idle-days.
           move "N" to ws-scan-done.
           move low-values to invoice-key.
           start invoice key is greater than invoice-key
               invalid key move "Y" to ws-scan-done
           end-start.
           perform examine-one-invoice until ws-scan-done = "Y".
           display "New candidates: " ws-selected-count.
           display "Pending candidates refreshed: " ws-refreshed-count.
           perform print-review-list.

       examine-one-invoice.
           read invoice next
               at end move "Y" to ws-scan-done
               not at end
                   if inv-due-date > 0
                       perform sum-invoice-adjustments
                       compute ws-open-balance =
                               inv-amount + ws-adjust-net - inv-paid
                       compute ws-days-past-due = ws-today-int
                               - function integer-of-date(inv-due-date)
                       if ws-open-balance > 0
                           and ws-days-past-due > ws-writeoff-age-days
                           perform check-payment-activity
                       end-if
                   end-if
           end-read.

      *----------------------------------------------------------------
      * check-payment-activity - the invoice's most recent payments.db
      * line; anything inside the idle window keeps it off the list.
      *----------------------------------------------------------------
       check-payment-activity.
           move 0 to ws-last-pay-date.
           move "N" to ws-payment-eof.
           open input payment-file.
           if not ws-payment-open-ok
               move "Y" to ws-payment-eof
           end-if.
           perform check-one-payment until ws-payment-eof = "Y".
           close payment-file.
           if ws-last-pay-date = 0
               perform record-candidate
           else
               if function integer-of-date(ws-last-pay-date)
                       <= ws-idle-cutoff-int
                   perform record-candidate
               end-if
           end-if.

       check-one-payment.
           read payment-file next
               at end move "Y" to ws-payment-eof
               not at end
                   if pay-student-id = inv-student-id
                       and pay-invoice-no = inv-invoice-no
                       and pay-date > ws-last-pay-date
                       move pay-date to ws-last-pay-date
                   end-if
           end-read.

       record-candidate.
           move inv-student-id to wo-student-id.
           move inv-invoice-no to wo-invoice-no.
           read candidate-file
               invalid key
                   perform write-new-candidate
               not invalid key
                   if wo-pending
                       perform fill-candidate-figures
                       rewrite writeoff-candidate-record
                       add 1 to ws-refreshed-count
                   end-if
           end-read.

       write-new-candidate.
           move spaces to writeoff-candidate-record.
           move inv-student-id to wo-student-id.
           move inv-invoice-no to wo-invoice-no.
           move "P" to wo-status.
           move 0 to wo-decided-date.
           move 0 to wo-written-amount.
           move 0 to wo-placed-date.
           perform fill-candidate-figures.
           write writeoff-candidate-record
               invalid key
                   display "Unable to write candidate " writeoff-key
                           " status " ws-candidate-status
               not invalid key
                   add 1 to ws-selected-count
           end-write.

       fill-candidate-figures.
           move ws-today-date to wo-selected-date.
           move inv-due-date to wo-due-date.
           move ws-days-past-due to wo-days-past-due.
           move ws-last-pay-date to wo-last-pay-date.
           move ws-open-balance to wo-balance.

      *----------------------------------------------------------------
      * print-review-list - every pending candidate with the student
      * and guardian the manager will recognize.
      *----------------------------------------------------------------
       print-review-list.
           move 0 to ws-pending-count.
           move 0 to ws-pending-total.
           open output review-file.
           if ws-review-status not = "00"
               display "WARNING: writeoff-review.prt open status "
                       ws-review-status
           end-if.
           move ws-today-date to rh-date.
           move ws-writeoff-age-days to rh-age-days.
           move ws-writeoff-idle-days to rh-idle-days.
           move ws-review-heading-1 to review-line.
           write review-line.
           move ws-blank-line to review-line.
           write review-line.
           move ws-review-heading-2 to review-line.
           write review-line.

           move "N" to ws-scan-done.
           move low-values to writeoff-key.
           start candidate-file key is greater than writeoff-key
               invalid key move "Y" to ws-scan-done
           end-start.
           perform print-one-candidate until ws-scan-done = "Y".

           move ws-blank-line to review-line.
           write review-line.
           move ws-pending-count to rt-count.
           move ws-pending-total to rt-total.
           move ws-review-trailer to review-line.
           write review-line.
           close review-file.
           display "Review list written to writeoff-review.prt".

       print-one-candidate.
           read candidate-file next
               at end move "Y" to ws-scan-done
               not at end
                   if wo-pending
                       perform print-candidate-line
                   end-if
           end-read.

       print-candidate-line.
           add 1 to ws-pending-count.
           add wo-balance to ws-pending-total.
           perform read-candidate-student.
           move spaces to ws-review-detail.
           move wo-student-id to rd-student-id.
           move wo-invoice-no to rd-invoice-no.
           move student-name to rd-student-name.
           move student-guardian to rd-guardian.
           move wo-due-date to rd-due-date.
           move wo-days-past-due to rd-days.
           move wo-last-pay-date to rd-last-pay.
           move wo-balance to rd-balance.
           move ws-review-detail to review-line.
           write review-line.

       read-candidate-student.
           move wo-student-id to student-id.
           read student
               invalid key
                   move spaces to student-file
                   move "(NOT ON FILE)" to student-name
           end-read.

      *----------------------------------------------------------------
      * approve-candidates - the business manager's pass over the
      * pending list; a level 2 operator only.
      *----------------------------------------------------------------
       approve-candidates.
           if ws-signon-level < 2
               display "Write-off approval needs a level 2 operator"
           else
               accept ws-today-date from date yyyymmdd
               move "N" to ws-approve-done
               move low-values to writeoff-key
               start candidate-file key is greater than writeoff-key
                   invalid key move "Y" to ws-approve-done
               end-start
               perform approve-one-candidate
                   until ws-approve-done = "Y"
               move ws-written-total to ws-money-display
               display "Written off this session: " ws-written-count
                       " invoices, " ws-money-display
           end-if.

       approve-one-candidate.
           read candidate-file next
               at end move "Y" to ws-approve-done
               not at end
                   if wo-pending
                       perform decide-candidate
                   end-if
           end-read.

       decide-candidate.
           perform read-candidate-student.
           move wo-balance to ws-money-display.
           display "Student " wo-student-id " " student-name
                   " invoice " wo-invoice-no.
           display "  Due " wo-due-date " (" wo-days-past-due
                   " days), last paid " wo-last-pay-date
                   ", balance " ws-money-display.
           display "(W)rite off, (R)eject, (S)kip, (Q)uit approvals?".
           accept ws-decision.
           evaluate ws-decision
               when "W" when "w"
                   perform write-off-candidate
               when "R" when "r"
                   move "R" to wo-status
                   perform mark-candidate-decided
               when "Q" when "q"
                   move "Y" to ws-approve-done
               when other
                   display "Left pending"
           end-evaluate.

      *----------------------------------------------------------------
      * write-off-candidate - the balance is recomputed at approval,
      * since money may have come in since selection; what is still
      * open is posted off as type W and the account placed.
      *----------------------------------------------------------------
       write-off-candidate.
           move wo-student-id to inv-student-id.
           move wo-invoice-no to inv-invoice-no.
           read invoice
               invalid key
                   display "Invoice " invoice-key
                           " no longer on file - status "
                           ws-invoice-status
           end-read.
           if ws-invoice-ok
               perform sum-invoice-adjustments
               compute ws-open-balance =
                       inv-amount + ws-adjust-net - inv-paid
               if ws-open-balance <= 0
                   display "Balance already cleared - closed"
                   move "C" to wo-status
                   perform mark-candidate-decided
               else
                   perform post-write-off-adjustment
               end-if
           end-if.

       post-write-off-adjustment.
           move spaces to adjustment-record.
           move inv-student-id to adj-student-id.
           move inv-invoice-no to adj-invoice-no.
           compute adj-seq = ws-last-adj-seq + 1.
           move "W" to adj-type.
           move ws-open-balance to adj-amount.
           move ws-today-date to adj-date.
           move ws-operator-id to adj-operator.
           move "BAD-DEBT WRITE-OFF" to adj-reason.
           write adjustment-record
               invalid key
                   display "Unable to write write-off "
                           adjustment-key " status "
                           ws-adjustment-status
               not invalid key
                   perform write-adjustment-audit-record
                   add 1 to ws-written-count
                   add ws-open-balance to ws-written-total
                   perform write-placement-record
                   move "W" to wo-status
                   move ws-open-balance to wo-written-amount
                   move ws-today-date to wo-placed-date
                   perform mark-candidate-decided
                   display "Written off and placed"
           end-write.

       mark-candidate-decided.
           move ws-today-date to wo-decided-date.
           move ws-operator-id to wo-decided-operator.
           rewrite writeoff-candidate-record
               invalid key
                   display "Unable to update candidate " writeoff-key
                           " status " ws-candidate-status
           end-rewrite.

      *----------------------------------------------------------------
      * write-placement-record - the account as the agency takes it:
      * the guardian as debtor (the student when no guardian is
      * on file), the mailing address and phone, and the balance
      * placed.
      *----------------------------------------------------------------
       write-placement-record.
           move spaces to placement-record.
           move "P" to cp-record-type.
           move inv-student-id to cp-student-id.
           move inv-invoice-no to cp-invoice-no.
           move ws-today-date to cp-placement-date.
           if student-guardian = spaces
               move student-name to cp-debtor-name
           else
               move student-guardian to cp-debtor-name
           end-if.
           move student-name to cp-student-name.
           move student-street to cp-street.
           move student-city to cp-city.
           move student-state to cp-state.
           move student-zip to cp-zip.
           move student-phone to cp-phone.
           move ws-open-balance to cp-balance.
           move inv-due-date to cp-due-date.
           move wo-last-pay-date to cp-last-pay-date.
           open extend placement-file.
           if ws-placement-status = "05" or ws-placement-status = "35"
               close placement-file
               open output placement-file
           end-if.
           if ws-placement-status not = "00"
               display "WARNING: collection-placement.txt open status "
                       ws-placement-status
           end-if.
           write placement-record.
           close placement-file.

      *----------------------------------------------------------------
      * sum-invoice-adjustments - nets every adjustment under the
      * invoice the read left current, the same formula the aging
      * report applies, and notes the last sequence number used.
      *----------------------------------------------------------------
       sum-invoice-adjustments.
           move 0 to ws-adjust-net.
           move 0 to ws-last-adj-seq.
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
                       move adj-seq to ws-last-adj-seq
                       if adj-increases-balance
                           add adj-amount to ws-adjust-net
                       else
                           subtract adj-amount from ws-adjust-net
                       end-if
                   end-if
           end-read.

      *----------------------------------------------------------------
      * write-adjustment-audit-record - CREATE under ADJUSTMENT with
      * the invoice-plus-sequence key, like every other adjustment.
      *----------------------------------------------------------------
       write-adjustment-audit-record.
           move spaces to audit-record.
           move adj-student-id to audit-student-id.
           move "CREATE" to audit-operation.
           move "ADJUSTMENT" to audit-file-id.
           move adjustment-key to audit-key.
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

       >>SOURCE FORMAT IS FIXED
      *> Supervisor approval of the credit memos, adjustments, and
      *> refunds adjustment-entry queued on pending-adjustments.db for
      *> being over the ADJ-APPROVAL-DOLLARS limit. Needs the billing
      *> grant at level 2. The Review option walks the pending items
      *> one at a time with the invoice's open balance as it stands
      *> now: an approved item is re-checked against that balance -
      *> a credit still may not take it below zero, a refund still
      *> only up to the overpayment - and then posts to
      *> invoice-adjustments.db under the keyer's name, dated the day
      *> it was approved, which is when it starts counting on the
      *> aging report; a rejected one is closed with the supervisor's
      *> reason. An operator never decides an item they keyed
      *> themselves. Every decision is on audit.log.

       identification division.
       program-id. adjustment-approval.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
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

           select optional pending-file
                  assign "pending-adjustments.db"
                  organization is indexed
                  access is dynamic
                  record key is pending-adjustment-key
                  file status is ws-pending-status.

           select optional student assign "students.db"
                  organization is indexed
                  access is random
                  record key is student-id
                  alternate record key is student-name
                          with duplicates
                  sharing with all other
                  file status is ws-student-status.

           select optional audit-file assign "audit.log"
                  organization is line sequential
                  file status is ws-audit-status.

       data division.
       file section.
       fd invoice.
       copy "invoice-record.cpy".

       fd adjustment-file.
       copy "adjustment-record.cpy".

       fd pending-file.
       copy "pending-adjustment-record.cpy".

       fd student.
       copy "student-record.cpy".

       fd audit-file.
       copy "audit-record.cpy".

       working-storage section.
       01 ws-invoice-status pic x(2).
           88 ws-invoice-ok value "00".
           88 ws-invoice-open-ok value "00" "05".
       01 ws-adjustment-status pic x(2).
           88 ws-adjustment-open-ok value "00" "05".
       01 ws-pending-status pic x(2).
           88 ws-pending-open-ok value "00" "05".
       01 ws-student-status pic x(2).
           88 ws-student-open-ok value "00" "05".
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
       01 ws-review-done pic a(1).
       01 ws-adjust-done pic a(1).
       01 ws-decision pic x(1).
       01 ws-entry-reason pic x(30).

       01 ws-today-date pic 9(8).
       01 ws-age-days pic s9(5).
       01 ws-open-balance pic s9(7)v99.
       01 ws-adjust-net pic s9(7)v99.
       01 ws-last-adj-seq pic 9(3).
       01 ws-balance-display pic -zzzzz9.99.
       01 ws-money-display pic zzzzz9.99.
       01 ws-listed-count pic 9(5).
       01 ws-approved-count pic 9(5) value 0.
       01 ws-rejected-count pic 9(5) value 0.

       procedure division.
       display "Enter operator ID for the audit trail".
       accept ws-operator-id.
       perform sign-on-operator.
       if not ws-signed-on
           display "Operator " ws-operator-id " is not authorized"
           stop run
       end-if.
       if ws-signon-level < 2
           display "Adjustment approval needs a level 2 operator"
           stop run
       end-if.

       open input invoice.
       if not ws-invoice-open-ok
           display "WARNING: invoices.db open status "
                   ws-invoice-status
       end-if.
       open i-o adjustment-file.
       if not ws-adjustment-open-ok
           display "WARNING: invoice-adjustments.db open status "
                   ws-adjustment-status
       end-if.
       open i-o pending-file.
       if not ws-pending-open-ok
           display "WARNING: pending-adjustments.db open status "
                   ws-pending-status
       end-if.
       open input student.
       if not ws-student-open-ok
           display "WARNING: students.db open status " ws-student-status
       end-if.

       perform until ws-eof = "Y"
           display "(R)eview pending, (L)ist pending, (Q)uit?"
           accept ws-menu-choice

           evaluate ws-menu-choice
               when "R" when "r"
                   perform review-pending-items
               when "L" when "l"
                   perform list-pending-items
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
       close pending-file.
       if ws-pending-status not = "00"
           display "WARNING: pending-adjustments.db close status "
                   ws-pending-status
       end-if.
       close student.
       if ws-student-status not = "00"
           display "WARNING: students.db close status "
                   ws-student-status
       end-if.
       display "Approved: " ws-approved-count
               "  Rejected: " ws-rejected-count.
       stop run.

      *----------------------------------------------------------------
      * sign-on-operator - sign-on, password, lockout, and the
      * per-function grants all live in the shared operator-signon
      * subprogram; this screen needs the billing grant, and the
      * permission level comes back for the supervisor check.
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
      * list-pending-items - every undecided item with its age in
      * days, the same figure the end-of-day aging list prints.
      *----------------------------------------------------------------
       list-pending-items.
           accept ws-today-date from date yyyymmdd.
           move 0 to ws-listed-count.
           move "N" to ws-review-done.
           move low-values to pending-adjustment-key.
           start pending-file
                   key is greater than pending-adjustment-key
               invalid key move "Y" to ws-review-done
           end-start.
           perform list-one-pending until ws-review-done = "Y".
           display ws-listed-count " item(s) awaiting approval".

       list-one-pending.
           read pending-file next
               at end move "Y" to ws-review-done
               not at end
                   if pa-pending
                       add 1 to ws-listed-count
                       perform compute-pending-age
                       move pa-amount to ws-money-display
                       display pending-adjustment-key " " pa-type " "
                               ws-money-display " keyed "
                               pa-keyed-date " by " pa-keyed-operator
                               " (" ws-age-days " days)"
                   end-if
           end-read.

       compute-pending-age.
           move 0 to ws-age-days.
           if pa-keyed-date > 0 and pa-keyed-date <= ws-today-date
               compute ws-age-days =
                       function integer-of-date(ws-today-date)
                       - function integer-of-date(pa-keyed-date)
           end-if.

      *----------------------------------------------------------------
      * review-pending-items - the supervisor's pass over the queue,
      * in invoice order.
      *----------------------------------------------------------------
       review-pending-items.
           accept ws-today-date from date yyyymmdd.
           move "N" to ws-review-done.
           move low-values to pending-adjustment-key.
           start pending-file
                   key is greater than pending-adjustment-key
               invalid key move "Y" to ws-review-done
           end-start.
           perform review-one-pending until ws-review-done = "Y".

      *        The keyer's own items are passed over without a
      *        prompt; another supervisor has to decide them.
       review-one-pending.
           read pending-file next
               at end move "Y" to ws-review-done
               not at end
                   if pa-pending
                       if pa-keyed-operator = ws-operator-id
                           display pending-adjustment-key
                                   " keyed by you - left for "
                                   "another supervisor"
                       else
                           perform decide-pending-item
                       end-if
                   end-if
           end-read.

       decide-pending-item.
           move pa-student-id to student-id.
           read student
               invalid key move "(NOT ON FILE)" to student-name
           end-read.
           perform compute-pending-age.
           move pa-amount to ws-money-display.
           display "Student " pa-student-id " " student-name
                   " invoice " pa-invoice-no.
           display "  Type " pa-type " amount " ws-money-display
                   " keyed " pa-keyed-date " by " pa-keyed-operator
                   " (" ws-age-days " days)".
           display "  Reason: " pa-reason.
           move pa-student-id to inv-student-id.
           move pa-invoice-no to inv-invoice-no.
           read invoice
               invalid key
                   display "  Invoice no longer on file - status "
                           ws-invoice-status
           end-read.
           if ws-invoice-ok
               perform sum-invoice-adjustments
               compute ws-open-balance =
                       inv-amount + ws-adjust-net - inv-paid
               move ws-open-balance to ws-balance-display
               display "  Open balance now: " ws-balance-display
           end-if.
           display "(A)pprove, (R)eject, (S)kip, (Q)uit review?".
           accept ws-decision.
           evaluate ws-decision
               when "A" when "a"
                   perform approve-pending-item
               when "R" when "r"
                   perform reject-pending-item
               when "Q" when "q"
                   move "Y" to ws-review-done
               when other
                   display "Left pending"
           end-evaluate.

      *----------------------------------------------------------------
      * approve-pending-item - the balance may have moved since the
      * item was keyed, so the entry screen's limits are applied
      * again against it; an item that no longer fits stays pending
      * for the supervisor to reject.
      *----------------------------------------------------------------
       approve-pending-item.
           if not ws-invoice-ok
               display "Cannot approve - invoice not on file"
           else
               if pa-type = "R"
                   if pa-amount > (0 - ws-open-balance)
                       display "Refund now exceeds the overpayment "
                               "- not approved"
                   else
                       perform post-approved-adjustment
                   end-if
               else
                   if pa-amount > ws-open-balance
                       display "Amount now exceeds the open balance "
                               "- not approved"
                   else
                       perform post-approved-adjustment
                   end-if
               end-if
           end-if.

       post-approved-adjustment.
           move spaces to adjustment-record.
           move pa-student-id to adj-student-id.
           move pa-invoice-no to adj-invoice-no.
           compute adj-seq = ws-last-adj-seq + 1.
           move pa-type to adj-type.
           move pa-amount to adj-amount.
           move ws-today-date to adj-date.
           move pa-keyed-operator to adj-operator.
           move pa-reason to adj-reason.
           write adjustment-record
               invalid key
                   display "Unable to write adjustment "
                           adjustment-key " status "
                           ws-adjustment-status
               not invalid key
                   move "CREATE" to audit-operation
                   move "ADJUSTMENT" to audit-file-id
                   move adjustment-key to audit-key
                   perform write-approval-audit-record
                   move "A" to pa-status
                   move adj-seq to pa-adj-seq
                   perform mark-pending-decided
                   add 1 to ws-approved-count
                   display "Approved and posted as " adjustment-key
           end-write.

       reject-pending-item.
           display "Enter reason for rejecting (up to 30 characters)".
           accept ws-entry-reason.
           move "R" to pa-status.
           move ws-entry-reason to pa-reject-reason.
           perform mark-pending-decided.
           add 1 to ws-rejected-count.
           display "Rejected".

       mark-pending-decided.
           move ws-today-date to pa-decided-date.
           move ws-operator-id to pa-decided-operator.
           rewrite pending-adjustment-record
               invalid key
                   display "Unable to update pending item "
                           pending-adjustment-key
                           " status " ws-pending-status
               not invalid key
                   if pa-approved
                       move "APPROV" to audit-operation
                   else
                       move "REJECT" to audit-operation
                   end-if
                   move "ADJPENDING" to audit-file-id
                   move pending-adjustment-key to audit-key
                   perform write-approval-audit-record
           end-rewrite.

      *----------------------------------------------------------------
      * sum-invoice-adjustments - nets the posted adjustments under
      * the invoice and keeps the highest sequence for the next one;
      * pending items are not on this file and so do not count.
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
      * write-approval-audit-record - expects the operation, file
      * identifier, and key already set; the student is the pending
      * item's and the operator the deciding supervisor.
      *----------------------------------------------------------------
       write-approval-audit-record.
           move pa-student-id to audit-student-id.
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

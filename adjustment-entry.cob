      *> keyed reason. Credits and adjustments may not take the open
      *> balance below zero, and a refund is only taken against an
      *> invoice that actually stands overpaid, so the aging report
      *> stays non-negative and the books tie out. Anything over the
      *> ADJ-APPROVAL-DOLLARS limit on system-params.dat is not posted
      *> at all: it waits on pending-adjustments.db, outside the open
      *> balance, until a supervisor other than the keyer approves it
      *> through adjustment-approval.

       identification division.
       program-id. adjustment-entry.
                  record key is adjustment-key
                  file status is ws-adjustment-status.

           select optional pending-file
                  assign "pending-adjustments.db"
                  organization is indexed
                  access is dynamic
                  record key is pending-adjustment-key
                  file status is ws-pending-status.

           select optional params-file assign "system-params.dat"
                  organization is line sequential
                  file status is ws-params-status.

           select optional audit-file assign "audit.log"
                  organization is line sequential
                  file status is ws-audit-status.
       fd adjustment-file.
       copy "adjustment-record.cpy".

       fd pending-file.
       copy "pending-adjustment-record.cpy".

       fd params-file.
       01 params-record.
           05 pm-keyword pic x(20).
           05 filler pic x(1).
           05 pm-value pic 9(5).

       fd audit-file.
       copy "audit-record.cpy".

       01 ws-adjustment-status pic x(2).
           88 ws-adjustment-ok value "00".
           88 ws-adjustment-open-ok value "00" "05".
       01 ws-pending-status pic x(2).
           88 ws-pending-open-ok value "00" "05".
       01 ws-params-status pic x(2).
       01 ws-params-eof pic a(1) value "N".
       01 ws-eof pic a(1) value "N".
       01 ws-scan-done pic a(1).

      *        Default used when system-params.dat is absent; the
      *        live limit is the ADJ-APPROVAL-DOLLARS keyword, whole
      *        dollars, above which an adjustment waits for approval.
       01 ws-approval-dollars pic 9(5) value 500.
       01 ws-next-pending-seq pic 9(3).
       01 ws-pending-count pic 9(3).
       01 ws-queued-count pic 9(5) value 0.

       01 ws-operator-id pic x(8) value spaces.
       01 ws-signed-on-sw pic x(1) value "N".
           88 ws-signed-on value "Y".
           stop run
       end-if.

       perform load-system-params.

       open i-o invoice.
       if not ws-invoice-open-ok
           display "WARNING: invoices.db open status "
           display "WARNING: invoice-adjustments.db open status "
                   ws-adjustment-status
       end-if.
       open i-o pending-file.
       if not ws-pending-open-ok
           display "WARNING: pending-adjustments.db open status "
                   ws-pending-status
       end-if.

       perform until ws-eof = "Y"
           display "Enter Student ID to adjust (blank to quit)"
           display "WARNING: invoice-adjustments.db close status "
                   ws-adjustment-status
       end-if.
       close pending-file.
       if ws-pending-status not = "00"
           display "WARNING: pending-adjustments.db close status "
                   ws-pending-status
       end-if.

       display "Adjustments entered: " ws-entered-count.
       display "Queued for approval: " ws-queued-count.
       stop run.

      *----------------------------------------------------------------
               move "Y" to ws-signed-on-sw
           end-if.

      *----------------------------------------------------------------
      * load-system-params - picks up the approval limit, keeping the
      * hard-coded default when the file or the keyword is absent.
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
                   if pm-keyword = "ADJ-APPROVAL-DOLLARS"
                       move pm-value to ws-approval-dollars
                   end-if
           end-read.

      *----------------------------------------------------------------
      * adjust-one-invoice - reads the keyed invoice, nets its
      * existing adjustments into the open balance, and takes one
                   inv-amount + ws-adjust-net - inv-paid.
           move ws-open-balance to ws-balance-display.
           display "Open balance: " ws-balance-display.
           perform count-pending-adjustments.
           if ws-pending-count > 0
               display "NOTE: " ws-pending-count
                       " adjustment(s) on this invoice await "
                       "supervisor approval"
           end-if.

           display "(C)redit memo, (A)djustment, (R)efund?".
           accept ws-entry-type.
                   if ws-amount-num > ws-open-balance
                       display "Amount exceeds open balance - refused"
                   else
                       perform route-adjustment
                   end-if
               end-if
           end-if.
                   if ws-amount-num > (0 - ws-open-balance)
                       display "Refund exceeds overpayment - refused"
                   else
                       perform route-adjustment
                   end-if
               end-if
           end-if.
                       function numval(ws-entry-amount) / 100
           end-if.

      *----------------------------------------------------------------
      * route-adjustment - within the limit the adjustment posts now;
      * over it, it is queued and the balance stays as it is.
      *----------------------------------------------------------------
       route-adjustment.
           if ws-amount-num > ws-approval-dollars
               perform write-pending-adjustment
           else
               perform write-adjustment-record
           end-if.

      *----------------------------------------------------------------
      * write-pending-adjustment - the same keyed fields as a posted
      * adjustment, under the next pending sequence for the invoice.
      *----------------------------------------------------------------
       write-pending-adjustment.
           display "Over the " ws-approval-dollars
                   " dollar limit - supervisor approval required".
           display "Enter reason (up to 30 characters)".
           accept ws-entry-reason.
           perform assign-next-pending-seq.
           move spaces to pending-adjustment-record.
           move ws-entry-student-id to pa-student-id.
           move ws-entry-invoice-no to pa-invoice-no.
           move ws-next-pending-seq to pa-pending-seq.
           move ws-entry-type to pa-type.
           move ws-amount-num to pa-amount.
           accept ws-today-date from date yyyymmdd.
           move ws-today-date to pa-keyed-date.
           move ws-operator-id to pa-keyed-operator.
           move ws-entry-reason to pa-reason.
           move "P" to pa-status.
           move 0 to pa-decided-date.
           move 0 to pa-adj-seq.
           write pending-adjustment-record
               invalid key
                   display "Unable to queue adjustment "
                           pending-adjustment-key " status "
                           ws-pending-status
               not invalid key
                   add 1 to ws-queued-count
                   perform write-pending-audit-record
                   display "Queued for approval as "
                           pending-adjustment-key
                           " - balance unchanged"
           end-write.

      *----------------------------------------------------------------
      * write-adjustment-record - assigns the next sequence under the
      * invoice and writes the transaction with its keyed reason.
                       ws-audit-status
           end-if.

      *----------------------------------------------------------------
      * write-pending-audit-record - CREATE under file identifier
      * ADJPENDING with the pending key, so a queued item is on the
      * trail from the moment it is keyed.
      *----------------------------------------------------------------
       write-pending-audit-record.
           move spaces to audit-record.
           move pa-student-id to audit-student-id.
           move "CREATE" to audit-operation.
           move "ADJPENDING" to audit-file-id.
           move pending-adjustment-key to audit-key.
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
      * assign-next-pending-seq / count-pending-adjustments - the
      * pending items under the invoice, decided ones included for
      * the sequence and only the undecided ones for the count.
      *----------------------------------------------------------------
       assign-next-pending-seq.
           perform scan-pending-adjustments.
           add 1 to ws-next-pending-seq.

       count-pending-adjustments.
           perform scan-pending-adjustments.

       scan-pending-adjustments.
           move 0 to ws-next-pending-seq.
           move 0 to ws-pending-count.
           move "N" to ws-scan-done.
           move ws-entry-student-id to pa-student-id.
           move ws-entry-invoice-no to pa-invoice-no.
           move 0 to pa-pending-seq.
           start pending-file
                   key is greater than pending-adjustment-key
               invalid key move "Y" to ws-scan-done
           end-start.
           perform scan-one-pending until ws-scan-done = "Y".

       scan-one-pending.
           read pending-file next
               at end move "Y" to ws-scan-done
               not at end
                   if pa-student-id not = ws-entry-student-id
                       or pa-invoice-no not = inv-invoice-no
                       move "Y" to ws-scan-done
                   else
                       move pa-pending-seq to ws-next-pending-seq
                       if pa-pending
                           add 1 to ws-pending-count
                       end-if
                   end-if
           end-read.

      *----------------------------------------------------------------
      * assign-next-adj-seq - scans the adjustments already under the
      * invoice and takes the highest sequence plus one, the same
                       or adj-invoice-no not = inv-invoice-no
                       move "Y" to ws-scan-done
                   else
                       if adj-increases-balance
                           add adj-amount to ws-adjust-net
                       else
                           subtract adj-amount from ws-adjust-net

       >>SOURCE FORMAT IS FIXED
      *> Nightly financial hold run. Every student on students.db has
      *> the open balances on invoices.db netted the way
      *> billing-aging-report nets them - amount plus the
      *> invoice-adjustments.db records that raise the balance, less
      *> those that lower it, less paid, with an invoice on a payment
      *> plan aged installment by installment - and the money more
      *> than FIN-HOLD-DAYS past due is totalled. A student whose
      *> past-due total runs over FIN-HOLD-DOLLARS gets a financial
      *> hold on holds.db blocking enrollment and transcripts, placed
      *> under operator BATCH with the balance that drew it; once
      *> nothing is that far past due any more, the hold the run
      *> placed comes off again. Holds keyed through hold-maintenance
      *> are never touched. Every placement and release is on
      *> audit.log and prints on financial-holds.prt with control
      *> totals; a bad invoices.db open ends the run with RETURN-CODE
      *> 8 for the end-of-day stream.

       identification division.
       program-id. financial-hold-run.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select optional student assign "students.db"
                  organization is indexed
                  access is sequential
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

           select optional plan-file assign "payment-plans.db"
                  organization is indexed
                  access is dynamic
                  record key is plan-key
                  file status is ws-plan-status.

           select optional hold-file assign "holds.db"
                  organization is indexed
                  access is dynamic
                  record key is hold-key
                  sharing with all other
                  file status is ws-hold-status.

           select optional params-file assign "system-params.dat"
                  organization is line sequential
                  file status is ws-params-status.

           select optional register-file assign "financial-holds.prt"
                  organization is line sequential
                  file status is ws-register-status.

           select optional audit-file assign "audit.log"
                  organization is line sequential
                  file status is ws-audit-status.

       data division.
       file section.
       fd student.
       copy "student-record.cpy".

       fd invoice.
       copy "invoice-record.cpy".

       fd adjustment-file.
       copy "adjustment-record.cpy".

       fd plan-file.
       copy "plan-record.cpy".

       fd hold-file.
       copy "hold-record.cpy".

       fd params-file.
       01 params-record.
           05 pm-keyword pic x(20).
           05 filler pic x(1).
           05 pm-value pic 9(5).

       fd register-file.
       01 register-line pic x(80).

       fd audit-file.
       copy "audit-record.cpy".

       working-storage section.
       01 ws-student-status pic x(2).
           88 ws-student-open-ok value "00" "05".
           88 ws-student-record-locked value "51".
       01 ws-lock-retry-count pic 9(2) value 0.
       01 ws-retry-second pic 9(1) value 1.
       01 ws-invoice-status pic x(2).
           88 ws-invoice-open-ok value "00" "05".
       01 ws-adjustment-status pic x(2).
           88 ws-adjustment-open-ok value "00" "05".
       01 ws-plan-status pic x(2).
           88 ws-plan-open-ok value "00" "05".
       01 ws-hold-status pic x(2).
           88 ws-hold-ok value "00".
           88 ws-hold-open-ok value "00" "05".
       01 ws-params-status pic x(2).
       01 ws-params-eof pic a(1) value "N".
       01 ws-register-status pic x(2).
       01 ws-eof pic a(1) value "N".
       01 ws-invoice-done pic a(1).
       01 ws-adjust-done pic a(1).
       01 ws-plan-done pic a(1).
       01 ws-hold-done pic a(1).
       01 ws-plan-line-count pic 9(3).

      *        Defaults used when system-params.dat is absent; the
      *        live settings are the FIN-HOLD-DOLLARS and
      *        FIN-HOLD-DAYS keywords.
       01 ws-hold-dollars pic 9(5) value 500.
       01 ws-hold-days pic 9(5) value 60.

       01 ws-today-date pic 9(8).
       01 ws-today-integer binary-long.
       01 ws-due-integer binary-long.
       01 ws-days-overdue binary-long signed.
       01 ws-open-balance pic s9(7)v99.
       01 ws-adjust-net pic s9(7)v99.
       01 ws-student-open pic s9(7)v99.
       01 ws-student-past-due pic s9(7)v99.

       01 ws-auto-hold-sw pic x(1).
           88 ws-auto-hold-found value "Y".
       01 ws-auto-hold-key pic x(9).
       01 ws-last-financial-seq pic 9(3).

       01 ws-checked-count pic 9(5) value 0.
       01 ws-placed-count pic 9(5) value 0.
       01 ws-released-count pic 9(5) value 0.
       01 ws-standing-count pic 9(5) value 0.
       01 ws-placed-total pic 9(7)v99 value 0.

       01 ws-audit-status pic x(2).
       01 ws-audit-date pic x(8).
       01 ws-audit-time pic x(6).
       01 ws-operator-id pic x(8) value "BATCH".

       01 ws-blank-line pic x(80) value spaces.
       01 ws-heading-line.
           05 filler pic x(30) value "FINANCIAL HOLD RUN FOR ".
           05 rh-date pic 9(8).
       01 ws-threshold-line.
           05 filler pic x(20) value "PAST DUE OVER ".
           05 rt-days pic zzzz9.
           05 filler pic x(22) value " DAYS, HOLD OVER $".
           05 rt-dollars pic zzzz9.

       01 ws-column-line.
           05 filler pic x(8) value "STUDENT".
           05 filler pic x(27) value "NAME".
           05 filler pic x(10) value "ACTION".
           05 filler pic x(14) value "   OPEN".
           05 filler pic x(14) value "   PAST DUE".

       01 ws-detail-line.
           05 rd-student pic x(5).
           05 filler pic x(3) value spaces.
           05 rd-name pic x(25).
           05 filler pic x(2) value spaces.
           05 rd-action pic x(10).
           05 rd-open pic -zzzzz9.99.
           05 filler pic x(3) value spaces.
           05 rd-past-due pic -zzzzz9.99.

       01 ws-trailer-1.
           05 filler pic x(20) value "STUDENTS CHECKED: ".
           05 tr-checked pic zzzz9.
           05 filler pic x(5) value spaces.
           05 filler pic x(20) value "HOLDS PLACED: ".
           05 tr-placed pic zzzz9.
       01 ws-trailer-2.
           05 filler pic x(20) value "HOLDS RELEASED: ".
           05 tr-released pic zzzz9.
           05 filler pic x(5) value spaces.
           05 filler pic x(20) value "HOLDS STANDING: ".
           05 tr-standing pic zzzz9.
       01 ws-trailer-3.
           05 filler pic x(25) value "PAST DUE ON NEW HOLDS: ".
           05 tr-placed-total pic zzzzzz9.99.

       procedure division.
       accept ws-today-date from date yyyymmdd.
       compute ws-today-integer =
               function integer-of-date(ws-today-date).
       perform load-system-params.

       open input invoice.
       if not ws-invoice-open-ok
           display "WARNING: invoices.db open status "
                   ws-invoice-status
           move 8 to return-code
           move "Y" to ws-eof
       end-if.
       open input adjustment-file.
       if not ws-adjustment-open-ok
           display "WARNING: invoice-adjustments.db open status "
                   ws-adjustment-status
       end-if.
       open input plan-file.
       if not ws-plan-open-ok
           display "WARNING: payment-plans.db open status "
                   ws-plan-status
       end-if.
       open i-o hold-file.
       if not ws-hold-open-ok
           display "WARNING: holds.db open status " ws-hold-status
           move 8 to return-code
           move "Y" to ws-eof
       end-if.
       open input student.
       if not ws-student-open-ok
           display "WARNING: students.db open status " ws-student-status
           move 8 to return-code
           move "Y" to ws-eof
       end-if.
       open output register-file.
       if ws-register-status not = "00"
           display "WARNING: financial-holds.prt open status "
                   ws-register-status
       end-if.

       move ws-today-date to rh-date.
       move ws-heading-line to register-line.
       write register-line.
       move ws-hold-days to rt-days.
       move ws-hold-dollars to rt-dollars.
       move ws-threshold-line to register-line.
       write register-line.
       move ws-blank-line to register-line.
       write register-line.
       move ws-column-line to register-line.
       write register-line.

       perform until ws-eof = "Y"
           read student next
               at end move "Y" to ws-eof
               not at end perform check-one-student
           end-read
           if ws-student-record-locked
               perform wait-for-locked-record
           else
               move 0 to ws-lock-retry-count
           end-if
       end-perform.

       move ws-blank-line to register-line.
       write register-line.
       move ws-checked-count to tr-checked.
       move ws-placed-count to tr-placed.
       move ws-trailer-1 to register-line.
       write register-line.
       move ws-released-count to tr-released.
       move ws-standing-count to tr-standing.
       move ws-trailer-2 to register-line.
       write register-line.
       move ws-placed-total to tr-placed-total.
       move ws-trailer-3 to register-line.
       write register-line.

       close student.
       if ws-student-status not = "00"
           display "WARNING: students.db close status "
                   ws-student-status
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
       close hold-file.
       if ws-hold-status not = "00"
           display "WARNING: holds.db close status " ws-hold-status
       end-if.
       close register-file.
       if ws-register-status not = "00"
           display "WARNING: financial-holds.prt close status "
                   ws-register-status
       end-if.

       display "Students checked: " ws-checked-count.
       display "Financial holds placed: " ws-placed-count.
       display "Financial holds released: " ws-released-count.
       goback.

      *----------------------------------------------------------------
      * check-one-student - nets the student's invoices, then places
      * a hold when the past-due total runs over the threshold and
      * none from this run stands, or releases the run's hold once
      * nothing is past due beyond the threshold days.
      *----------------------------------------------------------------
       check-one-student.
           add 1 to ws-checked-count.
           perform total-student-invoices.
           perform find-auto-hold.
           evaluate true
               when ws-student-past-due > ws-hold-dollars
                   and ws-student-past-due > 0
                   if ws-auto-hold-found
                       add 1 to ws-standing-count
                   else
                       perform place-financial-hold
                   end-if
               when ws-student-past-due <= 0
                   if ws-auto-hold-found
                       perform release-financial-hold
                   end-if
               when other
                   if ws-auto-hold-found
                       add 1 to ws-standing-count
                   end-if
           end-evaluate.

      *----------------------------------------------------------------
      * total-student-invoices - every invoice under the student via
      * a START on the partial key, netted as the aging report nets
      * it; the open balance all counts toward the student's open
      * total, only what sits more than the threshold days past due
      * toward the past-due total.
      *----------------------------------------------------------------
       total-student-invoices.
           move 0 to ws-student-open.
           move 0 to ws-student-past-due.
           move "N" to ws-invoice-done.
           move student-id to inv-student-id.
           move 0 to inv-invoice-no.
           start invoice key is greater than invoice-key
               invalid key move "Y" to ws-invoice-done
           end-start.
           perform total-one-invoice until ws-invoice-done = "Y".

       total-one-invoice.
           read invoice next
               at end move "Y" to ws-invoice-done
               not at end
                   if inv-student-id not = student-id
                       move "Y" to ws-invoice-done
                   else
                       perform net-one-invoice
                   end-if
           end-read.

       net-one-invoice.
           perform sum-invoice-adjustments.
           compute ws-open-balance =
                   inv-amount + ws-adjust-net - inv-paid.
           if ws-open-balance > 0
               add ws-open-balance to ws-student-open
               perform age-plan-installments
               if ws-plan-line-count = 0
                   compute ws-due-integer =
                           function integer-of-date(inv-due-date)
                   compute ws-days-overdue =
                           ws-today-integer - ws-due-integer
                   if ws-days-overdue > ws-hold-days
                       add ws-open-balance to ws-student-past-due
                   end-if
               end-if
           end-if.

      *----------------------------------------------------------------
      * age-plan-installments - an invoice on a payment plan counts
      * only the installments actually missed, each against its own
      * due date, so a family current on their plan draws no hold.
      *----------------------------------------------------------------
       age-plan-installments.
           move 0 to ws-plan-line-count.
           move "N" to ws-plan-done.
           move inv-student-id to pp-student-id.
           move inv-invoice-no to pp-invoice-no.
           move 0 to pp-installment-no.
           start plan-file key is greater than plan-key
               invalid key move "Y" to ws-plan-done
           end-start.
           perform age-one-installment until ws-plan-done = "Y".

       age-one-installment.
           read plan-file next
               at end move "Y" to ws-plan-done
               not at end
                   if pp-student-id not = inv-student-id
                       or pp-invoice-no not = inv-invoice-no
                       move "Y" to ws-plan-done
                   else
                       add 1 to ws-plan-line-count
                       compute ws-open-balance =
                               pp-amount - pp-paid
                       if ws-open-balance > 0
                           compute ws-due-integer =
                                   function integer-of-date(
                                   pp-due-date)
                           compute ws-days-overdue =
                                   ws-today-integer - ws-due-integer
                           if ws-days-overdue > ws-hold-days
                               add ws-open-balance
                                       to ws-student-past-due
                           end-if
                       end-if
                   end-if
           end-read.

      *----------------------------------------------------------------
      * sum-invoice-adjustments - nets every adjustment under the
      * invoice the browse is on: refunds and late fees add to what
      * is owed, credits and adjustments take away.
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
      * find-auto-hold - walks the student's financial holds for one
      * this run placed, noting the last sequence in use so a new
      * hold takes the next one.
      *----------------------------------------------------------------
       find-auto-hold.
           move "N" to ws-auto-hold-sw.
           move 0 to ws-last-financial-seq.
           move "N" to ws-hold-done.
           move student-id to hd-student-id.
           move "F" to hd-hold-type.
           move 0 to hd-seq.
           start hold-file key is greater than hold-key
               invalid key move "Y" to ws-hold-done
           end-start.
           perform note-one-financial-hold until ws-hold-done = "Y".

       note-one-financial-hold.
           read hold-file next
               at end move "Y" to ws-hold-done
               not at end
                   if hd-student-id not = student-id
                       or not hd-financial
                       move "Y" to ws-hold-done
                   else
                       move hd-seq to ws-last-financial-seq
                       if hd-automatic
                           move "Y" to ws-auto-hold-sw
                           move hold-key to ws-auto-hold-key
                       end-if
                   end-if
           end-read.

       place-financial-hold.
           move spaces to hold-record.
           move student-id to hd-student-id.
           move "F" to hd-hold-type.
           compute hd-seq = ws-last-financial-seq + 1.
           move ws-today-date to hd-placed-date.
           move ws-operator-id to hd-placed-operator.
           move "Y" to hd-block-enroll-sw.
           move "Y" to hd-block-transcript-sw.
           move "N" to hd-block-grades-sw.
           move "A" to hd-source.
           move ws-student-past-due to hd-balance.
           move "PAST DUE BALANCE" to hd-reason.
           write hold-record
               invalid key
                   display "Unable to write hold " hold-key
                           " status " ws-hold-status
               not invalid key
                   add 1 to ws-placed-count
                   add ws-student-past-due to ws-placed-total
                   move "CREATE" to audit-operation
                   perform write-hold-audit-record
                   move "PLACED" to rd-action
                   perform print-register-detail
           end-write.

       release-financial-hold.
           move ws-auto-hold-key to hold-key.
           delete hold-file
               invalid key
                   display "Unable to release hold " hold-key
                           " status " ws-hold-status
               not invalid key
                   add 1 to ws-released-count
                   move "DELETE" to audit-operation
                   perform write-hold-audit-record
                   move "RELEASED" to rd-action
                   perform print-register-detail
           end-delete.

       print-register-detail.
           move student-id to rd-student.
           move student-name to rd-name.
           move ws-student-open to rd-open.
           move ws-student-past-due to rd-past-due.
           move ws-detail-line to register-line.
           write register-line.

      *----------------------------------------------------------------
      * load-system-params - picks up the hold thresholds from
      * system-params.dat, keeping the hard-coded defaults when the
      * file or the keywords are absent.
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
                       when "FIN-HOLD-DOLLARS"
                           move pm-value to ws-hold-dollars
                       when "FIN-HOLD-DAYS"
                           move pm-value to ws-hold-days
                   end-evaluate
           end-read.

      *----------------------------------------------------------------
      * write-hold-audit-record - file identifier HOLDS, the student
      * in the student field and the hold key in the key, operator
      * BATCH, expecting audit-operation already set.
      *----------------------------------------------------------------
       write-hold-audit-record.
           move student-id to audit-student-id.
           move "HOLDS" to audit-file-id.
           move hold-key to audit-key.
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
      * wait-for-locked-record - the maintenance screen holds the
      * record this read landed on; pause briefly and let the next
      * loop pass retry it. After a few tries the run gives up with
      * a plain "file is busy" message instead of a raw status code.
      *----------------------------------------------------------------
       wait-for-locked-record.
           add 1 to ws-lock-retry-count.
           if ws-lock-retry-count > 3
               display "students.db is busy - run again after the "
                       "maintenance screen moves on"
               move 8 to return-code
               move "Y" to ws-eof
           else
               display "Record in use, retrying..."
               call "C$SLEEP" using ws-retry-second
           end-if.

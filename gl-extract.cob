       >>SOURCE FORMAT IS FIXED
      *> Nightly general ledger extract. The keyed day's billing
      *> activity - invoices.db charges, payments.db receipts,
      *> payment-reversals.db returned payments, and
      *> invoice-adjustments.db credit memos, adjustments, aid, refunds,
      *> late fees, write-offs, recoveries, returned-check fees and
      *> tuition discounts - is posted through the gl-map.db
      *> chart-of-accounts mapping into balanced double-entry lines (one
      *> debit and one credit per event) in the fixed format the
      *> accounting package imports, so the accountant stops rebuilding
      *> the month's revenue and receivables entries from the
      *> cash-receipts-journal and billing-period-report printouts. A
      *> tuition invoice takes its course from the tuition-billed.db
      *> control so revenue can map by course; anything with no course
      *> or method mapping falls to the event default. The lines are
      *> built on gl-journal-work.txt and summarized by account on
      *> gl-trial-balance.prt; only a batch whose debits equal its
      *> credits, with every event mapped, is released - appended to
      *> gl-journal.txt under the next batch number off
      *> gl-batch-control.dat, with a trailer carrying the line count
      *> and totals, and every record it carried marked on gl-posted.db
      *> so a re-run never posts twice. A batch that fails is held,
      *> nothing is marked, and RETURN-CODE 8 stops the end-of-day
      *> stream.

       identification division.
       program-id. gl-extract.

       environment division.
       configuration section.
       repository.
           function day-from-date
           function all intrinsic.

       input-output section.
       file-control.
           select optional invoice assign "invoices.db"
                  organization is indexed
                  access is sequential
                  record key is invoice-key
                  file status is ws-invoice-status.

           select optional payment-file assign "payments.db"
                  organization is indexed
                  access is sequential
                  record key is pay-key
                  file status is ws-payment-status.

           select optional reversal-file assign "payment-reversals.db"
                  organization is indexed
                  access is sequential
                  record key is reversal-key
                  file status is ws-reversal-status.

           select optional adjustment-file
                  assign "invoice-adjustments.db"
                  organization is indexed
                  access is sequential
                  record key is adjustment-key
                  file status is ws-adjustment-status.

           select optional billed-xref assign "tuition-billed.db"
                  organization is indexed
                  access is dynamic
                  record key is billed-key
                  file status is ws-billed-status.

           select optional map-file assign "gl-map.db"
                  organization is indexed
                  access is random
                  record key is gl-map-key
                  file status is ws-map-status.

           select optional posted-control assign "gl-posted.db"
                  organization is indexed
                  access is random
                  record key is gp-key
                  file status is ws-posted-status.

           select optional work-file assign "gl-journal-work.txt"
                  organization is line sequential
                  file status is ws-work-status.

           select optional journal-file assign "gl-journal.txt"
                  organization is line sequential
                  file status is ws-journal-status.

           select optional batch-control
                  assign "gl-batch-control.dat"
                  organization is line sequential
                  file status is ws-batch-status.

           select optional trial-file assign "gl-trial-balance.prt"
                  organization is line sequential
                  file status is ws-trial-status.

       data division.
       file section.
       fd invoice.
       copy "invoice-record.cpy".

       fd payment-file.
       copy "payment-record.cpy".

       fd reversal-file.
       copy "payment-reversal-record.cpy".

       fd adjustment-file.
       copy "adjustment-record.cpy".

       fd billed-xref.
       01 billed-record.
           05 billed-key.
               10 tb-student-id pic x(5).
               10 tb-course-code pic x(6).
           05 tb-invoice-no pic 9(4).
           05 tb-billed-date pic 9(8).

       fd map-file.
       copy "gl-map-record.cpy".

       fd posted-control.
       01 posted-record.
           05 gp-key.
               10 gp-source pic x(1).
               10 gp-record-key pic x(15).
           05 gp-batch-no pic 9(6).
           05 gp-post-date pic 9(8).

       fd work-file.
       01 work-line pic x(100).

       fd journal-file.
       01 journal-line pic x(100).

       fd batch-control.
       01 batch-control-record pic 9(6).

       fd trial-file.
       01 trial-line pic x(80).

       working-storage section.
       01 ws-invoice-status pic x(2).
           88 ws-invoice-open-ok value "00" "05".
       01 ws-payment-status pic x(2).
           88 ws-payment-open-ok value "00" "05".
       01 ws-reversal-status pic x(2).
           88 ws-reversal-open-ok value "00" "05".
       01 ws-adjustment-status pic x(2).
           88 ws-adjustment-open-ok value "00" "05".
       01 ws-billed-status pic x(2).
           88 ws-billed-open-ok value "00" "05".
       01 ws-map-status pic x(2).
           88 ws-map-ok value "00".
           88 ws-map-open-ok value "00" "05".
       01 ws-posted-status pic x(2).
           88 ws-posted-ok value "00".
           88 ws-posted-open-ok value "00" "05".
       01 ws-work-status pic x(2).
       01 ws-journal-status pic x(2).
       01 ws-batch-status pic x(2).
           88 ws-batch-file-missing value "05" "35".
       01 ws-trial-status pic x(2).
       01 ws-source-eof pic a(1).
       01 ws-work-eof pic a(1).
       01 ws-billed-done pic a(1).

       01 ws-entry-date pic x(8).
       01 ws-extract-date pic 9(8).
       01 ws-day-of-week-num binary-long signed.
       01 ws-batch-no pic 9(6).

      *        One event, as the three source passes hand it to the
      *        posting paragraph.
       01 ws-event.
           05 ws-event-code pic x(2).
           05 ws-event-qualifier pic x(6).
           05 ws-event-source pic x(1).
           05 ws-event-key pic x(15).
           05 ws-event-amount pic 9(9)v99.
       01 ws-mapped-sw pic x(1).
           88 ws-event-mapped value "Y".

      *        The fixed-format journal line the accounting package
      *        imports: D detail lines, then one T trailer per batch.
       01 ws-journal-line.
           05 jl-record-type pic x(1).
           05 jl-batch-no pic 9(6).
           05 jl-detail.
               10 jl-line-no pic 9(5).
               10 jl-post-date pic 9(8).
               10 jl-account pic x(10).
               10 jl-dr-cr pic x(1).
               10 jl-amount pic 9(9)v99.
               10 jl-source pic x(1).
               10 jl-reference pic x(15).
               10 jl-event pic x(2).
               10 jl-description pic x(30).
               10 filler pic x(9).
           05 jl-trailer redefines jl-detail.
               10 jl-line-count pic 9(5).
               10 jl-debit-total pic 9(11)v99.
               10 jl-credit-total pic 9(11)v99.
               10 filler pic x(61).

       01 ws-line-count pic 9(5) value 0.
       01 ws-event-count pic 9(5) value 0.
       01 ws-already-count pic 9(5) value 0.
       01 ws-debit-total pic 9(11)v99 value 0.
       01 ws-credit-total pic 9(11)v99 value 0.
       01 ws-released-sw pic x(1) value "N".
           88 ws-batch-released value "Y".

       01 ws-account-table.
           05 ws-account-count pic 9(3) value 0.
           05 ws-account-entry occurs 100 times.
               10 wta-account pic x(10).
               10 wta-debit pic 9(11)v99.
               10 wta-credit pic 9(11)v99.
       01 ws-account-sub pic 9(3).
       01 ws-account-found-sw pic x(1).
           88 ws-account-found value "Y".
       01 ws-post-account pic x(10).
       01 ws-post-side pic x(1).

       01 ws-unmapped-table.
           05 ws-unmapped-count pic 9(3) value 0.
           05 ws-unmapped-entry occurs 50 times.
               10 wum-event pic x(2).
               10 wum-qualifier pic x(6).
               10 wum-source pic x(1).
               10 wum-key pic x(15).
               10 wum-amount pic 9(9)v99.
       01 ws-unmapped-sub pic 9(3).

       01 ws-blank-line pic x(80) value spaces.
       01 ws-trial-heading-1.
           05 filler pic x(30) value "GL TRIAL BALANCE - ACTIVITY OF".
           05 filler pic x(1) value space.
           05 th-date pic 9(8).
           05 filler pic x(8) value "  BATCH".
           05 filler pic x(1) value space.
           05 th-batch-no pic 9(6).
       01 ws-trial-heading-2.
           05 filler pic x(12) value "ACCOUNT".
           05 filler pic x(17) value "DEBITS".
           05 filler pic x(17) value "CREDITS".
           05 filler pic x(17) value "NET".
       01 ws-trial-detail.
           05 td-account pic x(10).
           05 filler pic x(2) value spaces.
           05 td-debit pic zzzzzzzzzz9.99.
           05 filler pic x(3) value spaces.
           05 td-credit pic zzzzzzzzzz9.99.
           05 filler pic x(3) value spaces.
           05 td-net pic -zzzzzzzzz9.99.
       01 ws-trial-net pic s9(11)v99.
       01 ws-trial-counts.
           05 filler pic x(16) value "EVENTS POSTED: ".
           05 tc-events pic zzzz9.
           05 filler pic x(4) value spaces.
           05 filler pic x(16) value "JOURNAL LINES: ".
           05 tc-lines pic zzzz9.
           05 filler pic x(4) value spaces.
           05 filler pic x(18) value "ALREADY POSTED: ".
           05 tc-already pic zzzz9.
       01 ws-unmapped-heading pic x(60)
               value "UNMAPPED EVENTS - MAP ON GL-MAP.DB AND RE-RUN".
       01 ws-unmapped-detail.
           05 ud-event pic x(2).
           05 filler pic x(1) value space.
           05 ud-qualifier pic x(6).
           05 filler pic x(2) value spaces.
           05 ud-source pic x(1).
           05 filler pic x(1) value space.
           05 ud-key pic x(15).
           05 filler pic x(2) value spaces.
           05 ud-amount pic zzzzzzzz9.99.
       01 ws-disposition-line pic x(80).

       procedure division.
       perform accept-extract-date.
       if ws-extract-date = 0
           display "GL extract abandoned - no valid date"
           move 8 to return-code
           goback
       end-if.
       perform read-batch-control.
       perform open-extract-files.
       perform extract-invoices.
       perform extract-payments.
       perform extract-returned-payments.
       perform extract-adjustments.
       perform close-extract-files.
       perform print-trial-balance.

       evaluate true
           when ws-unmapped-count > 0
               display "GL batch held - " ws-unmapped-count
                       " events have no account mapping"
               move 8 to return-code
           when ws-debit-total not = ws-credit-total
               display "GL batch held - debits do not equal credits"
               move 8 to return-code
           when ws-line-count = 0
               display "No unposted billing activity for "
                       ws-extract-date
           when other
               perform release-batch
       end-evaluate.
       perform print-trial-disposition.

       display "Events posted: " ws-event-count.
       display "Journal lines: " ws-line-count.
       display "Already posted, skipped: " ws-already-count.
       goback.

      *----------------------------------------------------------------
      * accept-extract-date - the day to extract, validated through
      * DAY-FROM-DATE; blank takes today.
      *----------------------------------------------------------------
       accept-extract-date.
           move 0 to ws-extract-date.
           display "Enter GL extract date yyyymmdd (blank for today)".
           accept ws-entry-date.
           if ws-entry-date = spaces
               accept ws-entry-date from date yyyymmdd
           end-if.
           if ws-entry-date is not numeric
               display "Date must be 8 digits"
           else
               move ws-entry-date to ws-extract-date
               compute ws-day-of-week-num =
                       function day-from-date(ws-extract-date)
               if ws-day-of-week-num < 1
                   display "Not a valid date"
                   move 0 to ws-extract-date
               end-if
           end-if.

      *----------------------------------------------------------------
      * read-batch-control - the number the batch will release under;
      * the control only steps forward once a batch is released, so
      * a held batch re-runs under the same number.
      *----------------------------------------------------------------
       read-batch-control.
           open input batch-control.
           if ws-batch-file-missing
               move 1 to ws-batch-no
           else
               if ws-batch-status not = "00"
                   display "WARNING: gl-batch-control.dat open status "
                           ws-batch-status
               end-if
               read batch-control
                   at end move 1 to ws-batch-no
                   not at end
                       move batch-control-record to ws-batch-no
               end-read
           end-if.
           close batch-control.

       open-extract-files.
           open input billed-xref.
           if not ws-billed-open-ok
               display "WARNING: tuition-billed.db open status "
                       ws-billed-status
           end-if.
           open input map-file.
           if not ws-map-open-ok
               display "WARNING: gl-map.db open status " ws-map-status
           end-if.
           open input posted-control.
           if not ws-posted-open-ok
               display "WARNING: gl-posted.db open status "
                       ws-posted-status
           end-if.
           open output work-file.
           if ws-work-status not = "00"
               display "WARNING: gl-journal-work.txt open status "
                       ws-work-status
           end-if.

       close-extract-files.
           close billed-xref.
           close map-file.
           close posted-control.
           close work-file.
           if ws-work-status not = "00"
               display "WARNING: gl-journal-work.txt close status "
                       ws-work-status
           end-if.

      *----------------------------------------------------------------
      * extract-invoices - each invoice dated on the extract day is a
      * TU tuition charge, qualified by the course the billing run
      * billed it for.
      *----------------------------------------------------------------
       extract-invoices.
           move "N" to ws-source-eof.
           open input invoice.
           if not ws-invoice-open-ok
               display "WARNING: invoices.db open status "
                       ws-invoice-status
               move "Y" to ws-source-eof
           end-if.
           perform extract-one-invoice until ws-source-eof = "Y".
           close invoice.

       extract-one-invoice.
           read invoice next
               at end move "Y" to ws-source-eof
               not at end
                   if inv-invoice-date = ws-extract-date
                       move spaces to ws-event
                       move "TU" to ws-event-code
                       move "I" to ws-event-source
                       move invoice-key to ws-event-key
                       move inv-amount to ws-event-amount
                       perform find-invoice-course
                       perform post-event
                   end-if
           end-read.

      *----------------------------------------------------------------
      * find-invoice-course - tuition-billed.db is keyed student plus
      * course, so the student's entries are walked for the one that
      * points at this invoice; a hand-keyed invoice has none and
      * stays on the TU default.
      *----------------------------------------------------------------
       find-invoice-course.
           move "N" to ws-billed-done.
           move inv-student-id to tb-student-id.
           move low-values to tb-course-code.
           start billed-xref key is greater than billed-key
               invalid key move "Y" to ws-billed-done
           end-start.
           perform check-one-billed-entry until ws-billed-done = "Y".

       check-one-billed-entry.
           read billed-xref next
               at end move "Y" to ws-billed-done
               not at end
                   if tb-student-id not = inv-student-id
                       move "Y" to ws-billed-done
                   else
                       if tb-invoice-no = inv-invoice-no
                           move tb-course-code to ws-event-qualifier
                           move "Y" to ws-billed-done
                       end-if
                   end-if
           end-read.

      *----------------------------------------------------------------
      * extract-payments - each payment line dated on the extract day
      * is a PY event qualified by its pay-method.
      *----------------------------------------------------------------
       extract-payments.
           move "N" to ws-source-eof.
           open input payment-file.
           if not ws-payment-open-ok
               display "WARNING: payments.db open status "
                       ws-payment-status
               move "Y" to ws-source-eof
           end-if.
           perform extract-one-payment until ws-source-eof = "Y".
           close payment-file.

       extract-one-payment.
           read payment-file next
               at end move "Y" to ws-source-eof
               not at end
                   if pay-date = ws-extract-date
                       move spaces to ws-event
                       move "PY" to ws-event-code
                       move pay-method to ws-event-qualifier
                       move "P" to ws-event-source
                       move pay-key to ws-event-key
                       move pay-amount to ws-event-amount
                       perform post-event
                   end-if
           end-read.

      *----------------------------------------------------------------
      * extract-returned-payments - each payment the bank sent back
      * on the extract day is an RP event qualified by the method it
      * was taken in, normally mapped as the PY entry reversed.
      *----------------------------------------------------------------
       extract-returned-payments.
           move "N" to ws-source-eof.
           open input reversal-file.
           if not ws-reversal-open-ok
               display "WARNING: payment-reversals.db open status "
                       ws-reversal-status
               move "Y" to ws-source-eof
           end-if.
           perform extract-one-return until ws-source-eof = "Y".
           close reversal-file.

       extract-one-return.
           read reversal-file next
               at end move "Y" to ws-source-eof
               not at end
                   if rv-return-date = ws-extract-date
                       move spaces to ws-event
                       move "RP" to ws-event-code
                       move rv-pay-method to ws-event-qualifier
                       move "R" to ws-event-source
                       move reversal-key to ws-event-key
                       move rv-amount to ws-event-amount
                       perform post-event
                   end-if
           end-read.

      *----------------------------------------------------------------
      * extract-adjustments - each adjustment dated on the extract
      * day maps by its type to its own event.
      *----------------------------------------------------------------
       extract-adjustments.
           move "N" to ws-source-eof.
           open input adjustment-file.
           if not ws-adjustment-open-ok
               display "WARNING: invoice-adjustments.db open status "
                       ws-adjustment-status
               move "Y" to ws-source-eof
           end-if.
           perform extract-one-adjustment until ws-source-eof = "Y".
           close adjustment-file.

       extract-one-adjustment.
           read adjustment-file next
               at end move "Y" to ws-source-eof
               not at end
                   if adj-date = ws-extract-date
                       move spaces to ws-event
                       evaluate true
                           when adj-credit-memo
                               move "CM" to ws-event-code
                           when adj-adjustment
                               move "AD" to ws-event-code
                           when adj-financial-aid
                               move "FA" to ws-event-code
                           when adj-refund
                               move "RF" to ws-event-code
                           when adj-late-fee
                               move "LF" to ws-event-code
                           when adj-write-off
                               move "WO" to ws-event-code
                           when adj-recovery
                               move "WR" to ws-event-code
                           when adj-returned-check-fee
                               move "NF" to ws-event-code
                           when adj-discount
                               move "DS" to ws-event-code
                           when other
                               move adj-type to ws-event-code
                       end-evaluate
                       move "A" to ws-event-source
                       move adjustment-key to ws-event-key
                       move adj-amount to ws-event-amount
                       perform post-event
                   end-if
           end-read.

      *----------------------------------------------------------------
      * post-event - skips a record already carried by a released
      * batch, maps the event, and writes its debit and credit lines;
      * an event with no mapping is listed and holds the batch.
      *----------------------------------------------------------------
       post-event.
           move ws-event-source to gp-source.
           move ws-event-key to gp-record-key.
           read posted-control
               invalid key continue
           end-read.
           if ws-posted-ok
               add 1 to ws-already-count
           else
               if ws-event-amount > 0
                   perform find-event-mapping
                   if ws-event-mapped
                       add 1 to ws-event-count
                       move gm-debit-account to ws-post-account
                       move "D" to ws-post-side
                       perform write-journal-line
                       move gm-credit-account to ws-post-account
                       move "C" to ws-post-side
                       perform write-journal-line
                   else
                       perform note-unmapped-event
                   end-if
               end-if
           end-if.

       find-event-mapping.
           move "N" to ws-mapped-sw.
           move ws-event-code to gm-event.
           move ws-event-qualifier to gm-qualifier.
           read map-file
               invalid key continue
           end-read.
           if not ws-map-ok and ws-event-qualifier not = spaces
               move ws-event-code to gm-event
               move spaces to gm-qualifier
               read map-file
                   invalid key continue
               end-read
           end-if.
           if ws-map-ok
               move "Y" to ws-mapped-sw
           end-if.

       note-unmapped-event.
           if ws-unmapped-count < 50
               add 1 to ws-unmapped-count
               move ws-event-code to wum-event(ws-unmapped-count)
               move ws-event-qualifier
                       to wum-qualifier(ws-unmapped-count)
               move ws-event-source to wum-source(ws-unmapped-count)
               move ws-event-key to wum-key(ws-unmapped-count)
               move ws-event-amount to wum-amount(ws-unmapped-count)
           else
               display "WARNING: more than 50 unmapped events, "
                       ws-event-key " not listed"
           end-if.

       write-journal-line.
           add 1 to ws-line-count.
           move spaces to ws-journal-line.
           move "D" to jl-record-type.
           move ws-batch-no to jl-batch-no.
           move ws-line-count to jl-line-no.
           move ws-extract-date to jl-post-date.
           move ws-post-account to jl-account.
           move ws-post-side to jl-dr-cr.
           move ws-event-amount to jl-amount.
           move ws-event-source to jl-source.
           move ws-event-key to jl-reference.
           move ws-event-code to jl-event.
           move gm-description to jl-description.
           move ws-journal-line to work-line.
           write work-line.
           if ws-post-side = "D"
               add ws-event-amount to ws-debit-total
           else
               add ws-event-amount to ws-credit-total
           end-if.
           perform accumulate-account.

       accumulate-account.
           move "N" to ws-account-found-sw.
           perform varying ws-account-sub from 1 by 1
                   until ws-account-sub > ws-account-count
                      or ws-account-found
               if wta-account(ws-account-sub) = ws-post-account
                   move "Y" to ws-account-found-sw
                   perform add-to-account
               end-if
           end-perform.
           if not ws-account-found
               if ws-account-count < 100
                   add 1 to ws-account-count
                   move ws-account-count to ws-account-sub
                   move ws-post-account to wta-account(ws-account-sub)
                   move 0 to wta-debit(ws-account-sub)
                   move 0 to wta-credit(ws-account-sub)
                   perform add-to-account
               else
                   display "WARNING: more than 100 accounts, "
                           ws-post-account " left off the trial balance"
               end-if
           end-if.

       add-to-account.
           if ws-post-side = "D"
               add ws-event-amount to wta-debit(ws-account-sub)
           else
               add ws-event-amount to wta-credit(ws-account-sub)
           end-if.

      *----------------------------------------------------------------
      * print-trial-balance - debits, credits and net by account,
      * then the batch totals and any unmapped events.
      *----------------------------------------------------------------
       print-trial-balance.
           open output trial-file.
           if ws-trial-status not = "00"
               display "WARNING: gl-trial-balance.prt open status "
                       ws-trial-status
           end-if.
           move ws-extract-date to th-date.
           move ws-batch-no to th-batch-no.
           move ws-trial-heading-1 to trial-line.
           write trial-line.
           move ws-blank-line to trial-line.
           write trial-line.
           move ws-trial-heading-2 to trial-line.
           write trial-line.
           perform print-account-line
               varying ws-account-sub from 1 by 1
               until ws-account-sub > ws-account-count.
           move ws-blank-line to trial-line.
           write trial-line.
           move spaces to ws-trial-detail.
           move "TOTAL" to td-account.
           move ws-debit-total to td-debit.
           move ws-credit-total to td-credit.
           compute ws-trial-net = ws-debit-total - ws-credit-total.
           move ws-trial-net to td-net.
           move ws-trial-detail to trial-line.
           write trial-line.
           move ws-blank-line to trial-line.
           write trial-line.
           move ws-event-count to tc-events.
           move ws-line-count to tc-lines.
           move ws-already-count to tc-already.
           move ws-trial-counts to trial-line.
           write trial-line.
           if ws-unmapped-count > 0
               move ws-blank-line to trial-line
               write trial-line
               move ws-unmapped-heading to trial-line
               write trial-line
               perform print-unmapped-line
                   varying ws-unmapped-sub from 1 by 1
                   until ws-unmapped-sub > ws-unmapped-count
           end-if.

       print-account-line.
           move spaces to ws-trial-detail.
           move wta-account(ws-account-sub) to td-account.
           move wta-debit(ws-account-sub) to td-debit.
           move wta-credit(ws-account-sub) to td-credit.
           compute ws-trial-net = wta-debit(ws-account-sub)
                   - wta-credit(ws-account-sub).
           move ws-trial-net to td-net.
           move ws-trial-detail to trial-line.
           write trial-line.

       print-unmapped-line.
           move spaces to ws-unmapped-detail.
           move wum-event(ws-unmapped-sub) to ud-event.
           move wum-qualifier(ws-unmapped-sub) to ud-qualifier.
           move wum-source(ws-unmapped-sub) to ud-source.
           move wum-key(ws-unmapped-sub) to ud-key.
           move wum-amount(ws-unmapped-sub) to ud-amount.
           move ws-unmapped-detail to trial-line.
           write trial-line.

       print-trial-disposition.
           move ws-blank-line to trial-line.
           write trial-line.
           move spaces to ws-disposition-line.
           evaluate true
               when ws-batch-released
                   string "BALANCED - RELEASED TO GL-JOURNAL AS BATCH "
                          delimited by size
                          ws-batch-no delimited by size
                          into ws-disposition-line
                   end-string
               when ws-line-count = 0 and ws-unmapped-count = 0
                   move "NO ACTIVITY - NOTHING TO RELEASE"
                           to ws-disposition-line
               when other
                   move "** OUT OF BALANCE OR UNMAPPED - BATCH HELD **"
                           to ws-disposition-line
           end-evaluate.
           move ws-disposition-line to trial-line.
           write trial-line.
           close trial-file.
           if ws-trial-status not = "00"
               display "WARNING: gl-trial-balance.prt close status "
                       ws-trial-status
           end-if.

      *----------------------------------------------------------------
      * release-batch - copies the work lines onto gl-journal.txt
      * behind any earlier batches, closes the batch with its
      * trailer, marks every record carried on gl-posted.db, and
      * steps the batch number.
      *----------------------------------------------------------------
       release-batch.
           open extend journal-file.
           if ws-journal-status = "05" or ws-journal-status = "35"
               close journal-file
               open output journal-file
           end-if.
           if ws-journal-status not = "00"
               display "WARNING: gl-journal.txt open status "
                       ws-journal-status
           end-if.
           open i-o posted-control.
           if not ws-posted-open-ok
               display "WARNING: gl-posted.db open status "
                       ws-posted-status
           end-if.
           move "N" to ws-work-eof.
           open input work-file.
           perform release-one-line until ws-work-eof = "Y".
           close work-file.

           move spaces to ws-journal-line.
           move "T" to jl-record-type.
           move ws-batch-no to jl-batch-no.
           move ws-line-count to jl-line-count.
           move ws-debit-total to jl-debit-total.
           move ws-credit-total to jl-credit-total.
           move ws-journal-line to journal-line.
           write journal-line.

           close journal-file.
           if ws-journal-status not = "00"
               display "WARNING: gl-journal.txt close status "
                       ws-journal-status
           end-if.
           close posted-control.
           if ws-posted-status not = "00"
               display "WARNING: gl-posted.db close status "
                       ws-posted-status
           end-if.

           open output batch-control.
           compute batch-control-record = ws-batch-no + 1.
           write batch-control-record.
           close batch-control.
           move "Y" to ws-released-sw.
           display "GL batch " ws-batch-no " released".

      *----------------------------------------------------------------
      * release-one-line - both lines of an event carry the same
      * source record, so the second mark finds it already written
      * and is passed over quietly.
      *----------------------------------------------------------------
       release-one-line.
           read work-file
               at end move "Y" to ws-work-eof
               not at end
                   move work-line to journal-line
                   write journal-line
                   move work-line to ws-journal-line
                   move jl-source to gp-source
                   move jl-reference to gp-record-key
                   move ws-batch-no to gp-batch-no
                   move ws-extract-date to gp-post-date
                   write posted-record
                       invalid key continue
                   end-write
           end-read.

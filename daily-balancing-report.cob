       >>SOURCE FORMAT IS FIXED
      *> Daily balancing of the billing money through the sum side's
      *> pipeline, proving the same dollars arrived at every hop. For
      *> the keyed day it lines up, side by side with the difference:
      *> the invoices.db charges and payments.db receipts dated that
      *> day against what billing-extracted.db has marked extracted
      *> for it; the marked records against the extract-register.prt
      *> lines for the day; the register against the
      *> transactions-in.txt records dated the day; those records
      *> against what transaction-edit accepted onto transactions.txt
      *> and rejected onto transactions-rejects.txt; and the accepted
      *> batch, in sum.cob's own arithmetic (the sum of 1 to each
      *> value), against the movement on sum-control.dat since the
      *> last balancing run. The movement is measured from
      *> balancing-control.dat, which keeps the sum-control.dat figure
      *> this report last saw; a period close since then, seen as a
      *> new line on sum-period-history.dat, means the control was
      *> reset and the whole of it is movement. sum-control.dat holds
      *> only the last nine digits of the period-to-date, so the batch
      *> and the movement are compared on those nine digits; a batch
      *> too big for sum.cob's binary counters to have added up
      *> faithfully (a value over 655.35, or a period-to-date past
      *> 2,147,483,647) cannot be balanced at all, and the hop says so
      *> with a warning rather than a failure. Any hop out of balance
      *> posts RETURN-CODE 8, so end-of-day-driver stops the stream
      *> before anything builds on the day. Output is
      *> daily-balancing.prt.

       identification division.
       program-id. daily-balancing-report.

       environment division.
       configuration section.
       repository.
           function day-from-date
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
                  access is dynamic
                  record key is pay-key
                  file status is ws-payment-status.

           select optional extracted-control
                  assign "billing-extracted.db"
                  organization is indexed
                  access is sequential
                  record key is bx-key
                  file status is ws-extracted-status.

           select optional register-file assign "extract-register.prt"
                  organization is line sequential
                  file status is ws-register-status.

           select optional raw-trans-file assign "transactions-in.txt"
                  organization is line sequential
                  file status is ws-raw-status.

           select optional clean-trans-file assign "transactions.txt"
                  organization is line sequential
                  file status is ws-clean-status.

           select optional reject-file
                  assign "transactions-rejects.txt"
                  organization is line sequential
                  file status is ws-reject-status.

           select optional sum-control-file assign "sum-control.dat"
                  organization is line sequential
                  file status is ws-sum-control-status.

           select optional period-history-file
                  assign "sum-period-history.dat"
                  organization is line sequential
                  file status is ws-period-history-status.

           select optional balancing-control
                  assign "balancing-control.dat"
                  organization is line sequential
                  file status is ws-balancing-status.

           select optional report-file assign "daily-balancing.prt"
                  organization is line sequential
                  file status is ws-report-status.

       data division.
       file section.
       fd invoice.
       copy "invoice-record.cpy".

       fd payment-file.
       copy "payment-record.cpy".

       fd extracted-control.
       01 extracted-record.
           05 bx-key.
               10 bx-source pic x(1).
               10 bx-record-key pic x(15).
           05 bx-extract-date pic 9(8).
           05 bx-reference pic x(6).

      *        billing-extract's register: the heading carries the
      *        extract date, each detail the source and amount.
       fd register-file.
       01 register-line pic x(70).
       01 register-heading-view.
           05 rv-heading-text pic x(26).
           05 rv-heading-date pic x(8).
           05 filler pic x(36).
       01 register-detail-view.
           05 filler pic x(8).
           05 rv-source pic x(7).
           05 filler pic x(19).
           05 rv-amount pic x(9).
           05 filler pic x(27).

       fd raw-trans-file.
       01 raw-trans-record.
           05 rt-date pic x(8).
           05 rt-reference pic x(6).
           05 rt-value pic x(9).

       fd clean-trans-file.
       01 clean-trans-record.
           05 ct-date pic 9(8).
           05 ct-reference pic x(6).
           05 ct-value pic 9(9).

       fd reject-file.
       01 reject-record.
           05 rj-date pic x(8).
           05 rj-reference pic x(6).
           05 rj-value pic x(9).
           05 filler pic x(1).
           05 rj-reason pic x(30).

       fd sum-control-file.
       01 sum-control-record pic 9(9).

       fd period-history-file.
       01 period-history-record pic x(43).

       fd balancing-control.
       01 balancing-control-record.
           05 bc-run-date pic 9(8).
           05 filler pic x(1).
           05 bc-sum-control pic 9(9).
           05 filler pic x(1).
           05 bc-history-lines pic 9(5).

       fd report-file.
       01 report-line pic x(115).

       working-storage section.
       01 ws-invoice-status pic x(2).
           88 ws-invoice-ok value "00".
           88 ws-invoice-open-ok value "00" "05".
       01 ws-payment-status pic x(2).
           88 ws-payment-ok value "00".
           88 ws-payment-open-ok value "00" "05".
       01 ws-extracted-status pic x(2).
           88 ws-extracted-open-ok value "00" "05".
       01 ws-register-status pic x(2).
       01 ws-raw-status pic x(2).
       01 ws-clean-status pic x(2).
       01 ws-reject-status pic x(2).
       01 ws-sum-control-status pic x(2).
       01 ws-period-history-status pic x(2).
       01 ws-balancing-status pic x(2).
       01 ws-report-status pic x(2).
       01 ws-file-eof pic a(1).

       01 ws-entry-date pic x(8).
       01 ws-balance-date pic 9(8).
       01 ws-day-of-week-num binary-long signed.
       01 ws-register-for-date-sw pic x(1).
           88 ws-register-for-date value "Y".
       01 ws-out-of-balance-sw pic x(1) value "N".
           88 ws-out-of-balance value "Y".
       01 ws-out-count pic 9(2) value 0.

      *        The figures at each stage, counts and dollars.
       01 ws-source-inv-count pic 9(7) value 0.
       01 ws-source-inv-value pic 9(9)v99 value 0.
       01 ws-source-pay-count pic 9(7) value 0.
       01 ws-source-pay-value pic 9(9)v99 value 0.
       01 ws-marked-inv-count pic 9(7) value 0.
       01 ws-marked-inv-value pic 9(9)v99 value 0.
       01 ws-marked-pay-count pic 9(7) value 0.
       01 ws-marked-pay-value pic 9(9)v99 value 0.
       01 ws-register-inv-count pic 9(7) value 0.
       01 ws-register-inv-value pic 9(9)v99 value 0.
       01 ws-register-pay-count pic 9(7) value 0.
       01 ws-register-pay-value pic 9(9)v99 value 0.
       01 ws-register-count pic 9(7) value 0.
       01 ws-register-value pic 9(9)v99 value 0.
       01 ws-raw-count pic 9(7) value 0.
       01 ws-raw-value pic 9(9)v99 value 0.
       01 ws-edited-count pic 9(7) value 0.
       01 ws-edited-value pic 9(9)v99 value 0.
       01 ws-accepted-count pic 9(7) value 0.
       01 ws-accepted-value pic 9(9)v99 value 0.
       01 ws-rejected-count pic 9(7) value 0.
       01 ws-rejected-value pic 9(9)v99 value 0.
       01 ws-undated-reject-count pic 9(7) value 0.
       01 ws-batch-count pic 9(7) value 0.
       01 ws-batch-sum pic 9(18) value 0.
       01 ws-record-sum pic 9(18).
       01 ws-cents pic 9(9).

       01 ws-sum-control-now pic 9(9) value 0.
       01 ws-sum-control-prior pic 9(9) value 0.
       01 ws-prior-history-lines pic 9(5) value 0.
       01 ws-history-lines pic 9(5) value 0.
       01 ws-sum-movement pic s9(18) value 0.
       01 ws-sum-capacity-sw pic x(1) value "N".
           88 ws-sum-capacity-exceeded value "Y".

      *        One comparison line's inputs, filled before each
      *        print-comparison.
       01 ws-compare.
           05 cmp-left-label pic x(24).
           05 cmp-left-count pic 9(7).
           05 cmp-left-value pic s9(18)v99.
           05 cmp-right-label pic x(24).
           05 cmp-right-count pic 9(7).
           05 cmp-right-value pic s9(18)v99.
           05 cmp-money-sw pic x(1).
               88 cmp-money value "Y".
       01 ws-diff-count pic s9(7).
       01 ws-diff-value pic s9(18)v99.

       01 ws-blank-line pic x(100) value spaces.
       01 ws-heading-1.
           05 filler pic x(36)
                   value "DAILY BALANCING - BILLING TO SUM FOR".
           05 filler pic x(1) value space.
           05 hd-date pic 9(8).
       01 ws-heading-2.
           05 filler pic x(24) value "STAGE".
           05 filler pic x(7) value "  COUNT".
           05 filler pic x(13) value "        VALUE".
           05 filler pic x(7) value spaces.
           05 filler pic x(20) value "AGAINST".
           05 filler pic x(7) value "  COUNT".
           05 filler pic x(13) value "        VALUE".
           05 filler pic x(24)
                   value "              DIFFERENCE".
       01 ws-hop-line.
           05 filler pic x(4) value "HOP ".
           05 hl-hop pic 9(1).
           05 filler pic x(2) value ": ".
           05 hl-description pic x(60).

       01 ws-compare-line.
           05 cl-left-label pic x(24).
           05 cl-left-count pic zzzzzz9.
           05 cl-left-value pic zzzzzzzzz9.99.
           05 filler pic x(7) value spaces.
           05 cl-right-label pic x(20).
           05 cl-right-count pic zzzzzz9.
           05 cl-right-value pic zzzzzzzzz9.99.
           05 filler pic x(11) value spaces.
           05 cl-diff-value pic -zzzzzzzz9.99.
      *        The sum side's figures run to 18 digits, so they take
      *        the room the money view leaves between its columns.
       01 ws-compare-line-sums redefines ws-compare-line.
           05 filler pic x(31).
           05 cs-left-sum pic z(17)9.
           05 filler pic x(29).
           05 cs-right-sum pic z(17)9.
           05 filler pic x(1).
           05 cs-diff-sum pic -(17)9.
       01 ws-count-diff-line.
           05 filler pic x(24) value spaces.
           05 filler pic x(22) value "COUNT DIFFERENCE: ".
           05 cd-diff-count pic -zzzzzz9.
           05 filler pic x(4) value spaces.
           05 cd-flag pic x(20).
       01 ws-note-line.
           05 filler pic x(4) value spaces.
           05 nl-text pic x(96).
       01 ws-result-line.
           05 rs-text pic x(40).
           05 rs-count pic z9.
           05 filler pic x(58).

       procedure division.
       perform accept-balance-date.
       if ws-balance-date = 0
           display "Balancing abandoned - no valid date"
           move 8 to return-code
           goback
       end-if.

       perform total-source-records.
       perform total-marked-records.
       perform total-extract-register.
       perform total-raw-transactions.
       perform total-edit-output.
       perform measure-sum-movement.

       open output report-file.
       if ws-report-status not = "00"
           display "WARNING: daily-balancing.prt open status "
                   ws-report-status
       end-if.
       move ws-balance-date to hd-date.
       move ws-heading-1 to report-line.
       write report-line.
       move ws-blank-line to report-line.
       write report-line.
       move ws-heading-2 to report-line.
       write report-line.

       perform print-hop-1.
       perform print-hop-2.
       perform print-hop-3.
       perform print-hop-4.
       perform print-hop-5.

       move ws-blank-line to report-line.
       write report-line.
       move spaces to ws-result-line.
       if ws-out-of-balance
           move "OUT OF BALANCE - STAGES NOT AGREEING:" to rs-text
           move ws-out-count to rs-count
           move 8 to return-code
       else
           move "IN BALANCE AT EVERY STAGE" to rs-text
       end-if.
       move ws-result-line to report-line.
       write report-line.
       close report-file.
       if ws-report-status not = "00"
           display "WARNING: daily-balancing.prt close status "
                   ws-report-status
       end-if.

       perform save-balancing-control.
       if ws-out-of-balance
           display "Daily balancing for " ws-balance-date
                   " OUT OF BALANCE at " ws-out-count " stage(s)"
       else
           display "Daily balancing for " ws-balance-date
                   " in balance"
       end-if.
       goback.

      *----------------------------------------------------------------
      * accept-balance-date - the day to balance, validated through
      * DAY-FROM-DATE; blank takes today, as billing-extract does.
      *----------------------------------------------------------------
       accept-balance-date.
           move 0 to ws-balance-date.
           display "Enter balancing date yyyymmdd (blank for today)".
           accept ws-entry-date.
           if ws-entry-date = spaces
               accept ws-entry-date from date yyyymmdd
           end-if.
           if ws-entry-date is not numeric
               display "Date must be 8 digits"
           else
               move ws-entry-date to ws-balance-date
               compute ws-day-of-week-num =
                       function day-from-date(ws-balance-date)
               if ws-day-of-week-num < 1
                   display "Not a valid date"
                   move 0 to ws-balance-date
               end-if
           end-if.

      *----------------------------------------------------------------
      * total-source-records - the day's charges and receipts as
      * billing-extract selects them: invoices by invoice date and
      * payment lines by payment date.
      *----------------------------------------------------------------
       total-source-records.
           open input invoice.
           if not ws-invoice-open-ok
               display "WARNING: invoices.db open status "
                       ws-invoice-status
           end-if.
           move "N" to ws-file-eof.
           perform until ws-file-eof = "Y"
               read invoice next
                   at end move "Y" to ws-file-eof
                   not at end
                       if inv-invoice-date = ws-balance-date
                           add 1 to ws-source-inv-count
                           add inv-amount to ws-source-inv-value
                       end-if
               end-read
           end-perform.
           open input payment-file.
           if not ws-payment-open-ok
               display "WARNING: payments.db open status "
                       ws-payment-status
           end-if.
           move "N" to ws-file-eof.
           perform until ws-file-eof = "Y"
               read payment-file next
                   at end move "Y" to ws-file-eof
                   not at end
                       if pay-date = ws-balance-date
                           add 1 to ws-source-pay-count
                           add pay-amount to ws-source-pay-value
                       end-if
               end-read
           end-perform.

      *----------------------------------------------------------------
      * total-marked-records - what billing-extracted.db says went
      * for the day, valued off the record it points at; the source
      * files stay open from the pass above for the keyed reads.
      *----------------------------------------------------------------
       total-marked-records.
           open input extracted-control.
           if not ws-extracted-open-ok
               display "WARNING: billing-extracted.db open status "
                       ws-extracted-status
           end-if.
           move "N" to ws-file-eof.
           perform until ws-file-eof = "Y"
               read extracted-control next
                   at end move "Y" to ws-file-eof
                   not at end
                       if bx-extract-date = ws-balance-date
                           perform value-marked-record
                       end-if
               end-read
           end-perform.
           close extracted-control.
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

      *        A marked record no longer on its master still counts,
      *        at no value, so the dollars show the gap.
       value-marked-record.
           if bx-source = "I"
               add 1 to ws-marked-inv-count
               move bx-record-key(1:9) to invoice-key
               read invoice
                   invalid key continue
                   not invalid key
                       add inv-amount to ws-marked-inv-value
               end-read
           else
               add 1 to ws-marked-pay-count
               move bx-record-key(1:8) to pay-key
               read payment-file
                   invalid key continue
                   not invalid key
                       add pay-amount to ws-marked-pay-value
               end-read
           end-if.

      *----------------------------------------------------------------
      * total-extract-register - the register counts only when its
      * heading names the day; a register left from another day is
      * no evidence for this one.
      *----------------------------------------------------------------
       total-extract-register.
           move "N" to ws-register-for-date-sw.
           open input register-file.
           move "N" to ws-file-eof.
           if ws-register-status not = "00"
               move "Y" to ws-file-eof
           else
               read register-file
                   at end move "Y" to ws-file-eof
                   not at end
                       if rv-heading-date = ws-entry-date
                           move "Y" to ws-register-for-date-sw
                       else
                           move "Y" to ws-file-eof
                       end-if
               end-read
           end-if.
           perform until ws-file-eof = "Y"
               read register-file
                   at end move "Y" to ws-file-eof
                   not at end perform total-register-line
               end-read
           end-perform.
           close register-file.
           add ws-register-inv-count ws-register-pay-count
               giving ws-register-count.
           add ws-register-inv-value ws-register-pay-value
               giving ws-register-value.

       total-register-line.
           evaluate rv-source
               when "INVOICE"
                   add 1 to ws-register-inv-count
                   add function numval(rv-amount)
                       to ws-register-inv-value
               when "PAYMENT"
                   add 1 to ws-register-pay-count
                   add function numval(rv-amount)
                       to ws-register-pay-value
           end-evaluate.

      *----------------------------------------------------------------
      * total-raw-transactions - billing-extract's output for the
      * day, the records dated the day on transactions-in.txt, the
      * value carried in cents.
      *----------------------------------------------------------------
       total-raw-transactions.
           open input raw-trans-file.
           move "N" to ws-file-eof.
           if ws-raw-status not = "00"
               move "Y" to ws-file-eof
           end-if.
           perform until ws-file-eof = "Y"
               read raw-trans-file
                   at end move "Y" to ws-file-eof
                   not at end
                       if rt-date = ws-entry-date
                           add 1 to ws-raw-count
                           if rt-value is numeric
                               move rt-value to ws-cents
                               compute ws-raw-value =
                                       ws-raw-value + ws-cents / 100
                           end-if
                       end-if
               end-read
           end-perform.
           close raw-trans-file.

      *----------------------------------------------------------------
      * total-edit-output - transaction-edit's two outputs. The
      * day's accepted and rejected records balance back to the
      * day's input; the whole accepted file is also the batch
      * sum.cob adds into sum-control.dat, so its sum-side figure is
      * taken on the same pass. A reject whose date is not even
      * numeric cannot be put to a day and is counted apart.
      *----------------------------------------------------------------
       total-edit-output.
           open input clean-trans-file.
           move "N" to ws-file-eof.
           if ws-clean-status not = "00"
               move "Y" to ws-file-eof
           end-if.
           perform until ws-file-eof = "Y"
               read clean-trans-file
                   at end move "Y" to ws-file-eof
                   not at end perform total-accepted-record
               end-read
           end-perform.
           close clean-trans-file.

           open input reject-file.
           move "N" to ws-file-eof.
           if ws-reject-status not = "00"
               move "Y" to ws-file-eof
           end-if.
           perform until ws-file-eof = "Y"
               read reject-file
                   at end move "Y" to ws-file-eof
                   not at end perform total-rejected-record
               end-read
           end-perform.
           close reject-file.
           add ws-accepted-count ws-rejected-count
               giving ws-edited-count.
           add ws-accepted-value ws-rejected-value
               giving ws-edited-value.

       total-accepted-record.
           add 1 to ws-batch-count.
      *    The sum of 1 to a value over 65535 cents is past what
      *    sum.cob's binary-long can carry.
           if ct-value > 65535
               move "Y" to ws-sum-capacity-sw
           end-if.
           compute ws-record-sum = ct-value * (ct-value + 1) / 2.
           add ws-record-sum to ws-batch-sum.
           if ct-date = ws-balance-date
               add 1 to ws-accepted-count
               compute ws-accepted-value =
                       ws-accepted-value + ct-value / 100
           end-if.

       total-rejected-record.
           if rj-date is not numeric
               add 1 to ws-undated-reject-count
           else
               if rj-date = ws-entry-date
                   add 1 to ws-rejected-count
                   if rj-value is numeric
                       move rj-value to ws-cents
                       compute ws-rejected-value =
                               ws-rejected-value + ws-cents / 100
                   end-if
               end-if
           end-if.

      *----------------------------------------------------------------
      * measure-sum-movement - sum-control.dat now, less the figure
      * this report saw last time, or less nothing when a period
      * close has reset the control since. The control keeps only
      * nine digits, so a period-to-date that has passed a billion
      * since shows as now below prior, and the billion goes back
      * on. A batch that with the prior figure passes 2,147,483,647
      * has overrun sum.cob's binary-long period-to-date.
      *----------------------------------------------------------------
       measure-sum-movement.
           open input sum-control-file.
           if ws-sum-control-status = "00"
               read sum-control-file
                   at end continue
                   not at end
                       move sum-control-record to ws-sum-control-now
               end-read
           end-if.
           close sum-control-file.

           open input period-history-file.
           move "N" to ws-file-eof.
           if ws-period-history-status not = "00"
               move "Y" to ws-file-eof
           end-if.
           perform until ws-file-eof = "Y"
               read period-history-file
                   at end move "Y" to ws-file-eof
                   not at end add 1 to ws-history-lines
               end-read
           end-perform.
           close period-history-file.

           open input balancing-control.
           if ws-balancing-status = "00"
               read balancing-control
                   at end continue
                   not at end
                       move bc-sum-control to ws-sum-control-prior
                       move bc-history-lines
                           to ws-prior-history-lines
               end-read
           end-if.
           close balancing-control.

           if ws-history-lines > ws-prior-history-lines
               move 0 to ws-sum-control-prior
           end-if.
           compute ws-sum-movement =
                   ws-sum-control-now - ws-sum-control-prior.
           if ws-sum-movement < 0
               add 1000000000 to ws-sum-movement
           end-if.
           if ws-sum-control-prior + ws-batch-sum > 2147483647
               move "Y" to ws-sum-capacity-sw
           end-if.

       save-balancing-control.
           open output balancing-control.
           if ws-balancing-status not = "00"
               display "WARNING: balancing-control.dat open status "
                       ws-balancing-status
           end-if.
           move spaces to balancing-control-record.
           move ws-balance-date to bc-run-date.
           move ws-sum-control-now to bc-sum-control.
           move ws-history-lines to bc-history-lines.
           write balancing-control-record.
           close balancing-control.

      *----------------------------------------------------------------
      * print-hop-1 .. print-hop-5 - one block per hop in the
      * pipeline, each comparison through print-comparison.
      *----------------------------------------------------------------
       print-hop-1.
           move 1 to hl-hop.
           move "SOURCE FILES TO BILLING-EXTRACTED.DB"
               to hl-description.
           perform print-hop-heading.
           move "Y" to cmp-money-sw.
           move "INVOICES DATED" to cmp-left-label.
           move ws-source-inv-count to cmp-left-count.
           move ws-source-inv-value to cmp-left-value.
           move "MARKED INVOICES" to cmp-right-label.
           move ws-marked-inv-count to cmp-right-count.
           move ws-marked-inv-value to cmp-right-value.
           perform print-comparison.
           move "PAYMENTS DATED" to cmp-left-label.
           move ws-source-pay-count to cmp-left-count.
           move ws-source-pay-value to cmp-left-value.
           move "MARKED PAYMENTS" to cmp-right-label.
           move ws-marked-pay-count to cmp-right-count.
           move ws-marked-pay-value to cmp-right-value.
           perform print-comparison.

       print-hop-2.
           move 2 to hl-hop.
           move "BILLING-EXTRACTED.DB TO EXTRACT-REGISTER.PRT"
               to hl-description.
           perform print-hop-heading.
           if not ws-register-for-date
               move "EXTRACT REGISTER IS NOT FOR THIS DATE"
                   to nl-text
               move ws-note-line to report-line
               write report-line
           end-if.
           move "MARKED INVOICES" to cmp-left-label.
           move ws-marked-inv-count to cmp-left-count.
           move ws-marked-inv-value to cmp-left-value.
           move "REGISTER INVOICES" to cmp-right-label.
           move ws-register-inv-count to cmp-right-count.
           move ws-register-inv-value to cmp-right-value.
           perform print-comparison.
           move "MARKED PAYMENTS" to cmp-left-label.
           move ws-marked-pay-count to cmp-left-count.
           move ws-marked-pay-value to cmp-left-value.
           move "REGISTER PAYMENTS" to cmp-right-label.
           move ws-register-pay-count to cmp-right-count.
           move ws-register-pay-value to cmp-right-value.
           perform print-comparison.

       print-hop-3.
           move 3 to hl-hop.
           move "EXTRACT-REGISTER.PRT TO TRANSACTIONS-IN.TXT"
               to hl-description.
           perform print-hop-heading.
           move "REGISTER TOTAL" to cmp-left-label.
           move ws-register-count to cmp-left-count.
           move ws-register-value to cmp-left-value.
           move "RAW RECORDS DATED" to cmp-right-label.
           move ws-raw-count to cmp-right-count.
           move ws-raw-value to cmp-right-value.
           perform print-comparison.

       print-hop-4.
           move 4 to hl-hop.
           move "TRANSACTIONS-IN.TXT TO TRANSACTION-EDIT"
               to hl-description.
           perform print-hop-heading.
           move "RAW RECORDS DATED" to cmp-left-label.
           move ws-raw-count to cmp-left-count.
           move ws-raw-value to cmp-left-value.
           move "ACCEPTED + REJECTED" to cmp-right-label.
           move ws-edited-count to cmp-right-count.
           move ws-edited-value to cmp-right-value.
           perform print-comparison.
           move spaces to nl-text.
           string "ACCEPTED " delimited by size
                  ws-accepted-count delimited by size
                  "  REJECTED " delimited by size
                  ws-rejected-count delimited by size
                  "  UNDATED REJECTS (NOT COUNTED) " delimited by size
                  ws-undated-reject-count delimited by size
                  into nl-text
           end-string.
           move ws-note-line to report-line.
           write report-line.

      *        The sum side keeps no dollars: each value goes in as
      *        the sum of 1 to the value, so the batch is compared in
      *        that figure, with no count on the control side, and on
      *        the nine digits sum-control.dat keeps of it. A batch
      *        past sum.cob's capacity is noted, not balanced.
       print-hop-5.
           move 5 to hl-hop.
           move "TRANSACTIONS.TXT TO SUM-CONTROL.DAT MOVEMENT"
               to hl-description.
           perform print-hop-heading.
           if ws-sum-capacity-exceeded
               move spaces to nl-text
               string "SUM SIDE CAPACITY EXCEEDED - BATCH TOO LARGE "
                          delimited by size
                      "FOR SUM.COB TO CARRY, HOP NOT BALANCED"
                          delimited by size
                      into nl-text
               end-string
               move ws-note-line to report-line
               write report-line
               display "WARNING: daily balancing hop 5 not balanced - "
                       "sum side capacity exceeded"
           else
               move "N" to cmp-money-sw
               move "ACCEPTED BATCH" to cmp-left-label
               move ws-batch-count to cmp-left-count
               compute cmp-left-value =
                       function mod(ws-batch-sum, 1000000000)
               move "SUM-CONTROL MOVEMENT" to cmp-right-label
               move ws-batch-count to cmp-right-count
               move ws-sum-movement to cmp-right-value
               perform print-comparison
               if ws-batch-sum > 999999999
                   move spaces to nl-text
                   string "BATCH COMPARED ON ITS LAST NINE DIGITS, "
                              delimited by size
                          "AS SUM-CONTROL.DAT CARRIES IT"
                              delimited by size
                          into nl-text
                   end-string
                   move ws-note-line to report-line
                   write report-line
               end-if
           end-if.

       print-hop-heading.
           move ws-blank-line to report-line.
           write report-line.
           move ws-hop-line to report-line.
           write report-line.

      *----------------------------------------------------------------
      * print-comparison - one side-by-side line and its difference;
      * a non-zero difference in count or value flags the line and
      * puts the run out of balance.
      *----------------------------------------------------------------
       print-comparison.
           compute ws-diff-count = cmp-right-count - cmp-left-count.
           compute ws-diff-value = cmp-right-value - cmp-left-value.
           move spaces to ws-compare-line.
           move cmp-left-label to cl-left-label.
           move cmp-right-label to cl-right-label.
           move cmp-left-count to cl-left-count.
           move cmp-right-count to cl-right-count.
           if cmp-money
               move cmp-left-value to cl-left-value
               move cmp-right-value to cl-right-value
               move ws-diff-value to cl-diff-value
           else
               move cmp-left-value to cs-left-sum
               move cmp-right-value to cs-right-sum
               move ws-diff-value to cs-diff-sum
           end-if.
           move ws-compare-line to report-line.
           write report-line.
           if ws-diff-count not = 0 or ws-diff-value not = 0
               move "Y" to ws-out-of-balance-sw
               add 1 to ws-out-count
               move ws-diff-count to cd-diff-count
               move "** OUT OF BALANCE **" to cd-flag
               move ws-count-diff-line to report-line
               write report-line
           end-if.

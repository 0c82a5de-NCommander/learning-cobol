      *> number, student, invoice, method, and operator, the day is
      *> totaled by operator, and a grand total closes the page, so
      *> the drawer balances to the deposit slip posting by posting.
      *> Payments the bank sent back print in their own section on
      *> the day they were returned, off payment-reversals.db, with
      *> the receipts net of returns beneath; the day a returned
      *> check was taken is never restated.

       identification division.
       program-id. cash-receipts-journal.
                  record key is pay-key
                  file status is ws-payment-status.

           select optional reversal-file assign "payment-reversals.db"
                  organization is indexed
                  access is sequential
                  record key is reversal-key
                  file status is ws-reversal-status.

           select optional journal-prt
                  assign "cash-receipts-journal.prt"
                  organization is line sequential
       fd payment-file.
       copy "payment-record.cpy".

       fd reversal-file.
       copy "payment-reversal-record.cpy".

       fd journal-prt.
       01 journal-line pic x(70).

       01 ws-payment-status pic x(2).
           88 ws-payment-ok value "00".
           88 ws-payment-open-ok value "00" "05".
       01 ws-reversal-status pic x(2).
           88 ws-reversal-open-ok value "00" "05".
       01 ws-journal-status pic x(2).
       01 ws-eof pic a(1) value "N".


       01 ws-selected-count pic 9(5) value 0.
       01 ws-grand-total pic 9(7)v99 value 0.
       01 ws-returned-count pic 9(5) value 0.
       01 ws-returned-total pic 9(7)v99 value 0.
       01 ws-net-total pic s9(7)v99.

       01 ws-operator-table.
           05 ws-operator-count pic 9(2) value 0.
           05 filler pic x(3) value spaces.
           05 gt-total pic zzzzzz9.99.

       01 ws-returned-heading pic x(70)
               value "RETURNED PAYMENTS (TAKEN ON)".

       01 ws-returned-line.
           05 rr-receipt pic 9(6).
           05 filler pic x(1) value "-".
           05 rr-line pic 9(2).
           05 filler pic x(3) value spaces.
           05 rr-student pic x(5).
           05 filler pic x(4) value spaces.
           05 rr-invoice pic 9(4).
           05 filler pic x(2) value spaces.
           05 rr-pay-date pic 9(8).
           05 filler pic x(2) value spaces.
           05 rr-amount pic zzzzz9.99.
           05 filler pic x(3) value spaces.
           05 rr-operator pic x(8).

       01 ws-returned-total-line.
           05 filler pic x(26) value "TOTAL RETURNED".
           05 rt-count pic zzzz9.
           05 filler pic x(3) value spaces.
           05 rt-total pic zzzzzz9.99.

       01 ws-net-line.
           05 filler pic x(34) value "RECEIPTS NET OF RETURNS".
           05 nt-total pic -zzzzzz9.99.

       01 ws-blank-line pic x(70) value spaces.

       procedure division.
       move ws-grand-total to gt-total.
       move ws-grand-line to journal-line.
       write journal-line.
       perform journal-returned-payments.

       close payment-file.
       if ws-payment-status not = "00"
       end-if.

       display "Payments journaled: " ws-selected-count.
       display "Returned payments: " ws-returned-count.
       stop run.

      *----------------------------------------------------------------
           end-perform.
           move ws-blank-line to journal-line.
           write journal-line.

      *----------------------------------------------------------------
      * journal-returned-payments - every reversal dated on the
      * journal day, listed with the day its payment was taken, then
      * the day's receipts net of them.
      *----------------------------------------------------------------
       journal-returned-payments.
           move "N" to ws-eof.
           open input reversal-file.
           if not ws-reversal-open-ok
               display "WARNING: payment-reversals.db open status "
                       ws-reversal-status
               move "Y" to ws-eof
           end-if.
           move ws-blank-line to journal-line.
           write journal-line.
           move ws-returned-heading to journal-line.
           write journal-line.
           perform journal-one-reversal until ws-eof = "Y".
           close reversal-file.
           move ws-returned-count to rt-count.
           move ws-returned-total to rt-total.
           move ws-returned-total-line to journal-line.
           write journal-line.
           compute ws-net-total = ws-grand-total - ws-returned-total.
           move ws-net-total to nt-total.
           move ws-net-line to journal-line.
           write journal-line.

       journal-one-reversal.
           read reversal-file next
               at end move "Y" to ws-eof
               not at end
                   if rv-return-date = ws-journal-date
                       add 1 to ws-returned-count
                       add rv-amount to ws-returned-total
                       move rv-receipt-no to rr-receipt
                       move rv-line to rr-line
                       move rv-student-id to rr-student
                       move rv-invoice-no to rr-invoice
                       move rv-pay-date to rr-pay-date
                       move rv-amount to rr-amount
                       move rv-operator to rr-operator
                       move ws-returned-line to journal-line
                       write journal-line
                   end-if
           end-read.

       >>SOURCE FORMAT IS FIXED
      *> Period-end close for the billing subsystem, the same period
      *> discipline the sum side got. Periods are fiscal periods off
      *> fiscal-calendar.dat through FISCAL-DATE, keyed yyyypp (with no
      *> calendar on file, calendar months keyed yyyymm as before). A
      *> period whose last day has not yet arrived is refused, as is
      *> one with no next period on the calendar to open. One pass
      *> each over invoices.db, invoice-adjustments.db, and payments.db
      *> totals the charges billed, net adjustments, and payments
      *> received dated within the period, and the open balance
      *> movement they make together; payments the bank returned in
      *> the period (payment-reversals.db) come off the payments, so
      *> the history carries what was kept. On a Y confirmation the
      *> summary is snapshotted onto billing-period-history.dat with
      *> the period's first and last dates so period compares to
      *> period, and billing-period.dat advances to the next period.
      *> The entry programs read billing-period.dat and refuse
      *> postings dated into a closed period, so a period stays shut
      *> once it closes.

       identification division.
       program-id. billing-period-close.
       environment division.
       configuration section.
       repository.
           function fiscal-date
           function all intrinsic.

       input-output section.
                  record key is pay-key
                  file status is ws-payment-status.

           select optional reversal-file assign "payment-reversals.db"
                  organization is indexed
                  access is sequential
                  record key is reversal-key
                  file status is ws-reversal-status.

           select optional period-control assign "billing-period.dat"
                  organization is line sequential
                  file status is ws-control-status.
       fd payment-file.
       copy "payment-record.cpy".

       fd reversal-file.
       copy "payment-reversal-record.cpy".

       fd period-control.
       01 period-control-record pic 9(6).

           05 bh-payments pic 9(7)v99.
           05 filler pic x(1).
           05 bh-movement pic s9(7)v99 sign leading separate.
           05 filler pic x(1).
           05 bh-period-start pic 9(8).
           05 filler pic x(1).
           05 bh-period-end pic 9(8).

       working-storage section.
       01 ws-invoice-status pic x(2).
           88 ws-adjustment-open-ok value "00" "05".
       01 ws-payment-status pic x(2).
           88 ws-payment-open-ok value "00" "05".
       01 ws-reversal-status pic x(2).
           88 ws-reversal-open-ok value "00" "05".
       01 ws-control-status pic x(2).
           88 ws-control-file-missing value "05" "35".
       01 ws-history-status pic x(2).
       01 ws-invoice-eof pic a(1) value "N".
       01 ws-adjust-eof pic a(1) value "N".
       01 ws-payment-eof pic a(1) value "N".
       01 ws-reversal-eof pic a(1) value "N".

       01 ws-period pic 9(6) value 0.
       01 ws-period-parts redefines ws-period.
           05 ws-period-year pic 9(4).
           05 ws-period-number pic 9(2).
       01 ws-period-start pic 9(8).
       01 ws-period-end pic 9(8).
       01 ws-next-period pic 9(6).
       01 ws-work-date pic 9(8).
       01 ws-entry-period pic x(6).
       01 ws-today-date pic 9(8).
       copy "fiscal-date-info.cpy".
       01 ws-confirm pic x(1).

       01 ws-charges-total pic 9(7)v99 value 0.
       01 ws-adjust-net pic s9(7)v99 value 0.
       01 ws-payments-total pic 9(7)v99 value 0.
       01 ws-returned-total pic 9(7)v99 value 0.
       01 ws-movement pic s9(7)v99.

       01 ws-charges-display pic zzzzzz9.99.
       01 ws-adjust-display pic -zzzzzz9.99.
       01 ws-payments-display pic zzzzzz9.99.
       01 ws-returned-display pic zzzzzz9.99.
       01 ws-movement-display pic -zzzzzz9.99.

       procedure division.
       accept ws-today-date from date yyyymmdd.
       perform establish-period.
       if ws-period = 0
           display "Close abandoned - no period to close"
           stop run
       end-if.
       perform check-period-ended.

       perform total-period-charges.
       perform total-period-adjustments.
       perform total-period-payments.
       perform total-period-returns.
       move ws-payments-total to ws-payments-display.
       move ws-returned-total to ws-returned-display.
       subtract ws-returned-total from ws-payments-total.
       compute ws-movement =
               ws-charges-total + ws-adjust-net - ws-payments-total.

       move ws-charges-total to ws-charges-display.
       move ws-adjust-net to ws-adjust-display.
       move ws-movement to ws-movement-display.
       display "BILLING PERIOD " ws-period-year "-" ws-period-number
               "  " ws-period-start " - " ws-period-end.
       display "CHARGES BILLED:       " ws-charges-display.
       display "ADJUSTMENTS (NET):    " ws-adjust-display.
       display "PAYMENTS RECEIVED:    " ws-payments-display.
       display "PAYMENTS RETURNED:    " ws-returned-display.
       display "OPEN BALANCE MOVEMENT:" ws-movement-display.

       display "Close the period? (Y/N)".

      *----------------------------------------------------------------
      * establish-period - the open period off billing-period.dat; a
      * missing control file means no close has ever run, and an
      * open period the fiscal calendar does not know means the
      * calendar has changed under it, so either way the period to
      * close is keyed (blank takes the last period ended).
      *----------------------------------------------------------------
       establish-period.
           open input period-control.
           if ws-control-file-missing
               display "No open period on file."
               perform accept-first-period
           else
               if ws-control-status not = "00"
                           ws-control-status
               end-if
               read period-control
                   at end
                       display "No open period on file."
                       perform accept-first-period
                   not at end
                       move period-control-record to ws-period
               end-read
           end-if.
           close period-control.
           if ws-period not = 0
               move function fiscal-date(ws-period)
                   to fiscal-date-info
               if fi-period-key = 0
                   display "Open period " ws-period
                           " is not on the fiscal calendar."
                   perform accept-first-period
               end-if
           end-if.
           if ws-period not = 0
               move fi-period-start to ws-period-start
               move fi-period-end to ws-period-end
           end-if.

       accept-first-period.
           display "Enter fiscal period to close yyyypp "
                   "(blank for the last period ended)".
           accept ws-entry-period.
           if ws-entry-period = spaces
               move function fiscal-date(ws-today-date)
                   to fiscal-date-info
               if fi-period-key = 0
                   move 0 to ws-period
               else
                   compute ws-work-date = function date-of-integer(
                           function integer-of-date(fi-period-start)
                           - 1)
                   move function fiscal-date(ws-work-date)
                       to fiscal-date-info
                   move fi-period-key to ws-period
               end-if
           else
               if ws-entry-period is not numeric
                   display "Period must be 6 digits"
                   move 0 to ws-period
               else
                   move ws-entry-period to ws-period
                   move function fiscal-date(ws-period)
                       to fiscal-date-info
               end-if
           end-if.
           if ws-period not = 0 and fi-period-key = 0
               display "Period " ws-period
                       " is not on the fiscal calendar"
               move 0 to ws-period
           end-if.

      *----------------------------------------------------------------
      * check-period-ended - a period closes only once its last day
      * has arrived, and only when the calendar has the period after
      * it to open; either failure ends the run with nothing changed.
      *----------------------------------------------------------------
       check-period-ended.
           if ws-today-date < ws-period-end
               display "Period " ws-period " does not end until "
                       ws-period-end " - close refused"
               stop run
           end-if.
           compute ws-work-date = function date-of-integer(
                   function integer-of-date(ws-period-end) + 1).
           move function fiscal-date(ws-work-date)
               to fiscal-date-info.
           if fi-period-key = 0
               display "No fiscal period on the calendar follows "
                       ws-period " - add the next fiscal year before "
                       "closing"
               stop run
           end-if.
           move fi-period-key to ws-next-period.

       total-period-charges.
           open input invoice.
           read invoice next
               at end move "Y" to ws-invoice-eof
               not at end
                   if inv-invoice-date >= ws-period-start
                       and inv-invoice-date <= ws-period-end
                       add inv-amount to ws-charges-total
                   end-if
           end-read.
           read adjustment-file next
               at end move "Y" to ws-adjust-eof
               not at end
                   if adj-date >= ws-period-start
                       and adj-date <= ws-period-end
                       if adj-increases-balance
                           add adj-amount to ws-adjust-net
                       else
                           subtract adj-amount from ws-adjust-net
           read payment-file next
               at end move "Y" to ws-payment-eof
               not at end
                   if pay-date >= ws-period-start
                       and pay-date <= ws-period-end
                       add pay-amount to ws-payments-total
                   end-if
           end-read.

      *----------------------------------------------------------------
      * total-period-returns - returned payments count in the period
      * the bank sent them back, not the period they were taken.
      *----------------------------------------------------------------
       total-period-returns.
           open input reversal-file.
           if not ws-reversal-open-ok
               display "WARNING: payment-reversals.db open status "
                       ws-reversal-status
               move "Y" to ws-reversal-eof
           end-if.
           perform total-one-return until ws-reversal-eof = "Y".
           close reversal-file.

       total-one-return.
           read reversal-file next
               at end move "Y" to ws-reversal-eof
               not at end
                   if rv-return-date >= ws-period-start
                       and rv-return-date <= ws-period-end
                       add rv-amount to ws-returned-total
                   end-if
           end-read.

      *----------------------------------------------------------------
      * close-the-period - history snapshot first, the control file
      * advance second, so a failure between the two leaves the
           move ws-adjust-net to bh-adjust-net.
           move ws-payments-total to bh-payments.
           move ws-movement to bh-movement.
           move ws-period-start to bh-period-start.
           move ws-period-end to bh-period-end.
           open extend history-file.
           if ws-history-status = "05" or ws-history-status = "35"
               close history-file
                       "close status " ws-history-status
           end-if.

           open output period-control.
           move ws-next-period to period-control-record.
           write period-control-record.

           display "Period " ws-period " closed; "
                   ws-next-period " is now open.".

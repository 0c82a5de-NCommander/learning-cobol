       >>SOURCE FORMAT IS FIXED
      *> Closes the current period for sum.cob: the period-to-date
      *> grand total in sum-control.dat is snapshotted onto the
      *> sum-period-history.dat file stamped with the closing date and
      *> the fiscal period closed, and the control file resets to zero
      *> for the new period, so the total stops growing forever and
      *> period can be compared to period on the period report. The
      *> period to close is the one after the last period on the
      *> history, found through FISCAL-DATE on fiscal-calendar.dat
      *> (calendar months when no calendar is kept); a history with
      *> no period on it yet has the period keyed. A period whose last
      *> day has not yet arrived is refused.

       identification division.
       program-id. sum-period-close.

       environment division.
       configuration section.
       repository.
           function fiscal-date
           function all intrinsic.

       input-output section.
       file-control.
           select optional control-file assign "sum-control.dat"
           05 ph-close-date pic 9(8).
           05 filler pic x(1).
           05 ph-period-total pic 9(9).
           05 filler pic x(1).
           05 ph-fiscal-period pic 9(6).
           05 filler pic x(1).
           05 ph-period-start pic 9(8).
           05 filler pic x(1).
           05 ph-period-end pic 9(8).

       working-storage section.
       01 ws-control-status pic x(2).
       01 ws-period-total pic 9(9) value 0.
       01 ws-close-date pic 9(8).
       01 ws-confirm pic x(1).
       01 ws-history-eof pic a(1) value "N".
       01 ws-last-period-end pic 9(8) value 0.
       01 ws-period pic 9(6) value 0.
       01 ws-period-parts redefines ws-period.
           05 ws-period-year pic 9(4).
           05 ws-period-number pic 9(2).
       01 ws-period-start pic 9(8).
       01 ws-period-end pic 9(8).
       01 ws-work-date pic 9(8).
       01 ws-entry-period pic x(6).
       copy "fiscal-date-info.cpy".

       procedure division.
       accept ws-close-date from date yyyymmdd.
       perform establish-period.
       if ws-period = 0
           display "Close abandoned - no period to close"
           stop run
       end-if.
       if ws-close-date < ws-period-end
           display "Period " ws-period " does not end until "
                   ws-period-end " - close refused"
           stop run
       end-if.

       open input control-file.
       if ws-control-file-missing
           move 0 to ws-period-total
                   ws-control-status
       end-if.

       display "FISCAL PERIOD " ws-period-year "-" ws-period-number
               "  " ws-period-start " - " ws-period-end.
       display "Period-to-date total is " ws-period-total.
       display "Close the period and reset to zero? (Y/N)".
       accept ws-confirm.
       end-if.
       stop run.

      *----------------------------------------------------------------
      * establish-period - the period after the last one the history
      * records; history written before periods were recorded, or
      * none at all, leaves the period to be keyed (blank takes the
      * last period ended).
      *----------------------------------------------------------------
       establish-period.
           open input history-file.
           if ws-history-status = "00"
               perform find-last-closed-period
                   until ws-history-eof = "Y"
           end-if.
           close history-file.
           if ws-last-period-end = 0
               display "No closed fiscal period on the history."
               perform accept-first-period
           else
               compute ws-work-date = function date-of-integer(
                       function integer-of-date(ws-last-period-end)
                       + 1)
               move function fiscal-date(ws-work-date)
                   to fiscal-date-info
               move fi-period-key to ws-period
               if ws-period = 0
                   display "No fiscal period on the calendar follows "
                           ws-last-period-end
               end-if
           end-if.
           if ws-period not = 0
               move fi-period-start to ws-period-start
               move fi-period-end to ws-period-end
           end-if.

       find-last-closed-period.
           read history-file
               at end move "Y" to ws-history-eof
               not at end
                   if ph-period-end is numeric
                       and ph-period-end > 0
                       move ph-period-end to ws-last-period-end
                   end-if
           end-read.

       accept-first-period.
           display "Enter fiscal period to close yyyypp "
                   "(blank for the last period ended)".
           accept ws-entry-period.
           if ws-entry-period = spaces
               move function fiscal-date(ws-close-date)
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
      * close-the-period - history snapshot first, reset second, so a
      * failure between the two leaves the total still on the control
      * file rather than lost.
      *----------------------------------------------------------------
       close-the-period.
           move spaces to history-record.
           move ws-close-date to ph-close-date.
           move ws-period-total to ph-period-total.
           move ws-period to ph-fiscal-period.
           move ws-period-start to ph-period-start.
           move ws-period-end to ph-period-end.
           open extend history-file.
           if ws-history-status = "05" or ws-history-status = "35"
               close history-file
                       ws-control-status
           end-if.

           display "Period " ws-period " closed at " ws-period-total
                   " on " ws-close-date.

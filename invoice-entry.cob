       repository.
           function add-business-days
           function day-from-date
           function fiscal-date
           function all intrinsic.

       input-output section.
       01 ws-scan-done pic a(1).
       01 ws-open-period pic 9(6) value 0.
       01 ws-entry-period pic 9(6).
       copy "fiscal-date-info.cpy".
       01 ws-audit-status pic x(2).
       01 ws-audit-date pic x(8).
       01 ws-audit-time pic x(6).
               end-if
           end-if.
           if ws-invoice-date-num > 0 and ws-open-period > 0
               move function fiscal-date(ws-invoice-date-num)
                   to fiscal-date-info
               move fi-period-key to ws-entry-period
               if ws-entry-period = 0
                   display "Date is not on the fiscal calendar - "
                           "invoice abandoned"
                   move 0 to ws-invoice-date-num
               else
                   if ws-entry-period < ws-open-period
                       display "Date falls in a closed billing "
                               "period - invoice abandoned"
                       move 0 to ws-invoice-date-num
                   end-if
               end-if
           end-if.

      *----------------------------------------------------------------
      * load-billing-period - the currently open yyyypp fiscal period
      * off billing-period.dat, written by billing-period-close; zero
      * when no close has ever run, and then nothing is blocked.
      *----------------------------------------------------------------
       load-billing-period.

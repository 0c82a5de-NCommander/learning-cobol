       >>SOURCE FORMAT IS FIXED
      *> Reports the closed billing periods on
      *> billing-period-history.dat: one line per period with its
      *> fiscal period, last day, charges, net adjustments, payments,
      *> and open balance movement, the billing side of what
      *> sum-period-report does for the sum totals, so one period
      *> finally compares to the last without eyeballing invoice
      *> dates. A keyed fiscal year limits the report to that year's
      *> periods; blank reports them all. Periods closed before the
      *> fiscal calendar were calendar months and print as yyyymm
      *> with no last day.

       identification division.
       program-id. billing-period-report.
       file section.
       fd history-file.
       01 history-record.
           05 bh-period.
               10 bh-fiscal-year pic 9(4).
               10 bh-period-number pic 9(2).
           05 filler pic x(1).
           05 bh-charges pic 9(7)v99.
           05 filler pic x(1).
           05 bh-payments pic 9(7)v99.
           05 filler pic x(1).
           05 bh-movement pic s9(7)v99 sign leading separate.
           05 filler pic x(1).
           05 bh-period-start pic 9(8).
           05 filler pic x(1).
           05 bh-period-end pic 9(8).

       fd report-file.
       01 report-line pic x(70).
       01 ws-report-status pic x(2).
       01 ws-eof pic a(1) value "N".
       01 ws-period-count pic 9(5) value 0.
       01 ws-entry-year pic x(4).
       01 ws-select-year pic 9(4) value 0.

       01 ws-period-label.
           05 wl-year pic 9(4).
           05 filler pic x(1) value "-".
           05 wl-number pic 9(2).

       01 ws-title-line.
           05 filler pic x(30)
                   value "BILLING PERIODS - FISCAL YEAR ".
           05 tl-year pic x(4).

       01 ws-heading-line.
           05 filler pic x(9) value "PERIOD".
           05 filler pic x(10) value "ENDED".
           05 filler pic x(13) value "CHARGES".
           05 filler pic x(13) value "ADJUSTMENTS".
           05 filler pic x(13) value "PAYMENTS".
           05 filler pic x(13) value "MOVEMENT".

       01 ws-detail-line.
           05 pr-period pic x(7).
           05 filler pic x(2) value spaces.
           05 pr-end-date pic x(8).
           05 filler pic x(2) value spaces.
           05 pr-charges pic zzzzzz9.99.
           05 filler pic x(2) value spaces.
           05 pr-movement pic -zzzzzz9.99.

       procedure division.
       display "Enter fiscal year yyyy (blank for all periods)".
       accept ws-entry-year.
       if ws-entry-year is numeric
           move ws-entry-year to ws-select-year
       end-if.

       open input history-file.
       if ws-history-status not = "00"
           and ws-history-status not = "05"
                   ws-report-status
       end-if.

       if ws-select-year = 0
           move "ALL" to tl-year
       else
           move ws-select-year to tl-year
       end-if.
       move ws-title-line to report-line.
       write report-line.
       move ws-heading-line to report-line.
       write report-line.

       perform until ws-eof = "Y"
           read history-file
               at end move "Y" to ws-eof
               not at end
                   if ws-select-year = 0
                       or (bh-period-end is numeric
                           and bh-fiscal-year = ws-select-year)
                       perform report-one-period
                   end-if
           end-read
       end-perform.

       display "Periods reported: " ws-period-count.
       stop run.

      *----------------------------------------------------------------
      * report-one-period - a period closed with its dates recorded is
      * a fiscal period and prints as yyyy-pp with its last day; an
      * older line is a calendar month and prints as it was keyed.
      *----------------------------------------------------------------
       report-one-period.
           add 1 to ws-period-count.
           if bh-period-end is numeric and bh-period-end > 0
               move bh-fiscal-year to wl-year
               move bh-period-number to wl-number
               move ws-period-label to pr-period
               move bh-period-end to pr-end-date
           else
               move bh-period to pr-period
               move spaces to pr-end-date
           end-if.
           move bh-charges to pr-charges.
           move bh-adjust-net to pr-adjust.
           move bh-payments to pr-payments.

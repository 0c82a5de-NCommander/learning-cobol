       >>SOURCE FORMAT IS FIXED
      *> Reports the closed periods on sum-period-history.dat: one
      *> line per period with its fiscal period, closing date, total,
      *> and the change from the period before it, so this period
      *> finally compares to last period without hand arithmetic. A
      *> keyed fiscal year limits the report to that year's periods;
      *> blank reports them all, closes from before periods were
      *> recorded printing with the period left blank.

       identification division.
       program-id. sum-period-report.
           05 ph-close-date pic 9(8).
           05 filler pic x(1).
           05 ph-period-total pic 9(9).
           05 filler pic x(1).
           05 ph-fiscal-period.
               10 ph-fiscal-year pic 9(4).
               10 ph-period-number pic 9(2).
           05 filler pic x(1).
           05 ph-period-start pic 9(8).
           05 filler pic x(1).
           05 ph-period-end pic 9(8).

       fd report-file.
       01 report-line pic x(60).
       01 ws-previous-total pic 9(9).
       01 ws-change-num pic s9(9).
       01 ws-period-count pic 9(5) value 0.
       01 ws-entry-year pic x(4).
       01 ws-select-year pic 9(4) value 0.

       01 ws-period-label.
           05 wl-year pic 9(4).
           05 filler pic x(1) value "-".
           05 wl-number pic 9(2).
       01 ws-period-text pic x(7).

       01 ws-title-line.
           05 filler pic x(26) value "SUM PERIODS - FISCAL YEAR ".
           05 tl-year pic x(4).

       01 ws-heading-line.
           05 filler pic x(10) value "PERIOD".
           05 filler pic x(12) value "CLOSED".
           05 filler pic x(14) value "TOTAL".
           05 filler pic x(14) value "CHANGE".

       01 ws-detail-line.
           05 pr-period pic x(7).
           05 filler pic x(3) value spaces.
           05 pr-date pic 9(8).
           05 filler pic x(2) value spaces.
           05 pr-total pic zzzzzzzz9.
           05 pr-change pic +++++++++9.

       01 ws-first-detail-line.
           05 fd-period pic x(7).
           05 filler pic x(3) value spaces.
           05 fd-date pic 9(8).
           05 filler pic x(2) value spaces.
           05 fd-total pic zzzzzzzz9.
           05 filler pic x(10) value "     FIRST".

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
                       or (ph-fiscal-year is numeric
                           and ph-fiscal-year = ws-select-year)
                       perform report-one-period
                   end-if
           end-read
       end-perform.

      *----------------------------------------------------------------
       report-one-period.
           add 1 to ws-period-count.
           if ph-fiscal-period is numeric
               move ph-fiscal-year to wl-year
               move ph-period-number to wl-number
               move ws-period-label to ws-period-text
           else
               move spaces to ws-period-text
           end-if.
           if ws-have-previous
               move ws-period-text to pr-period
               move ph-close-date to pr-date
               move ph-period-total to pr-total
               compute ws-change-num =
               move ws-change-num to pr-change
               move ws-detail-line to report-line
           else
               move ws-period-text to fd-period
               move ph-close-date to fd-date
               move ph-period-total to fd-total
               move ws-first-detail-line to report-line

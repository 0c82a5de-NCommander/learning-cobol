      *> Record layout of fiscal-calendar.dat, the line sequential
      *> table of fiscal periods kept by fiscal-calendar-maintenance
      *> and read by FISCAL-DATE (fiscal-date.cob) and the period
      *> closes. One line per period: the fiscal year (named for the
      *> calendar year it ends in, so July 2026 - June 2027 is 2027),
      *> the period number within it, and the first and last dates
      *> the period covers. The year and period together make the
      *> yyyypp period key the closes, their history files and
      *> billing-period.dat carry.
       01 fiscal-calendar-record.
           05 fc-period-key.
               10 fc-fiscal-year pic 9(4).
               10 fc-fiscal-period pic 9(2).
           05 filler pic x(1).
           05 fc-start-date pic 9(8).
           05 filler pic x(1).
           05 fc-end-date pic 9(8).

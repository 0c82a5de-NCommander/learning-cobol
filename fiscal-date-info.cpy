      *> What FISCAL-DATE (fiscal-date.cob) returns, moved straight
      *> from the function into this group: the yyyypp fiscal period
      *> a date falls in, the week of the fiscal year, whether the
      *> date is the period's last business day, and the period's
      *> first, last and last business dates. Given a yyyypp period
      *> key instead of a date, the same group describes that period
      *> (week of its first day, last-business-day switch "N"). All
      *> zero when the date or period is invalid or not on the
      *> fiscal calendar.
       01 fiscal-date-info.
           05 fi-period-key.
               10 fi-fiscal-year pic 9(4).
               10 fi-fiscal-period pic 9(2).
           05 fi-fiscal-week pic 9(2).
           05 fi-last-business-day-sw pic x(1).
               88 fi-last-business-day value "Y".
           05 fi-period-start pic 9(8).
           05 fi-period-end pic 9(8).
           05 fi-last-business-date pic 9(8).

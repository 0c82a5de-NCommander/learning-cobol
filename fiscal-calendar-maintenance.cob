       >>SOURCE FORMAT IS FIXED
      *> Maintains fiscal-calendar.dat, the table of fiscal periods
      *> FISCAL-DATE places dates on and the sum and billing period
      *> closes close by. A fiscal year is generated whole from its
      *> first day: twelve periods of whole weeks in the 4-4-5 quarter
      *> pattern the auditors want (or 4-5-4 or 5-4-4), or twelve
      *> calendar months. A year that needs a 53rd week takes it by
      *> changing a period's end date, which moves the next period's
      *> start with it; a year can be deleted and generated again.
      *> Periods the billing close has already closed (before the open
      *> period on billing-period.dat) are left alone. Like the holiday
      *> calendar the file is loaded, changed in the table, and
      *> written back in date order on quit.

       identification division.
       program-id. fiscal-calendar-maintenance.

       environment division.
       configuration section.
       repository.
           function day-from-date
           function all intrinsic.

       input-output section.
       file-control.
           select optional calendar-file assign "fiscal-calendar.dat"
                  organization is line sequential
                  file status is ws-calendar-status.

           select optional period-control assign "billing-period.dat"
                  organization is line sequential
                  file status is ws-control-status.

       data division.
       file section.
       fd calendar-file.
       copy "fiscal-calendar-record.cpy".

       fd period-control.
       01 period-control-record pic 9(6).

       working-storage section.
       01 ws-calendar-status pic x(2).
       01 ws-control-status pic x(2).
       01 ws-file-eof pic a(1) value "N".
       01 ws-menu-choice pic x(1).
       01 ws-eof pic a(1) value "N".
       01 ws-changed-sw pic x(1) value "N".
           88 ws-calendar-changed value "Y".
       01 ws-open-period pic 9(6) value 0.

       01 ws-calendar-table.
           05 ws-calendar-count pic 9(3) value 0.
           05 ws-calendar-ent occurs 240 times.
               10 ws-cal-key.
                   15 ws-cal-year pic 9(4).
                   15 ws-cal-period pic 9(2).
               10 ws-cal-start pic 9(8).
               10 ws-cal-end pic 9(8).
       01 ws-calendar-sub pic 9(3).
       01 ws-shift-sub pic 9(3).
       01 ws-found-sub pic 9(3).
       01 ws-next-sub pic 9(3).

      *        Weeks in each period of a quarter for the three week
      *        patterns; a monthly year takes its periods from the
      *        calendar instead.
       01 ws-pattern-values.
           05 filler pic x(3) value "445".
           05 filler pic x(3) value "454".
           05 filler pic x(3) value "544".
       01 ws-patterns redefines ws-pattern-values.
           05 ws-pattern occurs 3 times.
               10 ws-pattern-weeks pic 9(1) occurs 3 times.
       01 ws-pattern-sub pic 9(1).
       01 ws-quarter-sub pic 9(1).

       01 ws-entry-year pic x(4).
       01 ws-entry-period pic x(2).
       01 ws-entry-date pic x(8).
       01 ws-entry-pattern pic x(3).
       01 ws-confirm pic x(1).
       01 ws-gen-year pic 9(4).
       01 ws-gen-period pic 9(2).
       01 ws-gen-start pic 9(8).
       01 ws-gen-end pic 9(8).
       01 ws-gen-month-date pic 9(8).
       01 ws-gen-month-parts redefines ws-gen-month-date.
           05 ws-gen-month-year pic 9(4).
           05 ws-gen-month pic 9(2).
           05 ws-gen-month-day pic 9(2).
       01 ws-gen-year-start pic 9(8).
       01 ws-gen-year-end pic 9(8).
       01 ws-new-end pic 9(8).
       01 ws-day-of-week-num binary-long signed.
       01 ws-year-periods pic 9(2).
       01 ws-days pic 9(3).
       01 ws-ok-sw pic x(1).
           88 ws-entry-ok value "Y".

       01 ws-list-line.
           05 ll-year pic 9(4).
           05 filler pic x(1) value "-".
           05 ll-period pic 9(2).
           05 filler pic x(3) value spaces.
           05 ll-start pic 9(8).
           05 filler pic x(3) value " - ".
           05 ll-end pic 9(8).
           05 filler pic x(3) value spaces.
           05 ll-days pic zz9.
           05 filler pic x(6) value " DAYS ".
           05 ll-note pic x(10).

       procedure division.
       perform load-calendar-table.
       perform load-billing-period.
       display "Fiscal periods on file: " ws-calendar-count.

       perform until ws-eof = "Y"
           display "(G)enerate year, (C)hange period end, "
                   "(D)elete year, (L)ist, (Q)uit?"
           accept ws-menu-choice

           evaluate ws-menu-choice
               when "G" when "g"
                   perform generate-fiscal-year
               when "C" when "c"
                   perform change-period-end
               when "D" when "d"
                   perform delete-fiscal-year
               when "L" when "l"
                   perform list-calendar
               when "Q" when "q"
                   move "Y" to ws-eof
               when other
                   display "Unrecognized option: " ws-menu-choice
           end-evaluate
       end-perform.

       if ws-calendar-changed
           perform save-calendar-table
       end-if.
       stop run.

      *----------------------------------------------------------------
      * load-calendar-table - reads fiscal-calendar.dat into the
      * table in date order; lines whose dates are not valid are
      * reported and dropped, as FISCAL-DATE would ignore them.
      *----------------------------------------------------------------
       load-calendar-table.
           open input calendar-file.
           if ws-calendar-status not = "00"
               and ws-calendar-status not = "05"
               and ws-calendar-status not = "35"
               display "WARNING: fiscal-calendar.dat open status "
                       ws-calendar-status
           end-if.
           perform until ws-file-eof = "Y"
               read calendar-file
                   at end move "Y" to ws-file-eof
                   not at end perform load-one-period
               end-read
           end-perform.
           close calendar-file.

       load-one-period.
           if fc-period-key is not numeric
               or fc-fiscal-period = 0
               or function day-from-date(fc-start-date) < 1
               or function day-from-date(fc-end-date) < 1
               or fc-start-date > fc-end-date
               display "Dropping invalid calendar line: "
                       fiscal-calendar-record
               move "Y" to ws-changed-sw
           else
               if ws-calendar-count < 240
                   move fc-fiscal-year to ws-gen-year
                   move fc-fiscal-period to ws-gen-period
                   move fc-start-date to ws-gen-start
                   move fc-end-date to ws-gen-end
                   perform insert-calendar-entry
               else
                   display "WARNING: more than 240 periods, line "
                           "dropped: " fiscal-calendar-record
               end-if
           end-if.

      *----------------------------------------------------------------
      * load-billing-period - the open billing period; every period
      * keyed before it has been closed and cannot be changed.
      *----------------------------------------------------------------
       load-billing-period.
           open input period-control.
           if ws-control-status = "00"
               read period-control
                   at end continue
                   not at end
                       move period-control-record to ws-open-period
               end-read
           end-if.
           close period-control.

      *----------------------------------------------------------------
      * generate-fiscal-year - the year's twelve periods from its
      * first day (blank follows on from the last period on file),
      * refused if the year is already on file or would overlap a
      * period that is.
      *----------------------------------------------------------------
       generate-fiscal-year.
           move "Y" to ws-ok-sw.
           perform accept-generate-year.
           if ws-entry-ok
               perform accept-generate-start
           end-if.
           if ws-entry-ok
               perform accept-generate-pattern
           end-if.
           if ws-entry-ok
               perform check-generated-overlap
           end-if.
           if ws-entry-ok
               move ws-gen-start to ws-gen-year-start
               move 0 to ws-gen-period
               perform generate-one-period 12 times
               move "Y" to ws-changed-sw
               display "Fiscal year " ws-gen-year " generated, "
                       ws-gen-year-start " - " ws-gen-year-end
           end-if.

       accept-generate-year.
           display "Enter fiscal year yyyy (the year it ends in)".
           accept ws-entry-year.
           if ws-entry-year is not numeric or ws-entry-year = "0000"
               display "Fiscal year must be 4 digits"
               move "N" to ws-ok-sw
           else
               move ws-entry-year to ws-gen-year
               perform varying ws-calendar-sub from 1 by 1
                       until ws-calendar-sub > ws-calendar-count
                   if ws-cal-year(ws-calendar-sub) = ws-gen-year
                       move "N" to ws-ok-sw
                   end-if
               end-perform
               if not ws-entry-ok
                   display "Fiscal year " ws-gen-year
                           " is already on the calendar"
               else
                   if ws-calendar-count > 228
                       display "Calendar is full"
                       move "N" to ws-ok-sw
                   end-if
               end-if
           end-if.

       accept-generate-start.
           display "Enter first day yyyymmdd "
                   "(blank follows the last period on file)".
           accept ws-entry-date.
           evaluate true
               when ws-entry-date = spaces and ws-calendar-count = 0
                   display "No periods on file to follow"
                   move "N" to ws-ok-sw
               when ws-entry-date = spaces
                   compute ws-gen-start = function date-of-integer(
                           function integer-of-date(
                           ws-cal-end(ws-calendar-count)) + 1)
               when ws-entry-date is not numeric
                   display "Date must be 8 digits"
                   move "N" to ws-ok-sw
               when other
                   move ws-entry-date to ws-gen-start
                   compute ws-day-of-week-num =
                           function day-from-date(ws-gen-start)
                   if ws-day-of-week-num < 1
                       display "Not a valid date, reason code "
                               ws-day-of-week-num
                       move "N" to ws-ok-sw
                   end-if
           end-evaluate.

       accept-generate-pattern.
           display "Enter week pattern 445, 454 or 544, "
                   "or M for calendar months (blank for 445)".
           accept ws-entry-pattern.
           evaluate ws-entry-pattern
               when spaces
               when "445"
                   move 1 to ws-pattern-sub
               when "454"
                   move 2 to ws-pattern-sub
               when "544"
                   move 3 to ws-pattern-sub
               when "M"
               when "m"
                   move 0 to ws-pattern-sub
                   move ws-gen-start to ws-gen-month-date
                   if ws-gen-month-day not = 1
                       display "A monthly year must start on the 1st"
                       move "N" to ws-ok-sw
                   end-if
               when other
                   display "Unrecognized pattern: " ws-entry-pattern
                   move "N" to ws-ok-sw
           end-evaluate.

       check-generated-overlap.
           perform find-generated-year-end.
           perform varying ws-calendar-sub from 1 by 1
                   until ws-calendar-sub > ws-calendar-count
               if ws-cal-start(ws-calendar-sub) <= ws-gen-year-end
                   and ws-cal-end(ws-calendar-sub) >= ws-gen-start
                   move "N" to ws-ok-sw
               end-if
           end-perform.
           if not ws-entry-ok
               display ws-gen-start " - " ws-gen-year-end
                       " overlaps periods already on the calendar"
           end-if.

      *----------------------------------------------------------------
      * find-generated-year-end - the last day the year would cover:
      * 52 weeks on, or twelve months on for a monthly year.
      *----------------------------------------------------------------
       find-generated-year-end.
           if ws-pattern-sub = 0
               move ws-gen-start to ws-gen-month-date
               add 1 to ws-gen-month-year
               compute ws-gen-year-end = function date-of-integer(
                       function integer-of-date(ws-gen-month-date) - 1)
           else
               compute ws-gen-year-end = function date-of-integer(
                       function integer-of-date(ws-gen-start) + 363)
           end-if.

      *----------------------------------------------------------------
      * generate-one-period - the next period from ws-gen-start, its
      * length from the pattern (period 1 of a quarter takes the
      * pattern's first figure, and so on) or the calendar month.
      *----------------------------------------------------------------
       generate-one-period.
           add 1 to ws-gen-period.
           if ws-pattern-sub = 0
               move ws-gen-start to ws-gen-month-date
               if ws-gen-month = 12
                   add 1 to ws-gen-month-year
                   move 1 to ws-gen-month
               else
                   add 1 to ws-gen-month
               end-if
           else
               compute ws-quarter-sub =
                       function mod(ws-gen-period - 1, 3) + 1
               compute ws-gen-month-date = function date-of-integer(
                       function integer-of-date(ws-gen-start)
                       + ws-pattern-weeks(ws-pattern-sub,
                                          ws-quarter-sub) * 7)
           end-if.
           compute ws-gen-end = function date-of-integer(
                   function integer-of-date(ws-gen-month-date) - 1).
           perform insert-calendar-entry.
           move ws-gen-month-date to ws-gen-start.

      *----------------------------------------------------------------
      * insert-calendar-entry - places ws-gen-year/period/start/end
      * in the table ahead of the first period starting later,
      * shifting the later ones down, so the table stays in date
      * order.
      *----------------------------------------------------------------
       insert-calendar-entry.
           perform varying ws-calendar-sub from 1 by 1
                   until ws-calendar-sub > ws-calendar-count
                   or ws-cal-start(ws-calendar-sub) > ws-gen-start
               continue
           end-perform.
           perform varying ws-shift-sub from ws-calendar-count by -1
                   until ws-shift-sub < ws-calendar-sub
               move ws-calendar-ent(ws-shift-sub)
                   to ws-calendar-ent(ws-shift-sub + 1)
           end-perform.
           add 1 to ws-calendar-count.
           move ws-gen-year to ws-cal-year(ws-calendar-sub).
           move ws-gen-period to ws-cal-period(ws-calendar-sub).
           move ws-gen-start to ws-cal-start(ws-calendar-sub).
           move ws-gen-end to ws-cal-end(ws-calendar-sub).

      *----------------------------------------------------------------
      * change-period-end - moves a period's last day, and the next
      * period's first day with it so nothing falls between them;
      * the period must still be open and neither may end up with
      * no days.
      *----------------------------------------------------------------
       change-period-end.
           move "Y" to ws-ok-sw.
           perform accept-period-key.
           if ws-entry-ok
               perform accept-new-period-end
           end-if.
           if ws-entry-ok
               perform check-next-period
           end-if.
           if ws-entry-ok
               move ws-new-end to ws-cal-end(ws-found-sub)
               if ws-next-sub > 0
                   compute ws-cal-start(ws-next-sub) =
                           function date-of-integer(
                           function integer-of-date(ws-new-end) + 1)
                   display "Next period now starts "
                           ws-cal-start(ws-next-sub)
               end-if
               move "Y" to ws-changed-sw
               display "Period now ends " ws-new-end
           end-if.

      *----------------------------------------------------------------
      * accept-period-key - leaves ws-found-sub at the keyed period,
      * or clears ws-ok-sw with the reason displayed when it is not
      * on the calendar or is already closed.
      *----------------------------------------------------------------
       accept-period-key.
           move 0 to ws-found-sub.
           display "Enter fiscal year yyyy".
           accept ws-entry-year.
           display "Enter period pp".
           accept ws-entry-period.
           if ws-entry-year is not numeric
               or ws-entry-period is not numeric
               display "Year must be 4 digits and period 2"
               move "N" to ws-ok-sw
           else
               move ws-entry-year to ws-gen-year
               move ws-entry-period to ws-gen-period
               perform varying ws-calendar-sub from 1 by 1
                       until ws-calendar-sub > ws-calendar-count
                       or ws-found-sub > 0
                   if ws-cal-year(ws-calendar-sub) = ws-gen-year
                       and ws-cal-period(ws-calendar-sub)
                           = ws-gen-period
                       move ws-calendar-sub to ws-found-sub
                   end-if
               end-perform
               evaluate true
                   when ws-found-sub = 0
                       display "Not on the calendar"
                       move "N" to ws-ok-sw
                   when ws-cal-key(ws-found-sub) < ws-open-period
                       display "Period " ws-cal-key(ws-found-sub)
                               " is closed and cannot be changed"
                       move "N" to ws-ok-sw
                   when other
                       display "Period runs " ws-cal-start(ws-found-sub)
                               " - " ws-cal-end(ws-found-sub)
               end-evaluate
           end-if.

       accept-new-period-end.
           display "Enter new last day yyyymmdd".
           accept ws-entry-date.
           if ws-entry-date is not numeric
               display "Date must be 8 digits"
               move "N" to ws-ok-sw
           else
               move ws-entry-date to ws-new-end
               compute ws-day-of-week-num =
                       function day-from-date(ws-new-end)
               if ws-day-of-week-num < 1
                   display "Not a valid date, reason code "
                           ws-day-of-week-num
                   move "N" to ws-ok-sw
               else
                   if ws-new-end < ws-cal-start(ws-found-sub)
                       display "Last day cannot be before the first"
                       move "N" to ws-ok-sw
                   end-if
               end-if
           end-if.

      *----------------------------------------------------------------
      * check-next-period - ws-next-sub is the period that starts the
      * day after this one ends, which moves with it and must keep
      * a day; with a gap after this period the new end may not
      * reach whatever period comes next.
      *----------------------------------------------------------------
       check-next-period.
           move 0 to ws-next-sub.
           if ws-found-sub < ws-calendar-count
               compute ws-gen-start = function date-of-integer(
                       function integer-of-date(
                       ws-cal-end(ws-found-sub)) + 1)
               if ws-cal-start(ws-found-sub + 1) = ws-gen-start
                   compute ws-next-sub = ws-found-sub + 1
                   if ws-new-end >= ws-cal-end(ws-next-sub)
                       display "The next period would be left with "
                               "no days"
                       move "N" to ws-ok-sw
                   end-if
               else
                   if ws-new-end >= ws-cal-start(ws-found-sub + 1)
                       display "Would overlap the next period on file"
                       move "N" to ws-ok-sw
                   end-if
               end-if
           end-if.

      *----------------------------------------------------------------
      * delete-fiscal-year - removes every period of the keyed year
      * after a Y confirmation, unless any of them is closed.
      *----------------------------------------------------------------
       delete-fiscal-year.
           move "Y" to ws-ok-sw.
           move 0 to ws-year-periods.
           display "Enter fiscal year yyyy to remove".
           accept ws-entry-year.
           if ws-entry-year is not numeric
               display "Fiscal year must be 4 digits"
               move "N" to ws-ok-sw
           else
               move ws-entry-year to ws-gen-year
               perform varying ws-calendar-sub from 1 by 1
                       until ws-calendar-sub > ws-calendar-count
                   if ws-cal-year(ws-calendar-sub) = ws-gen-year
                       add 1 to ws-year-periods
                       if ws-cal-key(ws-calendar-sub) < ws-open-period
                           move "N" to ws-ok-sw
                       end-if
                   end-if
               end-perform
               if ws-year-periods = 0
                   display "Not on the calendar"
                   move "N" to ws-ok-sw
               else
                   if not ws-entry-ok
                       display "Fiscal year " ws-gen-year
                               " has closed periods and cannot be "
                               "removed"
                   end-if
               end-if
           end-if.
           if ws-entry-ok
               display "Remove the " ws-year-periods " periods of "
                       ws-gen-year "? (Y/N)"
               accept ws-confirm
               if ws-confirm = "Y" or ws-confirm = "y"
                   perform remove-fiscal-year
               else
                   display "Nothing removed"
               end-if
           end-if.

       remove-fiscal-year.
           move 0 to ws-shift-sub.
           perform varying ws-calendar-sub from 1 by 1
                   until ws-calendar-sub > ws-calendar-count
               if ws-cal-year(ws-calendar-sub) not = ws-gen-year
                   add 1 to ws-shift-sub
                   move ws-calendar-ent(ws-calendar-sub)
                       to ws-calendar-ent(ws-shift-sub)
               end-if
           end-perform.
           move ws-shift-sub to ws-calendar-count.
           move "Y" to ws-changed-sw.
           display "Removed fiscal year " ws-gen-year.

      *----------------------------------------------------------------
      * list-calendar - every period with its length; a gap before a
      * period, or a period the billing close has closed, is noted.
      *----------------------------------------------------------------
       list-calendar.
           perform varying ws-calendar-sub from 1 by 1
                   until ws-calendar-sub > ws-calendar-count
               move spaces to ll-note
               move ws-cal-year(ws-calendar-sub) to ll-year
               move ws-cal-period(ws-calendar-sub) to ll-period
               move ws-cal-start(ws-calendar-sub) to ll-start
               move ws-cal-end(ws-calendar-sub) to ll-end
               compute ws-days =
                       function integer-of-date(
                           ws-cal-end(ws-calendar-sub))
                       - function integer-of-date(
                           ws-cal-start(ws-calendar-sub)) + 1
               move ws-days to ll-days
               if ws-cal-key(ws-calendar-sub) < ws-open-period
                   move "CLOSED" to ll-note
               end-if
               if ws-calendar-sub > 1
                   compute ws-gen-start = function date-of-integer(
                           function integer-of-date(
                           ws-cal-end(ws-calendar-sub - 1)) + 1)
                   if ws-cal-start(ws-calendar-sub) not = ws-gen-start
                       move "GAP BEFORE" to ll-note
                   end-if
               end-if
               display ws-list-line
           end-perform.
           display ws-calendar-count " periods on the calendar".

       save-calendar-table.
           open output calendar-file.
           if ws-calendar-status not = "00"
               and ws-calendar-status not = "05"
               display "WARNING: fiscal-calendar.dat open status "
                       ws-calendar-status
           end-if.
           perform varying ws-calendar-sub from 1 by 1
                   until ws-calendar-sub > ws-calendar-count
               move spaces to fiscal-calendar-record
               move ws-cal-key(ws-calendar-sub) to fc-period-key
               move ws-cal-start(ws-calendar-sub) to fc-start-date
               move ws-cal-end(ws-calendar-sub) to fc-end-date
               write fiscal-calendar-record
           end-perform.
           close calendar-file.
           if ws-calendar-status not = "00"
               display "WARNING: fiscal-calendar.dat close status "
                       ws-calendar-status
           end-if.
           display "Calendar saved, " ws-calendar-count " periods".

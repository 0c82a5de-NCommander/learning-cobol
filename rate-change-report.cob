       >>SOURCE FORMAT IS FIXED
      *> Previews the tuition rate changes waiting on rate-history.db
      *> - every entry whose effective term has not started yet - so
      *> the office can see what a board raise does before the first
      *> invoice carries it. Each line shows the course, the term the
      *> new rate takes effect with, the rate it replaces (the entry
      *> in force before it, else the courses.db catalog rate), the
      *> new rate, and the revenue effect twice over: on the live
      *> enrollments already on file for the terms the new rate will
      *> price (from its effective term up to the course's next rate
      *> change), and on the live enrollments in the term under way
      *> today, as if the same heads carried into the new rate. Totals
      *> close the report; nothing is written anywhere else.

       identification division.
       program-id. rate-change-report.

       environment division.
       input-output section.
       file-control.
           select optional rate-file assign "rate-history.db"
                  organization is indexed
                  access is sequential
                  record key is rate-history-key
                  file status is ws-rate-status.

           select optional term-file assign "terms.db"
                  organization is indexed
                  access is dynamic
                  record key is tm-term-code
                  file status is ws-term-status.

           select optional course assign "courses.db"
                  organization is indexed
                  access is random
                  record key is course-code
                  file status is ws-course-status.

           select optional enrollment assign "enrollments.db"
                  organization is indexed
                  access is sequential
                  record key is enrollment-key
                  file status is ws-enrollment-status.

           select optional report-file assign "rate-changes.prt"
                  organization is line sequential
                  file status is ws-report-status.

       data division.
       file section.
       fd rate-file.
       copy "rate-history-record.cpy".

       fd term-file.
       01 term-record.
           05 tm-term-code pic x(5).
           05 tm-start-date pic 9(8).
           05 tm-end-date pic 9(8).

       fd course.
       copy "course-record.cpy".

       fd enrollment.
       copy "enrollment-record.cpy".

       fd report-file.
       01 report-line pic x(90).

       working-storage section.
       01 ws-rate-status pic x(2).
           88 ws-rate-open-ok value "00" "05".
       01 ws-term-status pic x(2).
           88 ws-term-ok value "00".
           88 ws-term-open-ok value "00" "05".
       01 ws-course-status pic x(2).
           88 ws-course-ok value "00".
           88 ws-course-open-ok value "00" "05".
       01 ws-enrollment-status pic x(2).
           88 ws-enrollment-open-ok value "00" "05".
       01 ws-report-status pic x(2).
       01 ws-eof pic a(1) value "N".

       01 ws-today-num pic 9(8).
       01 ws-current-term pic x(5) value spaces.
       01 ws-lookup-term pic x(5) value spaces.
       01 ws-lookup-start pic 9(8) value 0.

      *        Every rate on file, with its effective term resolved to
      *        a start date; an entry whose term is not on terms.db
      *        cannot be placed and is left out with a warning.
       01 ws-history-table.
           05 ws-history-count pic 9(3) value 0.
           05 ws-history-entry occurs 500 times.
               10 wh-course-code pic x(6).
               10 wh-effective-term pic x(5).
               10 wh-start-date pic 9(8).
               10 wh-rate pic 9(5)v99.
               10 wh-old-rate pic 9(5)v99.
               10 wh-next-start pic 9(8).
               10 wh-on-file-count pic 9(5).
               10 wh-current-count pic 9(5).
       01 ws-history-sub pic 9(3).
       01 ws-other-sub pic 9(3).
       01 ws-prior-start pic 9(8).
       01 ws-pending-count pic 9(3) value 0.

       01 ws-rate-change pic s9(5)v99.
       01 ws-on-file-effect pic s9(7)v99.
       01 ws-current-effect pic s9(7)v99.
       01 ws-total-on-file-effect pic s9(7)v99 value 0.
       01 ws-total-current-effect pic s9(7)v99 value 0.

       01 ws-title-line.
           05 filler pic x(34)
                   value "PENDING TUITION RATE CHANGES AS OF".
           05 filler pic x(1) value space.
           05 tl-date pic 9999/99/99.
           05 filler pic x(16) value "  TERM UNDER WAY".
           05 filler pic x(1) value space.
           05 tl-current-term pic x(5).

       01 ws-heading-line.
           05 filler pic x(8) value "COURSE".
           05 filler pic x(7) value "TERM".
           05 filler pic x(10) value "OLD RATE".
           05 filler pic x(10) value "NEW RATE".
           05 filler pic x(11) value "CHANGE".
           05 filler pic x(7) value "ON FILE".
           05 filler pic x(13) value "   EFFECT".
           05 filler pic x(7) value "CURRENT".
           05 filler pic x(13) value "   EFFECT".

       01 ws-detail-line.
           05 rc-course pic x(6).
           05 filler pic x(2) value spaces.
           05 rc-term pic x(5).
           05 filler pic x(2) value spaces.
           05 rc-old-rate pic zzzz9.99.
           05 filler pic x(2) value spaces.
           05 rc-new-rate pic zzzz9.99.
           05 filler pic x(2) value spaces.
           05 rc-change pic -zzzz9.99.
           05 filler pic x(2) value spaces.
           05 rc-on-file pic zzzz9.
           05 filler pic x(2) value spaces.
           05 rc-on-file-effect pic -zzzzzz9.99.
           05 filler pic x(2) value spaces.
           05 rc-current pic zzzz9.
           05 filler pic x(2) value spaces.
           05 rc-current-effect pic -zzzzzz9.99.

       01 ws-total-line.
           05 filler pic x(53) value "TOTAL REVENUE EFFECT".
           05 tl-on-file-effect pic -zzzzzz9.99.
           05 filler pic x(9) value spaces.
           05 tl-current-effect pic -zzzzzz9.99.

       01 ws-none-line pic x(40)
               value "NO RATE CHANGES PENDING".

       procedure division.
       accept ws-today-num from date yyyymmdd.

       open input term-file.
       if not ws-term-open-ok
           display "WARNING: terms.db open status " ws-term-status
       end-if.
       open input course.
       if not ws-course-open-ok
           display "WARNING: courses.db open status " ws-course-status
       end-if.
       open output report-file.
       if ws-report-status not = "00"
           display "WARNING: rate-changes.prt open status "
                   ws-report-status
       end-if.

       perform find-current-term.
       perform load-rate-history.
       perform place-pending-rates.
       if ws-pending-count > 0
           perform count-live-enrollments
       end-if.
       perform print-rate-changes.

       close term-file.
       close course.
       close report-file.
       if ws-report-status not = "00"
           display "WARNING: rate-changes.prt close status "
                   ws-report-status
       end-if.

       display "Pending rate changes: " ws-pending-count.
       stop run.

      *----------------------------------------------------------------
      * find-current-term - the terms.db term whose dates cover
      * today; between terms there is none and the current columns
      * stay at zero.
      *----------------------------------------------------------------
       find-current-term.
           move "N" to ws-eof.
           perform check-one-term until ws-eof = "Y".

       check-one-term.
           read term-file next
               at end move "Y" to ws-eof
               not at end
                   if tm-start-date <= ws-today-num
                       and tm-end-date >= ws-today-num
                       move tm-term-code to ws-current-term
                       move "Y" to ws-eof
                   end-if
           end-read.

      *----------------------------------------------------------------
      * load-rate-history - rate-history.db into the table in course
      * and term-code order, each entry's start date off terms.db.
      *----------------------------------------------------------------
       load-rate-history.
           open input rate-file.
           if not ws-rate-open-ok
               display "WARNING: rate-history.db open status "
                       ws-rate-status
           end-if.
           move "N" to ws-eof.
           perform load-one-rate until ws-eof = "Y".
           close rate-file.

       load-one-rate.
           read rate-file next
               at end move "Y" to ws-eof
               not at end
                   move rh-effective-term to ws-lookup-term
                   perform find-lookup-start
                   if ws-lookup-start = 0
                       display "WARNING: rate " rate-history-key
                               " term not on terms.db"
                   else
                       perform add-rate-entry
                   end-if
           end-read.

       add-rate-entry.
           if ws-history-count < 500
               add 1 to ws-history-count
               move ws-history-count to ws-history-sub
               move rh-course-code to wh-course-code(ws-history-sub)
               move rh-effective-term
                   to wh-effective-term(ws-history-sub)
               move ws-lookup-start to wh-start-date(ws-history-sub)
               move rh-rate to wh-rate(ws-history-sub)
               move 0 to wh-old-rate(ws-history-sub)
               move 99999999 to wh-next-start(ws-history-sub)
               move 0 to wh-on-file-count(ws-history-sub)
               move 0 to wh-current-count(ws-history-sub)
           else
               display "WARNING: rate table full - " rate-history-key
                       " not reported"
           end-if.

       find-lookup-start.
           move ws-lookup-term to tm-term-code.
           move 0 to ws-lookup-start.
           read term-file
               invalid key continue
               not invalid key move tm-start-date to ws-lookup-start
           end-read.

      *----------------------------------------------------------------
      * place-pending-rates - for each rate whose term starts after
      * today, the rate it replaces and where the next change for
      * the course cuts it off.
      *----------------------------------------------------------------
       place-pending-rates.
           perform varying ws-history-sub from 1 by 1
                   until ws-history-sub > ws-history-count
               if wh-start-date(ws-history-sub) > ws-today-num
                   add 1 to ws-pending-count
                   perform place-one-pending-rate
               end-if
           end-perform.

       place-one-pending-rate.
           move wh-course-code(ws-history-sub) to course-code.
           read course
               invalid key move 0 to course-tuition-rate
           end-read.
           move course-tuition-rate to wh-old-rate(ws-history-sub).
           move 0 to ws-prior-start.
           perform varying ws-other-sub from 1 by 1
                   until ws-other-sub > ws-history-count
               if wh-course-code(ws-other-sub) =
                       wh-course-code(ws-history-sub)
                   perform compare-course-rate
               end-if
           end-perform.

       compare-course-rate.
           if wh-start-date(ws-other-sub) <
                   wh-start-date(ws-history-sub)
               and wh-start-date(ws-other-sub) >= ws-prior-start
               move wh-start-date(ws-other-sub) to ws-prior-start
               move wh-rate(ws-other-sub) to wh-old-rate(ws-history-sub)
           end-if.
           if wh-start-date(ws-other-sub) >
                   wh-start-date(ws-history-sub)
               and wh-start-date(ws-other-sub) <
                   wh-next-start(ws-history-sub)
               move wh-start-date(ws-other-sub)
                   to wh-next-start(ws-history-sub)
           end-if.

      *----------------------------------------------------------------
      * count-live-enrollments - one pass of enrollments.db, each
      * live enrollment counted against every pending rate for its
      * course that will price its term, and against the current
      * column when it sits in the term under way.
      *----------------------------------------------------------------
       count-live-enrollments.
           open input enrollment.
           if not ws-enrollment-open-ok
               display "WARNING: enrollments.db open status "
                       ws-enrollment-status
           end-if.
           move high-values to ws-lookup-term.
           move "N" to ws-eof.
           perform count-one-enrollment until ws-eof = "Y".
           close enrollment.

       count-one-enrollment.
           read enrollment next
               at end move "Y" to ws-eof
               not at end
                   if en-end-date = 0
                       perform match-enrollment-to-rates
                   end-if
           end-read.

       match-enrollment-to-rates.
           if en-term not = ws-lookup-term
               move en-term to ws-lookup-term
               perform find-lookup-start
           end-if.
           perform varying ws-history-sub from 1 by 1
                   until ws-history-sub > ws-history-count
               if wh-course-code(ws-history-sub) = en-course-code
                   and wh-start-date(ws-history-sub) > ws-today-num
                   perform count-enrollment-for-rate
               end-if
           end-perform.

       count-enrollment-for-rate.
           if ws-lookup-start >= wh-start-date(ws-history-sub)
               and ws-lookup-start < wh-next-start(ws-history-sub)
               add 1 to wh-on-file-count(ws-history-sub)
           end-if.
           if ws-current-term not = spaces
               and en-term = ws-current-term
               add 1 to wh-current-count(ws-history-sub)
           end-if.

      *----------------------------------------------------------------
      * print-rate-changes - one line per pending rate, in course and
      * term-code order, then the totals.
      *----------------------------------------------------------------
       print-rate-changes.
           move ws-today-num to tl-date.
           move ws-current-term to tl-current-term.
           if ws-current-term = spaces
               move "NONE" to tl-current-term
           end-if.
           move ws-title-line to report-line.
           write report-line.
           move spaces to report-line.
           write report-line.
           move ws-heading-line to report-line.
           write report-line.
           if ws-pending-count = 0
               move ws-none-line to report-line
               write report-line
           else
               perform varying ws-history-sub from 1 by 1
                       until ws-history-sub > ws-history-count
                   if wh-start-date(ws-history-sub) > ws-today-num
                       perform print-one-rate-change
                   end-if
               end-perform
               move ws-total-on-file-effect to tl-on-file-effect
               move ws-total-current-effect to tl-current-effect
               move spaces to report-line
               write report-line
               move ws-total-line to report-line
               write report-line
           end-if.

       print-one-rate-change.
           compute ws-rate-change =
                   wh-rate(ws-history-sub)
                   - wh-old-rate(ws-history-sub).
           compute ws-on-file-effect =
                   ws-rate-change * wh-on-file-count(ws-history-sub).
           compute ws-current-effect =
                   ws-rate-change * wh-current-count(ws-history-sub).
           add ws-on-file-effect to ws-total-on-file-effect.
           add ws-current-effect to ws-total-current-effect.
           move wh-course-code(ws-history-sub) to rc-course.
           move wh-effective-term(ws-history-sub) to rc-term.
           move wh-old-rate(ws-history-sub) to rc-old-rate.
           move wh-rate(ws-history-sub) to rc-new-rate.
           move ws-rate-change to rc-change.
           move wh-on-file-count(ws-history-sub) to rc-on-file.
           move ws-on-file-effect to rc-on-file-effect.
           move wh-current-count(ws-history-sub) to rc-current.
           move ws-current-effect to rc-current-effect.
           move ws-detail-line to report-line.
           write report-line.

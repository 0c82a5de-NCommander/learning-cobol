       >>SOURCE FORMAT IS FIXED
      *> Budget-versus-actual variance report. Every yyyypp fiscal
      *> period on budget.db or in the period history prints its four
      *> lines - the sum total off sum-period-history.dat (every close
      *> of the period; a close from before periods were recorded counts
      *> in the yyyymm month it was stamped), and the charges billed,
      *> payments received and net adjustments off
      *> billing-period-history.dat - each with the budget, the actual,
      *> the dollar variance (actual less budget) and the percent
      *> variance against the budget, for the period and for the fiscal
      *> year to date, the year to date restarting with each fiscal year
      *> (each January when no fiscal calendar is kept). A line whose
      *> percent variance is outside the BUDGET-TOLERANCE-PCT whole
      *> percent on system-params.dat (default 10), or that has actuals
      *> with nothing budgeted, carries a * so the board's eye goes
      *> straight to it. Output is budget-variance.prt.

       identification division.
       program-id. budget-variance-report.

       environment division.
       input-output section.
       file-control.
           select optional budget-file assign "budget.db"
                  organization is indexed
                  access is sequential
                  record key is budget-key
                  file status is ws-budget-status.

           select optional sum-history-file
                  assign "sum-period-history.dat"
                  organization is line sequential
                  file status is ws-sum-history-status.

           select optional billing-history-file
                  assign "billing-period-history.dat"
                  organization is line sequential
                  file status is ws-billing-history-status.

           select optional params-file assign "system-params.dat"
                  organization is line sequential
                  file status is ws-params-status.

           select optional report-file assign "budget-variance.prt"
                  organization is line sequential
                  file status is ws-report-status.

       data division.
       file section.
       fd budget-file.
       copy "budget-record.cpy".

       fd sum-history-file.
       01 sum-history-record.
           05 ph-close-date pic 9(8).
           05 filler pic x(1).
           05 ph-period-total pic 9(9).
           05 filler pic x(1).
           05 ph-fiscal-period pic 9(6).
           05 filler pic x(1).
           05 ph-period-start pic 9(8).
           05 filler pic x(1).
           05 ph-period-end pic 9(8).

       fd billing-history-file.
       01 billing-history-record.
           05 bh-period pic 9(6).
           05 filler pic x(1).
           05 bh-charges pic 9(7)v99.
           05 filler pic x(1).
           05 bh-adjust-net pic s9(7)v99 sign leading separate.
           05 filler pic x(1).
           05 bh-payments pic 9(7)v99.
           05 filler pic x(1).
           05 bh-movement pic s9(7)v99 sign leading separate.
           05 filler pic x(1).
           05 bh-period-start pic 9(8).
           05 filler pic x(1).
           05 bh-period-end pic 9(8).

       fd params-file.
       01 params-record.
           05 pm-keyword pic x(20).
           05 filler pic x(1).
           05 pm-value pic 9(5).

       fd report-file.
       01 report-line pic x(130).

       working-storage section.
       01 ws-budget-status pic x(2).
           88 ws-budget-open-ok value "00" "05".
       01 ws-sum-history-status pic x(2).
       01 ws-billing-history-status pic x(2).
       01 ws-params-status pic x(2).
       01 ws-report-status pic x(2).
       01 ws-eof pic a(1) value "N".
       01 ws-params-eof pic a(1) value "N".

       01 ws-tolerance-pct pic 9(5) value 10.

      *        One entry per period, kept in period order as entries
      *        are added; lines 1-4 are S C P A.
       01 ws-period-table.
           05 ws-period-count pic 9(3) value 0.
           05 ws-period-entry occurs 240 times.
               10 wp-period pic 9(6).
               10 wp-line occurs 4 times.
                   15 wp-budget pic s9(9)v99.
                   15 wp-actual pic s9(9)v99.
       01 ws-period-sub pic 9(3).
       01 ws-shift-sub pic 9(3).
       01 ws-line-sub pic 9(1).
       01 ws-want-period pic 9(6).
       01 ws-found-sub pic 9(3).

       01 ws-line-names-values.
           05 filler pic x(18) value "SUM TOTAL".
           05 filler pic x(18) value "CHARGES BILLED".
           05 filler pic x(18) value "PAYMENTS RECEIVED".
           05 filler pic x(18) value "NET ADJUSTMENTS".
       01 ws-line-names redefines ws-line-names-values.
           05 ws-line-name pic x(18) occurs 4 times.

       01 ws-ytd-year pic 9(4) value 0.
       01 ws-ytd-table.
           05 ws-ytd-line occurs 4 times.
               10 wy-budget pic s9(9)v99.
               10 wy-actual pic s9(9)v99.

      *        Work fields for one budget-against-actual comparison.
       01 ws-compare-budget pic s9(9)v99.
       01 ws-compare-actual pic s9(9)v99.
       01 ws-compare-variance pic s9(9)v99.
       01 ws-compare-pct pic s9(5)v9.
       01 ws-compare-abs-pct pic 9(5)v9.
       01 ws-compare-flag pic x(1).
       01 ws-flag-count pic 9(5) value 0.

       01 ws-title-line.
           05 filler pic x(40)
                   value "BUDGET VERSUS ACTUAL - TOLERANCE".
           05 tl-tolerance pic zzzz9.
           05 filler pic x(1) value "%".

       01 ws-heading-1.
           05 filler pic x(26) value spaces.
           05 filler pic x(52) value
                   "-------------------- PERIOD -------------------".
           05 filler pic x(52) value
                   "------------------- YEAR TO DATE --------------".

       01 ws-heading-2.
           05 filler pic x(8) value "PERIOD".
           05 filler pic x(18) value "LINE".
           05 filler pic x(13) value "      BUDGET".
           05 filler pic x(13) value "      ACTUAL".
           05 filler pic x(14) value "    VARIANCE".
           05 filler pic x(12) value "     PCT".
           05 filler pic x(13) value "      BUDGET".
           05 filler pic x(13) value "      ACTUAL".
           05 filler pic x(14) value "    VARIANCE".
           05 filler pic x(12) value "     PCT".

       01 ws-detail-line.
           05 vd-period pic x(6).
           05 filler pic x(2) value spaces.
           05 vd-line-name pic x(18).
           05 vd-period-figures.
               10 vd-budget pic -zzzzzzzz9.99.
               10 vd-actual pic -zzzzzzzz9.99.
               10 filler pic x(1) value spaces.
               10 vd-variance pic -zzzzzzzz9.99.
               10 filler pic x(1) value spaces.
               10 vd-pct pic -zzzz9.9.
               10 vd-pct-text redefines vd-pct pic x(8).
               10 filler pic x(1) value spaces.
               10 vd-flag pic x(1).
               10 filler pic x(2) value spaces.
           05 vd-ytd-figures.
               10 vd-ytd-budget pic -zzzzzzzz9.99.
               10 vd-ytd-actual pic -zzzzzzzz9.99.
               10 filler pic x(1) value spaces.
               10 vd-ytd-variance pic -zzzzzzzz9.99.
               10 filler pic x(1) value spaces.
               10 vd-ytd-pct pic -zzzz9.9.
               10 vd-ytd-pct-text redefines vd-ytd-pct pic x(8).
               10 filler pic x(1) value spaces.
               10 vd-ytd-flag pic x(1).

       01 ws-blank-line pic x(130) value spaces.

       01 ws-trailer-line.
           05 filler pic x(20) value "PERIODS REPORTED: ".
           05 tr-periods pic zz9.
           05 filler pic x(20) value "    LINES FLAGGED: ".
           05 tr-flags pic zzzz9.

       procedure division.
       perform load-system-params.
       perform load-budget-lines.
       perform load-sum-history.
       perform load-billing-history.

       open output report-file.
       if ws-report-status not = "00"
           display "WARNING: budget-variance.prt open status "
                   ws-report-status
       end-if.
       move ws-tolerance-pct to tl-tolerance.
       move ws-title-line to report-line.
       write report-line.
       move ws-blank-line to report-line.
       write report-line.
       move ws-heading-1 to report-line.
       write report-line.
       move ws-heading-2 to report-line.
       write report-line.

       perform report-one-period
           varying ws-period-sub from 1 by 1
           until ws-period-sub > ws-period-count.

       move ws-period-count to tr-periods.
       move ws-flag-count to tr-flags.
       move ws-trailer-line to report-line.
       write report-line.
       close report-file.
       if ws-report-status not = "00"
           display "WARNING: budget-variance.prt close status "
                   ws-report-status
       end-if.

       display "Periods reported: " ws-period-count
               "  lines flagged: " ws-flag-count.
       stop run.

      *----------------------------------------------------------------
      * load-system-params - the variance tolerance in whole percent,
      * kept at its default when the file or keyword is absent.
      *----------------------------------------------------------------
       load-system-params.
           open input params-file.
           if ws-params-status = "00"
               perform read-one-param until ws-params-eof = "Y"
           end-if.
           close params-file.

       read-one-param.
           read params-file
               at end move "Y" to ws-params-eof
               not at end
                   if pm-keyword = "BUDGET-TOLERANCE-PCT"
                       move pm-value to ws-tolerance-pct
                   end-if
           end-read.

      *----------------------------------------------------------------
      * load-budget-lines / load-sum-history / load-billing-history -
      * each source onto its period's entry, the entry added in
      * period order the first time a period turns up.
      *----------------------------------------------------------------
       load-budget-lines.
           open input budget-file.
           if not ws-budget-open-ok
               display "WARNING: budget.db open status "
                       ws-budget-status
           end-if.
           move "N" to ws-eof.
           perform load-one-budget-line until ws-eof = "Y".
           close budget-file.

       load-one-budget-line.
           read budget-file next
               at end move "Y" to ws-eof
               not at end
                   move bg-period to ws-want-period
                   perform find-period-entry
                   if ws-found-sub > 0
                       evaluate true
                           when bg-sum-total move 1 to ws-line-sub
                           when bg-charges move 2 to ws-line-sub
                           when bg-payments move 3 to ws-line-sub
                           when other move 4 to ws-line-sub
                       end-evaluate
                       move bg-amount
                           to wp-budget(ws-found-sub, ws-line-sub)
                   end-if
           end-read.

       load-sum-history.
           open input sum-history-file.
           if ws-sum-history-status not = "00"
               and ws-sum-history-status not = "05"
               and ws-sum-history-status not = "35"
               display "WARNING: sum-period-history.dat open status "
                       ws-sum-history-status
           end-if.
           move "N" to ws-eof.
           perform load-one-sum-close until ws-eof = "Y".
           close sum-history-file.

       load-one-sum-close.
           read sum-history-file
               at end move "Y" to ws-eof
               not at end
                   if ph-fiscal-period is numeric
                       and ph-fiscal-period > 0
                       move ph-fiscal-period to ws-want-period
                   else
                       move ph-close-date(1:6) to ws-want-period
                   end-if
                   perform find-period-entry
                   if ws-found-sub > 0
                       add ph-period-total to wp-actual(ws-found-sub, 1)
                   end-if
           end-read.

       load-billing-history.
           open input billing-history-file.
           if ws-billing-history-status not = "00"
               and ws-billing-history-status not = "05"
               and ws-billing-history-status not = "35"
               display "WARNING: billing-period-history.dat open "
                       "status " ws-billing-history-status
           end-if.
           move "N" to ws-eof.
           perform load-one-billing-close until ws-eof = "Y".
           close billing-history-file.

       load-one-billing-close.
           read billing-history-file
               at end move "Y" to ws-eof
               not at end
                   move bh-period to ws-want-period
                   perform find-period-entry
                   if ws-found-sub > 0
                       add bh-charges to wp-actual(ws-found-sub, 2)
                       add bh-payments to wp-actual(ws-found-sub, 3)
                       add bh-adjust-net to wp-actual(ws-found-sub, 4)
                   end-if
           end-read.

      *----------------------------------------------------------------
      * find-period-entry - the table entry for ws-want-period, added
      * in its place (later entries shifted down one) when new; zero
      * when the table is full.
      *----------------------------------------------------------------
       find-period-entry.
           move 0 to ws-found-sub.
           perform varying ws-period-sub from 1 by 1
                   until ws-period-sub > ws-period-count
                   or wp-period(ws-period-sub) >= ws-want-period
               continue
           end-perform.
           if ws-period-sub <= ws-period-count
                   and wp-period(ws-period-sub) = ws-want-period
               move ws-period-sub to ws-found-sub
           else
               if ws-period-count < 240
                   perform varying ws-shift-sub from ws-period-count
                           by -1 until ws-shift-sub < ws-period-sub
                       move ws-period-entry(ws-shift-sub)
                           to ws-period-entry(ws-shift-sub + 1)
                   end-perform
                   add 1 to ws-period-count
                   move ws-period-sub to ws-found-sub
                   initialize ws-period-entry(ws-found-sub)
                   move ws-want-period to wp-period(ws-found-sub)
               else
                   display "WARNING: period table full - "
                           ws-want-period " not reported"
               end-if
           end-if.

      *----------------------------------------------------------------
      * report-one-period - the period's four lines, the year to date
      * rolled forward first and restarted when the year changes.
      *----------------------------------------------------------------
       report-one-period.
           if wp-period(ws-period-sub)(1:4) not = ws-ytd-year
               move wp-period(ws-period-sub)(1:4) to ws-ytd-year
               initialize ws-ytd-table
           end-if.
           perform report-one-line
               varying ws-line-sub from 1 by 1
               until ws-line-sub > 4.
           move ws-blank-line to report-line.
           write report-line.

       report-one-line.
           add wp-budget(ws-period-sub, ws-line-sub)
               to wy-budget(ws-line-sub).
           add wp-actual(ws-period-sub, ws-line-sub)
               to wy-actual(ws-line-sub).
           move spaces to ws-detail-line.
           if ws-line-sub = 1
               move wp-period(ws-period-sub) to vd-period
           end-if.
           move ws-line-name(ws-line-sub) to vd-line-name.

           move wp-budget(ws-period-sub, ws-line-sub)
               to ws-compare-budget.
           move wp-actual(ws-period-sub, ws-line-sub)
               to ws-compare-actual.
           perform compare-budget-actual.
           move ws-compare-budget to vd-budget.
           move ws-compare-actual to vd-actual.
           move ws-compare-variance to vd-variance.
           if ws-compare-budget = 0
               move "     N/A" to vd-pct-text
           else
               move ws-compare-pct to vd-pct
           end-if.
           move ws-compare-flag to vd-flag.

           move wy-budget(ws-line-sub) to ws-compare-budget.
           move wy-actual(ws-line-sub) to ws-compare-actual.
           perform compare-budget-actual.
           move ws-compare-budget to vd-ytd-budget.
           move ws-compare-actual to vd-ytd-actual.
           move ws-compare-variance to vd-ytd-variance.
           if ws-compare-budget = 0
               move "     N/A" to vd-ytd-pct-text
           else
               move ws-compare-pct to vd-ytd-pct
           end-if.
           move ws-compare-flag to vd-ytd-flag.

           move ws-detail-line to report-line.
           write report-line.

      *----------------------------------------------------------------
      * compare-budget-actual - variance is actual less budget, and
      * the percent is taken against the size of the budget so a
      * negative budget line reads the same way round; a variance
      * too large to print shows as the largest the column holds.
      *----------------------------------------------------------------
       compare-budget-actual.
           compute ws-compare-variance =
                   ws-compare-actual - ws-compare-budget.
           move 0 to ws-compare-pct.
           move space to ws-compare-flag.
           if ws-compare-budget = 0
               if ws-compare-actual not = 0
                   move "*" to ws-compare-flag
               end-if
           else
               if ws-compare-budget > 0
                   compute ws-compare-pct rounded =
                           ws-compare-variance * 100
                           / ws-compare-budget
                       on size error move 99999.9 to ws-compare-pct
                   end-compute
               else
                   compute ws-compare-pct rounded =
                           ws-compare-variance * 100
                           / (0 - ws-compare-budget)
                       on size error move 99999.9 to ws-compare-pct
                   end-compute
               end-if
               move ws-compare-pct to ws-compare-abs-pct
               if ws-compare-abs-pct > ws-tolerance-pct
                   move "*" to ws-compare-flag
               end-if
           end-if.
           if ws-compare-flag = "*"
               add 1 to ws-flag-count
           end-if.

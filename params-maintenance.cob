       >>SOURCE FORMAT IS FIXED
      *> Maintains system-params.dat, the central file of operating
      *> limits the student programs read at startup instead of carrying
      *> hard-coded literals: the eligible age range, the two-digit-year
      *> century pivot, the maintenance screen's checkpoint interval,
      *> and the late-fee rate and grace days the dunning run applies,
      *> the GPA cutoffs of the end-of-term academic standing run, the
      *> age and idle days that make an invoice a bad-debt write-off
      *> candidate, the returned-check fee and cash-only period, whether
      *> enrollment refuses a student short on health requirements, the
      *> dollar limit above which an adjustment needs a supervisor's
      *> approval, the percent either side of budget the variance report
      *> lets a line run before flagging it, and the past-due dollars
      *> and days that draw a financial hold. Raising the eligibility
      *> age for a new program year becomes a keyed change here instead
      *> of a code ticket. Each record is a keyword and a numeric value;
      *> a missing file is seeded with the values the programs used to
      *> hard-code, so nothing changes until somebody changes it, and a
      *> file written before a keyword existed picks the keyword up at
      *> its default the next time this screen saves.

       identification division.
       program-id. params-maintenance.

       01 ws-param-table.
           05 ws-param-count pic 9(2) value 0.
           05 ws-param-entry occurs 40 times.
               10 ws-param-keyword pic x(20).
               10 ws-param-value pic 9(5).
       01 ws-param-sub pic 9(2).
       01 ws-entry-scan pic 9(1).
       01 ws-found-sw pic x(1).
           88 ws-param-found value "Y".
       01 ws-default-keyword pic x(20).
       01 ws-default-value pic 9(5).

       procedure division.
       perform load-param-table.
       if ws-param-count = 0
           perform seed-default-params
       end-if.
       perform add-newer-params.

       perform until ws-eof = "Y"
           display "(L)ist, (U)pdate, (Q)uit?"
           read params-file
               at end move "Y" to ws-file-eof
               not at end
                   if ws-param-count < 40
                       add 1 to ws-param-count
                       move pm-keyword
                               to ws-param-keyword(ws-param-count)
           move 5 to ws-param-value(9).
           move "Y" to ws-changed-sw.

      *----------------------------------------------------------------
      * add-newer-params - keywords added after the file was first
      * seeded go in at their defaults when absent, so an existing
      * file can be updated through this screen like any other.
      *----------------------------------------------------------------
       add-newer-params.
      *        Academic standing cutoffs, hundredths like the
      *        honor-roll GPA: a cumulative GPA under the suspension
      *        figure suspends, under the probation figure puts the
      *        student on probation, and a term or cumulative GPA
      *        under the warning figure draws a warning.
           move "STANDING-WARN-GPA" to ws-default-keyword.
           move 200 to ws-default-value.
           perform add-param-if-missing.
           move "STANDING-PROB-GPA" to ws-default-keyword.
           move 175 to ws-default-value.
           perform add-param-if-missing.
           move "STANDING-SUSP-GPA" to ws-default-keyword.
           move 100 to ws-default-value.
           perform add-param-if-missing.
      *        Bad-debt write-off candidates: days past due, and days
      *        since the invoice last took a payment.
           move "WRITEOFF-AGE-DAYS" to ws-default-keyword.
           move 180 to ws-default-value.
           perform add-param-if-missing.
           move "WRITEOFF-IDLE-DAYS" to ws-default-keyword.
           move 90 to ws-default-value.
           perform add-param-if-missing.
      *        Returned payments: the fee in cents, and the days a
      *        student or payer stays cash or certified funds only.
           move "NSF-FEE-CENTS" to ws-default-keyword.
           move 2500 to ws-default-value.
           perform add-param-if-missing.
           move "NSF-RESTRICT-DAYS" to ws-default-keyword.
           move 180 to ws-default-value.
           perform add-param-if-missing.
      *        Health compliance at enrollment: 1 refuses a student
      *        missing a required item unless the clerk overrides,
      *        0 only warns.
           move "HEALTH-ENROLL-BLOCK" to ws-default-keyword.
           move 1 to ws-default-value.
           perform add-param-if-missing.
      *        Adjustments over this many whole dollars wait for a
      *        supervisor's approval before they post.
           move "ADJ-APPROVAL-DOLLARS" to ws-default-keyword.
           move 500 to ws-default-value.
           perform add-param-if-missing.
      *        Budget variance: whole percent either side of budget a
      *        line may run before the variance report flags it.
           move "BUDGET-TOLERANCE-PCT" to ws-default-keyword.
           move 10 to ws-default-value.
           perform add-param-if-missing.
      *        Financial holds: whole dollars a student may have more
      *        than this many days past due before the nightly run
      *        places a hold.
           move "FIN-HOLD-DOLLARS" to ws-default-keyword.
           move 500 to ws-default-value.
           perform add-param-if-missing.
           move "FIN-HOLD-DAYS" to ws-default-keyword.
           move 60 to ws-default-value.
           perform add-param-if-missing.

       add-param-if-missing.
           move "N" to ws-found-sw.
           perform varying ws-param-sub from 1 by 1
                   until ws-param-sub > ws-param-count
                   or ws-param-found
               if ws-param-keyword(ws-param-sub) = ws-default-keyword
                   move "Y" to ws-found-sw
               end-if
           end-perform.
           if not ws-param-found
               if ws-param-count < 40
                   add 1 to ws-param-count
                   move ws-default-keyword
                           to ws-param-keyword(ws-param-count)
                   move ws-default-value
                           to ws-param-value(ws-param-count)
                   move "Y" to ws-changed-sw
               else
                   display "WARNING: parameter table full - "
                           ws-default-keyword " not added"
               end-if
           end-if.

       list-params.
           perform varying ws-param-sub from 1 by 1
                   until ws-param-sub > ws-param-count

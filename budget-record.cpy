      *> Record layout of the budget.db indexed master, copied into
      *> every program that opens it so the layout cannot drift between
      *> them. One record per budgeted figure, keyed by the yyyypp
      *> fiscal period (see FISCAL-DATE) and the line: S the sum total
      *> sum-period-close snapshots, C charges billed, P payments
      *> received and A net adjustments, the last three as
      *> billing-period-close records them. Amounts carry two decimals
      *> like every billing amount; the sum total is budgeted in the
      *> same whole units sum.cob totals, so its cents stay zero. Net
      *> adjustments can budget negative. The date and operator record
      *> the last change.
       01 budget-record.
           05 budget-key.
               10 bg-period pic 9(6).
               10 bg-line pic x(1).
                   88 bg-sum-total value "S".
                   88 bg-charges value "C".
                   88 bg-payments value "P".
                   88 bg-net-adjustments value "A".
                   88 bg-valid-line value "S" "C" "P" "A".
           05 bg-amount pic s9(9)v99.
           05 bg-updated-date pic 9(8).
           05 bg-updated-operator pic x(8).

      *> Record layout of the aid-funds.db indexed master, copied
      *> into every program that opens it so the layout cannot drift
      *> between them. One record per scholarship or aid fund: the
      *> fund's budget for the year and what the billing run has
      *> disbursed against it to date, so the disbursement register
      *> ties every award back to the money behind it and no fund is
      *> spent past its budget.
       01 fund-record.
           05 af-fund-code pic x(6).
           05 af-fund-name pic x(30).
           05 af-budget pic 9(7)v99.
           05 af-disbursed pic 9(7)v99.

      *> Record layout of the awards.db indexed file, copied into
      *> every program that opens it so the layout cannot drift
      *> between them. One record per scholarship or aid award,
      *> keyed by student, term, and the aid-funds.db fund paying
      *> it. An award is either a flat amount for the term or a
      *> percentage of each tuition invoice billed in the term - a
      *> percentage award with an amount as well is capped at that
      *> amount. A non-zero minimum GPA (two implied decimals) makes
      *> the award conditional on the student's cumulative GPA. The
      *> disbursed figure is what the billing run has applied so far.
       01 award-record.
           05 award-key.
               10 aw-student-id pic x(5).
               10 aw-term pic x(5).
               10 aw-fund-code pic x(6).
           05 aw-amount pic 9(5)v99.
           05 aw-percent pic 9(3).
           05 aw-min-gpa pic 9v99.
           05 aw-disbursed pic 9(5)v99.

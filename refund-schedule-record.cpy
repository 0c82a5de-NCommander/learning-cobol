      *> Record layout of the refund-schedule.db indexed file, copied
      *> into every program that opens it so the layout cannot drift
      *> between them. One record per tier of a term's tuition
      *> refund schedule, keyed by the terms.db term code plus the
      *> last business day of the term the tier covers - day 1 is
      *> the term's start date - with the percentage of tuition
      *> credited back for a drop or withdrawal on or before that
      *> day. A drop after the last tier earns no refund. The usual
      *> schedule is three tiers: 100 through day 5, 50 through day
      *> 15, and 0 through the term end.
       01 refund-schedule-record.
           05 refund-schedule-key.
               10 rf-term pic x(5).
               10 rf-through-day pic 9(3).
           05 rf-percent pic 9(3).

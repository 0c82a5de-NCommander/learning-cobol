      *> Record layout of the rate-history.db indexed file, copied into
      *> every program that opens it so the layout cannot drift
      *> between them. One record per tuition rate a course has been
      *> given, keyed by the course code and the terms.db term the rate
      *> takes effect with. The rate in force for a term is the record
      *> whose effective term starts latest on or before that term's
      *> start; a term ahead of every record for the course (or a
      *> course with none) is priced at the courses.db catalog rate,
      *> so a board raise is keyed once against the term it starts
      *> with and billing for the terms before it is left alone. The
      *> date and operator record who keyed the rate.
       01 rate-history-record.
           05 rate-history-key.
               10 rh-course-code pic x(6).
               10 rh-effective-term pic x(5).
           05 rh-rate pic 9(5)v99.
           05 rh-entered-date pic 9(8).
           05 rh-entered-operator pic x(8).

      *> Record layout of the programs.db indexed master, copied into
      *> every program that opens it so the layout cannot drift
      *> between them. One record per program of study, keyed by the
      *> six-character code students.db carries in
      *> student-program-code: the courses every student in the
      *> program must pass, up to four elective pools - each a list
      *> of courses of which the student must pass enough to make
      *> the pool's credit hours - and the minimum credit hours for
      *> the whole program. Hours are held in tenths like the
      *> catalog's credit hours.
       01 program-record.
           05 pg-program-code pic x(6).
           05 pg-program-name pic x(30).
           05 pg-min-hours pic 9(3)v9.
           05 pg-required-count pic 9(2).
           05 pg-required-course pic x(6) occurs 20 times.
           05 pg-pool-count pic 9(1).
           05 pg-pool occurs 4 times.
               10 pg-pool-name pic x(15).
               10 pg-pool-hours pic 9(2)v9.
               10 pg-pool-course-count pic 9(2).
               10 pg-pool-course pic x(6) occurs 10 times.

      *> Record layout of the standing-history.db indexed file,
      *> copied into every program that opens it so the layout cannot
      *> drift between them. One record per student per term, written
      *> by academic-standing-run.cob at the end of the term: the
      *> term and cumulative GPAs and credit hours the standing was
      *> judged on, and the standing itself - G good standing, W
      *> academic warning, P probation, S suspension. A re-run of the
      *> same term replaces the term's record. The prior term's
      *> record is what escalates a second probation to suspension,
      *> and the transcript prints the standing for each term.
       01 standing-record.
           05 standing-key.
               10 sh-student-id pic x(5).
               10 sh-term pic x(5).
           05 sh-term-gpa pic 9v99.
           05 sh-term-hours pic 9(3)v9.
           05 sh-cum-gpa pic 9v99.
           05 sh-cum-hours pic 9(4)v9.
           05 sh-standing pic x(1).
               88 sh-good-standing value "G".
               88 sh-warning value "W".
               88 sh-probation value "P".
               88 sh-suspension value "S".
           05 sh-run-date pic 9(8).

      *> Record layout of hold-exceptions.dat, the line sequential log
      *> every program that turns a held student away appends to:
      *> when, which program, the student, what was blocked - E an
      *> enrollment, T a transcript, G the grades on one - the hold
      *> types that blocked it, and the course or term involved.
      *> hold-exception-report prints the day's entries.
       01 hold-exception-record.
           05 he-timestamp pic x(14).
           05 filler pic x(1).
           05 he-program pic x(22).
           05 filler pic x(1).
           05 he-student-id pic x(5).
           05 filler pic x(1).
           05 he-blocked pic x(1).
               88 he-enrollment value "E".
               88 he-transcript value "T".
               88 he-grades value "G".
           05 filler pic x(1).
           05 he-hold-types pic x(4).
           05 filler pic x(1).
           05 he-detail pic x(15).

      *> Record layout of student-snapshot.dat, the sequential student
      *> snapshot student-snapshot-run writes early in the end-of-day
      *> stream, copied into every program that reads it so the layout
      *> cannot drift between them. An H header carries the as-of
      *> timestamp the reports print in their headings; one D detail
      *> per students.db record carries the whole student-record.cpy
      *> image with the figures worked out once for the night - age
      *> (B when the birth date lies in the future), live enrollments,
      *> cumulative GPA with the credit hours behind it, and the open
      *> balance; a T trailer carries the control counts and the
      *> balance total a reader proves its pass against.
       01 snapshot-record.
           05 ss-record-type pic x(1).
               88 ss-header value "H".
               88 ss-detail value "D".
               88 ss-trailer value "T".
           05 ss-detail-data.
               10 ss-student-image pic x(130).
               10 ss-age pic 9(3).
               10 ss-dob-flag pic x(1).
                   88 ss-bad-dob value "B".
               10 ss-enrolled-count pic 9(3).
               10 ss-gpa pic 9v99.
               10 ss-gpa-hours pic 9(4)v9.
               10 ss-open-balance pic s9(7)v99
                       sign leading separate.
           05 ss-header-data redefines ss-detail-data.
               10 ss-as-of-timestamp pic x(14).
               10 filler pic x(141).
           05 ss-trailer-data redefines ss-detail-data.
               10 ss-student-count pic 9(7).
               10 ss-active-count pic 9(7).
               10 ss-enrolled-total pic 9(7).
               10 ss-balance-total pic s9(9)v99
                       sign leading separate.
               10 filler pic x(122).

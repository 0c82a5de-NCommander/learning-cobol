               10 arch-student-zip pic x(5).
           05 arch-student-phone pic x(10).
           05 arch-student-guardian pic x(25).
           05 arch-student-program-code pic x(6).

       fd course.
       copy "course-record.cpy".

       fd customer-master.
       copy "customer-record.cpy".

       fd instructor-master.
       01 instructor-record.

               10 arch-student-zip pic x(5).
           05 arch-student-phone pic x(10).
           05 arch-student-guardian pic x(25).
           05 arch-student-program-code pic x(6).

       fd audit-file.
       copy "audit-record.cpy".
               move arch-student-address to student-address
               move arch-student-phone to student-phone
               move arch-student-guardian to student-guardian
               move arch-student-program-code to student-program-code
      *        A restored student is re-enrolling - back to active,
      *        so the roster and eligibility reports see them again.
               move "A" to student-status

      *> Run-mode switch shared across the end-of-day run unit.
      *> end-of-day-driver sets it before it calls the first step, and
      *> the student reports it calls test it to read the night's
      *> student-snapshot.dat instead of students.db; run on their own
      *> they find it unset and read the live master as before. The
      *> driver also posts the time the stream started (the original
      *> start, on a restart), and a report refuses a snapshot taken
      *> before it as left over from an earlier night.
       01 eod-batch-mode-sw pic x(1) external.
           88 eod-batch-mode value "Y".
       01 eod-stream-started pic x(14) external.

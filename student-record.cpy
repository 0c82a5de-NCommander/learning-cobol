      *> what sets the departure codes. A file written under the
      *> status-less layout must be rebuilt through
      *> student-status-conversion.cob before any program opens it
      *> under this one. The program code names the programs.db
      *> program of study the degree audit measures the student
      *> against; spaces means none declared. A file written before
      *> the program code existed must be rebuilt through
      *> student-program-conversion.cob.
       01 student-file.
           05 student-id pic x(5).
           05 student-name pic a(25).
               88 student-withdrawn value "W".
               88 student-graduated value "G".
               88 student-on-leave value "L".
           05 student-program-code pic x(6).

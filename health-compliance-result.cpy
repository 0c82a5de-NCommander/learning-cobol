      *> What the shared health-compliance subprogram hands back: the
      *> number of required health-requirements.db items a student
      *> is missing as of the date asked about, and each one's code,
      *> description and the date it came due (zero when the
      *> student's date of birth is not on file, in which case every
      *> required item is taken as due). Copied into the subprogram's
      *> linkage and into every caller so the two cannot drift.
       01 health-compliance-result.
           05 hc-missing-count pic 9(2).
           05 hc-missing-entry occurs 20 times.
               10 hc-missing-code pic x(6).
               10 hc-missing-description pic x(30).
               10 hc-missing-due-date pic 9(8).

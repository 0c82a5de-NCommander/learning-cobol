      *> Record layout of the student-health.db indexed file, copied
      *> into every program that opens it so the layout cannot drift
      *> between them. One record per student per health-requirements
      *> code the office has paperwork for: the date the shot was
      *> given or the form received, or an exemption code in its
      *> place (M medical, R religious, P personal/philosophical).
      *> Either one satisfies the requirement; a record carrying
      *> neither is as good as none. Stamped with when and by whom it
      *> was last keyed.
       01 student-health-record.
           05 student-health-key.
               10 sh-student-id pic x(5).
               10 sh-requirement-code pic x(6).
           05 sh-satisfied-date pic 9(8).
           05 sh-exemption-code pic x(1).
               88 sh-exempt value "M" "R" "P".
               88 sh-valid-exemption value "M" "R" "P" " ".
           05 sh-keyed-date pic 9(8).
           05 sh-keyed-operator pic x(8).

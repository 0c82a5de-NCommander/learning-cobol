      *> Record layout of the discount-eligibility.db indexed file,
      *> copied into every program that opens it so the layout cannot
      *> drift between them. One record per student granted a
      *> discount that depends on who the student is rather than on
      *> the enrollments - today the type E staff-child discount on
      *> discount-rules.db - keyed by student and rule type, with who
      *> granted it and when. Removing the record ends the discount
      *> from the next billing run on.
       01 discount-eligibility-record.
           05 discount-eligibility-key.
               10 de-student-id pic x(5).
               10 de-rule-type pic x(1).
           05 de-granted-date pic 9(8).
           05 de-granted-operator pic x(8).
           05 de-note pic x(30).

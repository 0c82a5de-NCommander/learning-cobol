      *> Record layout of the discount-rules.db indexed file, copied
      *> into every program that opens it so the layout cannot drift
      *> between them. One record per board-approved tuition discount
      *> rule, keyed by the rule type and the terms.db term it takes
      *> effect from; it stays in force through the through term (a
      *> blank through term leaves it open-ended), so a new rate is a
      *> new record and the old one is closed off rather than
      *> overwritten. Type S is the sibling discount, for the second
      *> and later students of a payer-xref.db household enrolled in
      *> the term; M the multi-course discount, for the third and
      *> later courses a student takes in the term; E the staff-child
      *> discount, for the students granted it on
      *> discount-eligibility.db. A rule is a whole percentage off
      *> each tuition invoice - capped at the amount when one is given
      *> as well - or, with no percentage, a flat amount per invoice.
       01 discount-rule-record.
           05 discount-rule-key.
               10 dr-rule-type pic x(1).
                   88 dr-sibling value "S".
                   88 dr-multi-course value "M".
                   88 dr-staff-child value "E".
                   88 dr-valid-type value "S" "M" "E".
               10 dr-from-term pic x(5).
           05 dr-through-term pic x(5).
           05 dr-percent pic 9(3).
           05 dr-amount pic 9(5)v99.
           05 dr-description pic x(30).

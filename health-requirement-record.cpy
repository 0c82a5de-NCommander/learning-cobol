      *> Record layout of the health-requirements.db indexed table,
      *> copied into every program that opens it so the layout cannot
      *> drift between them. One record per vaccine or health form
      *> the school tracks, keyed by a short requirement code, with
      *> its description, whether it is a vaccine (V) or a form (F),
      *> the age in years a student must have it by, and whether it
      *> is required (Y) or only recorded (N). Only required items
      *> that have come due count against a student's compliance; an
      *> age of zero means due from the day the student enrolls.
       01 health-requirement-record.
           05 hr-requirement-code pic x(6).
           05 hr-description pic x(30).
           05 hr-kind pic x(1).
               88 hr-vaccine value "V".
               88 hr-form value "F".
               88 hr-valid-kind value "V" "F".
           05 hr-due-age pic 9(2).
           05 hr-required-sw pic x(1).
               88 hr-required value "Y".

      *> Record layout of the holds.db indexed file, copied into every
      *> program that opens it so the layout cannot drift between
      *> them. One record per hold on a student, keyed by student-id,
      *> hold type - F financial, R registrar, H health, D
      *> disciplinary - and a sequence within the type, so a student
      *> can carry more than one hold of a kind. Each hold records
      *> the date and operator that placed it, a reason, and what it
      *> blocks: new enrollments, transcripts, and the release of
      *> grades. Holds the nightly financial-hold run places carry
      *> source A and the past-due balance that drew them, and are
      *> the only ones that run releases; keyed holds carry source M
      *> and stay until an operator releases them.
       01 hold-record.
           05 hold-key.
               10 hd-student-id pic x(5).
               10 hd-hold-type pic x(1).
                   88 hd-financial value "F".
                   88 hd-registrar value "R".
                   88 hd-health value "H".
                   88 hd-disciplinary value "D".
                   88 hd-valid-type value "F" "R" "H" "D".
               10 hd-seq pic 9(3).
           05 hd-placed-date pic 9(8).
           05 hd-placed-operator pic x(8).
           05 hd-block-enroll-sw pic x(1).
               88 hd-blocks-enrollment value "Y".
           05 hd-block-transcript-sw pic x(1).
               88 hd-blocks-transcript value "Y".
           05 hd-block-grades-sw pic x(1).
               88 hd-blocks-grades value "Y".
           05 hd-source pic x(1).
               88 hd-automatic value "A".
               88 hd-manual value "M".
           05 hd-balance pic 9(7)v99.
           05 hd-reason pic x(30).

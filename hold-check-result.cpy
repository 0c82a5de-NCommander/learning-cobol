      *> What the shared hold-check subprogram hands back: how many
      *> holds a student carries on holds.db, how many of them block
      *> enrollment, transcripts, and grade release along with the hold
      *> types behind each block (one letter per type, in key order),
      *> and each hold's type, sequence, placed date, blocks, and
      *> reason. More than ten holds are counted but not listed. Copied
      *> into the subprogram's linkage and into every caller so the two
      *> cannot drift.
       01 hold-check-result.
           05 hk-hold-count pic 9(2).
           05 hk-enroll-count pic 9(2).
           05 hk-transcript-count pic 9(2).
           05 hk-grades-count pic 9(2).
           05 hk-enroll-types pic x(4).
           05 hk-transcript-types pic x(4).
           05 hk-grades-types pic x(4).
           05 hk-hold-entry occurs 10 times.
               10 hk-hold-type pic x(1).
               10 hk-seq pic 9(3).
               10 hk-placed-date pic 9(8).
               10 hk-block-enroll-sw pic x(1).
               10 hk-block-transcript-sw pic x(1).
               10 hk-block-grades-sw pic x(1).
               10 hk-reason pic x(30).

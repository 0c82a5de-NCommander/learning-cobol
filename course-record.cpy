      *> Record layout of the courses.db indexed catalog, copied into
      *> every program that opens the file so the layout cannot drift
      *> between them. The tuition rate drives the auto-billing run in
      *> tuition-billing-run.cob for every term ahead of the course's
      *> first rate-history.db entry, which carries the dated rates
      *> from there on; a zero rate means the course has no fee on the
      *> schedule yet and the run skips it rather than billing
      *> nothing. Maximum seats caps what enrollment
      *> maintenance will write before offering the waitlist; zero
      *> means the course is uncapped. The prerequisite names the
      *> course a student must already have passed on grades.db

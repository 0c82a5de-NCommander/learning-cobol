      *> Record layout of the writeoff-candidates.db indexed file,
      *> copied into every program that opens it so the layout cannot
      *> drift between them. One record per invoice writeoff-run has
      *> selected as a bad-debt candidate - past the WRITEOFF-AGE-DAYS
      *> parameter with no payment inside WRITEOFF-IDLE-DAYS - keyed
      *> by the invoice key, with the figures the business manager
      *> reviewed. Status P is pending review; W is written off, with
      *> the amount posted and the date it was placed with the
      *> collection agency; R is rejected by the manager and stays
      *> off later selections; C closed because the balance was paid
      *> or credited before the write-off was approved.
       01 writeoff-candidate-record.
           05 writeoff-key.
               10 wo-student-id pic x(5).
               10 wo-invoice-no pic 9(4).
           05 wo-selected-date pic 9(8).
           05 wo-due-date pic 9(8).
           05 wo-days-past-due pic 9(5).
           05 wo-last-pay-date pic 9(8).
           05 wo-balance pic 9(5)v99.
           05 wo-status pic x(1).
               88 wo-pending value "P".
               88 wo-written-off value "W".
               88 wo-rejected value "R".
               88 wo-closed value "C".
           05 wo-decided-date pic 9(8).
           05 wo-decided-operator pic x(8).
           05 wo-written-amount pic 9(5)v99.
           05 wo-placed-date pic 9(8).

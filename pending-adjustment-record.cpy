      *> Record layout of the pending-adjustments.db indexed file,
      *> copied into every program that opens it so the layout cannot
      *> drift between them. A credit memo, adjustment, or refund
      *> keyed through adjustment-entry for more than the
      *> ADJ-APPROVAL-DOLLARS parameter lands here instead of on
      *> invoice-adjustments.db, keyed under the invoice with its own
      *> pending sequence, and does not touch the open balance until
      *> a supervisor other than the keyer approves it on
      *> adjustment-approval. Status P is pending; A approved, with
      *> the invoice-adjustments.db sequence it posted under; R
      *> rejected, with the supervisor's reason.
       01 pending-adjustment-record.
           05 pending-adjustment-key.
               10 pa-student-id pic x(5).
               10 pa-invoice-no pic 9(4).
               10 pa-pending-seq pic 9(3).
           05 pa-type pic x(1).
           05 pa-amount pic 9(5)v99.
           05 pa-keyed-date pic 9(8).
           05 pa-keyed-operator pic x(8).
           05 pa-reason pic x(30).
           05 pa-status pic x(1).
               88 pa-pending value "P".
               88 pa-approved value "A".
               88 pa-rejected value "R".
           05 pa-decided-date pic 9(8).
           05 pa-decided-operator pic x(8).
           05 pa-adj-seq pic 9(3).
           05 pa-reject-reason pic x(30).

      *> Record layout of the unapplied-cash.db indexed suspense file,
      *> copied into every program that opens it so the layout cannot
      *> drift between them. One record per lockbox item, or part of
      *> one, that could not be applied to an open invoice: keyed by
      *> the bank deposit date and the item's position in the batch,
      *> with the bank's remittance reference, the student or payer
      *> id and check number as the bank sent them, the amount held,
      *> and why. Status O is open and on the worklist; C is cleared,
      *> stamped with the date, the operator, and the payments.db
      *> receipt (or a note) the money finally went to.
       01 unapplied-cash-record.
           05 unapplied-cash-key.
               10 uc-deposit-date pic 9(8).
               10 uc-item-no pic 9(4).
           05 uc-batch-id pic x(10).
           05 uc-remit-ref pic x(10).
           05 uc-payer-id pic x(10).
           05 uc-check-no pic x(10).
           05 uc-item-amount pic 9(7)v99.
           05 uc-amount pic 9(7)v99.
           05 uc-reason pic x(20).
           05 uc-status pic x(1).
               88 uc-open value "O".
               88 uc-cleared value "C".
           05 uc-cleared-date pic 9(8).
           05 uc-cleared-operator pic x(8).
           05 uc-cleared-note pic x(20).

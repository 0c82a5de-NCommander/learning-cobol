      *> Record layout of the payment-restrictions.db indexed file,
      *> copied into every program that opens it so the layout cannot
      *> drift between them. One record per student or customers.db
      *> payer whose check has come back, keyed by party type (S
      *> student, P payer) and id. Until the expiry date - the return
      *> date plus the NSF-RESTRICT-DAYS parameter - payment-posting
      *> warns the clerk to take only cash or certified funds from
      *> them. A second return rewrites the record with the later
      *> expiry and the newer receipt.
       01 restriction-record.
           05 restriction-key.
               10 rs-party-type pic x(1).
                   88 rs-student value "S".
                   88 rs-payer value "P".
               10 rs-party-id pic x(10).
           05 rs-flagged-date pic 9(8).
           05 rs-expire-date pic 9(8).
           05 rs-receipt-no pic 9(6).
           05 rs-return-count pic 9(3).
           05 rs-operator pic x(8).

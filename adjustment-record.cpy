      *> against an invoice, keyed under the invoice with a sequence
      *> number, so the invoice itself is never altered and the books
      *> still tie out line by line. Type C is a credit memo and A an
      *> adjustment, both reducing the open amount; type R is a refund
      *> to an overpaid student and L a late-fee assessment, both
      *> increasing it. Type F is financial aid the billing run applies
      *> from awards.db, reducing the open amount like a credit but kept
      *> distinct so aid can be told from credits. Type W is a bad-debt
      *> write-off writeoff-run posts for the whole open balance, and B
      *> the reinstatement payment-posting posts ahead of a recovery
      *> against a written-off invoice, so the recovered money has a
      *> balance to settle. Type N is the returned-check fee
      *> returned-payment assesses when a payment comes back from the
      *> bank. Type D is a tuition discount the billing run applies from
      *> discount-rules.db, reducing the open amount like aid but kept
      *> distinct so the gross tuition and the discount both stay
      *> visible. The open balance of an invoice is always amount plus
      *> the R, L, B and N adjustments (adj-increases-balance) less
      *> every other type less paid.
       01 adjustment-record.
           05 adjustment-key.
               10 adj-student-id pic x(5).
               88 adj-adjustment value "A".
               88 adj-refund value "R".
               88 adj-late-fee value "L".
               88 adj-financial-aid value "F".
               88 adj-write-off value "W".
               88 adj-recovery value "B".
               88 adj-returned-check-fee value "N".
               88 adj-discount value "D".
               88 adj-increases-balance value "R" "L" "B" "N".
           05 adj-amount pic 9(5)v99.
           05 adj-date pic 9(8).
           05 adj-operator pic x(8).

      *> Record layout of the payment-reversals.db indexed file,
      *> copied into every program that opens it so the layout cannot
      *> drift between them. One record per payments.db line the bank
      *> sent back, keyed by the very receipt number and line it
      *> reverses, so the original posting is never altered and the
      *> cash receipts journal for the day it was taken still prints
      *> what was deposited. Carries the student and invoice the
      *> money came off, the method and amount returned, the date and
      *> operator of the return, how much of it came back off
      *> payment-plans.db installments, and the returned-check fee
      *> (type N adjustment, by its sequence) assessed with it, if
      *> any.
       01 reversal-record.
           05 reversal-key.
               10 rv-receipt-no pic 9(6).
               10 rv-line pic 9(2).
           05 rv-student-id pic x(5).
           05 rv-invoice-no pic 9(4).
           05 rv-pay-date pic 9(8).
           05 rv-pay-method pic x(1).
           05 rv-amount pic 9(5)v99.
           05 rv-return-date pic 9(8).
           05 rv-operator pic x(8).
           05 rv-reason pic x(30).
           05 rv-plan-reversed pic 9(5)v99.
           05 rv-fee-amount pic 9(5)v99.
           05 rv-fee-adj-seq pic 9(3).

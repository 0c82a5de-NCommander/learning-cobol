      *> Record layout of the customers.db indexed master - the payers
      *> payer-xref.db links students to - copied into every program
      *> that opens the file so the layout cannot drift between them.
      *> The mailing address, phone, email and preferred-contact code
      *> are the payer's own, so a statement or letter for a divorced
      *> parent or a sponsoring employer goes where that payer lives
      *> rather than to the student's street; a record converted from
      *> the old name-only layout by customer-conversion.cob carries
      *> spaces there until the office keys real values. The
      *> preferred contact is M mail, P phone or E email; a space
      *> reads as mail. The record is longer than one journal.log
      *> image, so the writers carry its tail in the journal's
      *> extension images.
       01 customer-master-record.
           05 cm-customer-id pic x(10).
           05 cm-customer-name.
               10 cm-customer-first pic x(30).
               10 cm-customer-last pic x(30).
           05 cm-contact-details.
               10 cm-mailing-address.
                   15 cm-street pic x(30).
                   15 cm-street-2 pic x(30).
                   15 cm-city pic x(20).
                   15 cm-state pic x(2).
                   15 cm-zip pic x(10).
               10 cm-phone pic x(15).
               10 cm-email pic x(40).
               10 cm-preferred-contact pic x(1).
                   88 cm-contact-mail value "M" " ".
                   88 cm-contact-phone value "P".
                   88 cm-contact-email value "E".
                   88 cm-contact-valid value "M" "P" "E" " ".

       data division.
       file section.
       fd customer-master.
       copy "customer-record.cpy".

       fd payer-xref.
       01 payer-xref-record.

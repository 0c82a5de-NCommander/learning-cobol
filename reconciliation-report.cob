           05 filler pic x(41).

       fd customer-master.
       copy "customer-record.cpy".

       fd recon-file.
       01 recon-line pic x(70).

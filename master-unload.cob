       copy "student-record.cpy".

       fd customer-master.
       copy "customer-record.cpy".

       fd student-backup.
       01 student-backup-record.
       fd customer-backup.
       01 customer-backup-record.
           05 cb-record-type pic x(1).
           05 cb-record-data pic x(218).
           05 cb-trailer-data redefines cb-record-data.
               10 cb-trailer-count pic 9(9).
               10 filler pic x(1).
               10 cb-trailer-hash pic 9(15).
               10 filler pic x(193).

       working-storage section.
       01 ws-student-status pic x(2).

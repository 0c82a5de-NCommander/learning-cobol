       >>SOURCE FORMAT IS FIXED
      *> Rebuilds an indexed master from the sequential backup
      *> master-unload.cob wrote: students-backup.dat back onto
      *> students.db or customers-backup.dat back onto customers.db. The
      *> rebuild counts the records loaded and re-computes the key hash
      *> total, and only declares the restore IN BALANCE when both match
      *> the backup's trailer; anything else prints OUT OF BALANCE with
      *> both sets of figures and returns 8. A customers-backup.dat
      *> unloaded under the name-only customer layout reloads with the
      *> payer contact fields blank.

       identification division.
       program-id. master-reload.
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

       >>SOURCE FORMAT IS FIXED
      *> One-time conversion of the customer master to the layout
      *> carrying the payer's mailing address, phone, email and
      *> preferred-contact code. The operator first renames the
      *> existing file out of the way:
      *>     customers.db -> customers-old.db
      *> then runs this program, which rebuilds customers.db with the
      *> ID and name carried across and the new fields left blank
      *> until the office keys each payer's details - an existing
      *> file opened under the longer layout would fail the open, so
      *> the rebuild is not optional. A customers-backup.dat written
      *> by master-unload before the rebuild still reloads, the new
      *> fields coming back blank. Record counts display so the
      *> rebuild can be proved complete before the old file is put
      *> away.

       identification division.
       program-id. customer-conversion.

       environment division.
       input-output section.
       file-control.
           select optional old-customer assign "customers-old.db"
                  organization is indexed
                  access is sequential
                  record key is old-customer-id
                  file status is ws-old-customer-status.

           select optional customer-master assign "customers.db"
                  organization is indexed
                  access is random
                  record key is cm-customer-id
                  file status is ws-master-status.

       data division.
       file section.
       fd old-customer.
       01 old-customer-record.
           05 old-customer-id pic x(10).
           05 old-customer-name pic x(60).

       fd customer-master.
       copy "customer-record.cpy".

       working-storage section.
       01 ws-old-customer-status pic x(2).
           88 ws-old-customer-present value "00".
       01 ws-master-status pic x(2).
           88 ws-master-open-ok value "00" "05".
       01 ws-eof pic a(1) value "N".

       01 ws-in-count pic 9(5) value 0.
       01 ws-out-count pic 9(5) value 0.

       procedure division.
       open input old-customer.
       if not ws-old-customer-present
           display "customers-old.db not found (status "
                   ws-old-customer-status ") - rename the current "
                   "customers.db to customers-old.db first"
           close old-customer
           stop run
       end-if.

       open output customer-master.
       if not ws-master-open-ok
           display "WARNING: customers.db open status "
                   ws-master-status
       end-if.

       perform until ws-eof = "Y"
           read old-customer next
               at end move "Y" to ws-eof
               not at end perform convert-one-customer
           end-read
       end-perform.

       close old-customer.
       if ws-old-customer-status not = "00"
           display "WARNING: customers-old.db close status "
                   ws-old-customer-status
       end-if.
       close customer-master.
       if ws-master-status not = "00"
           display "WARNING: customers.db close status "
                   ws-master-status
       end-if.

       display "Records read: " ws-in-count
               "  written: " ws-out-count.
       if ws-in-count not = ws-out-count
           display "WARNING: counts do not balance - keep the old "
                   "file and investigate before proceeding"
       end-if.
       stop run.

       convert-one-customer.
           add 1 to ws-in-count.
           move spaces to customer-master-record.
           move old-customer-id to cm-customer-id.
           move old-customer-name to cm-customer-name.
           write customer-master-record
               invalid key
                   display "Unable to write key " old-customer-id
                           " status " ws-master-status
               not invalid key
                   add 1 to ws-out-count
           end-write.

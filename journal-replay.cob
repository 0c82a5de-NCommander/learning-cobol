       >>SOURCE FORMAT IS FIXED
      *> Recovery replay for the indexed masters. Reads journal.log
      *> forward and re-applies each change's after image (or delete) to
      *> students.db or customers.db, so a master restored from an old
      *> copy can be rolled forward to the point of failure. The replay
      *> can be cut off at a yyyymmddhhmmss timestamp to stop short of a
      *> change that caused the corruption. Payer links on payer-xref.db
      *> replay the same way under file identifier XREF, so the links
      *> payer-merge moves from a retired payer to the survivor roll
      *> forward with the customers.db changes.

       identification division.
       program-id. journal-replay.
                  record key is cm-customer-id
                  file status is ws-master-status.

           select optional payer-xref assign "payer-xref.db"
                  organization is indexed
                  access is random
                  record key is payer-xref-key
                  file status is ws-xref-status.

       data division.
       file section.
       fd journal-file.
           05 jr-before-image pic x(150).
           05 filler pic x(1).
           05 jr-after-image pic x(150).
           05 filler pic x(1).
           05 jr-before-image-ext pic x(100).
           05 filler pic x(1).
           05 jr-after-image-ext pic x(100).

       fd student.
       copy "student-record.cpy".

       fd customer-master.
       copy "customer-record.cpy".

       fd payer-xref.
       01 payer-xref-record.
           05 payer-xref-key.
               10 px-customer-id pic x(10).
               10 px-student-id pic x(5).
           05 px-linked-date pic 9(8).

       working-storage section.
       01 ws-journal-status pic x(2).
       01 ws-master-status pic x(2).
           88 ws-master-ok value "00".
           88 ws-master-open-ok value "00" "05".
       01 ws-xref-status pic x(2).
           88 ws-xref-open-ok value "00" "05".
       01 ws-eof pic a(1) value "N".
       01 ws-customer-image.
           05 ws-customer-image-main pic x(150).
           05 ws-customer-image-ext pic x(100).

       01 ws-target pic x(1).
       01 ws-target-file-id pic x(10).
       01 ws-stopped-count pic 9(5) value 0.

       procedure division.
       display "Replay journal against (S)tudents, (C)ustomers, or "
               "payer (X)refs?".
       accept ws-target.

       evaluate ws-target
                   display "WARNING: customers.db open status "
                           ws-master-status
               end-if
           when "X" when "x"
               move "XREF" to ws-target-file-id
               open i-o payer-xref
               if not ws-xref-open-ok
                   display "WARNING: payer-xref.db open status "
                           ws-xref-status
               end-if
           when other
               display "Unrecognized option: " ws-target
               stop run
                   ws-journal-status
       end-if.

       evaluate ws-target-file-id
           when "STUDENT"
               close student
               if ws-student-status not = "00"
                   display "WARNING: students.db close status "
                           ws-student-status
               end-if
           when "CUSTOMER"
               close customer-master
               if ws-master-status not = "00"
                   display "WARNING: customers.db close status "
                           ws-master-status
               end-if
           when other
               close payer-xref
               if ws-xref-status not = "00"
                   display "WARNING: payer-xref.db close status "
                           ws-xref-status
               end-if
       end-evaluate.

       display "Journal entries applied: " ws-applied-count.
       display "Journal entries skipped: " ws-skipped-count.
                   and jr-timestamp > ws-cutoff-timestamp
                   add 1 to ws-stopped-count
               else
                   evaluate ws-target-file-id
                       when "STUDENT"
                           perform replay-student-entry
                       when "CUSTOMER"
                           perform replay-customer-entry
                       when other
                           perform replay-xref-entry
                   end-evaluate
               end-if
           end-if.

       replay-customer-entry.
           evaluate jr-operation
               when "CREATE"
                   perform load-customer-after-image
                   write customer-master-record
                       invalid key perform replay-customer-rewrite
                       not invalid key add 1 to ws-applied-count
                   end-write
               when "UPDATE"
                   perform load-customer-after-image
                   rewrite customer-master-record
                       invalid key perform replay-customer-write
                       not invalid key add 1 to ws-applied-count
                   end-rewrite
               when "DELETE"
                   move jr-before-image to ws-customer-image-main
                   move jr-before-image-ext to ws-customer-image-ext
                   move ws-customer-image to customer-master-record
                   delete customer-master
                       invalid key
                           display "Key already gone: " cm-customer-id
                   add 1 to ws-skipped-count
           end-evaluate.

      *        A customers.db image is longer than one journal
      *        image; its tail is carried in the extension. Entries
      *        journaled under the name-only layout have a blank
      *        extension and replay with the contact fields blank.
       load-customer-after-image.
           move jr-after-image to ws-customer-image-main.
           move jr-after-image-ext to ws-customer-image-ext.
           move ws-customer-image to customer-master-record.

       replay-customer-rewrite.
           rewrite customer-master-record
               invalid key
                   add 1 to ws-skipped-count
               not invalid key add 1 to ws-applied-count
           end-write.

      *----------------------------------------------------------------
      * replay-xref-entry - a payer link is short enough to ride in
      * the main images; payer-merge journals only CREATE and
      * DELETE, UPDATE is taken like the other masters'.
      *----------------------------------------------------------------
       replay-xref-entry.
           evaluate jr-operation
               when "CREATE"
                   move jr-after-image to payer-xref-record
                   write payer-xref-record
                       invalid key perform replay-xref-rewrite
                       not invalid key add 1 to ws-applied-count
                   end-write
               when "UPDATE"
                   move jr-after-image to payer-xref-record
                   rewrite payer-xref-record
                       invalid key perform replay-xref-write
                       not invalid key add 1 to ws-applied-count
                   end-rewrite
               when "DELETE"
                   move jr-before-image to payer-xref-record
                   delete payer-xref
                       invalid key
                           display "Key already gone: " payer-xref-key
                           add 1 to ws-skipped-count
                       not invalid key add 1 to ws-applied-count
                   end-delete
               when other
                   display "Unknown journal operation " jr-operation
                   add 1 to ws-skipped-count
           end-evaluate.

       replay-xref-rewrite.
           rewrite payer-xref-record
               invalid key
                   display "Unable to replay key " payer-xref-key
                           " status " ws-xref-status
                   add 1 to ws-skipped-count
               not invalid key add 1 to ws-applied-count
           end-rewrite.

       replay-xref-write.
           write payer-xref-record
               invalid key
                   display "Unable to replay key " payer-xref-key
                           " status " ws-xref-status
                   add 1 to ws-skipped-count
               not invalid key add 1 to ws-applied-count
           end-write.

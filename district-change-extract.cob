       >>SOURCE FORMAT IS FIXED
      *> Incremental change feed of students.db and enrollments.db for
      *> the district office, in place of sending the whole of
      *> students.csv every time. The Extract option gathers every
      *> students.db and enrollments.db change on the audit trail - the
      *> rolled-over entries on audit-master.db and the current ones on
      *> audit.log - stamped since the high-water timestamp of the last
      *> batch the district accepted, and writes each changed record
      *> once to district-changes.txt: the record's current image as an
      *> add or change, or a delete marker when it is no longer on file.
      *> A header carries the batch sequence and the window the batch
      *> covers, and a trailer the record count. The window ends at the
      *> second the extract started, so a change stamped while it runs
      *> goes in the next batch instead of being lost between the two.
      *> Every finished batch is also appended to
      *> district-feed-history.dat, and district-feed-control.dat holds
      *> the batch sequence, its status, and the high-water marks.
      *> Accept records the district's acknowledgment and moves the
      *> high-water mark up; Resend writes a batch back to
      *> district-changes.txt byte for byte from the history, for the
      *> batch the district rejected. A new extract is refused while the
      *> last batch is still waiting on its acknowledgment, so the
      *> window never skips a change the district did not take.

       identification division.
       program-id. district-change-extract.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select optional audit-master assign "audit-master.db"
                  organization is indexed
                  access is sequential
                  record key is am-key
                  file status is ws-master-status.

           select optional audit-file assign "audit.log"
                  organization is line sequential
                  file status is ws-audit-status.

           select optional student assign "students.db"
                  organization is indexed
                  access is random
                  record key is student-id
                  alternate record key is student-name
                          with duplicates
                  sharing with all other
                  file status is ws-student-status.

           select optional enrollment assign "enrollments.db"
                  organization is indexed
                  access is random
                  record key is enrollment-key
                  file status is ws-enrollment-status.

           select sort-work assign "sortwork.tmp".

           select optional feed-file assign "district-changes.txt"
                  organization is line sequential
                  file status is ws-feed-status.

           select optional history-file
                  assign "district-feed-history.dat"
                  organization is line sequential
                  file status is ws-history-status.

           select optional control-file
                  assign "district-feed-control.dat"
                  organization is line sequential
                  file status is ws-control-status.

       data division.
       file section.
       fd audit-master.
       copy "audit-master-record.cpy".

       fd audit-file.
       copy "audit-record.cpy".

       fd student.
       copy "student-record.cpy".

       fd enrollment.
       copy "enrollment-record.cpy".

      *        One entry per audited change in the window; the sort
      *        brings every change to the same record together, the
      *        latest last.
       sd sort-work.
       01 sort-work-record.
           05 sw-entity pic x(1).
           05 sw-student-id pic x(5).
           05 sw-course-code pic x(6).
           05 sw-timestamp pic x(14).
           05 sw-operation pic x(6).

      *        The district's fixed layout: a header, one detail per
      *        changed record, and a trailer, every line carrying the
      *        batch sequence in the same place. A detail's entity is
      *        S (students.db) or E (enrollments.db); its action A add,
      *        C change, or D delete, a delete carrying no image.
       fd feed-file.
       01 feed-record.
           05 fr-record-type pic x(1).
           05 fr-batch-seq pic 9(6).
           05 fr-body pic x(161).
       01 feed-header-record.
           05 filler pic x(7).
           05 fh-created pic x(14).
           05 fh-from-timestamp pic x(14).
           05 fh-to-timestamp pic x(14).
           05 filler pic x(119).
       01 feed-detail-record.
           05 filler pic x(7).
           05 fd-entity pic x(1).
           05 fd-action pic x(1).
           05 fd-changed pic x(14).
           05 fd-student-id pic x(5).
           05 fd-course-code pic x(6).
           05 fd-image pic x(134).
       01 feed-trailer-record.
           05 filler pic x(7).
           05 ft-record-count pic 9(7).
           05 filler pic x(154).

       fd history-file.
       01 history-record pic x(168).

       fd control-file.
       01 control-record.
           05 dc-last-batch pic 9(6).
           05 filler pic x(1).
           05 dc-last-status pic x(1).
               88 dc-awaiting-ack value "S".
               88 dc-accepted value "A".
               88 dc-rejected value "R".
           05 filler pic x(1).
           05 dc-accepted-hw pic x(14).
           05 filler pic x(1).
           05 dc-batch-hw pic x(14).
           05 filler pic x(1).
           05 dc-last-count pic 9(7).
           05 filler pic x(1).
           05 dc-last-sent pic x(14).

       working-storage section.
       01 ws-master-status pic x(2).
           88 ws-master-open-ok value "00" "05".
       01 ws-audit-status pic x(2).
       01 ws-student-status pic x(2).
           88 ws-student-ok value "00".
           88 ws-student-open-ok value "00" "05".
           88 ws-student-record-locked value "51".
       01 ws-lock-retry-count pic 9(2) value 0.
       01 ws-retry-second pic 9(1) value 1.
       01 ws-enrollment-status pic x(2).
           88 ws-enrollment-ok value "00".
           88 ws-enrollment-open-ok value "00" "05".
       01 ws-feed-status pic x(2).
       01 ws-history-status pic x(2).
       01 ws-control-status pic x(2).

       01 ws-menu-choice pic x(1).
       01 ws-eof pic a(1) value "N".
       01 ws-scan-eof pic a(1).
       01 ws-sort-eof pic a(1).
       01 ws-history-eof pic a(1).

      *        The control record held between options; a missing
      *        file means nothing has been sent, and the first batch
      *        carries the whole audit trail.
       01 ws-control.
           05 ws-last-batch pic 9(6) value 0.
           05 ws-last-status pic x(1) value space.
               88 ws-batch-awaiting-ack value "S".
               88 ws-batch-accepted value "A".
               88 ws-batch-rejected value "R".
           05 ws-accepted-hw pic x(14) value all "0".
           05 ws-batch-hw pic x(14) value all "0".
           05 ws-last-count pic 9(7) value 0.
           05 ws-last-sent pic x(14) value spaces.

       01 ws-run-date pic x(8).
       01 ws-run-time pic x(8).
       01 ws-run-timestamp pic x(14).
       01 ws-batch-seq pic 9(6).
       01 ws-detail-count pic 9(7).
       01 ws-entry-batch pic x(6).
       01 ws-resend-batch pic 9(6).
       01 ws-resent-count pic 9(7).
       01 ws-confirm pic x(1).
       01 ws-extract-ok-sw pic x(1).
           88 ws-extract-ok value "Y".

       01 ws-current-break pic x(12).
       01 ws-this-break pic x(12).
       01 ws-first-operation pic x(6).
       01 ws-last-operation pic x(6).
       01 ws-last-timestamp pic x(14).
       01 ws-break-entity pic x(1).
       01 ws-break-student-id pic x(5).
       01 ws-break-course-code pic x(6).
       01 ws-student-count pic 9(7).
       01 ws-enrollment-count pic 9(7).
       01 ws-delete-count pic 9(7).

       procedure division.
       perform read-control-record.
       display "District feed: last batch " ws-last-batch
               " status " ws-last-status
               " high-water " ws-accepted-hw.

       perform until ws-eof = "Y"
           display "(E)xtract new batch, (A)ccept last batch, "
                   "(R)esend a batch, (Q)uit?"
           accept ws-menu-choice

           evaluate ws-menu-choice
               when "E" when "e"
                   perform extract-new-batch
               when "A" when "a"
                   perform accept-last-batch
               when "R" when "r"
                   perform resend-batch
               when "Q" when "q"
                   move "Y" to ws-eof
               when other
                   display "Unrecognized option: " ws-menu-choice
           end-evaluate
       end-perform.
       stop run.

      *----------------------------------------------------------------
      * read-control-record / write-control-record - the one-line
      * district-feed-control.dat, read at start and rewritten
      * whole after every option that changes it.
      *----------------------------------------------------------------
       read-control-record.
           open input control-file.
           if ws-control-status = "00"
               read control-file
                   at end continue
                   not at end
                       move dc-last-batch to ws-last-batch
                       move dc-last-status to ws-last-status
                       move dc-accepted-hw to ws-accepted-hw
                       move dc-batch-hw to ws-batch-hw
                       move dc-last-count to ws-last-count
                       move dc-last-sent to ws-last-sent
               end-read
           end-if.
           close control-file.

       write-control-record.
           open output control-file.
           if ws-control-status not = "00"
               display "WARNING: district-feed-control.dat open "
                       "status " ws-control-status
           end-if.
           move spaces to control-record.
           move ws-last-batch to dc-last-batch.
           move ws-last-status to dc-last-status.
           move ws-accepted-hw to dc-accepted-hw.
           move ws-batch-hw to dc-batch-hw.
           move ws-last-count to dc-last-count.
           move ws-last-sent to dc-last-sent.
           write control-record.
           close control-file.
           if ws-control-status not = "00"
               display "WARNING: district-feed-control.dat close "
                       "status " ws-control-status
           end-if.

      *----------------------------------------------------------------
      * extract-new-batch - the window runs from the accepted
      * high-water mark up to, but not including, the second the
      * extract started.
      *----------------------------------------------------------------
       extract-new-batch.
           if ws-batch-awaiting-ack or ws-batch-rejected
               display "Batch " ws-last-batch " has not been "
                       "accepted by the district - accept or resend "
                       "it first"
           else
               accept ws-run-date from date yyyymmdd
               accept ws-run-time from time
               move spaces to ws-run-timestamp
               string ws-run-date delimited by size
                      ws-run-time(1:6) delimited by size
                      into ws-run-timestamp
               end-string
               compute ws-batch-seq = ws-last-batch + 1
               move 0 to ws-detail-count
               move 0 to ws-student-count
               move 0 to ws-enrollment-count
               move 0 to ws-delete-count
               move "Y" to ws-extract-ok-sw
               perform open-extract-files
               perform write-feed-header
               sort sort-work
                   on ascending key sw-entity sw-student-id
                                    sw-course-code sw-timestamp
                   input procedure is load-audit-changes
                   output procedure is write-changed-records
               perform write-feed-trailer
               perform close-extract-files
               if ws-extract-ok
                   perform append-batch-to-history
                   move ws-batch-seq to ws-last-batch
                   move "S" to ws-last-status
                   move ws-run-timestamp to ws-batch-hw
                   move ws-detail-count to ws-last-count
                   move ws-run-timestamp to ws-last-sent
                   perform write-control-record
                   display "Batch " ws-batch-seq " written: "
                           ws-student-count " student, "
                           ws-enrollment-count " enrollment, "
                           ws-delete-count " deleted"
               else
                   perform discard-feed-file
               end-if
           end-if.

      *----------------------------------------------------------------
      * append-batch-to-history - the finished batch goes onto the
      * history exactly as written, which is what makes a resend
      * exact; a batch that did not finish never reaches it.
      *----------------------------------------------------------------
       append-batch-to-history.
           open input feed-file.
           open extend history-file.
           if ws-history-status = "05" or ws-history-status = "35"
               close history-file
               open output history-file
           end-if.
           if ws-history-status not = "00"
               display "WARNING: district-feed-history.dat open "
                       "status " ws-history-status
           end-if.
           move "N" to ws-history-eof.
           perform until ws-history-eof = "Y"
               read feed-file
                   at end move "Y" to ws-history-eof
                   not at end
                       move feed-record to history-record
                       write history-record
               end-read
           end-perform.
           close feed-file.
           close history-file.
           if ws-history-status not = "00"
               display "WARNING: district-feed-history.dat close "
                       "status " ws-history-status
           end-if.

       discard-feed-file.
           open output feed-file.
           close feed-file.
           move 8 to return-code.
           display "Batch " ws-batch-seq " abandoned - nothing sent "
                   "and the high-water mark is unchanged".

       open-extract-files.
           open input student.
           if not ws-student-open-ok
               display "WARNING: students.db open status "
                       ws-student-status
           end-if.
           open input enrollment.
           if not ws-enrollment-open-ok
               display "WARNING: enrollments.db open status "
                       ws-enrollment-status
           end-if.
           open output feed-file.
           if ws-feed-status not = "00"
               display "WARNING: district-changes.txt open status "
                       ws-feed-status
           end-if.

       close-extract-files.
           close student.
           if ws-student-status not = "00"
               display "WARNING: students.db close status "
                       ws-student-status
           end-if.
           close enrollment.
           if ws-enrollment-status not = "00"
               display "WARNING: enrollments.db close status "
                       ws-enrollment-status
           end-if.
           close feed-file.
           if ws-feed-status not = "00"
               display "WARNING: district-changes.txt close status "
                       ws-feed-status
           end-if.

       write-feed-header.
           move spaces to feed-record.
           move "H" to fr-record-type.
           move ws-batch-seq to fr-batch-seq.
           move ws-run-timestamp to fh-created.
           move ws-accepted-hw to fh-from-timestamp.
           move ws-run-timestamp to fh-to-timestamp.
           perform put-feed-record.

       write-feed-trailer.
           move spaces to feed-record.
           move "T" to fr-record-type.
           move ws-batch-seq to fr-batch-seq.
           move ws-detail-count to ft-record-count.
           perform put-feed-record.

       put-feed-record.
           write feed-record.

      *----------------------------------------------------------------
      * load-audit-changes - both halves of the trail: the rolled
      * over entries on audit-master.db and the current audit.log.
      *----------------------------------------------------------------
       load-audit-changes.
           open input audit-master.
           if not ws-master-open-ok
               display "WARNING: audit-master.db open status "
                       ws-master-status
           end-if.
           move "N" to ws-scan-eof.
           perform until ws-scan-eof = "Y"
               read audit-master next
                   at end move "Y" to ws-scan-eof
                   not at end
                       move am-file-id to audit-file-id
                       move am-operation to audit-operation
                       move am-timestamp to audit-timestamp
                       move am-student-id to audit-student-id
                       move am-record-key to audit-key
                       perform release-audit-change
               end-read
           end-perform.
           close audit-master.

           open input audit-file.
           move "N" to ws-scan-eof.
           if ws-audit-status not = "00"
               move "Y" to ws-scan-eof
           end-if.
           perform until ws-scan-eof = "Y"
               read audit-file
                   at end move "Y" to ws-scan-eof
                   not at end perform release-audit-change
               end-read
           end-perform.
           close audit-file.

      *        Withdrawal is a change to the student, a purge removes
      *        the record and a restore puts one back; the
      *        override entries under ENROLL change nothing on file
      *        and are passed over. A blank file identifier is an
      *        entry from before the trail covered other masters,
      *        and so a students.db entry. A students.db entry with
      *        no operation is an add, change or delete the student
      *        screens logged before they kept the operation on the
      *        entry; it is released as a change, and the file as it
      *        stands now tells a delete apart.
       release-audit-change.
           if audit-timestamp >= ws-accepted-hw
               and audit-timestamp < ws-run-timestamp
               move spaces to sort-work-record
               move audit-timestamp to sw-timestamp
               move audit-operation to sw-operation
               evaluate true
                   when audit-file-id = "STUDENT"
                       or audit-file-id = spaces
                       move "S" to sw-entity
                       move audit-student-id to sw-student-id
                   when audit-file-id = "ENROLL"
                       move "E" to sw-entity
                       move audit-student-id to sw-student-id
                       move audit-key(1:6) to sw-course-code
                   when other
                       move spaces to sw-entity
               end-evaluate
               if sw-entity not = spaces
                   evaluate audit-operation
                       when "CREATE" when "UPDATE" when "DELETE"
                       when "WTHDRW" when "PURGE" when "RESTOR"
                           release sort-work-record
                       when spaces
                           if sw-entity = "S"
                               release sort-work-record
                           end-if
                   end-evaluate
               end-if
           end-if.

      *----------------------------------------------------------------
      * write-changed-records - one detail per record changed in the
      * window, however many times it changed: the first change
      * decides add against change, and the file as it stands now
      * decides image against delete marker.
      *----------------------------------------------------------------
       write-changed-records.
           move low-values to ws-current-break.
           move "N" to ws-sort-eof.
           perform until ws-sort-eof = "Y"
               return sort-work
                   at end
                       move "Y" to ws-sort-eof
                       if ws-current-break not = low-values
                           perform write-change-detail
                       end-if
                   not at end
                       perform collect-change
               end-return
           end-perform.

       collect-change.
           move spaces to ws-this-break.
           string sw-entity delimited by size
                  sw-student-id delimited by size
                  sw-course-code delimited by size
                  into ws-this-break
           end-string.
           if ws-this-break not = ws-current-break
               if ws-current-break not = low-values
                   perform write-change-detail
               end-if
               move ws-this-break to ws-current-break
               move sw-entity to ws-break-entity
               move sw-student-id to ws-break-student-id
               move sw-course-code to ws-break-course-code
               move sw-operation to ws-first-operation
           end-if.
           move sw-operation to ws-last-operation.
           move sw-timestamp to ws-last-timestamp.

       write-change-detail.
           move spaces to feed-record.
           move "D" to fr-record-type.
           move ws-batch-seq to fr-batch-seq.
           move ws-break-entity to fd-entity.
           move ws-last-timestamp to fd-changed.
           move ws-break-student-id to fd-student-id.
           move ws-break-course-code to fd-course-code.
           if ws-break-entity = "S"
               perform read-changed-student
           else
               perform read-changed-enrollment
           end-if.
           add 1 to ws-detail-count.
           perform put-feed-record.

       read-changed-student.
           move ws-break-student-id to student-id.
           move 0 to ws-lock-retry-count.
           perform read-student-once.
           perform read-student-once
               until not ws-student-record-locked
               or ws-lock-retry-count > 3.
           if ws-student-ok
               perform set-change-action
               move student-file to fd-image
               add 1 to ws-student-count
           else
               move "D" to fd-action
               add 1 to ws-delete-count
           end-if.

      *        A record still locked after the retries cannot be
      *        imaged, so the whole batch is abandoned rather than
      *        sent with a wrong delete marker in it.
       read-student-once.
           read student
               invalid key continue
           end-read.
           if ws-student-record-locked
               add 1 to ws-lock-retry-count
               if ws-lock-retry-count > 3
                   display "students.db record " student-id
                           " busy - run the extract again"
                   move "N" to ws-extract-ok-sw
               else
                   display "Record in use, retrying..."
                   call "C$SLEEP" using ws-retry-second
               end-if
           end-if.

       read-changed-enrollment.
           move ws-break-student-id to en-student-id.
           move ws-break-course-code to en-course-code.
           read enrollment
               invalid key continue
           end-read.
           if ws-enrollment-ok
               perform set-change-action
               move enrollment-record to fd-image
               add 1 to ws-enrollment-count
           else
               move "D" to fd-action
               add 1 to ws-delete-count
           end-if.

       set-change-action.
           if ws-first-operation = "CREATE"
               or ws-first-operation = "RESTOR"
               move "A" to fd-action
           else
               move "C" to fd-action
           end-if.

      *----------------------------------------------------------------
      * accept-last-batch - the district has taken the batch; its
      * window end becomes the high-water mark the next extract
      * starts from.
      *----------------------------------------------------------------
       accept-last-batch.
           if not ws-batch-awaiting-ack and not ws-batch-rejected
               display "No batch is waiting on the district"
           else
               display "Mark batch " ws-last-batch " of "
                       ws-last-count " records accepted? (Y/N)"
               accept ws-confirm
               if ws-confirm = "Y" or ws-confirm = "y"
                   move "A" to ws-last-status
                   move ws-batch-hw to ws-accepted-hw
                   perform write-control-record
                   display "Batch " ws-last-batch " accepted; "
                           "next extract starts at " ws-accepted-hw
               end-if
           end-if.

      *----------------------------------------------------------------
      * resend-batch - copies the batch's lines back out of the
      * history exactly as they were first sent. Resending the last
      * batch marks it rejected, so it still wants an accept before
      * the next extract.
      *----------------------------------------------------------------
       resend-batch.
           display "Enter batch to resend (blank for " ws-last-batch
                   ")".
           accept ws-entry-batch.
           if ws-entry-batch = spaces
               move ws-last-batch to ws-resend-batch
           else
               if function trim(ws-entry-batch) is numeric
                   move function numval(ws-entry-batch)
                       to ws-resend-batch
               else
                   display "Batch must be numeric"
                   move 0 to ws-resend-batch
               end-if
           end-if.
           if ws-resend-batch = 0 or ws-resend-batch > ws-last-batch
               display "No batch " ws-entry-batch " to resend"
           else
               perform copy-batch-from-history
               if ws-resent-count = 0
                   display "Batch " ws-resend-batch
                           " is not on district-feed-history.dat"
               else
                   display "Batch " ws-resend-batch " rewritten to "
                           "district-changes.txt, " ws-resent-count
                           " lines"
                   if ws-resend-batch = ws-last-batch
                       and not ws-batch-accepted
                       move "R" to ws-last-status
                       perform write-control-record
                   end-if
               end-if
           end-if.

       copy-batch-from-history.
           move 0 to ws-resent-count.
           open input history-file.
           open output feed-file.
           if ws-feed-status not = "00"
               display "WARNING: district-changes.txt open status "
                       ws-feed-status
           end-if.
           move "N" to ws-history-eof.
           if ws-history-status not = "00"
               move "Y" to ws-history-eof
           end-if.
           perform until ws-history-eof = "Y"
               read history-file
                   at end move "Y" to ws-history-eof
                   not at end
                       move history-record to feed-record
                       if fr-batch-seq = ws-resend-batch
                           write feed-record
                           add 1 to ws-resent-count
                       end-if
               end-read
           end-perform.
           close history-file.
           close feed-file.
           if ws-feed-status not = "00"
               display "WARNING: district-changes.txt close status "
                       ws-feed-status
           end-if.

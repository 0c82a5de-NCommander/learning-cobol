       >>SOURCE FORMAT IS FIXED
      *> Maintains holds.db, the registrar and business-office holds
      *> on students. Place puts a financial, registrar, health, or
      *> disciplinary hold on a student on students.db, stamped with
      *> today's date and the signed-on operator, saying whether it
      *> blocks new enrollments, transcripts, and the release of
      *> grades; Release takes one off. Show lists a student's holds
      *> through the shared hold-check subprogram, so the clerk sees
      *> exactly what the enrollment screen, the enrollment import,
      *> and the transcript run will refuse on; List walks every hold
      *> on file. Financial holds the nightly financial-hold-run
      *> placed come off by themselves once the past-due balance is
      *> paid, so releasing one by hand needs a supervisor. Every
      *> placement and release is on audit.log under file identifier
      *> HOLDS.

       identification division.
       program-id. hold-maintenance.

       environment division.
       input-output section.
       file-control.
           select optional hold-file assign "holds.db"
                  organization is indexed
                  access is dynamic
                  record key is hold-key
                  sharing with all other
                  file status is ws-hold-status.

           select optional student assign "students.db"
                  organization is indexed
                  access is random
                  record key is student-id
                  alternate record key is student-name
                          with duplicates
                  sharing with all other
                  file status is ws-student-status.

           select optional audit-file assign "audit.log"
                  organization is line sequential
                  file status is ws-audit-status.

       data division.
       file section.
       fd hold-file.
       copy "hold-record.cpy".

       fd student.
       copy "student-record.cpy".

       fd audit-file.
       copy "audit-record.cpy".

       working-storage section.
       01 ws-hold-status pic x(2).
           88 ws-hold-ok value "00".
           88 ws-hold-open-ok value "00" "05".
       01 ws-student-status pic x(2).
           88 ws-student-ok value "00".
       01 ws-menu-choice pic x(1).
       01 ws-eof pic a(1) value "N".
       01 ws-list-done pic a(1).
       01 ws-seq-done pic a(1).
       01 ws-entry-student-id pic x(5).
       01 ws-entry-type pic x(1).
       01 ws-entry-seq pic 9(3).
       01 ws-entry-response pic x(1).
       01 ws-entry-reason pic x(30).
       01 ws-next-seq pic 9(3).
       01 ws-seq-student-id pic x(5).
       01 ws-seq-hold-type pic x(1).
       01 ws-hold-image pic x(68).
       01 ws-today-date pic 9(8).
       01 ws-fields-ok-sw pic x(1).
           88 ws-fields-ok value "Y".
       01 ws-hold-sub pic 9(2).
       01 ws-list-count pic 9(5).

       copy "hold-check-result.cpy".

       01 ws-audit-status pic x(2).
       01 ws-audit-date pic x(8).
       01 ws-audit-time pic x(6).
       01 ws-operator-id pic x(8) value spaces.
       01 ws-signed-on-sw pic x(1) value "N".
           88 ws-signed-on value "Y".
       01 ws-signon-function pic x(1) value "S".
       01 ws-signon-result pic x(1).
       01 ws-signon-level pic 9(1).

       procedure division.
       display "Enter operator ID for the audit trail".
       accept ws-operator-id.
       perform sign-on-operator.
       if not ws-signed-on
           display "Operator " ws-operator-id " is not authorized"
           stop run
       end-if.

       open i-o hold-file.
       if not ws-hold-open-ok
           display "WARNING: holds.db open status " ws-hold-status
       end-if.
       open input student.

       perform until ws-eof = "Y"
           display "(S)how student, (P)lace hold, (R)elease hold, "
                   "(L)ist all, (Q)uit?"
           accept ws-menu-choice

           evaluate ws-menu-choice
               when "S" when "s"
                   perform show-student-holds
               when "P" when "p"
                   perform place-hold
               when "R" when "r"
                   perform release-hold
               when "L" when "l"
                   perform list-all-holds
               when "Q" when "q"
                   move "Y" to ws-eof
               when other
                   display "Unrecognized option: " ws-menu-choice
           end-evaluate
       end-perform.

       close hold-file.
       if ws-hold-status not = "00"
           display "WARNING: holds.db close status " ws-hold-status
       end-if.
       close student.
       stop run.

      *----------------------------------------------------------------
      * accept-student - the student must be on students.db; the
      * name and guardian are shown so the clerk knows the record
      * is the right child.
      *----------------------------------------------------------------
       accept-student.
           display "Enter Student ID".
           accept ws-entry-student-id.
           move ws-entry-student-id to student-id.
           read student
               invalid key
                   display "No student found for ID "
                           ws-entry-student-id
                           " status " ws-student-status
               not invalid key
                   display student-id " " student-name
                           " guardian " student-guardian
                           " phone " student-phone
           end-read.

      *----------------------------------------------------------------
      * show-student-holds - the shared check's reading of the
      * student's holds, one line each, and what they block.
      *----------------------------------------------------------------
       show-student-holds.
           perform accept-student.
           if ws-student-ok
               perform display-student-holds
           end-if.

       display-student-holds.
           call "hold-check" using student-id hold-check-result.
           if hk-hold-count = 0
               display "No holds on file"
           else
               display "TYPE SEQ PLACED   ENR TRN GRD REASON"
               perform display-one-hold
                   varying ws-hold-sub from 1 by 1
                   until ws-hold-sub > hk-hold-count
                   or ws-hold-sub > 10
               display "Holds blocking enrollment " hk-enroll-count
                       ", transcripts " hk-transcript-count
                       ", grade release " hk-grades-count
           end-if.

       display-one-hold.
           display "  " hk-hold-type(ws-hold-sub) "  "
                   hk-seq(ws-hold-sub) " "
                   hk-placed-date(ws-hold-sub) "  "
                   hk-block-enroll-sw(ws-hold-sub) "   "
                   hk-block-transcript-sw(ws-hold-sub) "   "
                   hk-block-grades-sw(ws-hold-sub) "  "
                   hk-reason(ws-hold-sub).

      *----------------------------------------------------------------
      * place-hold - type, blocks, and reason keyed; the hold takes
      * the next sequence under the student and type.
      *----------------------------------------------------------------
       place-hold.
           perform accept-student.
           if ws-student-ok
               perform accept-hold-fields
               if ws-fields-ok
                   perform find-next-hold-seq
                   perform write-hold-record
               end-if
           end-if.

       accept-hold-fields.
           move "Y" to ws-fields-ok-sw.
           move spaces to hold-record.
           move student-id to hd-student-id.
           display "Hold type (F)inancial, (R)egistrar, (H)ealth, "
                   "(D)isciplinary".
           accept ws-entry-type.
           move function upper-case(ws-entry-type) to hd-hold-type.
           if not hd-valid-type
               display "Unrecognized hold type " ws-entry-type
               move "N" to ws-fields-ok-sw
           end-if.
           if ws-fields-ok
               display "Block enrollment? (Y/N, blank Y)"
               accept ws-entry-response
               perform accept-block-answer
               move ws-entry-response to hd-block-enroll-sw
           end-if.
           if ws-fields-ok
               display "Block transcripts? (Y/N, blank Y)"
               accept ws-entry-response
               perform accept-block-answer
               move ws-entry-response to hd-block-transcript-sw
           end-if.
           if ws-fields-ok
               display "Block grade release? (Y/N, blank N)"
               accept ws-entry-response
               if ws-entry-response = space
                   move "N" to ws-entry-response
               end-if
               perform accept-block-answer
               move ws-entry-response to hd-block-grades-sw
           end-if.
           if ws-fields-ok
               display "Reason"
               accept ws-entry-reason
               if ws-entry-reason = spaces
                   display "A reason is required"
                   move "N" to ws-fields-ok-sw
               else
                   move ws-entry-reason to hd-reason
               end-if
           end-if.
           if ws-fields-ok
               if hd-block-enroll-sw = "N"
                   and hd-block-transcript-sw = "N"
                   and hd-block-grades-sw = "N"
                   display "A hold must block something"
                   move "N" to ws-fields-ok-sw
               end-if
           end-if.
           if not ws-fields-ok
               display "Hold not placed"
           end-if.

      *        A blank answer takes the question's default, which the
      *        caller has already moved in where it is not Y.
       accept-block-answer.
           move function upper-case(ws-entry-response)
                   to ws-entry-response.
           if ws-entry-response = space
               move "Y" to ws-entry-response
           end-if.
           if ws-entry-response not = "Y"
               and ws-entry-response not = "N"
               display "Answer Y or N"
               move "N" to ws-fields-ok-sw
           end-if.

      *----------------------------------------------------------------
      * find-next-hold-seq - one past the last sequence on file under
      * the student and type. The browse overwrites the record area,
      * so the keyed hold is set aside and put back afterwards.
      *----------------------------------------------------------------
       find-next-hold-seq.
           move hold-record to ws-hold-image.
           move hd-student-id to ws-seq-student-id.
           move hd-hold-type to ws-seq-hold-type.
           move 0 to ws-next-seq.
           move "N" to ws-seq-done.
           move 0 to hd-seq.
           start hold-file key is greater than hold-key
               invalid key move "Y" to ws-seq-done
           end-start.
           perform note-one-hold-seq until ws-seq-done = "Y".
           move ws-hold-image to hold-record.
           compute hd-seq = ws-next-seq + 1.

       note-one-hold-seq.
           read hold-file next
               at end move "Y" to ws-seq-done
               not at end
                   if hd-student-id not = ws-seq-student-id
                       or hd-hold-type not = ws-seq-hold-type
                       move "Y" to ws-seq-done
                   else
                       move hd-seq to ws-next-seq
                   end-if
           end-read.

       write-hold-record.
           accept ws-today-date from date yyyymmdd.
           move ws-today-date to hd-placed-date.
           move ws-operator-id to hd-placed-operator.
           move "M" to hd-source.
           move 0 to hd-balance.
           write hold-record
               invalid key
                   display "Unable to write " hold-key
                           " status " ws-hold-status
               not invalid key
                   display "Hold placed: " hd-student-id " "
                           hd-hold-type " " hd-seq
                   move "CREATE" to audit-operation
                   perform write-hold-audit-record
           end-write.

      *----------------------------------------------------------------
      * release-hold - the student's holds are shown, then the one
      * keyed by type and sequence comes off. A hold the nightly run
      * placed needs a supervisor: the run would only put it back
      * while the balance stands, so taking it off is an override.
      *----------------------------------------------------------------
       release-hold.
           perform accept-student.
           if ws-student-ok
               perform display-student-holds
           end-if.
           if ws-student-ok and hk-hold-count > 0
               display "Hold type to release"
               accept ws-entry-type
               display "Sequence"
               accept ws-entry-seq
               move student-id to hd-student-id
               move function upper-case(ws-entry-type)
                       to hd-hold-type
               move ws-entry-seq to hd-seq
               read hold-file
                   invalid key
                       display "No such hold - status "
                               ws-hold-status
               end-read
               if ws-hold-ok
                   perform delete-hold-record
               end-if
           end-if.

       delete-hold-record.
           if hd-automatic and ws-signon-level < 2
               display "Hold was placed by the financial-hold run - "
                       "a supervisor must release it"
           else
               delete hold-file
                   invalid key
                       display "Unable to release " hold-key
                               " status " ws-hold-status
                   not invalid key
                       display "Hold released"
                       move "DELETE" to audit-operation
                       perform write-hold-audit-record
               end-delete
           end-if.

      *----------------------------------------------------------------
      * list-all-holds - every hold on file in key order.
      *----------------------------------------------------------------
       list-all-holds.
           move 0 to ws-list-count.
           move "N" to ws-list-done.
           move low-values to hold-key.
           start hold-file key is greater than hold-key
               invalid key move "Y" to ws-list-done
           end-start.
           display "STUDENT TYPE SEQ PLACED   BY       ENR TRN GRD "
                   "SRC REASON".
           perform list-one-hold until ws-list-done = "Y".
           display ws-list-count " hold(s) on file".

       list-one-hold.
           read hold-file next
               at end move "Y" to ws-list-done
               not at end
                   add 1 to ws-list-count
                   display hd-student-id "     " hd-hold-type "  "
                           hd-seq " " hd-placed-date " "
                           hd-placed-operator " "
                           hd-block-enroll-sw "   "
                           hd-block-transcript-sw "   "
                           hd-block-grades-sw "   "
                           hd-source "  " hd-reason
           end-read.

      *----------------------------------------------------------------
      * sign-on-operator - sign-on, password, lockout, and the
      * per-function grants all live in the shared operator-signon
      * subprogram; this screen needs the student-maintenance grant.
      *----------------------------------------------------------------
       sign-on-operator.
           move "N" to ws-signed-on-sw.
           call "operator-signon" using ws-operator-id
                   ws-signon-function ws-signon-result
                   ws-signon-level.
           if ws-signon-result = "Y"
               move "Y" to ws-signed-on-sw
           end-if.

      *----------------------------------------------------------------
      * write-hold-audit-record - file identifier HOLDS, the student
      * in the student field and the hold key in the key, expecting
      * audit-operation already set.
      *----------------------------------------------------------------
       write-hold-audit-record.
           move hd-student-id to audit-student-id.
           move "HOLDS" to audit-file-id.
           move hold-key to audit-key.
           move ws-operator-id to audit-operator.
           accept ws-audit-date from date yyyymmdd.
           accept ws-audit-time from time.
           string ws-audit-date delimited by size
                  ws-audit-time delimited by size
                  into audit-timestamp
           end-string.
           open extend audit-file.
           if ws-audit-status = "05" or ws-audit-status = "35"
               close audit-file
               open output audit-file
           end-if.
           if ws-audit-status not = "00"
               display "WARNING: audit.log open status "
                       ws-audit-status
           end-if.
           write audit-record.
           if ws-audit-status not = "00"
               display "WARNING: audit.log write status "
                       ws-audit-status
           end-if.
           close audit-file.
           if ws-audit-status not = "00"
               display "WARNING: audit.log close status "
                       ws-audit-status
           end-if.

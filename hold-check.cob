       >>SOURCE FORMAT IS FIXED
      *> Shared student hold check, CALLed with a student-id by
      *> enrollment-maintenance before an enrollment or a waitlist
      *> promotion writes, by student-withdrawal before it promotes
      *> into a seat a withdrawal opened, by enrollment-import for
      *> every transaction
      *> line, by transcript-report for every student it prints, and
      *> by hold-maintenance to show a student's holds. Every hold on
      *> holds.db under the student comes back in the
      *> hold-check-result table with the counts of holds blocking
      *> enrollment, transcripts, and grade release and the hold
      *> types behind each, so every program refusing a held student
      *> refuses on the same reading of the file.

       identification division.
       program-id. hold-check.

       environment division.
       input-output section.
       file-control.
           select optional hold-file assign "holds.db"
                  organization is indexed
                  access is dynamic
                  record key is hold-key
                  sharing with all other
                  file status is ws-hold-status.

       data division.
       file section.
       fd hold-file.
       copy "hold-record.cpy".

       working-storage section.
       01 ws-hold-status pic x(2).
           88 ws-hold-open-ok value "00" "05".
       01 ws-hold-done pic a(1).
       01 ws-type-sub pic 9(1).

       linkage section.
       01 l-student-id pic x(5).
       copy "hold-check-result.cpy".

       procedure division using l-student-id hold-check-result.
       move 0 to hk-hold-count hk-enroll-count hk-transcript-count
               hk-grades-count.
       move spaces to hk-enroll-types hk-transcript-types
               hk-grades-types.

       move "N" to ws-hold-done.
       open input hold-file.
       if not ws-hold-open-ok
           display "WARNING: holds.db open status " ws-hold-status
           move "Y" to ws-hold-done
       end-if.
       if ws-hold-done not = "Y"
           move l-student-id to hd-student-id
           move low-values to hd-hold-type
           move 0 to hd-seq
           start hold-file key is greater than hold-key
               invalid key move "Y" to ws-hold-done
           end-start
       end-if.
       perform check-one-hold until ws-hold-done = "Y".
       close hold-file.
       goback.

      *----------------------------------------------------------------
      * check-one-hold - one hold under the student; a key that
      * rolls past the student's id ends the loop.
      *----------------------------------------------------------------
       check-one-hold.
           read hold-file next
               at end move "Y" to ws-hold-done
               not at end
                   if hd-student-id not = l-student-id
                       move "Y" to ws-hold-done
                   else
                       perform add-hold-entry
                   end-if
           end-read.

       add-hold-entry.
           if hk-hold-count < 99
               add 1 to hk-hold-count
           end-if.
           if hk-hold-count <= 10
               move hd-hold-type to hk-hold-type(hk-hold-count)
               move hd-seq to hk-seq(hk-hold-count)
               move hd-placed-date to hk-placed-date(hk-hold-count)
               move hd-block-enroll-sw
                       to hk-block-enroll-sw(hk-hold-count)
               move hd-block-transcript-sw
                       to hk-block-transcript-sw(hk-hold-count)
               move hd-block-grades-sw
                       to hk-block-grades-sw(hk-hold-count)
               move hd-reason to hk-reason(hk-hold-count)
           end-if.
           if hd-blocks-enrollment
               add 1 to hk-enroll-count
               perform add-enroll-type
           end-if.
           if hd-blocks-transcript
               add 1 to hk-transcript-count
               perform add-transcript-type
           end-if.
           if hd-blocks-grades
               add 1 to hk-grades-count
               perform add-grades-type
           end-if.

      *----------------------------------------------------------------
      * add-enroll-type/add-transcript-type/add-grades-type - the
      * hold's type goes into the first free position of the block's
      * type list unless the type is already there; holds arrive in
      * key order, so a type's holds are adjacent.
      *----------------------------------------------------------------
       add-enroll-type.
           perform varying ws-type-sub from 1 by 1
                   until ws-type-sub > 4
                   or hk-enroll-types(ws-type-sub:1) = hd-hold-type
                   or hk-enroll-types(ws-type-sub:1) = space
               continue
           end-perform.
           if ws-type-sub <= 4
               move hd-hold-type to hk-enroll-types(ws-type-sub:1)
           end-if.

       add-transcript-type.
           perform varying ws-type-sub from 1 by 1
                   until ws-type-sub > 4
                   or hk-transcript-types(ws-type-sub:1) = hd-hold-type
                   or hk-transcript-types(ws-type-sub:1) = space
               continue
           end-perform.
           if ws-type-sub <= 4
               move hd-hold-type
                       to hk-transcript-types(ws-type-sub:1)
           end-if.

       add-grades-type.
           perform varying ws-type-sub from 1 by 1
                   until ws-type-sub > 4
                   or hk-grades-types(ws-type-sub:1) = hd-hold-type
                   or hk-grades-types(ws-type-sub:1) = space
               continue
           end-perform.
           if ws-type-sub <= 4
               move hd-hold-type to hk-grades-types(ws-type-sub:1)
           end-if.

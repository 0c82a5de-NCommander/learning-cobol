       >>SOURCE FORMAT IS FIXED
      *> One-time conversion of the student master to the layout
      *> carrying the program-of-study code. The operator first
      *> renames the existing files out of the way:
      *>     students.db         -> students-old.db
      *>     students-archive.db -> students-archive-old.db
      *> then runs this program, which rebuilds students.db and the
      *> purge archive with the old fields carried across and the
      *> program code left blank until the office keys each
      *> student's program - an existing file opened under the
      *> longer layout would fail the open, so the rebuild is not
      *> optional. The archive carries the code so a restored
      *> student comes back on the program they left. Record counts
      *> display for both files so the rebuild can be proved
      *> complete before the old files are put away.

       identification division.
       program-id. student-program-conversion.

       environment division.
       input-output section.
       file-control.
           select optional old-student assign "students-old.db"
                  organization is indexed
                  access is sequential
                  record key is old-student-id
                  file status is ws-old-student-status.

           select optional student assign "students.db"
                  organization is indexed
                  access is random
                  record key is student-id
                  alternate record key is student-name
                          with duplicates
                  file status is ws-student-status.

           select optional old-archive assign "students-archive-old.db"
                  organization is indexed
                  access is sequential
                  record key is old-arch-student-id
                  file status is ws-old-archive-status.

           select optional archive assign "students-archive.db"
                  organization is indexed
                  access is random
                  record key is arch-student-id
                  file status is ws-archive-status.

       data division.
       file section.
       fd old-student.
       01 old-student-file.
           05 old-student-id pic x(5).
           05 old-student-name pic a(25).
           05 old-student-dob pic x(6).
           05 old-student-address pic x(52).
           05 old-student-phone pic x(10).
           05 old-student-guardian pic x(25).
           05 old-student-status pic x(1).

       fd student.
       copy "student-record.cpy".

       fd old-archive.
       01 old-archive-record.
           05 old-arch-student-id pic x(5).
           05 old-arch-student-name pic a(25).
           05 old-arch-student-dob pic x(6).
           05 old-arch-student-address pic x(52).
           05 old-arch-student-phone pic x(10).
           05 old-arch-student-guardian pic x(25).

       fd archive.
       01 archive-record.
           05 arch-student-id pic x(5).
           05 arch-student-name pic a(25).
           05 arch-student-dob pic x(6).
           05 arch-student-address pic x(52).
           05 arch-student-phone pic x(10).
           05 arch-student-guardian pic x(25).
           05 arch-student-program-code pic x(6).

       working-storage section.
       01 ws-old-student-status pic x(2).
           88 ws-old-student-present value "00".
       01 ws-student-status pic x(2).
           88 ws-student-open-ok value "00" "05".
       01 ws-old-archive-status pic x(2).
           88 ws-old-archive-present value "00".
       01 ws-archive-status pic x(2).
           88 ws-archive-open-ok value "00" "05".
       01 ws-eof pic a(1) value "N".
       01 ws-archive-eof pic a(1) value "N".

       01 ws-in-count pic 9(5) value 0.
       01 ws-out-count pic 9(5) value 0.
       01 ws-archive-in-count pic 9(5) value 0.
       01 ws-archive-out-count pic 9(5) value 0.

       procedure division.
       open input old-student.
       if not ws-old-student-present
           display "students-old.db not found (status "
                   ws-old-student-status ") - rename the current "
                   "students.db to students-old.db first"
           close old-student
           stop run
       end-if.

       open output student.
       if not ws-student-open-ok
           display "WARNING: students.db open status "
                   ws-student-status
       end-if.

       perform until ws-eof = "Y"
           read old-student next
               at end move "Y" to ws-eof
               not at end perform convert-one-student
           end-read
       end-perform.

       close old-student.
       if ws-old-student-status not = "00"
           display "WARNING: students-old.db close status "
                   ws-old-student-status
       end-if.
       close student.
       if ws-student-status not = "00"
           display "WARNING: students.db close status "
                   ws-student-status
       end-if.

       perform convert-archive-master.

       display "Records read: " ws-in-count
               "  written: " ws-out-count.
       display "Archive records read: " ws-archive-in-count
               "  written: " ws-archive-out-count.
       if ws-in-count not = ws-out-count
           or ws-archive-in-count not = ws-archive-out-count
           display "WARNING: counts do not balance - keep the old "
                   "files and investigate before proceeding"
       end-if.
       stop run.

       convert-one-student.
           add 1 to ws-in-count.
           move spaces to student-file.
           move old-student-id to student-id.
           move old-student-name to student-name.
           move old-student-dob to student-dob.
           move old-student-address to student-address.
           move old-student-phone to student-phone.
           move old-student-guardian to student-guardian.
           move old-student-status to student-status.
           write student-file
               invalid key
                   display "Unable to write key " old-student-id
                           " status " ws-student-status
               not invalid key
                   add 1 to ws-out-count
           end-write.

      *----------------------------------------------------------------
      * convert-archive-master - the same roll-forward for the purge
      * archive, skipped quietly when no archive exists yet.
      *----------------------------------------------------------------
       convert-archive-master.
           open input old-archive.
           if not ws-old-archive-present
               display "students-archive-old.db not found (status "
                       ws-old-archive-status ") - archive skipped"
               close old-archive
           else
               open output archive
               if not ws-archive-open-ok
                   display "WARNING: students-archive.db open status "
                           ws-archive-status
               end-if
               perform until ws-archive-eof = "Y"
                   read old-archive next
                       at end move "Y" to ws-archive-eof
                       not at end perform convert-one-archive-record
                   end-read
               end-perform
               close old-archive
               if ws-old-archive-status not = "00"
                   display "WARNING: students-archive-old.db close "
                           "status " ws-old-archive-status
               end-if
               close archive
               if ws-archive-status not = "00"
                   display "WARNING: students-archive.db close status "
                           ws-archive-status
               end-if
           end-if.

       convert-one-archive-record.
           add 1 to ws-archive-in-count.
           move spaces to archive-record.
           move old-arch-student-id to arch-student-id.
           move old-arch-student-name to arch-student-name.
           move old-arch-student-dob to arch-student-dob.
           move old-arch-student-address to arch-student-address.
           move old-arch-student-phone to arch-student-phone.
           move old-arch-student-guardian to arch-student-guardian.
           write archive-record
               invalid key
                   display "Unable to write key " old-arch-student-id
                           " status " ws-archive-status
               not invalid key
                   add 1 to ws-archive-out-count
           end-write.

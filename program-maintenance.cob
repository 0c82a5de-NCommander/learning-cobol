       >>SOURCE FORMAT IS FIXED
      *> Maintains programs.db, the program-of-study master the
      *> degree audit measures students against: the required
      *> courses, up to four elective pools with the credit hours
      *> each must make, and the minimum credit hours for the whole
      *> program. Every course keyed onto a program must prove out on
      *> the courses.db catalog, and a program still named on a
      *> student is refused on delete. The same CRUD menu loop the
      *> other masters use, with every change on audit.log.

       identification division.
       program-id. program-maintenance.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select optional program-master assign "programs.db"
                  organization is indexed
                  access is dynamic
                  record key is pg-program-code
                  file status is ws-program-status.

           select optional course assign "courses.db"
                  organization is indexed
                  access is random
                  record key is course-code
                  file status is ws-course-status.

           select optional student assign "students.db"
                  organization is indexed
                  access is sequential
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
       fd program-master.
       copy "program-record.cpy".

       fd course.
       copy "course-record.cpy".

       fd student.
       copy "student-record.cpy".

       fd audit-file.
       copy "audit-record.cpy".

       working-storage section.
       01 ws-program-status pic x(2).
           88 ws-program-ok value "00".
           88 ws-program-open-ok value "00" "05".
       01 ws-course-status pic x(2).
           88 ws-course-open-ok value "00" "05".
       01 ws-student-status pic x(2).
           88 ws-student-open-ok value "00" "05".
       01 ws-menu-choice pic x(1).
       01 ws-lookup-code pic x(6).
       01 ws-eof pic a(1) value "N".
       01 ws-list-done pic a(1).
       01 ws-student-done pic a(1).
       01 ws-program-count pic 9(5).
       01 ws-entry-hours pic x(4).
       01 ws-hours-display pic zz9.9.
       01 ws-entry-course pic x(6).
       01 ws-entry-count pic x(1).
       01 ws-confirm pic x(1).
       01 ws-entry-done pic a(1).
       01 ws-course-sub pic 9(2).
       01 ws-pool-sub pic 9(1).
       01 ws-program-in-use-sw pic x(1).
           88 ws-program-in-use value "Y".

       01 ws-audit-status pic x(2).
       01 ws-audit-date pic x(8).
       01 ws-audit-time pic x(6).
       01 ws-audit-operation pic x(6).
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

       open i-o program-master.
       if not ws-program-open-ok
           display "WARNING: programs.db open status "
                   ws-program-status
       end-if.
       open input course.
       if not ws-course-open-ok
           display "WARNING: courses.db open status " ws-course-status
       end-if.

       perform until ws-eof = "Y"
           display "(C)reate, (R)ead, (U)pdate, (D)elete, (L)ist, "
                   "(Q)uit?"
           accept ws-menu-choice

           evaluate ws-menu-choice
               when "C" when "c"
                   perform create-program
               when "R" when "r"
                   perform read-program
               when "U" when "u"
                   perform update-program
               when "D" when "d"
                   perform delete-program
               when "L" when "l"
                   perform list-programs
               when "Q" when "q"
                   move "Y" to ws-eof
               when other
                   display "Unrecognized option: " ws-menu-choice
           end-evaluate
       end-perform.

       close program-master.
       if ws-program-status not = "00"
           display "WARNING: programs.db close status "
                   ws-program-status
       end-if.
       close course.
       if ws-course-status not = "00"
           display "WARNING: courses.db close status "
                   ws-course-status
       end-if.
       stop run.

      *----------------------------------------------------------------
      * create-program - prompts for a new program, its minimum
      * hours, required courses, and elective pools, and writes it.
      *----------------------------------------------------------------
       create-program.
           display "Enter Program Code (up to 6 characters)".
           accept pg-program-code.
           if pg-program-code = spaces
               display "Program code may not be blank"
           else
               display "Enter Program Name"
               accept pg-program-name
               move 0 to pg-min-hours
               perform accept-min-hours
               perform accept-required-courses
               perform accept-elective-pools
               write program-record
                   invalid key
                       display "Unable to write key " pg-program-code
                               " status " ws-program-status
                   not invalid key
                       display "Program Inserted"
                       move "CREATE" to audit-operation
                       perform write-program-audit-record
               end-write
           end-if.

      *----------------------------------------------------------------
      * accept-min-hours - keyed in tenths (1200 for 120.0), the
      * catalog's credit-hour convention; blank keeps the value the
      * record already carries.
      *----------------------------------------------------------------
       accept-min-hours.
           display "Enter minimum credit hours in tenths "
                   "(e.g. 1200 for 120.0, blank keeps current)".
           accept ws-entry-hours.
           if ws-entry-hours = spaces
               display "Minimum hours unchanged"
           else
               compute pg-min-hours =
                       function numval(ws-entry-hours) / 10
           end-if.

      *----------------------------------------------------------------
      * accept-required-courses - the required course list is keyed
      * afresh, one code at a time until a blank; a code not on the
      * catalog is refused and the prompt comes round again.
      *----------------------------------------------------------------
       accept-required-courses.
           move 0 to pg-required-count.
           move spaces to pg-required-course(1).
           move "N" to ws-entry-done.
           perform accept-one-required until ws-entry-done = "Y".
           display pg-required-count " required courses".

       accept-one-required.
           if pg-required-count >= 20
               display "Required course list is full"
               move "Y" to ws-entry-done
           else
               display "Enter required course code (blank to end)"
               accept ws-entry-course
               if ws-entry-course = spaces
                   move "Y" to ws-entry-done
               else
                   perform check-course-on-file
                   if ws-course-status = "00"
                       add 1 to pg-required-count
                       move ws-entry-course
                               to pg-required-course(pg-required-count)
                   end-if
               end-if
           end-if.

      *----------------------------------------------------------------
      * accept-elective-pools - up to four pools, each a name, the
      * credit hours the student must pass out of it, and its list
      * of courses keyed one at a time until a blank.
      *----------------------------------------------------------------
       accept-elective-pools.
           display "Enter number of elective pools (0-4)".
           accept ws-entry-count.
           if ws-entry-count is not numeric
               or ws-entry-count > "4"
               display "Pool count must be 0 through 4 - none kept"
               move 0 to pg-pool-count
           else
               move ws-entry-count to pg-pool-count
           end-if.
           perform varying ws-pool-sub from 1 by 1
                   until ws-pool-sub > 4
               if ws-pool-sub > pg-pool-count
                   move spaces to pg-pool-name(ws-pool-sub)
                   move 0 to pg-pool-hours(ws-pool-sub)
                   move 0 to pg-pool-course-count(ws-pool-sub)
                   perform varying ws-course-sub from 1 by 1
                           until ws-course-sub > 10
                       move spaces
                           to pg-pool-course(ws-pool-sub, ws-course-sub)
                   end-perform
               else
                   perform accept-one-pool
               end-if
           end-perform.

       accept-one-pool.
           display "Pool " ws-pool-sub " - enter pool name".
           accept pg-pool-name(ws-pool-sub).
           display "Enter hours required from the pool in tenths "
                   "(e.g. 90 for 9.0)".
           accept ws-entry-hours.
           if ws-entry-hours = spaces
               move 0 to pg-pool-hours(ws-pool-sub)
           else
               compute pg-pool-hours(ws-pool-sub) =
                       function numval(ws-entry-hours) / 10
           end-if.
           move 0 to pg-pool-course-count(ws-pool-sub).
           perform varying ws-course-sub from 1 by 1
                   until ws-course-sub > 10
               move spaces to pg-pool-course(ws-pool-sub, ws-course-sub)
           end-perform.
           move "N" to ws-entry-done.
           perform accept-one-pool-course until ws-entry-done = "Y".

       accept-one-pool-course.
           if pg-pool-course-count(ws-pool-sub) >= 10
               display "Pool course list is full"
               move "Y" to ws-entry-done
           else
               display "Enter pool course code (blank to end)"
               accept ws-entry-course
               if ws-entry-course = spaces
                   move "Y" to ws-entry-done
               else
                   perform check-course-on-file
                   if ws-course-status = "00"
                       add 1 to pg-pool-course-count(ws-pool-sub)
                       move pg-pool-course-count(ws-pool-sub)
                               to ws-course-sub
                       move ws-entry-course
                           to pg-pool-course(ws-pool-sub, ws-course-sub)
                   end-if
               end-if
           end-if.

       check-course-on-file.
           move ws-entry-course to course-code.
           read course
               invalid key
                   display "No course found for code " ws-entry-course
                           " - not added"
               not invalid key
                   display "Added " course-code " " course-name
           end-read.

      *----------------------------------------------------------------
      * read-program - random read and display of one program.
      *----------------------------------------------------------------
       read-program.
           display "Enter Program Code to read".
           accept ws-lookup-code.
           move ws-lookup-code to pg-program-code.
           read program-master
               invalid key
                   display "No program found for code " ws-lookup-code
                           " status " ws-program-status
               not invalid key
                   perform display-program
           end-read.

       display-program.
           display "Program: " pg-program-code " " pg-program-name.
           move pg-min-hours to ws-hours-display.
           display "Minimum hours: " ws-hours-display.
           display "Required courses:".
           perform varying ws-course-sub from 1 by 1
                   until ws-course-sub > pg-required-count
               display "    " pg-required-course(ws-course-sub)
           end-perform.
           perform varying ws-pool-sub from 1 by 1
                   until ws-pool-sub > pg-pool-count
               move pg-pool-hours(ws-pool-sub) to ws-hours-display
               display "Elective pool " pg-pool-name(ws-pool-sub)
                       " hours " ws-hours-display
               perform varying ws-course-sub from 1 by 1
                       until ws-course-sub
                           > pg-pool-course-count(ws-pool-sub)
                   display "    "
                           pg-pool-course(ws-pool-sub, ws-course-sub)
               end-perform
           end-perform.

      *----------------------------------------------------------------
      * update-program - reads a program by key, re-keys the name and
      * minimum hours, and re-keys the course lists only when the
      * operator asks to, then rewrites it in place.
      *----------------------------------------------------------------
       update-program.
           display "Enter Program Code to update".
           accept ws-lookup-code.
           move ws-lookup-code to pg-program-code.
           read program-master
               invalid key
                   display "No program found for code " ws-lookup-code
                           " status " ws-program-status
           end-read.

           if ws-program-ok
               perform display-program
               display "Enter new program name"
               accept pg-program-name
               perform accept-min-hours
               display "Re-key required courses (Y/N)?"
               accept ws-confirm
               if ws-confirm = "Y" or ws-confirm = "y"
                   perform accept-required-courses
               end-if
               display "Re-key elective pools (Y/N)?"
               accept ws-confirm
               if ws-confirm = "Y" or ws-confirm = "y"
                   perform accept-elective-pools
               end-if
               rewrite program-record
                   invalid key
                       display "Unable to update key " ws-lookup-code
                               " status " ws-program-status
                   not invalid key
                       display "Program Updated"
                       move "UPDATE" to audit-operation
                       perform write-program-audit-record
               end-rewrite
           end-if.

      *----------------------------------------------------------------
      * delete-program - removes a program from the master, unless a
      * student on students.db still carries it.
      *----------------------------------------------------------------
       delete-program.
           display "Enter Program Code to delete".
           accept ws-lookup-code.
           perform check-program-in-use.
           if ws-program-in-use
               display "Program " ws-lookup-code " is still carried by "
                       "student " student-id " - not deleted"
           else
               move ws-lookup-code to pg-program-code
               delete program-master
                   invalid key
                       display "Invalid Key - status "
                               ws-program-status
                   not invalid key
                       display "Program Deleted"
                       move ws-lookup-code to pg-program-code
                       move "DELETE" to audit-operation
                       perform write-program-audit-record
               end-delete
           end-if.

       check-program-in-use.
           move "N" to ws-program-in-use-sw.
           move "N" to ws-student-done.
           open input student.
           if not ws-student-open-ok
               display "WARNING: students.db open status "
                       ws-student-status
           end-if.
           perform check-one-student until ws-student-done = "Y".
           close student.

       check-one-student.
           read student next
               at end move "Y" to ws-student-done
               not at end
                   if student-program-code = ws-lookup-code
                       move "Y" to ws-program-in-use-sw
                       move "Y" to ws-student-done
                   end-if
           end-read.

      *----------------------------------------------------------------
      * list-programs - every program on the master in code order.
      *----------------------------------------------------------------
       list-programs.
           move 0 to ws-program-count.
           move "N" to ws-list-done.
           move low-values to pg-program-code.
           start program-master key is greater than pg-program-code
               invalid key move "Y" to ws-list-done
           end-start.
           perform list-one-program until ws-list-done = "Y".
           display ws-program-count " programs on file".

       list-one-program.
           read program-master next
               at end move "Y" to ws-list-done
               not at end
                   add 1 to ws-program-count
                   move pg-min-hours to ws-hours-display
                   display pg-program-code " " pg-program-name
                           " min hours " ws-hours-display
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
      * write-program-audit-record - the audit.log entry for every
      * program master change, file identifier PROGRAM and the
      * program code in the key field, expecting audit-operation
      * already set.
      *----------------------------------------------------------------
       write-program-audit-record.
           move audit-operation to ws-audit-operation.
           move spaces to audit-record.
           move ws-audit-operation to audit-operation.
           move "PROGRAM" to audit-file-id.
           move pg-program-code to audit-key.
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

                  organization is line sequential
                  file status is ws-id-control-status.

           select optional program-master assign "programs.db"
                  organization is indexed
                  access is random
                  record key is pg-program-code
                  file status is ws-program-status.

       data division.

       file section.
       fd id-control.
       01 id-control-record pic 9(5).

       fd program-master.
       copy "program-record.cpy".

       working-storage section.
       01 ws-student.
           05 ws-student-id pic x(5).
           05 ws-student-phone pic x(10).
           05 ws-student-guardian pic x(25).
           05 ws-student-status-byte pic x(1).
           05 ws-student-program-code pic x(6).
       01 ws-eof pic a(1).
       01 response-buffer pic a(1).

           88 ws-student-ok value "00".
           88 ws-student-open-ok value "00" "05".
       01 ws-audit-status pic x(2).
       01 ws-program-status pic x(2).
           88 ws-program-open-ok value "00" "05".
       01 ws-entry-program pic x(6).
       01 ws-checkpoint-status pic x(2).
       01 ws-journal-status pic x(2).
       01 ws-audit-date pic x(8).
       01 ws-audit-time pic x(6).
       01 ws-audit-operation pic x(6).

       01 ws-journal-operation pic x(6).
       01 ws-journal-before-image pic x(150).
           stop run
       end-if.

       open input program-master.
       if not ws-program-open-ok
           display "WARNING: programs.db open status "
                   ws-program-status
       end-if.

       display "Load seed data? (Y/N)".
       accept ws-load-seed-response.
       if ws-load-seed-response = "Y" or ws-load-seed-response = "y"
           display "WARNING: student file close status "
                   ws-student-status
       end-if.
       close program-master.
       if ws-program-status not = "00"
           display "WARNING: programs.db close status "
                   ws-program-status
       end-if.

       if ws-any-browsed
           perform save-checkpoint
           display "Enter student name".
           accept ws-student-name.
           perform prompt-for-outreach-fields.
           perform prompt-for-program-code.

           perform prompt-and-validate-dob.
           if not ws-dob-valid
                   display "Zip: " ws-student-zip
                   display "Phone: " ws-student-phone
                   display "Guardian: " ws-student-guardian
                   display "Program: " ws-student-program-code
           end-read.

      *----------------------------------------------------------------
               display "Enter new student name"
               accept ws-student-name
               perform prompt-for-outreach-fields
               display "Current program: " ws-student-program-code
               perform prompt-for-program-code

               perform prompt-and-validate-dob

           display "Enter guardian name".
           accept ws-student-guardian.

      *----------------------------------------------------------------
      * prompt-for-program-code - the program of study the degree
      * audit measures the student against. The code must prove out
      * on programs.db; NONE clears it and blank keeps what the
      * record already carries.
      *----------------------------------------------------------------
       prompt-for-program-code.
           display "Enter program code (NONE to clear, "
                   "blank keeps current)".
           accept ws-entry-program.
           evaluate ws-entry-program
               when spaces
                   display "Program unchanged"
               when "NONE"
               when "none"
                   move spaces to ws-student-program-code
               when other
                   move ws-entry-program to pg-program-code
                   read program-master
                       invalid key
                           display "No program found for code "
                                   ws-entry-program
                                   " - program unchanged"
                       not invalid key
                           move ws-entry-program
                                   to ws-student-program-code
                           display "Program: " pg-program-name
                   end-read
           end-evaluate.

      *----------------------------------------------------------------
      * prompt-and-validate-dob - re-keys ws-student-dob and loops
      * until DAY-FROM-DATE accepts it (or the operator gives up).
           perform write-audit-record.

       write-audit-record.
           move audit-operation to ws-audit-operation.
           move spaces to audit-record.
           move ws-audit-operation to audit-operation.
           move ws-student-id to audit-student-id.
           move "STUDENT" to audit-file-id.
           move ws-student-id to audit-key.

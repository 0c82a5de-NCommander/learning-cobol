       >>SOURCE FORMAT IS FIXED
      *> Shared health-record compliance check, CALLed by
      *> enrollment-maintenance before an enrollment writes and by
      *> health-exception-report for every active student, with the
      *> student-id, the students.db date of birth, and the date to
      *> judge as of. Every required item on health-requirements.db
      *> is due on the student's birthday at its due age - the
      *> two-digit birth year resolved through RESOLVE-STUDENT-YEAR
      *> like every other age in the system - and an item that has
      *> come due with no date given and no exemption on
      *> student-health.db is missing. The missing items come back
      *> in the health-compliance-result table; more than twenty are
      *> counted but not listed.

       identification division.
       program-id. health-compliance.

       environment division.
       configuration section.
       repository.
           function resolve-student-year
           function all intrinsic.

       input-output section.
       file-control.
           select optional requirement-file
                  assign "health-requirements.db"
                  organization is indexed
                  access is sequential
                  record key is hr-requirement-code
                  file status is ws-requirement-status.

           select optional health-file assign "student-health.db"
                  organization is indexed
                  access is random
                  record key is student-health-key
                  sharing with all other
                  file status is ws-health-status.

       data division.
       file section.
       fd requirement-file.
       copy "health-requirement-record.cpy".

       fd health-file.
       copy "student-health-record.cpy".

       working-storage section.
       01 ws-requirement-status pic x(2).
           88 ws-requirement-open-ok value "00" "05".
       01 ws-health-status pic x(2).
           88 ws-health-ok value "00".
       01 ws-requirement-eof pic a(1).

       01 ws-dob-parts.
           05 ws-dob-day pic 9(2).
           05 ws-dob-month pic 9(2).
           05 ws-dob-year pic 9(2).
       01 ws-birth-year pic 9(4).
       01 ws-due-date pic 9(8).
       01 ws-satisfied-sw pic x(1).
           88 ws-satisfied value "Y".

       linkage section.
       01 l-student-id pic x(5).
      *        Date of birth as students.db carries it, ddmmyy.
       01 l-student-dob pic x(6).
       01 l-as-of-date pic 9(8).
       copy "health-compliance-result.cpy".

       procedure division using l-student-id l-student-dob
               l-as-of-date health-compliance-result.
       move 0 to hc-missing-count.
       move 0 to ws-birth-year.
       if l-student-dob is numeric
           move l-student-dob to ws-dob-parts
           if ws-dob-month >= 1 and ws-dob-month <= 12
               and ws-dob-day >= 1 and ws-dob-day <= 31
               compute ws-birth-year =
                       function resolve-student-year(ws-dob-year)
           end-if
       end-if.

       move "N" to ws-requirement-eof.
       open input requirement-file.
       if not ws-requirement-open-ok
           display "WARNING: health-requirements.db open status "
                   ws-requirement-status
           move "Y" to ws-requirement-eof
       end-if.
       open input health-file.
       perform check-one-requirement until ws-requirement-eof = "Y".
       close health-file.
       close requirement-file.
       goback.

      *----------------------------------------------------------------
      * check-one-requirement - a required item counts only once it
      * has come due; a student with no usable birth date is held to
      * every required item.
      *----------------------------------------------------------------
       check-one-requirement.
           read requirement-file next
               at end move "Y" to ws-requirement-eof
               not at end
                   if hr-required
                       perform compute-due-date
                       if ws-due-date <= l-as-of-date
                           perform check-student-health
                       end-if
                   end-if
           end-read.

      *        A February 29 birthday comes due on the 28th, which is
      *        a real date every year.
       compute-due-date.
           if ws-birth-year = 0
               move 0 to ws-due-date
           else
               compute ws-due-date =
                       (ws-birth-year + hr-due-age) * 10000
                       + ws-dob-month * 100 + ws-dob-day
               if ws-dob-month = 2 and ws-dob-day = 29
                   subtract 1 from ws-due-date
               end-if
           end-if.

       check-student-health.
           move "N" to ws-satisfied-sw.
           move l-student-id to sh-student-id.
           move hr-requirement-code to sh-requirement-code.
           read health-file
               invalid key continue
           end-read.
           if ws-health-ok
               if sh-satisfied-date > 0 or sh-exempt
                   move "Y" to ws-satisfied-sw
               end-if
           end-if.
           if not ws-satisfied
               perform add-missing-item
           end-if.

       add-missing-item.
           if hc-missing-count < 99
               add 1 to hc-missing-count
           end-if.
           if hc-missing-count <= 20
               move hr-requirement-code
                       to hc-missing-code(hc-missing-count)
               move hr-description
                       to hc-missing-description(hc-missing-count)
               move ws-due-date
                       to hc-missing-due-date(hc-missing-count)
           end-if.

       >>SOURCE FORMAT IS FIXED
      *> Nightly student snapshot. One early step of the end-of-day
      *> stream makes the single pass over students.db, with the
      *> student's enrollments.db, grades.db and invoices.db records
      *> reached by key, and writes student-snapshot.dat
      *> (student-snapshot-record.cpy): a header stamped with the
      *> as-of date and time, one detail per student with the full
      *> master image plus the current age (derived the way the
      *> eligibility report derives it), the live enrolled course
      *> count, the cumulative GPA and credit hours (weighted the way
      *> the honor roll weighs them), and the open balance (netted the
      *> way billing-aging-report nets it), and a control trailer.
      *> The student reports later in the stream read the snapshot
      *> instead of each opening students.db and the detail files on
      *> its own, so the night run holds the master and its locks
      *> once. A bad students.db open or a master that stays locked
      *> ends the run with RETURN-CODE 8 and no trailer, which every
      *> reader refuses; the step should stop the stream on failure.

       identification division.
       program-id. student-snapshot-run.

       environment division.
       configuration section.
       repository.
           function resolve-student-year
           function all intrinsic.

       input-output section.
       file-control.
           select optional student assign "students.db"
                  organization is indexed
                  access is sequential
                  record key is student-id
                  alternate record key is student-name
                          with duplicates
                  sharing with all other
                  file status is ws-student-status.

           select optional enrollment assign "enrollments.db"
                  organization is indexed
                  access is dynamic
                  record key is enrollment-key
                  file status is ws-enrollment-status.

           select optional grade-file assign "grades.db"
                  organization is indexed
                  access is dynamic
                  record key is grade-key
                  file status is ws-grade-status.

           select optional course assign "courses.db"
                  organization is indexed
                  access is random
                  record key is course-code
                  file status is ws-course-status.

           select optional scale-file assign "grade-scale.dat"
                  organization is line sequential
                  file status is ws-scale-status.

           select optional invoice assign "invoices.db"
                  organization is indexed
                  access is dynamic
                  record key is invoice-key
                  file status is ws-invoice-status.

           select optional adjustment-file
                  assign "invoice-adjustments.db"
                  organization is indexed
                  access is dynamic
                  record key is adjustment-key
                  file status is ws-adjustment-status.

           select optional snapshot-file
                  assign "student-snapshot.dat"
                  organization is line sequential
                  file status is ws-snapshot-status.

       data division.
       file section.
       fd student.
       copy "student-record.cpy".

       fd enrollment.
       copy "enrollment-record.cpy".

       fd grade-file.
       01 grade-record.
           05 grade-key.
               10 gr-student-id pic x(5).
               10 gr-course-code pic x(6).
               10 gr-term pic x(5).
           05 gr-grade pic 9(3).

       fd course.
       copy "course-record.cpy".

       fd scale-file.
       01 scale-record.
           05 gs-low pic 9(3).
           05 filler pic x(1).
           05 gs-high pic 9(3).
           05 filler pic x(1).
           05 gs-letter pic x(2).
           05 filler pic x(1).
           05 gs-points pic 9v99.

       fd invoice.
       copy "invoice-record.cpy".

       fd adjustment-file.
       copy "adjustment-record.cpy".

       fd snapshot-file.
       copy "student-snapshot-record.cpy".

       working-storage section.
       01 ws-student-status pic x(2).
           88 ws-student-ok value "00".
           88 ws-student-open-ok value "00" "05".
           88 ws-student-record-locked value "51".
       01 ws-lock-retry-count pic 9(2) value 0.
       01 ws-retry-second pic 9(1) value 1.
       01 ws-enrollment-status pic x(2).
           88 ws-enrollment-open-ok value "00" "05".
       01 ws-grade-status pic x(2).
           88 ws-grade-open-ok value "00" "05".
       01 ws-course-status pic x(2).
           88 ws-course-open-ok value "00" "05".
       01 ws-scale-status pic x(2).
       01 ws-invoice-status pic x(2).
           88 ws-invoice-open-ok value "00" "05".
       01 ws-adjustment-status pic x(2).
           88 ws-adjustment-open-ok value "00" "05".
       01 ws-snapshot-status pic x(2).
       01 ws-eof pic a(1) value "N".
       01 ws-scale-eof pic a(1) value "N".
       01 ws-enrollment-done pic a(1).
       01 ws-grades-done pic a(1).
       01 ws-invoice-done pic a(1).
       01 ws-adjust-done pic a(1).

       01 ws-as-of-date pic x(8).
       01 ws-as-of-time pic x(6).
       01 ws-today-date.
           05 ws-today-year pic 9(4).
           05 ws-today-month pic 9(2).
           05 ws-today-day pic 9(2).

      *        Age, worked out exactly as student-eligibility-report
      *        works it out.
       01 ws-dob-year-num pic 9(2).
       01 ws-resolved-year-num pic 9(4).
       01 ws-student-month-num pic 9(2).
       01 ws-student-day-num pic 9(2).
       01 ws-age-num pic s9(3).

      *        Cumulative GPA, weighed exactly as honor-roll-report
      *        weighs it.
       01 ws-scale-table.
           05 ws-scale-count pic 9(2) value 0.
           05 ws-scale-entry occurs 20 times.
               10 wgs-low pic 9(3).
               10 wgs-high pic 9(3).
               10 wgs-letter pic x(2).
               10 wgs-points pic 9v99.
       01 ws-scale-sub pic 9(2).
       01 ws-letter-found-sw pic x(1).
           88 ws-letter-found value "Y".
       01 ws-grade-points pic 9v99.
       01 ws-quality-total pic 9(5)v99.
       01 ws-hours-total pic 9(4)v9.

      *        Open balance, netted exactly as billing-aging-report
      *        nets it.
       01 ws-open-balance pic s9(7)v99.
       01 ws-adjust-net pic s9(7)v99.
       01 ws-student-open pic s9(7)v99.

       01 ws-enrolled-count pic 9(3).

       01 ws-student-count pic 9(7) value 0.
       01 ws-active-count pic 9(7) value 0.
       01 ws-enrolled-total pic 9(7) value 0.
       01 ws-balance-total pic s9(9)v99 value 0.

       procedure division.
       accept ws-as-of-date from date yyyymmdd.
       accept ws-as-of-time from time.
       move ws-as-of-date to ws-today-date.
       perform load-grade-scale.

       open input student.
       if not ws-student-open-ok
           display "WARNING: students.db open status " ws-student-status
           move 8 to return-code
           move "Y" to ws-eof
       end-if.
       open input enrollment.
       if not ws-enrollment-open-ok
           display "WARNING: enrollments.db open status "
                   ws-enrollment-status
       end-if.
       open input grade-file.
       if not ws-grade-open-ok
           display "WARNING: grades.db open status " ws-grade-status
       end-if.
       open input course.
       if not ws-course-open-ok
           display "WARNING: courses.db open status " ws-course-status
       end-if.
       open input invoice.
       if not ws-invoice-open-ok
           display "WARNING: invoices.db open status "
                   ws-invoice-status
       end-if.
       open input adjustment-file.
       if not ws-adjustment-open-ok
           display "WARNING: invoice-adjustments.db open status "
                   ws-adjustment-status
       end-if.
       open output snapshot-file.
       if ws-snapshot-status not = "00"
           display "WARNING: student-snapshot.dat open status "
                   ws-snapshot-status
           move 8 to return-code
           move "Y" to ws-eof
       end-if.

       move spaces to snapshot-record.
       move "H" to ss-record-type.
       string ws-as-of-date delimited by size
              ws-as-of-time delimited by size
              into ss-as-of-timestamp
       end-string.
       write snapshot-record.

       perform until ws-eof = "Y"
           read student next
               at end move "Y" to ws-eof
               not at end perform snapshot-one-student
           end-read
           if ws-student-record-locked
               perform wait-for-locked-record
           else
               move 0 to ws-lock-retry-count
           end-if
       end-perform.

      *    A pass cut short leaves the snapshot without its trailer,
      *    so no report can mistake a partial file for the night's.
       if return-code = 0
           move spaces to snapshot-record
           move "T" to ss-record-type
           move ws-student-count to ss-student-count
           move ws-active-count to ss-active-count
           move ws-enrolled-total to ss-enrolled-total
           move ws-balance-total to ss-balance-total
           write snapshot-record
       end-if.

       close student.
       if ws-student-status not = "00"
           display "WARNING: students.db close status "
                   ws-student-status
       end-if.
       close enrollment.
       close grade-file.
       close course.
       close invoice.
       close adjustment-file.
       close snapshot-file.
       if ws-snapshot-status not = "00"
           display "WARNING: student-snapshot.dat close status "
                   ws-snapshot-status
           move 8 to return-code
       end-if.

       display "Snapshot as of " ws-as-of-date " " ws-as-of-time.
       display "Students in snapshot: " ws-student-count.
       display "Active students: " ws-active-count.
       display "Live enrollments: " ws-enrolled-total.
       goback.

      *----------------------------------------------------------------
      * snapshot-one-student - the master image plus the night's
      * figures for the student the browse is on, written as one
      * detail and rolled into the trailer totals.
      *----------------------------------------------------------------
       snapshot-one-student.
           move spaces to snapshot-record.
           move "D" to ss-record-type.
           move student-file to ss-student-image.
           perform figure-student-age.
           perform count-live-enrollments.
           perform figure-cumulative-gpa.
           perform total-open-balance.
           write snapshot-record.

           add 1 to ws-student-count.
           if student-active
               add 1 to ws-active-count
           end-if.
           add ws-enrolled-count to ws-enrolled-total.
           add ws-student-open to ws-balance-total.

      *----------------------------------------------------------------
      * figure-student-age - the century resolved through
      * RESOLVE-STUDENT-YEAR, the birthday not yet reached this year
      * taking a year off; a birth date in the future carries age
      * zero and the bad-DOB flag.
      *----------------------------------------------------------------
       figure-student-age.
           move student-year to ws-dob-year-num.
           compute ws-resolved-year-num =
                   FUNCTION RESOLVE-STUDENT-YEAR(ws-dob-year-num).
           move student-month to ws-student-month-num.
           move student-day to ws-student-day-num.

           compute ws-age-num = ws-today-year - ws-resolved-year-num.
           if ws-today-month < ws-student-month-num
               subtract 1 from ws-age-num
           else
               if ws-today-month = ws-student-month-num
                   and ws-today-day < ws-student-day-num
                   subtract 1 from ws-age-num
               end-if
           end-if.

           move space to ss-dob-flag.
           if ws-age-num < 0
               move "B" to ss-dob-flag
               move 0 to ws-age-num
           end-if.
           move ws-age-num to ss-age.

      *----------------------------------------------------------------
      * count-live-enrollments - enrollments under the student via a
      * START on the partial key; an end-dated one is not counted.
      *----------------------------------------------------------------
       count-live-enrollments.
           move 0 to ws-enrolled-count.
           move "N" to ws-enrollment-done.
           move student-id to en-student-id.
           move low-values to en-course-code.
           start enrollment key is greater than enrollment-key
               invalid key move "Y" to ws-enrollment-done
           end-start.
           perform count-one-enrollment
               until ws-enrollment-done = "Y".
           move ws-enrolled-count to ss-enrolled-count.

       count-one-enrollment.
           read enrollment next
               at end move "Y" to ws-enrollment-done
               not at end
                   if en-student-id not = student-id
                       move "Y" to ws-enrollment-done
                   else
                       if en-end-date = 0
                           add 1 to ws-enrolled-count
                       end-if
                   end-if
           end-read.

      *----------------------------------------------------------------
      * figure-cumulative-gpa - quality points and credit hours over
      * every grade under the student; no credit-bearing grades
      * leaves both at zero.
      *----------------------------------------------------------------
       figure-cumulative-gpa.
           move 0 to ws-quality-total.
           move 0 to ws-hours-total.
           move "N" to ws-grades-done.
           move student-id to gr-student-id.
           move low-values to gr-course-code gr-term.
           start grade-file key is greater than grade-key
               invalid key move "Y" to ws-grades-done
           end-start.
           perform rate-one-grade until ws-grades-done = "Y".

           move 0 to ss-gpa.
           if ws-hours-total > 0
               compute ss-gpa rounded =
                       ws-quality-total / ws-hours-total
           end-if.
           move ws-hours-total to ss-gpa-hours.

       rate-one-grade.
           read grade-file next
               at end move "Y" to ws-grades-done
               not at end
                   if gr-student-id not = student-id
                       move "Y" to ws-grades-done
                   else
                       perform weigh-one-grade
                   end-if
           end-read.

       weigh-one-grade.
           move 0 to course-credit-hours.
           move gr-course-code to course-code.
           read course
               invalid key continue
           end-read.
           perform find-scale-points.
           if ws-letter-found and course-credit-hours > 0
               compute ws-quality-total = ws-quality-total
                       + (ws-grade-points * course-credit-hours)
               add course-credit-hours to ws-hours-total
           end-if.

       find-scale-points.
           move "N" to ws-letter-found-sw.
           move 0 to ws-grade-points.
           perform varying ws-scale-sub from 1 by 1
                   until ws-scale-sub > ws-scale-count
                   or ws-letter-found
               if gr-grade >= wgs-low(ws-scale-sub)
                   and gr-grade <= wgs-high(ws-scale-sub)
                   move "Y" to ws-letter-found-sw
                   move wgs-points(ws-scale-sub) to ws-grade-points
               end-if
           end-perform.

      *----------------------------------------------------------------
      * total-open-balance - every invoice under the student netted
      * as amount plus the adjustments that raise the balance, less
      * those that lower it, less paid; only invoices still owing
      * count, as on the aging report.
      *----------------------------------------------------------------
       total-open-balance.
           move 0 to ws-student-open.
           move "N" to ws-invoice-done.
           move student-id to inv-student-id.
           move 0 to inv-invoice-no.
           start invoice key is greater than invoice-key
               invalid key move "Y" to ws-invoice-done
           end-start.
           perform total-one-invoice until ws-invoice-done = "Y".
           move ws-student-open to ss-open-balance.

       total-one-invoice.
           read invoice next
               at end move "Y" to ws-invoice-done
               not at end
                   if inv-student-id not = student-id
                       move "Y" to ws-invoice-done
                   else
                       perform sum-invoice-adjustments
                       compute ws-open-balance =
                               inv-amount + ws-adjust-net - inv-paid
                       if ws-open-balance > 0
                           add ws-open-balance to ws-student-open
                       end-if
                   end-if
           end-read.

       sum-invoice-adjustments.
           move 0 to ws-adjust-net.
           move "N" to ws-adjust-done.
           move inv-student-id to adj-student-id.
           move inv-invoice-no to adj-invoice-no.
           move 0 to adj-seq.
           start adjustment-file key is greater than adjustment-key
               invalid key move "Y" to ws-adjust-done
           end-start.
           perform net-one-adjustment until ws-adjust-done = "Y".

       net-one-adjustment.
           read adjustment-file next
               at end move "Y" to ws-adjust-done
               not at end
                   if adj-student-id not = inv-student-id
                       or adj-invoice-no not = inv-invoice-no
                       move "Y" to ws-adjust-done
                   else
                       if adj-increases-balance
                           add adj-amount to ws-adjust-net
                       else
                           subtract adj-amount from ws-adjust-net
                       end-if
                   end-if
           end-read.

      *----------------------------------------------------------------
      * load-grade-scale - reads the grade-scale.dat table once at
      * startup; with no scale on file every GPA goes out as zero.
      *----------------------------------------------------------------
       load-grade-scale.
           open input scale-file.
           if ws-scale-status = "00"
               perform load-one-scale-range until ws-scale-eof = "Y"
           end-if.
           close scale-file.
           if ws-scale-count = 0
               display "WARNING: no grade scale on file - "
                       "every GPA will be zero"
           end-if.

       load-one-scale-range.
           read scale-file
               at end move "Y" to ws-scale-eof
               not at end
                   if ws-scale-count < 20
                       add 1 to ws-scale-count
                       move gs-low to wgs-low(ws-scale-count)
                       move gs-high to wgs-high(ws-scale-count)
                       move gs-letter to wgs-letter(ws-scale-count)
                       move gs-points to wgs-points(ws-scale-count)
                   end-if
           end-read.

      *----------------------------------------------------------------
      * wait-for-locked-record - the maintenance screen holds the
      * record this read landed on; pause briefly and let the next
      * loop pass retry it. After a few tries the run gives up with
      * a plain "file is busy" message instead of a raw status code.
      *----------------------------------------------------------------
       wait-for-locked-record.
           add 1 to ws-lock-retry-count.
           if ws-lock-retry-count > 3
               display "students.db is busy - run again after the "
                       "maintenance screen moves on"
               move 8 to return-code
               move "Y" to ws-eof
           else
               display "Record in use, retrying..."
               call "C$SLEEP" using ws-retry-second
           end-if.

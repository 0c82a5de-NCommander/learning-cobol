       >>SOURCE FORMAT IS FIXED
      *> End-of-term grade collection for a keyed term. Prints one
      *> grade-entry sheet per course-sections.db section of the term
      *> on grade-entry-sheets.prt, the instructor's name and room in
      *> the heading and one line per live enrollment in student-ID
      *> order, each pre-filled as the STUDENT-ID,COURSE,TERM, start of
      *> a grades-trans.txt line with the grade left to write in, so
      *> the keyed transaction file comes straight off the returned
      *> sheet; a grade already posted to grades.db prints beside the
      *> line. Enrollments still carrying a section not on
      *> course-sections.db print on a sheet of their own flagged as
      *> such rather than dropping out. The submission status report
      *> on grade-submission.prt then lists every section with its
      *> enrolled, posted and missing counts, instructors with the
      *> most grades still missing first and their sections worst
      *> first under them, so the dean's follow-up starts at the top.

       identification division.
       program-id. grade-entry-sheets.

       environment division.
       input-output section.
       file-control.
           select optional enrollment assign "enrollments.db"
                  organization is indexed
                  access is sequential
                  record key is enrollment-key
                  file status is ws-enrollment-status.

           select optional section-file assign "course-sections.db"
                  organization is indexed
                  access is sequential
                  record key is section-key
                  file status is ws-section-status.

           select optional student assign "students.db"
                  organization is indexed
                  access is random
                  record key is student-id
                  alternate record key is student-name
                          with duplicates
                  sharing with all other
                  file status is ws-student-status.

           select optional course assign "courses.db"
                  organization is indexed
                  access is random
                  record key is course-code
                  file status is ws-course-status.

           select optional instructor-master assign "instructors.db"
                  organization is indexed
                  access is random
                  record key is in-instructor-id
                  file status is ws-instructor-status.

           select optional grade-file assign "grades.db"
                  organization is indexed
                  access is random
                  record key is grade-key
                  file status is ws-grade-status.

           select optional term-file assign "terms.db"
                  organization is indexed
                  access is random
                  record key is tm-term-code
                  file status is ws-term-status.

           select sort-work assign "sortwork.tmp".

           select status-sort assign "statussort.tmp".

           select optional sheet-file assign "grade-entry-sheets.prt"
                  organization is line sequential
                  file status is ws-sheet-status.

           select optional status-file assign "grade-submission.prt"
                  organization is line sequential
                  file status is ws-status-file-status.

       data division.
       file section.
       fd enrollment.
       copy "enrollment-record.cpy".

       fd section-file.
       copy "section-record.cpy".

       fd student.
       copy "student-record.cpy".

       fd course.
       copy "course-record.cpy".

       fd instructor-master.
       01 instructor-record.
           05 in-instructor-id pic x(5).
           05 in-instructor-name pic x(25).

       fd grade-file.
       01 grade-record.
           05 grade-key.
               10 gr-student-id pic x(5).
               10 gr-course-code pic x(6).
               10 gr-term pic x(5).
           05 gr-grade pic 9(3).

       fd term-file.
       01 term-record.
           05 tm-term-code pic x(5).
           05 tm-start-date pic 9(8).
           05 tm-end-date pic 9(8).

      *        Sections and enrollments sorted together: the section's
      *        own record (type 0) leads its enrolled students (type
      *        1), so a block opening on a type 1 is a section not on
      *        course-sections.db.
       sd sort-work.
       01 sort-work-record.
           05 sw-course-code pic x(6).
           05 sw-section-no pic x(2).
           05 sw-record-type pic x(1).
               88 sw-section-record value "0".
           05 sw-student-id pic x(5).
           05 sw-instructor-id pic x(5).
           05 sw-room pic x(6).

       sd status-sort.
       01 status-sort-record.
           05 ss-instructor-missing pic 9(5).
           05 ss-instructor-id pic x(5).
           05 ss-missing pic 9(5).
           05 ss-course-code pic x(6).
           05 ss-section-no pic x(2).
           05 ss-enrolled pic 9(5).
           05 ss-posted pic 9(5).

       fd sheet-file.
       01 sheet-line pic x(80).

       fd status-file.
       01 status-line pic x(80).

       working-storage section.
       01 ws-enrollment-status pic x(2).
           88 ws-enrollment-open-ok value "00" "05".
       01 ws-section-status pic x(2).
           88 ws-section-open-ok value "00" "05".
       01 ws-student-status pic x(2).
           88 ws-student-open-ok value "00" "05".
       01 ws-course-status pic x(2).
           88 ws-course-open-ok value "00" "05".
       01 ws-instructor-status pic x(2).
           88 ws-instructor-open-ok value "00" "05".
       01 ws-grade-status pic x(2).
           88 ws-grade-ok value "00".
           88 ws-grade-open-ok value "00" "05".
       01 ws-term-status pic x(2).
           88 ws-term-open-ok value "00" "05".
       01 ws-sheet-status pic x(2).
       01 ws-status-file-status pic x(2).

       01 ws-select-term pic x(5).
       01 ws-term-valid-sw pic x(1) value "N".
           88 ws-term-valid value "Y".
       01 ws-eof pic a(1) value "N".
       01 ws-sort-eof pic a(1) value "N".

       01 ws-current-break pic x(8) value low-values.
       01 ws-this-break pic x(8).
       01 ws-block-enrolled pic 9(5) value 0.
       01 ws-block-posted pic 9(5) value 0.
       01 ws-sheet-count pic 9(5) value 0.

      *        One entry per section sheet printed, for the status
      *        report once every sheet is out.
       01 ws-section-table.
           05 ws-section-count pic 9(3) value 0.
           05 ws-section-entry occurs 500 times.
               10 wt-course-code pic x(6).
               10 wt-section-no pic x(2).
               10 wt-instructor-id pic x(5).
               10 wt-enrolled pic 9(5).
               10 wt-posted pic 9(5).
       01 ws-section-sub pic 9(3).
       01 ws-other-sub pic 9(3).
       01 ws-instructor-missing pic 9(5).

       01 ws-current-instructor pic x(5) value low-values.
       01 ws-instructor-enrolled pic 9(5) value 0.
       01 ws-instructor-posted pic 9(5) value 0.
       01 ws-total-enrolled pic 9(5) value 0.
       01 ws-total-posted pic 9(5) value 0.
       01 ws-total-missing pic 9(5) value 0.
       01 ws-percent-posted pic 9(3).

       01 ws-trans-text pic x(20).

       01 ws-sheet-title.
           05 filler pic x(22) value "GRADE ENTRY SHEET  -  ".
           05 st-course-code pic x(6).
           05 filler pic x(2) value spaces.
           05 st-course-name pic x(30).
           05 filler pic x(7) value "  TERM ".
           05 st-term pic x(5).

       01 ws-sheet-section.
           05 filler pic x(9) value "SECTION: ".
           05 ss-print-section pic x(2).
           05 filler pic x(7) value "  ROOM ".
           05 ss-print-room pic x(6).
           05 filler pic x(14) value "  INSTRUCTOR: ".
           05 ss-print-instructor pic x(25).

       01 ws-sheet-heading.
           05 filler pic x(4) value spaces.
           05 filler pic x(26) value "GRADES-TRANS LINE".
           05 filler pic x(27) value "STUDENT NAME".
           05 filler pic x(9) value "ON FILE".

       01 ws-sheet-detail.
           05 filler pic x(4) value spaces.
           05 sd-trans-line pic x(24).
           05 filler pic x(2) value spaces.
           05 sd-student-name pic x(25).
           05 filler pic x(2) value spaces.
           05 sd-posted-grade pic x(3).

       01 ws-sheet-footer.
           05 filler pic x(4) value spaces.
           05 filler pic x(10) value "ENROLLED: ".
           05 sf-enrolled pic zzzz9.
           05 filler pic x(12) value "   POSTED: ".
           05 sf-posted pic zzzz9.
           05 filler pic x(30)
                   value "   INSTRUCTOR SIGNATURE ______".

       01 ws-rule-line pic x(80) value all "-".
       01 ws-blank-line pic x(80) value spaces.

       01 ws-status-title.
           05 filler pic x(34)
                   value "GRADE SUBMISSION STATUS  -  TERM ".
           05 stt-term pic x(5).

       01 ws-status-heading.
           05 filler pic x(7) value "INSTR".
           05 filler pic x(27) value "NAME".
           05 filler pic x(8) value "COURSE".
           05 filler pic x(5) value "SEC".
           05 filler pic x(10) value "ENROLLED".
           05 filler pic x(8) value "POSTED".
           05 filler pic x(9) value "MISSING".
           05 filler pic x(6) value "  PCT".

       01 ws-status-detail.
           05 sr-instructor-id pic x(5).
           05 filler pic x(2) value spaces.
           05 sr-instructor-name pic x(25).
           05 filler pic x(2) value spaces.
           05 sr-course-code pic x(6).
           05 filler pic x(2) value spaces.
           05 sr-section-no pic x(2).
           05 filler pic x(3) value spaces.
           05 sr-enrolled pic zzzz9.
           05 filler pic x(5) value spaces.
           05 sr-posted pic zzzz9.
           05 filler pic x(3) value spaces.
           05 sr-missing pic zzzz9.
           05 filler pic x(4) value spaces.
           05 sr-percent pic zz9.
           05 filler pic x(1) value "%".

       01 ws-status-subtotal.
           05 filler pic x(7) value spaces.
           05 filler pic x(40) value "INSTRUCTOR TOTAL".
           05 su-enrolled pic zzzz9.
           05 filler pic x(5) value spaces.
           05 su-posted pic zzzz9.
           05 filler pic x(3) value spaces.
           05 su-missing pic zzzz9.
           05 filler pic x(4) value spaces.
           05 su-percent pic zz9.
           05 filler pic x(1) value "%".

       01 ws-status-total.
           05 filler pic x(47) value "TERM TOTAL".
           05 tt-enrolled pic zzzz9.
           05 filler pic x(5) value spaces.
           05 tt-posted pic zzzz9.
           05 filler pic x(3) value spaces.
           05 tt-missing pic zzzz9.
           05 filler pic x(4) value spaces.
           05 tt-percent pic zz9.
           05 filler pic x(1) value "%".

       procedure division.
       display "Enter term for grade-entry sheets".
       accept ws-select-term.
       perform validate-selected-term.
       if not ws-term-valid
           stop run
       end-if.

       open input student.
       if not ws-student-open-ok
           display "WARNING: students.db open status " ws-student-status
       end-if.
       open input course.
       if not ws-course-open-ok
           display "WARNING: courses.db open status " ws-course-status
       end-if.
       open input instructor-master.
       if not ws-instructor-open-ok
           display "WARNING: instructors.db open status "
                   ws-instructor-status
       end-if.
       open input grade-file.
       if not ws-grade-open-ok
           display "WARNING: grades.db open status " ws-grade-status
       end-if.
       open output sheet-file.
       if ws-sheet-status not = "00"
           display "WARNING: grade-entry-sheets.prt open status "
                   ws-sheet-status
       end-if.

       sort sort-work
           on ascending key sw-course-code sw-section-no
                            sw-record-type sw-student-id
           input procedure is load-sort-work
           output procedure is write-grade-sheets.

       close sheet-file.
       if ws-sheet-status not = "00"
           display "WARNING: grade-entry-sheets.prt close status "
                   ws-sheet-status
       end-if.

       open output status-file.
       if ws-status-file-status not = "00"
           display "WARNING: grade-submission.prt open status "
                   ws-status-file-status
       end-if.
       sort status-sort
           on descending key ss-instructor-missing
           on ascending key ss-instructor-id
           on descending key ss-missing
           on ascending key ss-course-code ss-section-no
           input procedure is load-status-sort
           output procedure is write-submission-status.
       close status-file.
       if ws-status-file-status not = "00"
           display "WARNING: grade-submission.prt close status "
                   ws-status-file-status
       end-if.

       close student.
       close course.
       close instructor-master.
       close grade-file.

       display "Sheets printed: " ws-sheet-count
               "  grades missing: " ws-total-missing.
       stop run.

      *----------------------------------------------------------------
      * validate-selected-term - the sheets are for one term on the
      * terms.db calendar; an unknown code stops the run rather than
      * printing a stack of empty sheets.
      *----------------------------------------------------------------
       validate-selected-term.
           open input term-file.
           if not ws-term-open-ok
               display "WARNING: terms.db open status " ws-term-status
           end-if.
           move ws-select-term to tm-term-code.
           read term-file
               invalid key
                   display "Term " ws-select-term
                           " is not on the term calendar"
               not invalid key
                   move "Y" to ws-term-valid-sw
           end-read.
           close term-file.

      *----------------------------------------------------------------
      * load-sort-work - the term's sections off course-sections.db
      * and its live enrollments off enrollments.db, both released
      * course and section first.
      *----------------------------------------------------------------
       load-sort-work.
           open input section-file.
           if not ws-section-open-ok
               display "WARNING: course-sections.db open status "
                       ws-section-status
               move "Y" to ws-eof
           end-if.
           perform release-one-section until ws-eof = "Y".
           close section-file.

           move "N" to ws-eof.
           open input enrollment.
           if not ws-enrollment-open-ok
               display "WARNING: enrollments.db open status "
                       ws-enrollment-status
               move "Y" to ws-eof
           end-if.
           perform release-one-enrollment until ws-eof = "Y".
           close enrollment.

       release-one-section.
           read section-file next
               at end move "Y" to ws-eof
               not at end
                   if sec-term = ws-select-term
                       move spaces to sort-work-record
                       move sec-course-code to sw-course-code
                       move sec-section-no to sw-section-no
                       move "0" to sw-record-type
                       move sec-instructor-id to sw-instructor-id
                       move sec-room to sw-room
                       release sort-work-record
                   end-if
           end-read.

       release-one-enrollment.
           read enrollment next
               at end move "Y" to ws-eof
               not at end
                   if en-end-date = 0 and en-term = ws-select-term
                       move spaces to sort-work-record
                       move en-course-code to sw-course-code
                       move en-section-no to sw-section-no
                       move "1" to sw-record-type
                       move en-student-id to sw-student-id
                       release sort-work-record
                   end-if
           end-read.

      *----------------------------------------------------------------
      * write-grade-sheets - drains the sort, opening a new sheet at
      * each course and section break and printing one pre-filled
      * line per enrolled student.
      *----------------------------------------------------------------
       write-grade-sheets.
           perform until ws-sort-eof = "Y"
               return sort-work record into sort-work-record
                   at end
                       move "Y" to ws-sort-eof
                       perform close-grade-sheet
                   not at end
                       perform print-sheet-record
               end-return
           end-perform.

       print-sheet-record.
           move sw-course-code to ws-this-break(1:6).
           move sw-section-no to ws-this-break(7:2).
           if ws-this-break not = ws-current-break
               perform close-grade-sheet
               perform open-grade-sheet
               move ws-this-break to ws-current-break
           end-if.
           if not sw-section-record
               perform print-student-line
           end-if.

       open-grade-sheet.
           add 1 to ws-sheet-count.
           move 0 to ws-block-enrolled.
           move 0 to ws-block-posted.
           move sw-course-code to st-course-code.
           move "** NOT ON CATALOG **" to st-course-name.
           move sw-course-code to course-code.
           read course
               invalid key continue
               not invalid key move course-name to st-course-name
           end-read.
           move ws-select-term to st-term.
           move sw-section-no to ss-print-section.
           if sw-section-record
               move sw-room to ss-print-room
               move "** NOT ON MASTER **" to ss-print-instructor
               move sw-instructor-id to in-instructor-id
               read instructor-master
                   invalid key continue
                   not invalid key
                       move in-instructor-name to ss-print-instructor
               end-read
           else
               move spaces to ss-print-room
               move spaces to sw-instructor-id
               move "** SECTION NOT ON FILE **" to ss-print-instructor
           end-if.
           perform add-section-entry.
           move ws-rule-line to sheet-line.
           write sheet-line.
           move ws-sheet-title to sheet-line.
           write sheet-line.
           move ws-sheet-section to sheet-line.
           write sheet-line.
           move ws-blank-line to sheet-line.
           write sheet-line.
           move ws-sheet-heading to sheet-line.
           write sheet-line.

       add-section-entry.
           if ws-section-count < 500
               add 1 to ws-section-count
               move sw-course-code to wt-course-code(ws-section-count)
               move sw-section-no to wt-section-no(ws-section-count)
               move sw-instructor-id
                   to wt-instructor-id(ws-section-count)
               move 0 to wt-enrolled(ws-section-count)
               move 0 to wt-posted(ws-section-count)
           else
               display "WARNING: section table full - "
                       sw-course-code " " sw-section-no
                       " left off the status report"
           end-if.

      *        The trans line is built from the keys as they stand, so
      *        a short course code closes up to its comma the way a
      *        keyer would type it.
       print-student-line.
           add 1 to ws-block-enrolled.
           move spaces to ws-trans-text.
           string sw-student-id delimited by space
                  "," delimited by size
                  sw-course-code delimited by space
                  "," delimited by size
                  ws-select-term delimited by space
                  "," delimited by size
                  into ws-trans-text
           end-string.
           move spaces to sd-trans-line.
           string ws-trans-text delimited by space
                  "___" delimited by size
                  into sd-trans-line
           end-string.
           move "** NOT ON MASTER **" to sd-student-name.
           move sw-student-id to student-id.
           read student
               invalid key continue
               not invalid key move student-name to sd-student-name
           end-read.
           move spaces to sd-posted-grade.
           move sw-student-id to gr-student-id.
           move sw-course-code to gr-course-code.
           move ws-select-term to gr-term.
           read grade-file
               invalid key continue
           end-read.
           if ws-grade-ok
               add 1 to ws-block-posted
               move gr-grade to sd-posted-grade
           end-if.
           move ws-sheet-detail to sheet-line.
           write sheet-line.

      *----------------------------------------------------------------
      * close-grade-sheet - the sheet's counts and signature line,
      * and the counts onto the section's status entry; a no-op
      * before the first sheet opens.
      *----------------------------------------------------------------
       close-grade-sheet.
           if ws-current-break not = low-values
               move ws-block-enrolled to sf-enrolled
               move ws-block-posted to sf-posted
               move ws-blank-line to sheet-line
               write sheet-line
               move ws-sheet-footer to sheet-line
               write sheet-line
               move ws-blank-line to sheet-line
               write sheet-line
               if ws-section-count > 0
                   move ws-block-enrolled
                       to wt-enrolled(ws-section-count)
                   move ws-block-posted to wt-posted(ws-section-count)
               end-if
           end-if.

      *----------------------------------------------------------------
      * load-status-sort - every section entry, carrying its
      * instructor's total missing so the worst instructor sorts
      * first with all of that instructor's sections together.
      *----------------------------------------------------------------
       load-status-sort.
           perform varying ws-section-sub from 1 by 1
                   until ws-section-sub > ws-section-count
               move 0 to ws-instructor-missing
               perform varying ws-other-sub from 1 by 1
                       until ws-other-sub > ws-section-count
                   if wt-instructor-id(ws-other-sub) =
                           wt-instructor-id(ws-section-sub)
                       compute ws-instructor-missing =
                               ws-instructor-missing
                               + wt-enrolled(ws-other-sub)
                               - wt-posted(ws-other-sub)
                   end-if
               end-perform
               move ws-instructor-missing to ss-instructor-missing
               move wt-instructor-id(ws-section-sub)
                   to ss-instructor-id
               compute ss-missing = wt-enrolled(ws-section-sub)
                       - wt-posted(ws-section-sub)
               move wt-course-code(ws-section-sub) to ss-course-code
               move wt-section-no(ws-section-sub) to ss-section-no
               move wt-enrolled(ws-section-sub) to ss-enrolled
               move wt-posted(ws-section-sub) to ss-posted
               release status-sort-record
           end-perform.

      *----------------------------------------------------------------
      * write-submission-status - one line per section under its
      * instructor, a subtotal at each instructor break, and the
      * term total at the end.
      *----------------------------------------------------------------
       write-submission-status.
           move ws-select-term to stt-term.
           move ws-status-title to status-line.
           write status-line.
           move ws-blank-line to status-line.
           write status-line.
           move ws-status-heading to status-line.
           write status-line.
           move "N" to ws-sort-eof.
           perform until ws-sort-eof = "Y"
               return status-sort record into status-sort-record
                   at end
                       move "Y" to ws-sort-eof
                       perform print-instructor-subtotal
                   not at end
                       perform print-status-line
               end-return
           end-perform.
           move ws-total-enrolled to tt-enrolled.
           move ws-total-posted to tt-posted.
           move ws-total-missing to tt-missing.
           move 100 to ws-percent-posted.
           if ws-total-enrolled > 0
               compute ws-percent-posted =
                       ws-total-posted * 100 / ws-total-enrolled
           end-if.
           move ws-percent-posted to tt-percent.
           move ws-blank-line to status-line.
           write status-line.
           move ws-status-total to status-line.
           write status-line.

       print-status-line.
           if ss-instructor-id not = ws-current-instructor
               perform print-instructor-subtotal
               move ss-instructor-id to ws-current-instructor
           end-if.
           move ss-instructor-id to sr-instructor-id.
           move spaces to sr-instructor-name.
           if ss-instructor-id = spaces
               move "** SECTION NOT ON FILE **" to sr-instructor-name
           else
               move "** NOT ON MASTER **" to sr-instructor-name
               move ss-instructor-id to in-instructor-id
               read instructor-master
                   invalid key continue
                   not invalid key
                       move in-instructor-name to sr-instructor-name
               end-read
           end-if.
           move ss-course-code to sr-course-code.
           move ss-section-no to sr-section-no.
           move ss-enrolled to sr-enrolled.
           move ss-posted to sr-posted.
           move ss-missing to sr-missing.
           move 100 to ws-percent-posted.
           if ss-enrolled > 0
               compute ws-percent-posted =
                       ss-posted * 100 / ss-enrolled
           end-if.
           move ws-percent-posted to sr-percent.
           move ws-status-detail to status-line.
           write status-line.
           add ss-enrolled to ws-instructor-enrolled.
           add ss-posted to ws-instructor-posted.
           add ss-enrolled to ws-total-enrolled.
           add ss-posted to ws-total-posted.
           add ss-missing to ws-total-missing.

       print-instructor-subtotal.
           if ws-current-instructor not = low-values
               move ws-instructor-enrolled to su-enrolled
               move ws-instructor-posted to su-posted
               compute su-missing =
                       ws-instructor-enrolled - ws-instructor-posted
               move 100 to ws-percent-posted
               if ws-instructor-enrolled > 0
                   compute ws-percent-posted =
                           ws-instructor-posted * 100
                           / ws-instructor-enrolled
               end-if
               move ws-percent-posted to su-percent
               move ws-status-subtotal to status-line
               write status-line
               move ws-blank-line to status-line
               write status-line
               move 0 to ws-instructor-enrolled
               move 0 to ws-instructor-posted
           end-if.

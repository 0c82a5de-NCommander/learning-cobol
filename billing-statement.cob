      *> Month-end household statement run. One statement block per
      *> customers.db payer with links on payer-xref.db: the payer's
      *> name heads the page, each linked student prints with every
      *> invoice under them - charge, payments, and the open balance net
      *> of adjustments, the same formula the aging report uses - and a
      *> household total closes the statement, ready to stuff in an
      *> envelope instead of reading the aging report to parents over
      *> the phone. The payer's own mailing address off customers.db
      *> prints under the name, so a divorced parent or a sponsoring
      *> employer is billed where they are; a payer whose address has
      *> not been keyed yet falls back to the first linked student's
      *> address. Payers with no linked students are skipped and
      *> counted. In the end-of-day stream (eod-batch-mode.cpy) the
      *> students' names and addresses come off the night's
      *> student-snapshot.dat, loaded into a table up front since the
      *> statements look students up in payer order, and each
      *> statement heading carries the snapshot's as-of stamp; a
      *> student the table does not carry is read from students.db.

       identification division.
       program-id. billing-statement.
                  organization is line sequential
                  file status is ws-statement-status.

           select optional snapshot-file
                  assign "student-snapshot.dat"
                  organization is line sequential
                  file status is ws-snapshot-status.

       data division.
       file section.
       fd customer-master.
       copy "customer-record.cpy".

       fd payer-xref.
       01 payer-xref-record.
       fd statement-file.
       01 statement-line pic x(80).

       fd snapshot-file.
       copy "student-snapshot-record.cpy".

       working-storage section.
       01 ws-master-status pic x(2).
           88 ws-master-ok value "00".
       01 ws-student-total pic s9(7)v99.
       01 ws-household-total pic s9(7)v99.
       01 ws-link-count pic 9(3).
       01 ws-first-student-id pic x(5).
       01 ws-invoice-count pic 9(3).

       01 ws-statement-count pic 9(5) value 0.
       01 ws-heading-line.
           05 filler pic x(11) value "STATEMENT  ".
           05 sh-date pic 9(8).
           05 filler pic x(4) value spaces.
           05 sh-as-of pic x(43).

       01 ws-payer-line.
           05 filler pic x(7) value "PAYER: ".
           05 filler pic x(2) value spaces.
           05 sp-payer-name pic x(61).

       01 ws-address-line.
           05 filler pic x(7) value spaces.
           05 sa-address pic x(73).

       01 ws-student-line.
           05 filler pic x(2) value spaces.
           05 filler pic x(9) value "STUDENT: ".
       01 ws-separator-line pic x(80) value all "-".
       01 ws-blank-line pic x(80) value spaces.

       01 ws-snapshot-status pic x(2).
       01 ws-snapshot-eof pic a(1) value "N".
       01 ws-snapshot-count pic 9(7) value 0.
       01 ws-snapshot-student-sw pic x(1).
           88 ws-snapshot-student value "Y".
       01 ws-as-of-line.
           05 filler pic x(28) value "FROM STUDENT SNAPSHOT AS OF ".
           05 sn-as-of-date pic x(8).
           05 filler pic x(1) value space.
           05 sn-as-of-time pic x(6).
      *        The snapshot's students in student-id order, just the
      *        fields a statement prints.
       01 ws-snap-table.
           05 ws-snap-count pic 9(4) value 0.
           05 ws-snap-entry occurs 2000 times.
               10 bst-student-id pic x(5).
               10 bst-student-name pic a(25).
               10 bst-student-address pic x(52).
       01 ws-snap-sub pic 9(4).
       01 ws-snap-full-sw pic x(1) value "N".
           88 ws-snap-full value "Y".
       01 ws-student-found-sw pic x(1).
           88 ws-student-found value "Y".
       copy "eod-batch-mode.cpy".

       procedure division.
       accept ws-today-date from date yyyymmdd.

           display "WARNING: billing-statements.prt open status "
                   ws-statement-status
       end-if.
       if eod-batch-mode
           perform open-student-snapshot
           perform load-snapshot-student until ws-snapshot-eof = "Y"
           close snapshot-file
       end-if.

       perform until ws-master-eof = "Y"
           read customer-master next

       display "Statements printed: " ws-statement-count.
       display "Payers with no links, skipped: " ws-skipped-count.
       goback.

      *----------------------------------------------------------------
      * statement-one-payer - counts the payer's links first; a payer
                       move "Y" to ws-xref-done
                   else
                       add 1 to ws-link-count
                       if ws-link-count = 1
                           move px-student-id to ws-first-student-id
                       end-if
                   end-if
           end-read.

       print-statement-heading.
           move ws-today-date to sh-date.
           move spaces to sh-as-of.
           if ws-snap-count > 0
               move ws-as-of-line to sh-as-of
           end-if.
           move ws-heading-line to statement-line.
           write statement-line.
           move cm-customer-id to sp-customer-id.
           end-string.
           move ws-payer-line to statement-line.
           write statement-line.
           perform print-payer-address.
           move ws-blank-line to statement-line.
           write statement-line.

      *----------------------------------------------------------------
      * print-payer-address - the payer's mailing address off
      * customers.db; until one is keyed, the first linked student's
      * street stands in so the statement can still be mailed.
      *----------------------------------------------------------------
       print-payer-address.
           if cm-mailing-address = spaces
               move ws-first-student-id to student-id
               perform fetch-statement-student
               if not ws-student-found
                   move spaces to student-address
               end-if
               move spaces to sa-address
               move student-street to sa-address
               move ws-address-line to statement-line
               write statement-line
               move spaces to sa-address
               string student-city delimited by "  "
                      ", " delimited by size
                      student-state delimited by size
                      " " delimited by size
                      student-zip delimited by size
                      into sa-address
               end-string
               move ws-address-line to statement-line
               write statement-line
           else
               move spaces to sa-address
               move cm-street to sa-address
               move ws-address-line to statement-line
               write statement-line
               if cm-street-2 not = spaces
                   move spaces to sa-address
                   move cm-street-2 to sa-address
                   move ws-address-line to statement-line
                   write statement-line
               end-if
               move spaces to sa-address
               string cm-city delimited by "  "
                      ", " delimited by size
                      cm-state delimited by size
                      " " delimited by size
                      cm-zip delimited by "  "
                      into sa-address
               end-string
               move ws-address-line to statement-line
               write statement-line
           end-if.

       walk-payer-links.
           move "N" to ws-xref-done.
           perform start-xref-scan.
           move px-student-id to ss-student-id.
           move "** NOT ON MASTER **" to ss-student-name.
           move px-student-id to student-id.
           perform fetch-statement-student.
           if ws-student-found
               move student-name to ss-student-name
           end-if.
           move ws-student-line to statement-line.
           write statement-line.
           move ws-column-line to statement-line.
           add ws-open-balance to ws-student-total.
           add ws-open-balance to ws-household-total.

      *----------------------------------------------------------------
      * fetch-statement-student - the student keyed in student-id,
      * off the snapshot table in the end-of-day stream and off
      * students.db otherwise or when the table does not carry them.
      *----------------------------------------------------------------
       fetch-statement-student.
           move "N" to ws-student-found-sw.
           if ws-snap-count > 0
               perform varying ws-snap-sub from 1 by 1
                       until ws-snap-sub > ws-snap-count
                       or bst-student-id(ws-snap-sub) >= student-id
                   continue
               end-perform
               if ws-snap-sub not > ws-snap-count
                   and bst-student-id(ws-snap-sub) = student-id
                   move bst-student-name(ws-snap-sub) to student-name
                   move bst-student-address(ws-snap-sub)
                           to student-address
                   move "Y" to ws-student-found-sw
               end-if
           end-if.
           if not ws-student-found
               read student
                   invalid key continue
                   not invalid key move "Y" to ws-student-found-sw
               end-read
           end-if.

      *----------------------------------------------------------------
      * sum-invoice-adjustments - nets every adjustment under the
      * invoice the read left current, the same formula the aging
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
      * open-student-snapshot/load-snapshot-student - in the
      * end-of-day stream the night's student-snapshot.dat is loaded
      * into the statement table. A snapshot with no header, one
      * taken before this stream started (left over from an earlier
      * night), or one whose trailer is missing or does not prove,
      * fails the step and the table is emptied, so no statement
      * prints an unproven name or address; whatever students the
      * table does not hold are read from students.db, so no
      * statement goes unprinted.
      *----------------------------------------------------------------
       open-student-snapshot.
           open input snapshot-file.
           if ws-snapshot-status not = "00"
               display "WARNING: student-snapshot.dat open status "
                       ws-snapshot-status
               move 8 to return-code
               move "Y" to ws-snapshot-eof
           else
               read snapshot-file
                   at end move spaces to snapshot-record
               end-read
               if ss-header
                   move ss-as-of-timestamp(1:8) to sn-as-of-date
                   move ss-as-of-timestamp(9:6) to sn-as-of-time
                   display "Reading student snapshot as of "
                           sn-as-of-date " " sn-as-of-time
                   if ss-as-of-timestamp < eod-stream-started
                       display "WARNING: student-snapshot.dat predates "
                               "this stream - run student-snapshot-run"
                       move 8 to return-code
                       move "Y" to ws-snapshot-eof
                   end-if
               else
                   display "WARNING: student-snapshot.dat has no "
                           "header - run student-snapshot-run"
                   move 8 to return-code
                   move "Y" to ws-snapshot-eof
               end-if
           end-if.

       load-snapshot-student.
           perform read-snapshot-student.
           if ws-snapshot-student
               if ws-snap-count < 2000
                   add 1 to ws-snap-count
                   move student-id to bst-student-id(ws-snap-count)
                   move student-name to bst-student-name(ws-snap-count)
                   move student-address
                           to bst-student-address(ws-snap-count)
               else
                   if not ws-snap-full
                       display "WARNING: more than 2000 students on "
                               "the snapshot - the rest are read "
                               "from students.db"
                       move "Y" to ws-snap-full-sw
                   end-if
               end-if
           end-if.

       read-snapshot-student.
           move "N" to ws-snapshot-student-sw.
           read snapshot-file
               at end
                   display "WARNING: student-snapshot.dat has no "
                           "trailer - the snapshot run did not finish"
                   move 8 to return-code
                   move 0 to ws-snap-count
                   move "Y" to ws-snapshot-eof
               not at end
                   evaluate true
                       when ss-detail
                           move ss-student-image to student-file
                           add 1 to ws-snapshot-count
                           move "Y" to ws-snapshot-student-sw
                       when ss-trailer
                           perform check-snapshot-trailer
                           move "Y" to ws-snapshot-eof
                       when other
                           continue
                   end-evaluate
           end-read.

       check-snapshot-trailer.
           if ss-student-count not = ws-snapshot-count
               display "WARNING: student-snapshot.dat trailer count "
                       ss-student-count " but " ws-snapshot-count
                       " read"
               move 8 to return-code
               move 0 to ws-snap-count
           end-if.

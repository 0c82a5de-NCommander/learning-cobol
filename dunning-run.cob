      *> invoices.db nets each open balance the way the aging report
      *> does, assesses a late fee (rate and grace days held on
      *> system-params.dat) as a type L invoice-adjustments.db record
      *> onto every invoice more than 30 days past due beyond the grace
      *> period - never twice for the same invoice and yyyymm period,
      *> since the run checks the fees already on file - and then prints
      *> a dunning letter per past-due student at the 30/60/90 breaks
      *> with escalating wording, addressed to the responsible payer off
      *> payer-xref.db, at the payer's own customers.db mailing address,
      *> when one is linked, and otherwise to the guardian at the
      *> student-record.cpy address; a linked payer whose address has
      *> not been keyed yet is still written to at the student's
      *> address. Fees print on a register and control totals display at
      *> end of run. In the end-of-day stream (eod-batch-mode.cpy) the
      *> letters take the student's name and address off the night's
      *> student-snapshot.dat - walked in step with the letters, both
      *> being in student-id order - and print the student's whole
      *> open balance from the snapshot, plus any fee this run adds,
      *> under the amount past due; the register heading carries the
      *> snapshot's as-of stamp. The snapshot is proven through its
      *> trailer before the first letter; when it does not prove, the
      *> letters are addressed off students.db as before, as is any
      *> letter for a student the snapshot does not carry.

       identification division.
       program-id. dunning-run.
                  organization is line sequential
                  file status is ws-letter-status.

           select optional snapshot-file
                  assign "student-snapshot.dat"
                  organization is line sequential
                  file status is ws-snapshot-status.

       data division.
       file section.
       fd invoice.
       copy "student-record.cpy".

       fd customer-master.
       copy "customer-record.cpy".

       fd payer-xref.
       01 payer-xref-record.
       fd letter-file.
       01 letter-line pic x(80).

       fd snapshot-file.
       copy "student-snapshot-record.cpy".

       working-storage section.
       01 ws-invoice-status pic x(2).
           88 ws-invoice-ok value "00".
       01 ws-next-adj-seq pic 9(3).
       01 ws-fee-on-file-sw pic x(1).
           88 ws-fee-on-file value "Y".
       01 ws-invoice-fee pic 9(5)v99.

       01 ws-student-table.
           05 ws-student-count pic 9(3) value 0.
               10 wst-student-id pic x(5).
               10 wst-total-due pic 9(7)v99.
               10 wst-worst-days pic 9(5).
               10 wst-fees-assessed pic 9(7)v99.
       01 ws-student-sub pic 9(3).
       01 ws-student-found-sw pic x(1).
           88 ws-student-found value "Y".
           05 filler pic x(1) value spaces.
           05 lc-state pic x(2).
           05 filler pic x(1) value spaces.
           05 lc-zip pic x(10).

       01 ws-letter-re-line.
           05 filler pic x(26) value "RE: PAST DUE TUITION FOR ".
           05 filler pic x(18) value "AMOUNT PAST DUE: ".
           05 la-amount pic zzzzzz9.99.

       01 ws-letter-balance-line.
           05 filler pic x(18) value "ACCOUNT BALANCE: ".
           05 lb-balance pic zzzzzz9.99-.

       01 ws-letter-separator pic x(80) value all "-".
       01 ws-blank-line pic x(80) value spaces.

       01 ws-snapshot-status pic x(2).
       01 ws-snapshot-eof pic a(1) value "N".
       01 ws-snapshot-count pic 9(7) value 0.
       01 ws-snapshot-student-sw pic x(1).
           88 ws-snapshot-student value "Y".
      *        The snapshot student the walk last stopped on, and
      *        whether it is the one the current letter is for.
       01 ws-snapshot-held-id pic x(5) value low-values.
       01 ws-snapshot-held-image pic x(130).
       01 ws-snapshot-balance pic s9(7)v99.
       01 ws-snapshot-found-sw pic x(1).
           88 ws-snapshot-found value "Y".
       01 ws-snapshot-proven-sw pic x(1) value "N".
           88 ws-snapshot-proven value "Y".
       01 ws-as-of-line.
           05 filler pic x(28) value "FROM STUDENT SNAPSHOT AS OF ".
           05 sn-as-of-date pic x(8).
           05 filler pic x(1) value space.
           05 sn-as-of-time pic x(6).
       copy "eod-batch-mode.cpy".

       procedure division.
       perform load-system-params.
       accept ws-today-date from date yyyymmdd.
           display "WARNING: dunning-letters.prt open status "
                   ws-letter-status
       end-if.
       if eod-batch-mode
           perform open-student-snapshot
           perform prove-student-snapshot
       end-if.

       move ws-today-period to rh-period.
       move ws-register-heading to register-line.
       write register-line.
       if eod-batch-mode and ws-snapshot-eof not = "Y"
           move ws-as-of-line to register-line
           write register-line
       end-if.

       perform until ws-eof = "Y"
           read invoice next
       perform print-one-letter
           varying ws-student-sub from 1 by 1
           until ws-student-sub > ws-student-count.
       if ws-snapshot-proven
           close snapshot-file
       end-if.

       close invoice.
       if ws-invoice-status not = "00"

       display "Late fees assessed: " ws-assessed-count.
       display "Dunning letters printed: " ws-letter-count.
       goback.

      *----------------------------------------------------------------
      * load-system-params - picks up the late-fee rate and grace
      * break rolls into its student's letter totals.
      *----------------------------------------------------------------
       examine-one-invoice.
           move 0 to ws-invoice-fee.
           perform sum-invoice-adjustments.
           compute ws-open-balance =
                   inv-amount + ws-adjust-net - inv-paid.
                       or adj-invoice-no not = inv-invoice-no
                       move "Y" to ws-adjust-done
                   else
                       if adj-increases-balance
                           add adj-amount to ws-adjust-net
                       else
                           subtract adj-amount from ws-adjust-net
                   add 1 to ws-assessed-count
                   add ws-fee-amount to ws-assessed-total
                   add ws-fee-amount to ws-open-balance
                   move ws-fee-amount to ws-invoice-fee
                   perform print-fee-register-line
                   perform write-fee-audit-record
           end-write.
                           to wst-student-id(ws-student-sub)
                   move 0 to wst-total-due(ws-student-sub)
                   move 0 to wst-worst-days(ws-student-sub)
                   move 0 to wst-fees-assessed(ws-student-sub)
                   move "Y" to ws-student-found-sw
               end-if
           end-if.
           if ws-student-found
               add ws-open-balance to wst-total-due(ws-student-sub)
               add ws-invoice-fee
                       to wst-fees-assessed(ws-student-sub)
               if ws-days-overdue > wst-worst-days(ws-student-sub)
                   move ws-days-overdue
                           to wst-worst-days(ws-student-sub)
      *----------------------------------------------------------------
      * print-one-letter - one notice per past-due student, worded by
      * the worst 30/60/90 break the student's invoices have crossed,
      * addressed to the first payer payer-xref.db links at the
      * payer's own address, or to the guardian at the student's
      * mailing address when no payer is linked or the payer's
      * address is still blank. In the end-of-day stream the student
      * comes off the snapshot when it carries them.
      *----------------------------------------------------------------
       print-one-letter.
           move "N" to ws-snapshot-found-sw.
           if eod-batch-mode
               perform find-snapshot-student
           end-if.
           if not ws-snapshot-found
               move wst-student-id(ws-student-sub) to student-id
               read student
                   invalid key
                       move spaces to student-file
                       move wst-student-id(ws-student-sub)
                               to student-id
                       move "** NOT ON MASTER **" to student-name
               end-read
           end-if.

           perform find-responsible-payer.
           if not ws-payer-found
           write letter-line.
           move ws-letter-name to letter-line.
           write letter-line.
           if ws-payer-found and cm-mailing-address not = spaces
               perform print-payer-address
           else
               move student-street to ws-letter-street
               move ws-letter-street to letter-line
               write letter-line
               move student-city to lc-city
               move student-state to lc-state
               move student-zip to lc-zip
               move ws-letter-city-line to letter-line
               write letter-line
           end-if.
           move ws-blank-line to letter-line.
           write letter-line.

           move wst-total-due(ws-student-sub) to la-amount.
           move ws-letter-amount-line to letter-line.
           write letter-line.
           if ws-snapshot-found
               compute lb-balance = ws-snapshot-balance
                       + wst-fees-assessed(ws-student-sub)
               move ws-letter-balance-line to letter-line
               write letter-line
           end-if.
           move ws-blank-line to letter-line.
           write letter-line.
           move "BUSINESS OFFICE" to letter-line.
           write letter-line.
           add 1 to ws-letter-count.

       print-payer-address.
           move cm-street to ws-letter-street.
           move ws-letter-street to letter-line.
           write letter-line.
           if cm-street-2 not = spaces
               move cm-street-2 to ws-letter-street
               move ws-letter-street to letter-line
               write letter-line
           end-if.
           move cm-city to lc-city.
           move cm-state to lc-state.
           move cm-zip to lc-zip.
           move ws-letter-city-line to letter-line.
           write letter-line.

       print-letter-body.
           evaluate true
               when wst-worst-days(ws-student-sub) > 90
                          into ws-letter-name
                   end-string
           end-read.

      *----------------------------------------------------------------
      * open-student-snapshot/read-snapshot-student - in the
      * end-of-day stream the letters' students come off the night's
      * student-snapshot.dat rather than students.db. A snapshot with
      * no header, one taken before this stream started (left over
      * from an earlier night), or one whose trailer is missing or
      * does not prove, fails the step; any letter whose student the
      * walk does not find is addressed off students.db, so none goes
      * unprinted.
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

       read-snapshot-student.
           move "N" to ws-snapshot-student-sw.
           read snapshot-file
               at end
                   display "WARNING: student-snapshot.dat has no "
                           "trailer - the snapshot run did not finish"
                   move 8 to return-code
                   move "Y" to ws-snapshot-eof
               not at end
                   evaluate true
                       when ss-detail
                           move ss-student-image
                                   to ws-snapshot-held-image
                           move ss-student-image(1:5)
                                   to ws-snapshot-held-id
                           move ss-open-balance to ws-snapshot-balance
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
           else
               move "Y" to ws-snapshot-proven-sw
           end-if.

      *----------------------------------------------------------------
      * prove-student-snapshot - the whole snapshot is read through to
      * its trailer before the first letter, so a truncated or short
      * file never addresses one. A proven snapshot is opened again
      * for the walk; one that fails to prove is abandoned and every
      * letter is addressed off students.db.
      *----------------------------------------------------------------
       prove-student-snapshot.
           if ws-snapshot-eof not = "Y"
               perform read-snapshot-student
                   until ws-snapshot-eof = "Y"
               close snapshot-file
           end-if.
           move low-values to ws-snapshot-held-id.
           move 0 to ws-snapshot-count.
           if ws-snapshot-proven
               move "N" to ws-snapshot-eof
               open input snapshot-file
               if ws-snapshot-status not = "00"
                   display "WARNING: student-snapshot.dat open status "
                           ws-snapshot-status
                   move 8 to return-code
                   move "N" to ws-snapshot-proven-sw
                   move "Y" to ws-snapshot-eof
               else
      *            The header was proven on the first pass.
                   read snapshot-file
                       at end move "Y" to ws-snapshot-eof
                   end-read
               end-if
           end-if.

      *----------------------------------------------------------------
      * find-snapshot-student - the letter table and the snapshot are
      * both in student-id order, so the walk only ever moves forward:
      * it reads on until it reaches or passes the letter's student,
      * and the student it stops on is held there for the next
      * letter, out of the way of any students.db read between.
      *----------------------------------------------------------------
       find-snapshot-student.
           perform read-snapshot-student
               until ws-snapshot-eof = "Y"
               or ws-snapshot-held-id >= wst-student-id(ws-student-sub).
           if ws-snapshot-held-id = wst-student-id(ws-student-sub)
               move ws-snapshot-held-image to student-file
               move "Y" to ws-snapshot-found-sw
           end-if.

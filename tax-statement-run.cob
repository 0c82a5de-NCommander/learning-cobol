       >>SOURCE FORMAT IS FIXED
      *> Year-end tuition tax statement run. For the keyed calendar year
      *> (blank takes last year) every student's tuition charged on
      *> invoices.db, payments on payments.db less those the bank
      *> returned (payment-reversals.db), and financial aid (type F) and
      *> credit memos (type C) on invoice-adjustments.db dated in the
      *> year are totaled onto the tax-year-work.db work file. One
      *> statement prints on tax-statements.prt per customers.db payer
      *> with students linked on payer-xref.db, at the payer's own
      *> mailing address, and one per student no payer is linked to,
      *> addressed to the guardian; a student linked to more than one
      *> payer is reported on the first payer's statement only, so
      *> nothing is counted twice. The same figures go to tax-efile.txt,
      *> a fixed header, recipient and trailer layout for electronic
      *> filing. The control report, tax-control.prt, sets the year's
      *> totals against the twelve closed periods on
      *> billing-period-history.dat - charges to charges, payments to
      *> payments, and aid, credits and every other adjustment type to
      *> the periods' net adjustments - and flags any month not yet
      *> closed. A fiscal period counts in the month it ends in.

       identification division.
       program-id. tax-statement-run.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select optional invoice assign "invoices.db"
                  organization is indexed
                  access is sequential
                  record key is invoice-key
                  file status is ws-invoice-status.

           select optional payment-file assign "payments.db"
                  organization is indexed
                  access is sequential
                  record key is pay-key
                  file status is ws-payment-status.

           select optional adjustment-file
                  assign "invoice-adjustments.db"
                  organization is indexed
                  access is sequential
                  record key is adjustment-key
                  file status is ws-adjustment-status.

           select optional reversal-file assign "payment-reversals.db"
                  organization is indexed
                  access is sequential
                  record key is reversal-key
                  file status is ws-reversal-status.

           select optional work-file assign "tax-year-work.db"
                  organization is indexed
                  access is dynamic
                  record key is tw-student-id
                  file status is ws-work-status.

           select optional customer-master assign "customers.db"
                  organization is indexed
                  access is sequential
                  record key is cm-customer-id
                  file status is ws-master-status.

           select optional payer-xref assign "payer-xref.db"
                  organization is indexed
                  access is dynamic
                  record key is payer-xref-key
                  file status is ws-xref-status.

           select optional student assign "students.db"
                  organization is indexed
                  access is random
                  record key is student-id
                  alternate record key is student-name
                          with duplicates
                  sharing with all other
                  file status is ws-student-status.

           select optional history-file
                  assign "billing-period-history.dat"
                  organization is line sequential
                  file status is ws-history-status.

           select optional statement-file
                  assign "tax-statements.prt"
                  organization is line sequential
                  file status is ws-statement-status.

           select optional efile-file assign "tax-efile.txt"
                  organization is line sequential
                  file status is ws-efile-status.

           select optional control-file assign "tax-control.prt"
                  organization is line sequential
                  file status is ws-control-status.

       data division.
       file section.
       fd invoice.
       copy "invoice-record.cpy".

       fd payment-file.
       copy "payment-record.cpy".

       fd adjustment-file.
       copy "adjustment-record.cpy".

       fd reversal-file.
       copy "payment-reversal-record.cpy".

       fd work-file.
       01 work-record.
           05 tw-student-id pic x(5).
           05 tw-charged pic 9(7)v99.
           05 tw-paid pic s9(7)v99.
           05 tw-aid pic 9(7)v99.
           05 tw-credit pic 9(7)v99.
           05 tw-reported-sw pic x(1).
               88 tw-reported value "Y".

       fd customer-master.
       copy "customer-record.cpy".

       fd payer-xref.
       01 payer-xref-record.
           05 payer-xref-key.
               10 px-customer-id pic x(10).
               10 px-student-id pic x(5).
           05 px-linked-date pic 9(8).

       fd student.
       copy "student-record.cpy".

       fd history-file.
       01 history-record.
           05 bh-period pic 9(6).
           05 filler pic x(1).
           05 bh-charges pic 9(7)v99.
           05 filler pic x(1).
           05 bh-adjust-net pic s9(7)v99 sign leading separate.
           05 filler pic x(1).
           05 bh-payments pic 9(7)v99.
           05 filler pic x(1).
           05 bh-movement pic s9(7)v99 sign leading separate.
           05 filler pic x(1).
           05 bh-period-start pic 9(8).
           05 filler pic x(1).
           05 bh-period-end pic 9(8).

       fd statement-file.
       01 statement-line pic x(80).

      *        Electronic filing layout: H header, one D per
      *        statement recipient, T trailer.
       fd efile-file.
       01 efile-record.
           05 ef-record-type pic x(1).
           05 ef-tax-year pic 9(4).
           05 ef-body pic x(105).
           05 ef-recipient redefines ef-body.
               10 ef-recipient-type pic x(1).
               10 ef-recipient-id pic x(10).
               10 ef-recipient-name pic x(40).
               10 ef-student-count pic 9(3).
               10 ef-charged pic 9(9)v99.
               10 ef-paid pic 9(9)v99.
               10 ef-aid pic 9(9)v99.
               10 ef-credit pic 9(9)v99.
               10 filler pic x(7).
           05 ef-header redefines ef-body.
               10 ef-run-date pic 9(8).
               10 filler pic x(97).
           05 ef-trailer redefines ef-body.
               10 ef-recipient-count pic 9(6).
               10 ef-total-charged pic 9(11)v99.
               10 ef-total-paid pic 9(11)v99.
               10 ef-total-aid pic 9(11)v99.
               10 ef-total-credit pic 9(11)v99.
               10 filler pic x(47).

       fd control-file.
       01 control-line pic x(80).

       working-storage section.
       01 ws-invoice-status pic x(2).
           88 ws-invoice-open-ok value "00" "05".
       01 ws-payment-status pic x(2).
           88 ws-payment-open-ok value "00" "05".
       01 ws-adjustment-status pic x(2).
           88 ws-adjustment-open-ok value "00" "05".
       01 ws-reversal-status pic x(2).
           88 ws-reversal-open-ok value "00" "05".
       01 ws-work-status pic x(2).
           88 ws-work-ok value "00".
       01 ws-master-status pic x(2).
           88 ws-master-open-ok value "00" "05".
       01 ws-xref-status pic x(2).
           88 ws-xref-open-ok value "00" "05".
       01 ws-student-status pic x(2).
           88 ws-student-ok value "00".
       01 ws-history-status pic x(2).
       01 ws-statement-status pic x(2).
       01 ws-efile-status pic x(2).
       01 ws-control-status pic x(2).
       01 ws-source-eof pic a(1).
       01 ws-xref-done pic a(1).

       01 ws-entry-year pic x(4).
       01 ws-tax-year pic 9(4) value 0.
       01 ws-today-date pic 9(8).
       01 ws-today-parts redefines ws-today-date.
           05 ws-today-year pic 9(4).
           05 filler pic 9(4).
       01 ws-date-year pic 9(4).

      *        What the three source passes put on the work file.
       01 ws-run-charged pic 9(9)v99 value 0.
       01 ws-run-paid pic s9(9)v99 value 0.
       01 ws-run-aid pic 9(9)v99 value 0.
       01 ws-run-credit pic 9(9)v99 value 0.
       01 ws-run-other-net pic s9(9)v99 value 0.

      *        What the statements printed.
       01 ws-stmt-count pic 9(6) value 0.
       01 ws-stmt-charged pic 9(9)v99 value 0.
       01 ws-stmt-paid pic s9(9)v99 value 0.
       01 ws-stmt-aid pic 9(9)v99 value 0.
       01 ws-stmt-credit pic 9(9)v99 value 0.

      *        One recipient's statement as it builds.
       01 ws-recipient-type pic x(1).
       01 ws-recipient-id pic x(10).
       01 ws-recipient-name pic x(61).
       01 ws-recipient-students pic 9(3).
       01 ws-recipient-charged pic 9(9)v99.
       01 ws-recipient-paid pic s9(9)v99.
       01 ws-recipient-aid pic 9(9)v99.
       01 ws-recipient-credit pic 9(9)v99.
       01 ws-heading-printed-sw pic x(1).
           88 ws-heading-printed value "Y".

       01 ws-month-table.
           05 ws-month-entry occurs 12 times.
               10 wmt-closed-sw pic x(1).
                   88 wmt-closed value "Y".
               10 wmt-charges pic 9(7)v99.
               10 wmt-adjust-net pic s9(7)v99.
               10 wmt-payments pic 9(7)v99.
       01 ws-month-sub pic 9(2).
       01 ws-period-parts.
           05 ws-period-year pic 9(4).
           05 ws-period-month pic 9(2).
       01 ws-closed-count pic 9(2) value 0.
       01 ws-hist-charges pic 9(9)v99 value 0.
       01 ws-hist-adjust-net pic s9(9)v99 value 0.
       01 ws-hist-payments pic 9(9)v99 value 0.
       01 ws-stmt-adjust-net pic s9(9)v99.
       01 ws-difference pic s9(9)v99.
       01 ws-out-of-tie-sw pic x(1) value "N".
           88 ws-out-of-tie value "Y".

       01 ws-blank-line pic x(80) value spaces.
       01 ws-separator-line pic x(80) value all "-".

       01 ws-stmt-heading.
           05 filler pic x(36)
                   value "TUITION STATEMENT FOR TAX YEAR ".
           05 sh-tax-year pic 9(4).
       01 ws-stmt-recipient-line.
           05 filler pic x(11) value "ISSUED TO: ".
           05 sr-recipient-id pic x(10).
           05 filler pic x(2) value spaces.
           05 sr-recipient-name pic x(57).
       01 ws-stmt-address-line.
           05 filler pic x(11) value spaces.
           05 sa-address pic x(69).
       01 ws-stmt-column-line.
           05 filler pic x(33) value "STUDENT".
           05 filler pic x(12) value "CHARGED".
           05 filler pic x(12) value "PAID".
           05 filler pic x(12) value "AID".
           05 filler pic x(11) value "CREDITS".
       01 ws-stmt-detail.
           05 sd-student-id pic x(5).
           05 filler pic x(1) value space.
           05 sd-student-name pic x(25).
           05 filler pic x(1) value space.
           05 sd-charged pic zzzzzz9.99.
           05 filler pic x(2) value spaces.
           05 sd-paid pic -zzzzz9.99.
           05 filler pic x(2) value spaces.
           05 sd-aid pic zzzzzz9.99.
           05 filler pic x(2) value spaces.
           05 sd-credit pic zzzzzz9.99.

       01 ws-control-heading.
           05 filler pic x(40)
                   value "TUITION TAX STATEMENT CONTROL - YEAR ".
           05 ch-tax-year pic 9(4).
       01 ws-control-column-line.
           05 filler pic x(10) value "PERIOD".
           05 filler pic x(16) value "CHARGES".
           05 filler pic x(16) value "ADJ NET".
           05 filler pic x(16) value "PAYMENTS".
       01 ws-control-month-line.
           05 cm-period pic 9(6).
           05 filler pic x(2) value spaces.
           05 cm-charges pic zzzzzzzz9.99.
           05 filler pic x(2) value spaces.
           05 cm-adjust pic -zzzzzzzz9.99.
           05 filler pic x(2) value spaces.
           05 cm-payments pic zzzzzzzz9.99.
           05 filler pic x(2) value spaces.
           05 cm-note pic x(12).
       01 ws-control-tie-line.
           05 ct-label pic x(24).
           05 ct-history pic -zzzzzzzz9.99.
           05 filler pic x(2) value spaces.
           05 ct-statement pic -zzzzzzzz9.99.
           05 filler pic x(2) value spaces.
           05 ct-difference pic -zzzzzzzz9.99.
       01 ws-control-tie-heading.
           05 filler pic x(24) value spaces.
           05 filler pic x(15) value "PERIOD HISTORY".
           05 filler pic x(15) value "   STATEMENTS".
           05 filler pic x(15) value "   DIFFERENCE".
       01 ws-control-count-line.
           05 filler pic x(24) value "STATEMENTS ISSUED: ".
           05 cc-count pic zzzzz9.
           05 filler pic x(4) value spaces.
           05 filler pic x(20) value "PERIODS CLOSED: ".
           05 cc-closed pic z9.
           05 filler pic x(4) value " OF ".
           05 filler pic x(2) value "12".

       procedure division.
       perform accept-tax-year.
       if ws-tax-year = 0
           display "Tax statement run abandoned - no valid year"
           stop run
       end-if.

       perform build-work-file.
       perform print-statements.
       perform print-control-report.

       display "Statements issued: " ws-stmt-count.
       if ws-out-of-tie
           display "Statements do not tie to the period history - "
                   "see tax-control.prt"
       end-if.
       stop run.

      *----------------------------------------------------------------
      * accept-tax-year - four digits; blank takes the year just
      * ended, which is when the run is made.
      *----------------------------------------------------------------
       accept-tax-year.
           accept ws-today-date from date yyyymmdd.
           display "Enter tax year yyyy (blank for last year)".
           accept ws-entry-year.
           if ws-entry-year = spaces
               compute ws-tax-year = ws-today-year - 1
           else
               if ws-entry-year is numeric
                   move ws-entry-year to ws-tax-year
               else
                   display "Year must be 4 digits"
               end-if
           end-if.

      *----------------------------------------------------------------
      * build-work-file - one work record per student with anything
      * dated in the year, totaled from the three billing files.
      *----------------------------------------------------------------
       build-work-file.
           open output work-file.
           close work-file.
           open i-o work-file.
           if not ws-work-ok
               display "WARNING: tax-year-work.db open status "
                       ws-work-status
           end-if.
           perform total-year-invoices.
           perform total-year-adjustments.
           perform total-year-payments.
           perform total-year-returns.
           close work-file.

       total-year-invoices.
           move "N" to ws-source-eof.
           open input invoice.
           if not ws-invoice-open-ok
               display "WARNING: invoices.db open status "
                       ws-invoice-status
               move "Y" to ws-source-eof
           end-if.
           perform total-one-invoice until ws-source-eof = "Y".
           close invoice.

       total-one-invoice.
           read invoice next
               at end move "Y" to ws-source-eof
               not at end
                   move inv-invoice-date(1:4) to ws-date-year
                   if ws-date-year = ws-tax-year
                       move inv-student-id to tw-student-id
                       perform get-work-record
                       add inv-amount to tw-charged
                       add inv-amount to ws-run-charged
                       perform put-work-record
                   end-if
           end-read.

      *----------------------------------------------------------------
      * total-year-adjustments - aid and credits go on the student's
      * figures; every other type is kept only as a run total so the
      * control report can tie to the periods' net adjustments.
      *----------------------------------------------------------------
       total-year-adjustments.
           move "N" to ws-source-eof.
           open input adjustment-file.
           if not ws-adjustment-open-ok
               display "WARNING: invoice-adjustments.db open status "
                       ws-adjustment-status
               move "Y" to ws-source-eof
           end-if.
           perform total-one-adjustment until ws-source-eof = "Y".
           close adjustment-file.

       total-one-adjustment.
           read adjustment-file next
               at end move "Y" to ws-source-eof
               not at end
                   move adj-date(1:4) to ws-date-year
                   if ws-date-year = ws-tax-year
                       evaluate true
                           when adj-financial-aid
                               move adj-student-id to tw-student-id
                               perform get-work-record
                               add adj-amount to tw-aid
                               add adj-amount to ws-run-aid
                               perform put-work-record
                           when adj-credit-memo
                               move adj-student-id to tw-student-id
                               perform get-work-record
                               add adj-amount to tw-credit
                               add adj-amount to ws-run-credit
                               perform put-work-record
                           when adj-increases-balance
                               add adj-amount to ws-run-other-net
                           when other
                               subtract adj-amount
                                       from ws-run-other-net
                       end-evaluate
                   end-if
           end-read.

       total-year-payments.
           move "N" to ws-source-eof.
           open input payment-file.
           if not ws-payment-open-ok
               display "WARNING: payments.db open status "
                       ws-payment-status
               move "Y" to ws-source-eof
           end-if.
           perform total-one-payment until ws-source-eof = "Y".
           close payment-file.

       total-one-payment.
           read payment-file next
               at end move "Y" to ws-source-eof
               not at end
                   move pay-date(1:4) to ws-date-year
                   if ws-date-year = ws-tax-year
                       move pay-student-id to tw-student-id
                       perform get-work-record
                       add pay-amount to tw-paid
                       add pay-amount to ws-run-paid
                       perform put-work-record
                   end-if
           end-read.

      *----------------------------------------------------------------
      * total-year-returns - a payment the bank sent back comes off
      * the year it was returned in, the way the period close takes
      * it.
      *----------------------------------------------------------------
       total-year-returns.
           move "N" to ws-source-eof.
           open input reversal-file.
           if not ws-reversal-open-ok
               display "WARNING: payment-reversals.db open status "
                       ws-reversal-status
               move "Y" to ws-source-eof
           end-if.
           perform total-one-return until ws-source-eof = "Y".
           close reversal-file.

       total-one-return.
           read reversal-file next
               at end move "Y" to ws-source-eof
               not at end
                   move rv-return-date(1:4) to ws-date-year
                   if ws-date-year = ws-tax-year
                       move rv-student-id to tw-student-id
                       perform get-work-record
                       subtract rv-amount from tw-paid
                       subtract rv-amount from ws-run-paid
                       perform put-work-record
                   end-if
           end-read.

      *----------------------------------------------------------------
      * get-work-record and put-work-record - the caller sets
      * tw-student-id; a student not yet on the work file starts at
      * zero and is written rather than rewritten.
      *----------------------------------------------------------------
       get-work-record.
           read work-file
               invalid key
                   move 0 to tw-charged
                   move 0 to tw-paid
                   move 0 to tw-aid
                   move 0 to tw-credit
                   move "N" to tw-reported-sw
           end-read.

       put-work-record.
           if ws-work-ok
               rewrite work-record
           else
               write work-record
                   invalid key
                       display "Unable to write work record "
                               tw-student-id " status "
                               ws-work-status
               end-write
           end-if.

      *----------------------------------------------------------------
      * print-statements - payers first, then the students nobody is
      * linked to, with the e-filing file written alongside.
      *----------------------------------------------------------------
       print-statements.
           open i-o work-file.
           open input customer-master.
           if not ws-master-open-ok
               display "WARNING: customers.db open status "
                       ws-master-status
           end-if.
           open input payer-xref.
           if not ws-xref-open-ok
               display "WARNING: payer-xref.db open status "
                       ws-xref-status
           end-if.
           open input student.
           open output statement-file.
           if ws-statement-status not = "00"
               display "WARNING: tax-statements.prt open status "
                       ws-statement-status
           end-if.
           open output efile-file.
           if ws-efile-status not = "00"
               display "WARNING: tax-efile.txt open status "
                       ws-efile-status
           end-if.
           move spaces to efile-record.
           move "H" to ef-record-type.
           move ws-tax-year to ef-tax-year.
           move ws-today-date to ef-run-date.
           write efile-record.

           move "N" to ws-source-eof.
           if not ws-master-open-ok
               move "Y" to ws-source-eof
           end-if.
           perform statement-one-payer until ws-source-eof = "Y".

           move "N" to ws-source-eof.
           move low-values to tw-student-id.
           start work-file key is greater than tw-student-id
               invalid key move "Y" to ws-source-eof
           end-start.
           perform statement-unlinked-student
               until ws-source-eof = "Y".

           move spaces to efile-record.
           move "T" to ef-record-type.
           move ws-tax-year to ef-tax-year.
           move ws-stmt-count to ef-recipient-count.
           move ws-stmt-charged to ef-total-charged.
           move ws-stmt-paid to ef-total-paid.
           move ws-stmt-aid to ef-total-aid.
           move ws-stmt-credit to ef-total-credit.
           write efile-record.

           close efile-file.
           close statement-file.
           close student.
           close payer-xref.
           close customer-master.
           close work-file.

       statement-one-payer.
           read customer-master next
               at end move "Y" to ws-source-eof
               not at end
                   move "P" to ws-recipient-type
                   move cm-customer-id to ws-recipient-id
                   move spaces to ws-recipient-name
                   string cm-customer-first delimited by "  "
                          " " delimited by size
                          cm-customer-last delimited by "  "
                          into ws-recipient-name
                   end-string
                   perform start-recipient
                   perform walk-payer-links
                   perform finish-recipient
           end-read.

       walk-payer-links.
           move "N" to ws-xref-done.
           move cm-customer-id to px-customer-id.
           move low-values to px-student-id.
           start payer-xref key is greater than payer-xref-key
               invalid key move "Y" to ws-xref-done
           end-start.
           perform statement-one-link until ws-xref-done = "Y".

       statement-one-link.
           read payer-xref next
               at end move "Y" to ws-xref-done
               not at end
                   if px-customer-id not = cm-customer-id
                       move "Y" to ws-xref-done
                   else
                       move px-student-id to tw-student-id
                       read work-file
                           invalid key continue
                       end-read
                       if ws-work-ok and not tw-reported
                           perform print-student-figures
                       end-if
                   end-if
           end-read.

      *----------------------------------------------------------------
      * statement-unlinked-student - whatever the payers did not
      * take is issued to the student, care of the guardian, at the
      * student's own address.
      *----------------------------------------------------------------
       statement-unlinked-student.
           read work-file next
               at end move "Y" to ws-source-eof
               not at end
                   if not tw-reported
                       move "S" to ws-recipient-type
                       move tw-student-id to ws-recipient-id
                       move tw-student-id to student-id
                       read student
                           invalid key
                               move spaces to student-file
                       end-read
                       if student-guardian = spaces
                           move student-name to ws-recipient-name
                       else
                           move student-guardian to ws-recipient-name
                       end-if
                       perform start-recipient
                       perform print-student-figures
                       perform finish-recipient
                   end-if
           end-read.

       start-recipient.
           move 0 to ws-recipient-students.
           move 0 to ws-recipient-charged.
           move 0 to ws-recipient-paid.
           move 0 to ws-recipient-aid.
           move 0 to ws-recipient-credit.
           move "N" to ws-heading-printed-sw.

      *----------------------------------------------------------------
      * print-student-figures - the heading is held back until the
      * first student with figures, so a payer whose students had no
      * activity in the year gets no statement at all.
      *----------------------------------------------------------------
       print-student-figures.
           if tw-charged > 0 or tw-paid not = 0 or tw-aid > 0
                   or tw-credit > 0
               if not ws-heading-printed
                   perform print-recipient-heading
               end-if
               move tw-student-id to student-id
               read student
                   invalid key
                       move spaces to student-file
                       move "(NOT ON FILE)" to student-name
               end-read
               move spaces to ws-stmt-detail
               move tw-student-id to sd-student-id
               move student-name to sd-student-name
               move tw-charged to sd-charged
               move tw-paid to sd-paid
               move tw-aid to sd-aid
               move tw-credit to sd-credit
               move ws-stmt-detail to statement-line
               write statement-line
               add 1 to ws-recipient-students
               add tw-charged to ws-recipient-charged
               add tw-paid to ws-recipient-paid
               add tw-aid to ws-recipient-aid
               add tw-credit to ws-recipient-credit
           end-if.
           move "Y" to tw-reported-sw.
           rewrite work-record
               invalid key
                   display "Unable to mark work record "
                           tw-student-id " status " ws-work-status
           end-rewrite.

       print-recipient-heading.
           move "Y" to ws-heading-printed-sw.
           move ws-tax-year to sh-tax-year.
           move ws-stmt-heading to statement-line.
           write statement-line.
           move ws-blank-line to statement-line.
           write statement-line.
           move ws-recipient-id to sr-recipient-id.
           move ws-recipient-name to sr-recipient-name.
           move ws-stmt-recipient-line to statement-line.
           write statement-line.
           if ws-recipient-type = "S"
               perform print-student-address
           else
               perform print-payer-address
           end-if.
           move ws-blank-line to statement-line.
           write statement-line.
           move ws-stmt-column-line to statement-line.
           write statement-line.

       print-student-address.
           move spaces to sa-address.
           move student-street to sa-address.
           move ws-stmt-address-line to statement-line.
           write statement-line.
           move spaces to sa-address.
           string student-city delimited by "  "
                  ", " delimited by size
                  student-state delimited by size
                  " " delimited by size
                  student-zip delimited by size
                  into sa-address
           end-string.
           move ws-stmt-address-line to statement-line.
           write statement-line.

      *----------------------------------------------------------------
      * print-payer-address - the payer's own mailing address off
      * customers.db, the record statement-one-payer left current; a
      * payer whose address has not been keyed yet is mailed at the
      * address of the first student printed on the statement.
      *----------------------------------------------------------------
       print-payer-address.
           if cm-mailing-address = spaces
               move tw-student-id to student-id
               read student
                   invalid key move spaces to student-file
               end-read
               perform print-student-address
           else
               move spaces to sa-address
               move cm-street to sa-address
               move ws-stmt-address-line to statement-line
               write statement-line
               if cm-street-2 not = spaces
                   move spaces to sa-address
                   move cm-street-2 to sa-address
                   move ws-stmt-address-line to statement-line
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
               move ws-stmt-address-line to statement-line
               write statement-line
           end-if.

       finish-recipient.
           if ws-heading-printed
               move ws-blank-line to statement-line
               write statement-line
               move spaces to ws-stmt-detail
               move "TOTAL" to sd-student-name
               move ws-recipient-charged to sd-charged
               move ws-recipient-paid to sd-paid
               move ws-recipient-aid to sd-aid
               move ws-recipient-credit to sd-credit
               move ws-stmt-detail to statement-line
               write statement-line
               move ws-separator-line to statement-line
               write statement-line

               add 1 to ws-stmt-count
               add ws-recipient-charged to ws-stmt-charged
               add ws-recipient-paid to ws-stmt-paid
               add ws-recipient-aid to ws-stmt-aid
               add ws-recipient-credit to ws-stmt-credit

               move spaces to efile-record
               move "D" to ef-record-type
               move ws-tax-year to ef-tax-year
               move ws-recipient-type to ef-recipient-type
               move ws-recipient-id to ef-recipient-id
               move ws-recipient-name to ef-recipient-name
               move ws-recipient-students to ef-student-count
               move ws-recipient-charged to ef-charged
               move ws-recipient-paid to ef-paid
               move ws-recipient-aid to ef-aid
               move ws-recipient-credit to ef-credit
               write efile-record
           end-if.

      *----------------------------------------------------------------
      * print-control-report - the year's twelve periods off
      * billing-period-history.dat against what the statements
      * carried. Statement adjustments are aid and credits (both
      * reducing) plus the other types the statements leave out,
      * which together are what the close netted.
      *----------------------------------------------------------------
       print-control-report.
           perform load-period-history.
           open output control-file.
           if ws-control-status not = "00"
               display "WARNING: tax-control.prt open status "
                       ws-control-status
           end-if.
           move ws-tax-year to ch-tax-year.
           move ws-control-heading to control-line.
           write control-line.
           move ws-blank-line to control-line.
           write control-line.
           move ws-control-column-line to control-line.
           write control-line.
           perform print-control-month
               varying ws-month-sub from 1 by 1
               until ws-month-sub > 12.

           move ws-blank-line to control-line.
           write control-line.
           move ws-control-tie-heading to control-line.
           write control-line.
           move "CHARGES" to ct-label.
           move ws-hist-charges to ct-history.
           move ws-stmt-charged to ct-statement.
           compute ws-difference = ws-hist-charges - ws-stmt-charged.
           perform print-tie-line.
           move "PAYMENTS" to ct-label.
           move ws-hist-payments to ct-history.
           move ws-stmt-paid to ct-statement.
           compute ws-difference = ws-hist-payments - ws-stmt-paid.
           perform print-tie-line.
           compute ws-stmt-adjust-net = ws-run-other-net
                   - ws-stmt-aid - ws-stmt-credit.
           move "ADJUSTMENTS (NET)" to ct-label.
           move ws-hist-adjust-net to ct-history.
           move ws-stmt-adjust-net to ct-statement.
           compute ws-difference =
                   ws-hist-adjust-net - ws-stmt-adjust-net.
           perform print-tie-line.

           move ws-blank-line to control-line.
           write control-line.
           move ws-stmt-count to cc-count.
           move ws-closed-count to cc-closed.
           move ws-control-count-line to control-line.
           write control-line.
           if ws-stmt-charged not = ws-run-charged
               or ws-stmt-paid not = ws-run-paid
               or ws-stmt-aid not = ws-run-aid
               or ws-stmt-credit not = ws-run-credit
               move "** STATEMENTS DO NOT CARRY EVERY FIGURE TOTALED **"
                       to control-line
               write control-line
               move "Y" to ws-out-of-tie-sw
           end-if.
           if ws-out-of-tie
               move "** OUT OF TIE WITH THE PERIOD HISTORY **"
                       to control-line
           else
               move "STATEMENTS TIE TO THE PERIOD HISTORY"
                       to control-line
           end-if.
           write control-line.
           close control-file.

       load-period-history.
           perform varying ws-month-sub from 1 by 1
                   until ws-month-sub > 12
               move "N" to wmt-closed-sw(ws-month-sub)
               move 0 to wmt-charges(ws-month-sub)
               move 0 to wmt-adjust-net(ws-month-sub)
               move 0 to wmt-payments(ws-month-sub)
           end-perform.
           move "N" to ws-source-eof.
           open input history-file.
           if ws-history-status not = "00"
               move "Y" to ws-source-eof
           end-if.
           perform load-one-period until ws-source-eof = "Y".
           close history-file.

      *----------------------------------------------------------------
      * load-one-period - a fiscal period counts in the calendar
      * month its last day falls in; a period closed before the
      * fiscal calendar was a calendar month and is keyed yyyymm.
      *----------------------------------------------------------------
       load-one-period.
           read history-file
               at end move "Y" to ws-source-eof
               not at end
                   if bh-period-end is numeric and bh-period-end > 0
                       move bh-period-end(1:6) to ws-period-parts
                   else
                       move bh-period to ws-period-parts
                   end-if
                   if ws-period-year = ws-tax-year
                       and ws-period-month >= 1
                       and ws-period-month <= 12
                       move ws-period-month to ws-month-sub
                       move "Y" to wmt-closed-sw(ws-month-sub)
                       add bh-charges to wmt-charges(ws-month-sub)
                       add bh-adjust-net
                               to wmt-adjust-net(ws-month-sub)
                       add bh-payments to wmt-payments(ws-month-sub)
                   end-if
           end-read.

       print-control-month.
           move spaces to ws-control-month-line.
           compute cm-period = ws-tax-year * 100 + ws-month-sub.
           if wmt-closed(ws-month-sub)
               add 1 to ws-closed-count
               add wmt-charges(ws-month-sub) to ws-hist-charges
               add wmt-adjust-net(ws-month-sub) to ws-hist-adjust-net
               add wmt-payments(ws-month-sub) to ws-hist-payments
               move wmt-charges(ws-month-sub) to cm-charges
               move wmt-adjust-net(ws-month-sub) to cm-adjust
               move wmt-payments(ws-month-sub) to cm-payments
           else
               move 0 to cm-charges
               move 0 to cm-adjust
               move 0 to cm-payments
               move "NOT CLOSED" to cm-note
               move "Y" to ws-out-of-tie-sw
           end-if.
           move ws-control-month-line to control-line.
           write control-line.

       print-tie-line.
           move ws-difference to ct-difference.
           if ws-difference not = 0
               move "Y" to ws-out-of-tie-sw
           end-if.
           move ws-control-tie-line to control-line.
           write control-line.

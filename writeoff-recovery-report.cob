       >>SOURCE FORMAT IS FIXED
      *> Write-off recovery report. Money collected on an invoice
      *> writeoff-run has written off posts through payment-posting's
      *> write-off recovery mode, which puts a type B reinstatement on
      *> invoice-adjustments.db beside the payment; this report lists
      *> those recoveries for a keyed date range with the receipt each
      *> came in under, so the business office can track what the
      *> collection agency brings back apart from ordinary receipts.
      *> The summary sets the range's recoveries against the range's
      *> write-offs, and both against everything written off and
      *> recovered to date.

       identification division.
       program-id. writeoff-recovery-report.

       environment division.
       configuration section.
       repository.
           function day-from-date
           function all intrinsic.

       input-output section.
       file-control.
           select optional adjustment-file
                  assign "invoice-adjustments.db"
                  organization is indexed
                  access is sequential
                  record key is adjustment-key
                  file status is ws-adjustment-status.

           select optional report-file assign "writeoff-recovery.prt"
                  organization is line sequential
                  file status is ws-report-status.

       data division.
       file section.
       fd adjustment-file.
       copy "adjustment-record.cpy".

       fd report-file.
       01 report-line pic x(80).

       working-storage section.
       01 ws-adjustment-status pic x(2).
           88 ws-adjustment-open-ok value "00" "05".
       01 ws-report-status pic x(2).
       01 ws-eof pic a(1) value "N".

       01 ws-entry-date pic x(8).
       01 ws-check-date pic 9(8).
       01 ws-day-of-week-num binary-long signed.
       01 ws-from-date pic 9(8).
       01 ws-through-date pic 9(8).

       01 ws-range-written-count pic 9(5) value 0.
       01 ws-range-written-total pic 9(9)v99 value 0.
       01 ws-range-recovered-count pic 9(5) value 0.
       01 ws-range-recovered-total pic 9(9)v99 value 0.
       01 ws-todate-written-total pic 9(9)v99 value 0.
       01 ws-todate-recovered-total pic 9(9)v99 value 0.

       01 ws-blank-line pic x(80) value spaces.
       01 ws-heading-line.
           05 filler pic x(30) value "WRITE-OFF RECOVERIES FROM ".
           05 hd-from-date pic 9(8).
           05 filler pic x(9) value " THROUGH ".
           05 hd-through-date pic 9(8).

       01 ws-column-line.
           05 filler pic x(9) value "STUDENT".
           05 filler pic x(9) value "INVOICE".
           05 filler pic x(10) value "DATE".
           05 filler pic x(12) value "RECOVERED".
           05 filler pic x(10) value "OPERATOR".
           05 filler pic x(30) value "REFERENCE".

       01 ws-detail-line.
           05 rd-student pic x(5).
           05 filler pic x(4) value spaces.
           05 rd-invoice pic 9(4).
           05 filler pic x(5) value spaces.
           05 rd-date pic 9(8).
           05 filler pic x(2) value spaces.
           05 rd-amount pic zzzzz9.99.
           05 filler pic x(3) value spaces.
           05 rd-operator pic x(8).
           05 filler pic x(2) value spaces.
           05 rd-reason pic x(30).

       01 ws-summary-line.
           05 sm-label pic x(34).
           05 sm-count pic zzzz9.
           05 filler pic x(4) value spaces.
           05 sm-amount pic zzzzzzzz9.99.

       procedure division.
       perform accept-date-range.
       if ws-from-date = 0 or ws-through-date = 0
           display "Report abandoned - no valid date range"
           stop run
       end-if.

       open input adjustment-file.
       if not ws-adjustment-open-ok
           display "WARNING: invoice-adjustments.db open status "
                   ws-adjustment-status
           move "Y" to ws-eof
       end-if.
       open output report-file.
       if ws-report-status not = "00"
           display "WARNING: writeoff-recovery.prt open status "
                   ws-report-status
       end-if.

       move ws-from-date to hd-from-date.
       move ws-through-date to hd-through-date.
       move ws-heading-line to report-line.
       write report-line.
       move ws-blank-line to report-line.
       write report-line.
       move ws-column-line to report-line.
       write report-line.

       perform examine-one-adjustment until ws-eof = "Y".
       perform print-summary.

       close adjustment-file.
       if ws-adjustment-status not = "00"
           display "WARNING: invoice-adjustments.db close status "
                   ws-adjustment-status
       end-if.
       close report-file.
       if ws-report-status not = "00"
           display "WARNING: writeoff-recovery.prt close status "
                   ws-report-status
       end-if.
       display "Recoveries listed: " ws-range-recovered-count.
       stop run.

      *----------------------------------------------------------------
      * accept-date-range - both ends validated through
      * DAY-FROM-DATE; a blank through date takes today.
      *----------------------------------------------------------------
       accept-date-range.
           display "Enter from date yyyymmdd".
           accept ws-entry-date.
           perform validate-entry-date.
           move ws-check-date to ws-from-date.
           display "Enter through date yyyymmdd (blank for today)".
           accept ws-entry-date.
           if ws-entry-date = spaces
               accept ws-entry-date from date yyyymmdd
           end-if.
           perform validate-entry-date.
           move ws-check-date to ws-through-date.
           if ws-through-date < ws-from-date
               display "Through date is before from date"
               move 0 to ws-through-date
           end-if.

       validate-entry-date.
           move 0 to ws-check-date.
           if ws-entry-date is not numeric
               display "Date must be 8 digits"
           else
               move ws-entry-date to ws-check-date
               compute ws-day-of-week-num =
                       function day-from-date(ws-check-date)
               if ws-day-of-week-num < 1
                   display "Not a valid date"
                   move 0 to ws-check-date
               end-if
           end-if.

      *----------------------------------------------------------------
      * examine-one-adjustment - recoveries in range print; write-offs
      * and recoveries of every date feed the to-date summary.
      *----------------------------------------------------------------
       examine-one-adjustment.
           read adjustment-file next
               at end move "Y" to ws-eof
               not at end
                   if adj-write-off
                       add adj-amount to ws-todate-written-total
                       if adj-date >= ws-from-date
                           and adj-date <= ws-through-date
                           add 1 to ws-range-written-count
                           add adj-amount to ws-range-written-total
                       end-if
                   end-if
                   if adj-recovery
                       add adj-amount to ws-todate-recovered-total
                       if adj-date >= ws-from-date
                           and adj-date <= ws-through-date
                           perform print-recovery-line
                       end-if
                   end-if
           end-read.

       print-recovery-line.
           add 1 to ws-range-recovered-count.
           add adj-amount to ws-range-recovered-total.
           move spaces to ws-detail-line.
           move adj-student-id to rd-student.
           move adj-invoice-no to rd-invoice.
           move adj-date to rd-date.
           move adj-amount to rd-amount.
           move adj-operator to rd-operator.
           move adj-reason to rd-reason.
           move ws-detail-line to report-line.
           write report-line.

       print-summary.
           move ws-blank-line to report-line.
           write report-line.
           move spaces to ws-summary-line.
           move "RECOVERIES IN RANGE" to sm-label.
           move ws-range-recovered-count to sm-count.
           move ws-range-recovered-total to sm-amount.
           move ws-summary-line to report-line.
           write report-line.
           move spaces to ws-summary-line.
           move "WRITE-OFFS IN RANGE" to sm-label.
           move ws-range-written-count to sm-count.
           move ws-range-written-total to sm-amount.
           move ws-summary-line to report-line.
           write report-line.
           move spaces to ws-summary-line.
           move "WRITTEN OFF TO DATE" to sm-label.
           move 0 to sm-count.
           move ws-todate-written-total to sm-amount.
           move ws-summary-line to report-line.
           write report-line.
           move spaces to ws-summary-line.
           move "RECOVERED TO DATE" to sm-label.
           move 0 to sm-count.
           move ws-todate-recovered-total to sm-amount.
           move ws-summary-line to report-line.
           write report-line.

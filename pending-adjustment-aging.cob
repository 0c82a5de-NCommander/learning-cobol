       >>SOURCE FORMAT IS FIXED
      *> Aging list of the adjustments still waiting on
      *> pending-adjustments.db for supervisor approval, oldest first,
      *> so an item over the ADJ-APPROVAL-DOLLARS limit cannot sit
      *> forgotten. Each undecided item prints with its invoice, type,
      *> amount, reason, who keyed it, and its age in days; the
      *> trailer buckets the count and amount into a week or less,
      *> eight to thirty days, and over thirty days. Batch, for the
      *> end-of-day stream; output is pending-adjustments.prt.

       identification division.
       program-id. pending-adjustment-aging.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select optional pending-file
                  assign "pending-adjustments.db"
                  organization is indexed
                  access is sequential
                  record key is pending-adjustment-key
                  file status is ws-pending-status.

           select sort-work assign "sortwork.tmp".

           select optional report-file
                  assign "pending-adjustments.prt"
                  organization is line sequential
                  file status is ws-report-status.

       data division.
       file section.
       fd pending-file.
       copy "pending-adjustment-record.cpy".

       sd sort-work.
       01 sort-work-record.
           05 sw-keyed-date pic 9(8).
           05 sw-pending-record pic x(116).

       fd report-file.
       01 report-line pic x(100).

       working-storage section.
       01 ws-pending-status pic x(2).
           88 ws-pending-open-ok value "00" "05".
       01 ws-report-status pic x(2).
       01 ws-pending-eof pic a(1) value "N".
       01 ws-sort-eof pic a(1) value "N".

       01 ws-today-date pic 9(8).
       01 ws-age-days pic s9(5).
       01 ws-item-count pic 9(5) value 0.
       01 ws-item-total pic 9(7)v99 value 0.
       01 ws-week-count pic 9(5) value 0.
       01 ws-week-total pic 9(7)v99 value 0.
       01 ws-month-count pic 9(5) value 0.
       01 ws-month-total pic 9(7)v99 value 0.
       01 ws-over-count pic 9(5) value 0.
       01 ws-over-total pic 9(7)v99 value 0.

       01 ws-blank-line pic x(100) value spaces.
       01 ws-heading-1.
           05 filler pic x(40)
                   value "ADJUSTMENTS AWAITING APPROVAL - AS OF ".
           05 hd-date pic 9(8).
       01 ws-heading-2.
           05 filler pic x(6) value "STU".
           05 filler pic x(5) value "INV".
           05 filler pic x(4) value "SEQ".
           05 filler pic x(5) value "TYPE".
           05 filler pic x(11) value "AMOUNT".
           05 filler pic x(9) value "KEYED".
           05 filler pic x(9) value "BY".
           05 filler pic x(6) value "DAYS".
           05 filler pic x(30) value "REASON".
       01 ws-detail-line.
           05 dl-student-id pic x(5).
           05 filler pic x(1) value space.
           05 dl-invoice-no pic 9(4).
           05 filler pic x(1) value space.
           05 dl-pending-seq pic 9(3).
           05 filler pic x(2) value spaces.
           05 dl-type pic x(1).
           05 filler pic x(2) value spaces.
           05 dl-amount pic zzzzz9.99.
           05 filler pic x(2) value spaces.
           05 dl-keyed-date pic 9(8).
           05 filler pic x(1) value space.
           05 dl-keyed-operator pic x(8).
           05 filler pic x(1) value space.
           05 dl-age-days pic zzzz9.
           05 filler pic x(1) value space.
           05 dl-reason pic x(30).
       01 ws-bucket-line.
           05 bl-label pic x(24).
           05 bl-count pic zzzz9.
           05 filler pic x(4) value spaces.
           05 bl-total pic zzzzzz9.99.

       procedure division.
       accept ws-today-date from date yyyymmdd.

       open output report-file.
       if ws-report-status not = "00"
           display "WARNING: pending-adjustments.prt open status "
                   ws-report-status
       end-if.
       move ws-today-date to hd-date.
       move ws-heading-1 to report-line.
       write report-line.
       move ws-blank-line to report-line.
       write report-line.
       move ws-heading-2 to report-line.
       write report-line.

       sort sort-work
           on ascending key sw-keyed-date
           input procedure is load-sort-work
           output procedure is print-pending-items.

       move ws-blank-line to report-line.
       write report-line.
       move "7 DAYS OR LESS:" to bl-label.
       move ws-week-count to bl-count.
       move ws-week-total to bl-total.
       move ws-bucket-line to report-line.
       write report-line.
       move "8 TO 30 DAYS:" to bl-label.
       move ws-month-count to bl-count.
       move ws-month-total to bl-total.
       move ws-bucket-line to report-line.
       write report-line.
       move "OVER 30 DAYS:" to bl-label.
       move ws-over-count to bl-count.
       move ws-over-total to bl-total.
       move ws-bucket-line to report-line.
       write report-line.
       move "TOTAL AWAITING APPROVAL:" to bl-label.
       move ws-item-count to bl-count.
       move ws-item-total to bl-total.
       move ws-bucket-line to report-line.
       write report-line.

       close report-file.
       if ws-report-status not = "00"
           display "WARNING: pending-adjustments.prt close status "
                   ws-report-status
       end-if.
       display "Adjustments awaiting approval: " ws-item-count.
       goback.

      *----------------------------------------------------------------
      * load-sort-work - only the undecided items go to the sort,
      * keyed on the day they were keyed so the oldest prints first.
      *----------------------------------------------------------------
       load-sort-work.
           open input pending-file.
           if not ws-pending-open-ok
               display "WARNING: pending-adjustments.db open status "
                       ws-pending-status
               move 8 to return-code
               move "Y" to ws-pending-eof
           end-if.
           perform until ws-pending-eof = "Y"
               read pending-file next
                   at end move "Y" to ws-pending-eof
                   not at end
                       if pa-pending
                           move pa-keyed-date to sw-keyed-date
                           move pending-adjustment-record
                               to sw-pending-record
                           release sort-work-record
                       end-if
               end-read
           end-perform.
           close pending-file.
           if ws-pending-status not = "00"
               display "WARNING: pending-adjustments.db close status "
                       ws-pending-status
           end-if.

       print-pending-items.
           perform until ws-sort-eof = "Y"
               return sort-work
                   at end move "Y" to ws-sort-eof
                   not at end perform print-one-pending
               end-return
           end-perform.

       print-one-pending.
           move sw-pending-record to pending-adjustment-record.
           move 0 to ws-age-days.
           if pa-keyed-date > 0 and pa-keyed-date <= ws-today-date
               compute ws-age-days =
                       function integer-of-date(ws-today-date)
                       - function integer-of-date(pa-keyed-date)
           end-if.
           add 1 to ws-item-count.
           add pa-amount to ws-item-total.
           evaluate true
               when ws-age-days <= 7
                   add 1 to ws-week-count
                   add pa-amount to ws-week-total
               when ws-age-days <= 30
                   add 1 to ws-month-count
                   add pa-amount to ws-month-total
               when other
                   add 1 to ws-over-count
                   add pa-amount to ws-over-total
           end-evaluate.
           move spaces to ws-detail-line.
           move pa-student-id to dl-student-id.
           move pa-invoice-no to dl-invoice-no.
           move pa-pending-seq to dl-pending-seq.
           move pa-type to dl-type.
           move pa-amount to dl-amount.
           move pa-keyed-date to dl-keyed-date.
           move pa-keyed-operator to dl-keyed-operator.
           move ws-age-days to dl-age-days.
           move pa-reason to dl-reason.
           move ws-detail-line to report-line.
           write report-line.

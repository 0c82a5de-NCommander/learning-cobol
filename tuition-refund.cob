       >>SOURCE FORMAT IS FIXED
      *> Shared tuition reversal for a drop or a withdrawal, CALLed
      *> by enrollment-maintenance and student-withdrawal with the
      *> student, course, term, the date the student left the course
      *> and who is signed on. The tuition invoice the billing run
      *> wrote for the enrollment is found on tuition-billed.db; the
      *> date is measured against the terms.db start date in
      *> business days through ADD-BUSINESS-DAYS, and the first
      *> refund-schedule.db tier for the term whose last day the
      *> date falls on or before gives the percentage unearned. The
      *> unearned share of the tuition - less any aid and any
      *> discount the billing run applied, neither of which is the
      *> student's money to get back -
      *> posts as a type C credit against the invoice; whatever of
      *> that credit the student had already paid then posts as a
      *> type R refund bringing the invoice back to zero, the same
      *> pair a clerk would key through adjustment-entry. Every call
      *> prints a line on refund-register.prt, the list the business
      *> office cuts refund checks from, and every adjustment lands
      *> on audit.log under the caller's operator. The credit and
      *> refund amounts go back to the caller for its display.

       identification division.
       program-id. tuition-refund.

       environment division.
       configuration section.
       repository.
           function add-business-days
           function all intrinsic.

       input-output section.
       file-control.
           select optional billed-xref assign "tuition-billed.db"
                  organization is indexed
                  access is random
                  record key is billed-key
                  file status is ws-billed-status.

           select optional term-file assign "terms.db"
                  organization is indexed
                  access is random
                  record key is tm-term-code
                  file status is ws-term-status.

           select optional schedule-file assign "refund-schedule.db"
                  organization is indexed
                  access is dynamic
                  record key is refund-schedule-key
                  file status is ws-schedule-status.

           select optional invoice assign "invoices.db"
                  organization is indexed
                  access is random
                  record key is invoice-key
                  file status is ws-invoice-status.

           select optional adjustment-file
                  assign "invoice-adjustments.db"
                  organization is indexed
                  access is dynamic
                  record key is adjustment-key
                  file status is ws-adjustment-status.

           select optional register-file assign "refund-register.prt"
                  organization is line sequential
                  file status is ws-register-status.

           select optional audit-file assign "audit.log"
                  organization is line sequential
                  file status is ws-audit-status.

       data division.
       file section.
       fd billed-xref.
       01 billed-record.
           05 billed-key.
               10 tb-student-id pic x(5).
               10 tb-course-code pic x(6).
           05 tb-invoice-no pic 9(4).
           05 tb-billed-date pic 9(8).

       fd term-file.
       01 term-record.
           05 tm-term-code pic x(5).
           05 tm-start-date pic 9(8).
           05 tm-end-date pic 9(8).

       fd schedule-file.
       copy "refund-schedule-record.cpy".

       fd invoice.
       copy "invoice-record.cpy".

       fd adjustment-file.
       copy "adjustment-record.cpy".

       fd register-file.
       01 register-line pic x(80).

       fd audit-file.
       copy "audit-record.cpy".

       working-storage section.
       01 ws-billed-status pic x(2).
           88 ws-billed-open-ok value "00" "05".
       01 ws-term-status pic x(2).
           88 ws-term-open-ok value "00" "05".
       01 ws-schedule-status pic x(2).
           88 ws-schedule-open-ok value "00" "05".
       01 ws-invoice-status pic x(2).
           88 ws-invoice-open-ok value "00" "05".
       01 ws-adjustment-status pic x(2).
           88 ws-adjustment-open-ok value "00" "05".
       01 ws-register-status pic x(2).
       01 ws-audit-status pic x(2).
       01 ws-audit-date pic x(8).
       01 ws-audit-time pic x(6).

       01 ws-refund-note pic x(20).
       01 ws-schedule-done pic a(1).
       01 ws-adjust-done pic a(1).
       01 ws-tier-count pic 9(3).
       01 ws-tier-found-sw pic x(1).
           88 ws-tier-found value "Y".
       01 ws-refund-percent pic 9(3).
       01 ws-percent-display pic zz9.
       01 ws-tier-offset pic s9(6).
       01 ws-tier-last-date pic 9(8).

       01 ws-adjust-net pic s9(7)v99.
       01 ws-aid-total pic 9(7)v99.
       01 ws-last-adj-seq pic 9(3).
       01 ws-refund-base pic s9(7)v99.
       01 ws-unearned pic 9(5)v99.
       01 ws-open-balance pic s9(7)v99.
       01 ws-refund-due pic s9(7)v99.
       01 ws-post-type pic x(1).
       01 ws-post-amount pic 9(5)v99.
       01 ws-post-ok-sw pic x(1).
           88 ws-post-ok value "Y".

       01 ws-register-heading-1 pic x(60)
               value "REFUND REGISTER - TUITION CREDITS AND REFUNDS".
       01 ws-register-heading-2.
           05 filler pic x(9) value "DATE".
           05 filler pic x(6) value "STUD".
           05 filler pic x(7) value "COURSE".
           05 filler pic x(5) value "INV".
           05 filler pic x(9) value "EVENT".
           05 filler pic x(5) value "PCT".
           05 filler pic x(9) value "CREDIT".
           05 filler pic x(9) value "REFUND".
           05 filler pic x(20) value "DISPOSITION".

       01 ws-register-detail.
           05 rr-date pic 9(8).
           05 filler pic x(1) value spaces.
           05 rr-student pic x(5).
           05 filler pic x(1) value spaces.
           05 rr-course pic x(6).
           05 filler pic x(1) value spaces.
           05 rr-invoice pic 9(4).
           05 filler pic x(1) value spaces.
           05 rr-event pic x(8).
           05 filler pic x(1) value spaces.
           05 rr-percent pic zz9.
           05 filler pic x(1) value "%".
           05 filler pic x(1) value spaces.
           05 rr-credit pic zzzz9.99.
           05 filler pic x(1) value spaces.
           05 rr-refund pic zzzz9.99.
           05 filler pic x(1) value spaces.
           05 rr-note pic x(20).

       linkage section.
       01 l-student-id pic x(5).
       01 l-course-code pic x(6).
       01 l-term pic x(5).
       01 l-event-date pic 9(8).
      *        D for a course drop, W for a withdrawal.
       01 l-event-code pic x(1).
       01 l-operator-id pic x(8).
       01 l-credit-amount pic 9(5)v99.
       01 l-refund-amount pic 9(5)v99.

       procedure division using l-student-id l-course-code l-term
               l-event-date l-event-code l-operator-id
               l-credit-amount l-refund-amount.
       move 0 to l-credit-amount.
       move 0 to l-refund-amount.
       move 0 to ws-refund-percent.
       move 0 to tb-invoice-no.
       move spaces to ws-refund-note.

       perform open-refund-files.

       perform find-billed-invoice.
       if ws-refund-note = spaces
           perform find-refund-percent
       end-if.
       if ws-refund-note = spaces
           perform read-billed-invoice
       end-if.
       if ws-refund-note = spaces
           perform post-unearned-tuition
       end-if.
       perform print-refund-line.

       perform close-refund-files.
       goback.

       open-refund-files.
           open input billed-xref.
           if not ws-billed-open-ok
               display "WARNING: tuition-billed.db open status "
                       ws-billed-status
           end-if.
           open input term-file.
           if not ws-term-open-ok
               display "WARNING: terms.db open status " ws-term-status
           end-if.
           open input schedule-file.
           if not ws-schedule-open-ok
               display "WARNING: refund-schedule.db open status "
                       ws-schedule-status
           end-if.
           open i-o invoice.
           if not ws-invoice-open-ok
               display "WARNING: invoices.db open status "
                       ws-invoice-status
           end-if.
           open i-o adjustment-file.
           if not ws-adjustment-open-ok
               display "WARNING: invoice-adjustments.db open status "
                       ws-adjustment-status
           end-if.

       close-refund-files.
           close billed-xref.
           if ws-billed-status not = "00"
               display "WARNING: tuition-billed.db close status "
                       ws-billed-status
           end-if.
           close term-file.
           if ws-term-status not = "00"
               display "WARNING: terms.db close status "
                       ws-term-status
           end-if.
           close schedule-file.
           if ws-schedule-status not = "00"
               display "WARNING: refund-schedule.db close status "
                       ws-schedule-status
           end-if.
           close invoice.
           if ws-invoice-status not = "00"
               display "WARNING: invoices.db close status "
                       ws-invoice-status
           end-if.
           close adjustment-file.
           if ws-adjustment-status not = "00"
               display "WARNING: invoice-adjustments.db close status "
                       ws-adjustment-status
           end-if.

      *----------------------------------------------------------------
      * find-billed-invoice - only tuition the billing run wrote for
      * this enrollment is reversed; a course dropped before billing
      * never had an invoice and needs nothing.
      *----------------------------------------------------------------
       find-billed-invoice.
           move l-student-id to tb-student-id.
           move l-course-code to tb-course-code.
           read billed-xref
               invalid key
                   move 0 to tb-invoice-no
                   move "NOT BILLED" to ws-refund-note
           end-read.

      *----------------------------------------------------------------
      * find-refund-percent - day 1 is the term's start date, so a
      * tier through day N covers every date up to the start date
      * moved N - 1 business days forward; holidays and weekends on
      * the holidays.dat calendar do not count. A date before the
      * start falls in the first tier; a date past the last tier
      * earns nothing.
      *----------------------------------------------------------------
       find-refund-percent.
           if l-term = spaces
               move "NO TERM ON ENROLLMENT" to ws-refund-note
           else
               move l-term to tm-term-code
               read term-file
                   invalid key
                       move "TERM NOT ON CALENDAR" to ws-refund-note
               end-read
           end-if.
           if ws-refund-note = spaces
               move 0 to ws-tier-count
               move "N" to ws-tier-found-sw
               move "N" to ws-schedule-done
               move l-term to rf-term
               move 0 to rf-through-day
               start schedule-file
                       key is not less than refund-schedule-key
                   invalid key move "Y" to ws-schedule-done
               end-start
               perform check-one-tier until ws-schedule-done = "Y"
               if ws-tier-count = 0
                   move "NO REFUND SCHEDULE" to ws-refund-note
               end-if
           end-if.

       check-one-tier.
           read schedule-file next
               at end move "Y" to ws-schedule-done
               not at end
                   if rf-term not = l-term
                       move "Y" to ws-schedule-done
                   else
                       add 1 to ws-tier-count
                       compute ws-tier-offset = rf-through-day - 1
                       if ws-tier-offset < 0
                           move 0 to ws-tier-offset
                       end-if
                       compute ws-tier-last-date =
                               function add-business-days(
                               tm-start-date, ws-tier-offset)
                       if l-event-date <= ws-tier-last-date
                           move "Y" to ws-tier-found-sw
                           move rf-percent to ws-refund-percent
                           move "Y" to ws-schedule-done
                       end-if
                   end-if
           end-read.

      *----------------------------------------------------------------
      * read-billed-invoice - the invoice and everything already
      * adjusted against it: the net the aging report would apply,
      * the aid the billing run applied, and the last sequence.
      *----------------------------------------------------------------
       read-billed-invoice.
           move l-student-id to inv-student-id.
           move tb-invoice-no to inv-invoice-no.
           read invoice
               invalid key
                   move "INVOICE NOT ON FILE" to ws-refund-note
           end-read.
           if ws-refund-note = spaces
               move 0 to ws-adjust-net
               move 0 to ws-aid-total
               move 0 to ws-last-adj-seq
               move "N" to ws-adjust-done
               move inv-student-id to adj-student-id
               move inv-invoice-no to adj-invoice-no
               move 0 to adj-seq
               start adjustment-file
                       key is greater than adjustment-key
                   invalid key move "Y" to ws-adjust-done
               end-start
               perform net-one-adjustment until ws-adjust-done = "Y"
           end-if.

       net-one-adjustment.
           read adjustment-file next
               at end move "Y" to ws-adjust-done
               not at end
                   if adj-student-id not = inv-student-id
                       or adj-invoice-no not = inv-invoice-no
                       move "Y" to ws-adjust-done
                   else
                       move adj-seq to ws-last-adj-seq
                       if adj-increases-balance
                           add adj-amount to ws-adjust-net
                       else
                           subtract adj-amount from ws-adjust-net
                       end-if
                       if adj-financial-aid or adj-discount
                           add adj-amount to ws-aid-total
                       end-if
                   end-if
           end-read.

      *----------------------------------------------------------------
      * post-unearned-tuition - the credit first; if it leaves the
      * invoice overpaid, the overpayment it created goes back to
      * the student as a refund the business office cuts a check
      * for.
      *----------------------------------------------------------------
       post-unearned-tuition.
           compute ws-refund-base = inv-amount - ws-aid-total.
           if ws-refund-base < 0
               move 0 to ws-refund-base
           end-if.
           compute ws-unearned rounded =
                   ws-refund-base * ws-refund-percent / 100.
           compute ws-open-balance =
                   inv-amount + ws-adjust-net - inv-paid.
           if ws-unearned = 0
               move "NO REFUND DUE" to ws-refund-note
           else
               move "C" to ws-post-type
               move ws-unearned to ws-post-amount
               perform write-refund-adjustment
               if ws-post-ok
                   move ws-unearned to l-credit-amount
                   subtract ws-unearned from ws-open-balance
                   move "CREDITED" to ws-refund-note
                   if ws-open-balance < 0
                       compute ws-refund-due = 0 - ws-open-balance
                       if ws-refund-due > ws-unearned
                           move ws-unearned to ws-refund-due
                       end-if
                       move "R" to ws-post-type
                       move ws-refund-due to ws-post-amount
                       perform write-refund-adjustment
                       if ws-post-ok
                           move ws-refund-due to l-refund-amount
                           move "CUT REFUND CHECK" to ws-refund-note
                       end-if
                   end-if
               else
                   move "ADJUSTMENT FAILED" to ws-refund-note
               end-if
           end-if.

       write-refund-adjustment.
           move "N" to ws-post-ok-sw.
           add 1 to ws-last-adj-seq.
           move spaces to adjustment-record.
           move inv-student-id to adj-student-id.
           move inv-invoice-no to adj-invoice-no.
           move ws-last-adj-seq to adj-seq.
           move ws-post-type to adj-type.
           move ws-post-amount to adj-amount.
           move l-event-date to adj-date.
           move l-operator-id to adj-operator.
           move ws-refund-percent to ws-percent-display.
           if l-event-code = "W"
               string "WITHDRAWAL REFUND " delimited by size
                      ws-percent-display delimited by size
                      "% " delimited by size
                      l-course-code delimited by size
                      into adj-reason
               end-string
           else
               string "DROP REFUND " delimited by size
                      ws-percent-display delimited by size
                      "% " delimited by size
                      l-course-code delimited by size
                      into adj-reason
               end-string
           end-if.
           write adjustment-record
               invalid key
                   display "Unable to write adjustment "
                           adjustment-key " status "
                           ws-adjustment-status
               not invalid key
                   move "Y" to ws-post-ok-sw
                   perform write-adjustment-audit-record
           end-write.

      *----------------------------------------------------------------
      * print-refund-line - one register line per call, including
      * the ones that posted nothing, so the office sees every drop
      * and withdrawal and why it did or did not refund.
      *----------------------------------------------------------------
       print-refund-line.
           move spaces to ws-register-detail.
           move l-event-date to rr-date.
           move l-student-id to rr-student.
           move l-course-code to rr-course.
           move tb-invoice-no to rr-invoice.
           if l-event-code = "W"
               move "WITHDRAW" to rr-event
           else
               move "DROP" to rr-event
           end-if.
           move ws-refund-percent to rr-percent.
           move l-credit-amount to rr-credit.
           move l-refund-amount to rr-refund.
           move ws-refund-note to rr-note.

           open extend register-file.
           if ws-register-status = "05" or ws-register-status = "35"
               close register-file
               open output register-file
               move ws-register-heading-1 to register-line
               write register-line
               move ws-register-heading-2 to register-line
               write register-line
           end-if.
           if ws-register-status not = "00"
               display "WARNING: refund-register.prt open status "
                       ws-register-status
           end-if.
           move ws-register-detail to register-line.
           write register-line.
           if ws-register-status not = "00"
               display "WARNING: refund-register.prt write status "
                       ws-register-status
           end-if.
           close register-file.
           if ws-register-status not = "00"
               display "WARNING: refund-register.prt close status "
                       ws-register-status
           end-if.

      *----------------------------------------------------------------
      * write-adjustment-audit-record - CREATE under ADJUSTMENT with
      * the full student-invoice-sequence key, the same entry the
      * adjustment entry screen writes, under the caller's operator.
      *----------------------------------------------------------------
       write-adjustment-audit-record.
           move spaces to audit-record.
           move adj-student-id to audit-student-id.
           move "CREATE" to audit-operation.
           move "ADJUSTMENT" to audit-file-id.
           move adjustment-key to audit-key.
           move l-operator-id to audit-operator.
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

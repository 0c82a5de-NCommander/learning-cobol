       >>SOURCE FORMAT IS FIXED
      *> Auto-billing run for term tuition. Walks enrollments.db for the
      *> keyed term (blank takes every enrollment, for files from before
      *> terms existed) and writes one invoices.db record per live
      *> enrollment at the course's tuition rate in force for the
      *> enrollment's term - the rate-history.db entry whose effective
      *> term starts latest on or before it, else the courses.db catalog
      *> rate - so a late enrollment or a back-billed term is priced as
      *> the term was, not at today's rate, and registration week no
      *> longer ends with hundreds of keyed invoices copied off the
      *> paper fee sheet. End-dated enrollments - a withdrawal - are
      *> passed over, and each enrollment billed here is marked on the
      *> tuition-billed.db control file, so a re-run skips everything
      *> already billed instead of double-billing; courses with a zero
      *> rate are skipped and reported. Every billing decision prints on
      *> the register and control totals display at end of run. One-off
      *> charges still go through invoice-entry by hand. Each new
      *> invoice then takes the student's awards.db scholarship and aid
      *> awards for the term as type F invoice-adjustments.db records -
      *> a flat award up to what it has left, a percentage award off the
      *> invoice - never past the invoice or the aid-funds.db fund's
      *> remaining budget. An award whose minimum GPA the student's
      *> cumulative GPA does not make is skipped and listed, and the
      *> disbursement register ties each fund's run to its budget. Ahead
      *> of the aid, each new invoice takes the board-approved discounts
      *> on discount-rules.db in force for its term, each as its own
      *> type D invoice-adjustments.db line so the gross tuition and the
      *> discount both stay visible: the sibling discount when a student
      *> with a lower ID in the same payer-xref.db household (the first
      *> payer the student is linked to) has a live enrollment in the
      *> term; the multi-course discount on the third and later live
      *> courses the student takes in the term, in course-code order;
      *> and the staff-child discount for a student granted it on
      *> discount-eligibility.db. Discounts never take an invoice below
      *> zero, aid is measured against what the discounts leave, and the
      *> register closes with the discount subtotal.

       identification division.
       program-id. tuition-billing-run.
       repository.
           function add-business-days
           function day-from-date
           function fiscal-date
           function all intrinsic.

       input-output section.
                  organization is line sequential
                  file status is ws-register-status.

           select optional award-file assign "awards.db"
                  organization is indexed
                  access is dynamic
                  record key is award-key
                  file status is ws-award-status.

           select optional fund-master assign "aid-funds.db"
                  organization is indexed
                  access is dynamic
                  record key is af-fund-code
                  file status is ws-fund-status.

           select optional adjustment-file
                  assign "invoice-adjustments.db"
                  organization is indexed
                  access is dynamic
                  record key is adjustment-key
                  file status is ws-adjustment-status.

           select optional grade-file assign "grades.db"
                  organization is indexed
                  access is dynamic
                  record key is grade-key
                  file status is ws-grade-status.

           select optional scale-file assign "grade-scale.dat"
                  organization is line sequential
                  file status is ws-scale-status.

           select optional aid-register-file
                  assign "aid-disbursement-register.prt"
                  organization is line sequential
                  file status is ws-aid-register-status.

           select optional period-control assign "billing-period.dat"
                  organization is line sequential
                  file status is ws-control-status.

           select optional rate-file assign "rate-history.db"
                  organization is indexed
                  access is dynamic
                  record key is rate-history-key
                  file status is ws-rate-status.

           select optional audit-file assign "audit.log"
                  organization is line sequential
                  file status is ws-audit-status.

           select optional rule-file assign "discount-rules.db"
                  organization is indexed
                  access is sequential
                  record key is discount-rule-key
                  file status is ws-rule-status.

           select optional eligibility-file
                  assign "discount-eligibility.db"
                  organization is indexed
                  access is random
                  record key is discount-eligibility-key
                  file status is ws-eligibility-status.

           select optional payer-xref assign "payer-xref.db"
                  organization is indexed
                  access is dynamic
                  record key is payer-xref-key
                  file status is ws-xref-status.

           select optional term-file assign "terms.db"
                  organization is indexed
                  access is random
                  record key is tm-term-code
                  file status is ws-term-status.

      *        A second view of enrollments.db for looking across a
      *        student's (or a sibling's) term while the main pass
      *        holds its place.
           select optional sibling-enrollment assign "enrollments.db"
                  organization is indexed
                  access is dynamic
                  record key is se-enrollment-key
                  file status is ws-sibling-status.

       data division.
       file section.
       fd enrollment.
       fd register-file.
       01 register-line pic x(70).

       fd award-file.
       copy "award-record.cpy".

       fd fund-master.
       copy "fund-record.cpy".

       fd adjustment-file.
       copy "adjustment-record.cpy".

       fd grade-file.
       01 grade-record.
           05 grade-key.
               10 gr-student-id pic x(5).
               10 gr-course-code pic x(6).
               10 gr-term pic x(5).
           05 gr-grade pic 9(3).

       fd scale-file.
       01 scale-record.
           05 gs-low pic 9(3).
           05 filler pic x(1).
           05 gs-high pic 9(3).
           05 filler pic x(1).
           05 gs-letter pic x(2).
           05 filler pic x(1).
           05 gs-points pic 9v99.

       fd aid-register-file.
       01 aid-register-line pic x(80).

       fd period-control.
       01 period-control-record pic 9(6).

       fd rate-file.
       copy "rate-history-record.cpy".

       fd audit-file.
       copy "audit-record.cpy".

       fd rule-file.
       copy "discount-rule-record.cpy".

       fd eligibility-file.
       copy "discount-eligibility-record.cpy".

       fd payer-xref.
       01 payer-xref-record.
           05 payer-xref-key.
               10 px-customer-id pic x(10).
               10 px-student-id pic x(5).
           05 px-linked-date pic 9(8).

       fd term-file.
       01 term-record.
           05 tm-term-code pic x(5).
           05 tm-start-date pic 9(8).
           05 tm-end-date pic 9(8).

       fd sibling-enrollment.
       01 sibling-enrollment-record.
           05 se-enrollment-key.
               10 se-student-id pic x(5).
               10 se-course-code pic x(6).
           05 se-enrolled-date pic 9(8).
           05 se-section-no pic x(2).
           05 se-term pic x(5).
           05 se-end-date pic 9(8).

       working-storage section.
       01 ws-enrollment-status pic x(2).
           88 ws-enrollment-ok value "00".
           88 ws-billed-ok value "00".
           88 ws-billed-open-ok value "00" "05".
       01 ws-register-status pic x(2).
       01 ws-award-status pic x(2).
           88 ws-award-open-ok value "00" "05".
       01 ws-fund-status pic x(2).
           88 ws-fund-ok value "00".
           88 ws-fund-open-ok value "00" "05".
       01 ws-adjustment-status pic x(2).
           88 ws-adjustment-open-ok value "00" "05".
       01 ws-grade-status pic x(2).
           88 ws-grade-open-ok value "00" "05".
       01 ws-scale-status pic x(2).
       01 ws-aid-register-status pic x(2).
       01 ws-control-status pic x(2).
       01 ws-eof pic a(1) value "N".
       01 ws-scan-done pic a(1).
       01 ws-open-period pic 9(6) value 0.
       01 ws-entry-period pic 9(6).
       copy "fiscal-date-info.cpy".
       01 ws-rate-status pic x(2).
           88 ws-rate-open-ok value "00" "05".
       01 ws-rule-status pic x(2).
           88 ws-rule-open-ok value "00" "05".
       01 ws-eligibility-status pic x(2).
           88 ws-eligibility-ok value "00".
           88 ws-eligibility-open-ok value "00" "05".
       01 ws-xref-status pic x(2).
           88 ws-xref-open-ok value "00" "05".
       01 ws-term-status pic x(2).
           88 ws-term-ok value "00".
           88 ws-term-open-ok value "00" "05".
       01 ws-sibling-status pic x(2).
           88 ws-sibling-open-ok value "00" "05".
       01 ws-audit-status pic x(2).
       01 ws-audit-date pic x(8).
       01 ws-audit-time pic x(6).
       01 ws-ended-count pic 9(5) value 0.
       01 ws-billed-total pic 9(7)v99 value 0.

      *        Awards applied to the invoice just billed.
       01 ws-award-done pic a(1).
       01 ws-award-eligible-sw pic x(1).
           88 ws-award-eligible value "Y".
       01 ws-aid-amount pic s9(7)v99.
       01 ws-aid-room pic s9(7)v99.
       01 ws-invoice-aid pic 9(5)v99.
       01 ws-next-adj-seq pic 9(3).
       01 ws-skip-reason pic x(20).
       01 ws-aid-count pic 9(5) value 0.
       01 ws-aid-total pic 9(7)v99 value 0.

      *        The discount rules, with each rule's from and through
      *        terms resolved to dates off terms.db once at startup;
      *        an open-ended rule runs through 99999999.
       01 ws-rule-table.
           05 ws-rule-count pic 9(2) value 0.
           05 ws-rule-entry occurs 50 times.
               10 wdr-rule-type pic x(1).
               10 wdr-from-date pic 9(8).
               10 wdr-through-date pic 9(8).
               10 wdr-percent pic 9(3).
               10 wdr-amount pic 9(5)v99.
       01 ws-rule-sub pic 9(2).
       01 ws-rule-found-sub pic 9(2).
       01 ws-rule-eof pic a(1) value "N".
       01 ws-want-rule-type pic x(1).
       01 ws-rule-label pic x(12).

      *        The course's rate in force for the enrollment's term,
      *        and the start of the latest rate-history.db entry
      *        found to apply so far.
       01 ws-term-rate pic 9(5)v99.
       01 ws-rate-start-date pic 9(8).
       01 ws-rate-done pic a(1).

      *        The discounts applied to the invoice just billed.
       01 ws-term-start-term pic x(5) value spaces.
       01 ws-term-start-date pic 9(8) value 0.
       01 ws-invoice-discount pic 9(5)v99.
       01 ws-discount-amount pic s9(7)v99.
       01 ws-discount-room pic s9(7)v99.
       01 ws-discount-count pic 9(5) value 0.
       01 ws-discount-total pic 9(7)v99 value 0.
       01 ws-course-ordinal pic 9(3).
       01 ws-sibling-done pic a(1).
       01 ws-xref-done pic a(1).
       01 ws-household-payer pic x(10).
       01 ws-household-student pic x(5) value spaces.
       01 ws-household-term pic x(5) value spaces.
       01 ws-sibling-id pic x(5).
       01 ws-later-sibling-sw pic x(1) value "N".
           88 ws-later-sibling value "Y".
       01 ws-sibling-live-sw pic x(1).
           88 ws-sibling-live value "Y".

      *        Per-fund totals for this run, for the register.
       01 ws-fund-run-table.
           05 ws-fund-run-count pic 9(2) value 0.
           05 ws-fund-run-entry occurs 50 times.
               10 wfr-fund-code pic x(6).
               10 wfr-amount pic 9(7)v99.
               10 wfr-count pic 9(5).
       01 ws-fund-sub pic 9(2).
       01 ws-fund-found-sw pic x(1).
           88 ws-fund-found value "Y".
       01 ws-fund-list-done pic a(1).

      *        Awards passed over this run, each listed once.
       01 ws-skip-table.
           05 ws-skip-count pic 9(3) value 0.
           05 ws-skip-entry occurs 200 times.
               10 wsk-student-id pic x(5).
               10 wsk-term pic x(5).
               10 wsk-fund-code pic x(6).
               10 wsk-min-gpa pic 9v99.
               10 wsk-gpa pic 9v99.
               10 wsk-reason pic x(20).
       01 ws-skip-sub pic 9(3).
       01 ws-skip-found-sw pic x(1).
           88 ws-skip-found value "Y".

      *        The student's cumulative GPA, computed the way the
      *        transcript computes it and held for the student's
      *        remaining awards.
       01 ws-gpa-student-id pic x(5) value spaces.
       01 ws-grades-done pic a(1).
       01 ws-scale-eof pic a(1) value "N".
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
       01 ws-student-gpa pic 9v99.

       01 ws-heading-line.
           05 filler pic x(9) value "STUDENT".
           05 filler pic x(9) value "COURSE".
       01 ws-trailer-4.
           05 filler pic x(22) value "TOTAL BILLED: ".
           05 tt-billed-total pic zzzzzz9.99.
       01 ws-trailer-5.
           05 filler pic x(22) value "AID APPLIED: ".
           05 tt-aid-total pic zzzzzz9.99.
           05 filler pic x(4) value spaces.
           05 tt-aid-count pic zzzz9.
           05 filler pic x(7) value " AWARDS".
       01 ws-trailer-6.
           05 filler pic x(22) value "DISCOUNTS APPLIED: ".
           05 tt-discount-total pic zzzzzz9.99.
           05 filler pic x(4) value spaces.
           05 tt-discount-count pic zzzz9.
           05 filler pic x(10) value " DISCOUNTS".

       01 ws-aid-heading-1.
           05 filler pic x(40)
               value "AID DISBURSEMENT REGISTER - BILLING DATE".
           05 filler pic x(1) value space.
           05 ah-date pic 9(8).

       01 ws-aid-heading-2.
           05 filler pic x(8) value "FUND".
           05 filler pic x(21) value "NAME".
           05 filler pic x(11) value "BUDGET".
           05 filler pic x(11) value "TO DATE".
           05 filler pic x(11) value "THIS RUN".
           05 filler pic x(11) value "REMAINING".

       01 ws-aid-fund-line.
           05 al-fund-code pic x(6).
           05 filler pic x(2) value spaces.
           05 al-fund-name pic x(20).
           05 filler pic x(1) value spaces.
           05 al-budget pic zzzzzz9.99.
           05 filler pic x(1) value spaces.
           05 al-disbursed pic zzzzzz9.99.
           05 filler pic x(1) value spaces.
           05 al-run pic zzzzzz9.99.
           05 filler pic x(1) value spaces.
           05 al-remaining pic -zzzzzz9.99.

       01 ws-aid-total-line.
           05 filler pic x(40) value "TOTAL AID DISBURSED THIS RUN: ".
           05 at-total pic zzzzzz9.99.

       01 ws-skip-heading.
           05 filler pic x(40)
               value "AWARDS SKIPPED THIS RUN:".

       01 ws-skip-line.
           05 filler pic x(2) value spaces.
           05 sl-student-id pic x(5).
           05 filler pic x(2) value spaces.
           05 sl-term pic x(5).
           05 filler pic x(2) value spaces.
           05 sl-fund-code pic x(6).
           05 filler pic x(10) value "  MIN GPA ".
           05 sl-min-gpa pic 9.99.
           05 filler pic x(6) value "  GPA ".
           05 sl-gpa pic 9.99.
           05 filler pic x(2) value spaces.
           05 sl-reason pic x(20).

       01 ws-blank-line pic x(70) value spaces.

       end-if.
       display "Enter term to bill (blank for all enrollments)".
       accept ws-entry-term.
       perform load-grade-scale.
       perform load-discount-rules.

       open input enrollment.
       if not ws-enrollment-open-ok
           display "WARNING: tuition-billing-register.prt open status "
                   ws-register-status
       end-if.
       open i-o award-file.
       if not ws-award-open-ok
           display "WARNING: awards.db open status " ws-award-status
       end-if.
       open i-o fund-master.
       if not ws-fund-open-ok
           display "WARNING: aid-funds.db open status " ws-fund-status
       end-if.
       open i-o adjustment-file.
       if not ws-adjustment-open-ok
           display "WARNING: invoice-adjustments.db open status "
                   ws-adjustment-status
       end-if.
       open input grade-file.
       if not ws-grade-open-ok
           display "WARNING: grades.db open status " ws-grade-status
       end-if.
       open input eligibility-file.
       if not ws-eligibility-open-ok
           display "WARNING: discount-eligibility.db open status "
                   ws-eligibility-status
       end-if.
       open input payer-xref.
       if not ws-xref-open-ok
           display "WARNING: payer-xref.db open status "
                   ws-xref-status
       end-if.
       open input rate-file.
       if not ws-rate-open-ok
           display "WARNING: rate-history.db open status "
                   ws-rate-status
       end-if.
       open input sibling-enrollment.
       if not ws-sibling-open-ok
           display "WARNING: enrollments.db second open status "
                   ws-sibling-status
       end-if.

       move ws-heading-line to register-line.
       write register-line.
       move ws-billed-total to tt-billed-total.
       move ws-trailer-4 to register-line.
       write register-line.
       move ws-aid-total to tt-aid-total.
       move ws-aid-count to tt-aid-count.
       move ws-trailer-5 to register-line.
       write register-line.
       move ws-discount-total to tt-discount-total.
       move ws-discount-count to tt-discount-count.
       move ws-trailer-6 to register-line.
       write register-line.

       perform print-aid-register.

       close enrollment.
       if ws-enrollment-status not = "00"
           display "WARNING: tuition-billing-register.prt close status "
                   ws-register-status
       end-if.
       close award-file.
       if ws-award-status not = "00"
           display "WARNING: awards.db close status " ws-award-status
       end-if.
       close fund-master.
       if ws-fund-status not = "00"
           display "WARNING: aid-funds.db close status "
                   ws-fund-status
       end-if.
       close adjustment-file.
       if ws-adjustment-status not = "00"
           display "WARNING: invoice-adjustments.db close status "
                   ws-adjustment-status
       end-if.
       close grade-file.
       if ws-grade-status not = "00"
           display "WARNING: grades.db close status " ws-grade-status
       end-if.
       close eligibility-file.
       close payer-xref.
       close sibling-enrollment.
       close rate-file.
       close term-file.

       display "Invoices billed: " ws-billed-count.
       display "Already billed, skipped: " ws-already-count.
       display "No rate, skipped: " ws-no-rate-count.
       display "Out of term, skipped: " ws-out-of-term-count.
       display "End-dated, skipped: " ws-ended-count.
       display "Discounts applied: " ws-discount-count.
       display "Awards applied: " ws-aid-count.
       display "Awards skipped: " ws-skip-count.
       stop run.

      *----------------------------------------------------------------
               end-if
           end-if.
           if ws-billing-date-num > 0 and ws-open-period > 0
               move function fiscal-date(ws-billing-date-num)
                   to fiscal-date-info
               move fi-period-key to ws-entry-period
               if ws-entry-period = 0
                   display "Date is not on the fiscal calendar"
                   move 0 to ws-billing-date-num
               else
                   if ws-entry-period < ws-open-period
                       display "Date falls in a closed billing period"
                       move 0 to ws-billing-date-num
                   end-if
               end-if
           end-if.

      *----------------------------------------------------------------
      * load-billing-period - the currently open yyyypp fiscal period
      * off billing-period.dat, written by billing-period-close; zero
      * when no close has ever run, and then nothing is blocked.
      *----------------------------------------------------------------
       load-billing-period.
                   move 0 to course-tuition-rate
                   move "** NOT ON CATALOG **" to tr-disposition
           end-read.
           move 0 to ws-term-rate.
           if ws-course-ok
               perform find-term-rate
               if ws-term-rate = 0
                   move "NO RATE ON CATALOG" to tr-disposition
               end-if
           end-if.

           if ws-term-rate = 0
               add 1 to ws-no-rate-count
               perform print-register-detail
           else
                   function add-business-days(
                   ws-billing-date-num, ws-due-business-days).
           move ws-due-date-num to inv-due-date.
           move ws-term-rate to inv-amount.
           move 0 to inv-paid.
           write invoice-record
               invalid key
                           " as billed - status " ws-billed-status
           end-write.
           add 1 to ws-billed-count.
           add ws-term-rate to ws-billed-total.
           perform write-invoice-audit-record.
           move inv-invoice-no to tr-invoice.
           move ws-term-rate to tr-amount.
           move "BILLED" to tr-disposition.
           perform print-register-detail.
           move 0 to ws-next-adj-seq.
           perform apply-tuition-discounts.
           perform apply-term-awards.

       print-register-detail.
           move ws-detail-line to register-line.
           write register-line.

      *----------------------------------------------------------------
      * find-term-rate - the catalog rate, replaced by the
      * rate-history.db entry for the course whose effective term
      * starts latest on or before the enrollment's term. An
      * enrollment without a term on terms.db can only be priced at
      * the catalog rate.
      *----------------------------------------------------------------
       find-term-rate.
           move course-tuition-rate to ws-term-rate.
           perform find-term-start.
           if ws-term-start-date > 0
               move 0 to ws-rate-start-date
               move "N" to ws-rate-done
               move en-course-code to rh-course-code
               move low-values to rh-effective-term
               start rate-file key is greater than rate-history-key
                   invalid key move "Y" to ws-rate-done
               end-start
               perform check-one-term-rate until ws-rate-done = "Y"
           end-if.

       check-one-term-rate.
           read rate-file next
               at end move "Y" to ws-rate-done
               not at end
                   if rh-course-code not = en-course-code
                       move "Y" to ws-rate-done
                   else
                       move rh-effective-term to tm-term-code
                       read term-file
                           invalid key continue
                           not invalid key
                               if tm-start-date <= ws-term-start-date
                                   and tm-start-date >=
                                       ws-rate-start-date
                                   move tm-start-date
                                       to ws-rate-start-date
                                   move rh-rate to ws-term-rate
                               end-if
                       end-read
                   end-if
           end-read.

      *----------------------------------------------------------------
      * apply-term-awards - every awards.db award under the student
      * for the enrollment's term, applied in fund order against the
      * invoice just written.
      *----------------------------------------------------------------
       apply-term-awards.
           move 0 to ws-invoice-aid.
           move "N" to ws-award-done.
           move en-student-id to aw-student-id.
           move en-term to aw-term.
           move low-values to aw-fund-code.
           start award-file key is greater than award-key
               invalid key move "Y" to ws-award-done
           end-start.
           perform apply-one-award until ws-award-done = "Y".

       apply-one-award.
           read award-file next
               at end move "Y" to ws-award-done
               not at end
                   if aw-student-id not = en-student-id
                       or aw-term not = en-term
                       move "Y" to ws-award-done
                   else
                       perform evaluate-award
                   end-if
           end-read.

      *----------------------------------------------------------------
      * evaluate-award - a GPA-conditional award needs the student's
      * cumulative GPA at or above its minimum (a student with no
      * credit-bearing grades has no GPA and does not qualify); the
      * amount is then capped by what the award has left, what the
      * invoice has left after its discounts and earlier awards, and
      * what the fund has left of its budget.
      *----------------------------------------------------------------
       evaluate-award.
           move "Y" to ws-award-eligible-sw.
           if aw-min-gpa > 0
               perform find-student-gpa
               if ws-hours-total = 0
                   move "N" to ws-award-eligible-sw
                   move "NO GPA ON FILE" to ws-skip-reason
                   perform note-skipped-award
               else
                   if ws-student-gpa < aw-min-gpa
                       move "N" to ws-award-eligible-sw
                       move "GPA BELOW MINIMUM" to ws-skip-reason
                       perform note-skipped-award
                   end-if
               end-if
           end-if.
           if ws-award-eligible
               perform compute-award-amount
               if ws-aid-amount > 0
                   perform post-award-adjustment
               end-if
           end-if.

       compute-award-amount.
           if aw-percent > 0
               compute ws-aid-amount rounded =
                       (inv-amount - ws-invoice-discount)
                       * aw-percent / 100
               if aw-amount > 0
                   compute ws-aid-room = aw-amount - aw-disbursed
                   if ws-aid-amount > ws-aid-room
                       move ws-aid-room to ws-aid-amount
                   end-if
               end-if
           else
               compute ws-aid-amount = aw-amount - aw-disbursed
           end-if.
           compute ws-aid-room =
                   inv-amount - ws-invoice-discount - ws-invoice-aid.
           if ws-aid-amount > ws-aid-room
               move ws-aid-room to ws-aid-amount
           end-if.
           if ws-aid-amount > 0
               move aw-fund-code to af-fund-code
               read fund-master
                   invalid key
                       move 0 to ws-aid-amount
                       move "FUND NOT ON FILE" to ws-skip-reason
                       move 0 to ws-student-gpa
                       perform note-skipped-award
               end-read
           end-if.
           if ws-aid-amount > 0
               compute ws-aid-room = af-budget - af-disbursed
               if ws-aid-amount > ws-aid-room
                   move ws-aid-room to ws-aid-amount
                   if ws-aid-amount <= 0
                       move "FUND BUDGET SPENT" to ws-skip-reason
                       move 0 to ws-student-gpa
                       perform note-skipped-award
                   end-if
               end-if
           end-if.

      *----------------------------------------------------------------
      * post-award-adjustment - the aid goes on as its own type F
      * adjustment under the invoice, and the award and fund carry
      * it forward in their disbursed figures.
      *----------------------------------------------------------------
       post-award-adjustment.
           add 1 to ws-next-adj-seq.
           move spaces to adjustment-record.
           move inv-student-id to adj-student-id.
           move inv-invoice-no to adj-invoice-no.
           move ws-next-adj-seq to adj-seq.
           move "F" to adj-type.
           move ws-aid-amount to adj-amount.
           move ws-billing-date-num to adj-date.
           move ws-operator-id to adj-operator.
           string "AID " delimited by size
                  aw-fund-code delimited by size
                  " TERM " delimited by size
                  aw-term delimited by size
                  into adj-reason
           end-string.
           write adjustment-record
               invalid key
                   display "Unable to write aid adjustment "
                           adjustment-key " status "
                           ws-adjustment-status
               not invalid key
                   perform record-award-disbursed
           end-write.

       record-award-disbursed.
           add ws-aid-amount to aw-disbursed.
           rewrite award-record
               invalid key
                   display "WARNING: awards.db rewrite status "
                           ws-award-status " for " award-key
           end-rewrite.
           add ws-aid-amount to af-disbursed.
           rewrite fund-record
               invalid key
                   display "WARNING: aid-funds.db rewrite status "
                           ws-fund-status " for " af-fund-code
           end-rewrite.
           add ws-aid-amount to ws-invoice-aid.
           add ws-aid-amount to ws-aid-total.
           add 1 to ws-aid-count.
           perform tally-fund-run.
           perform write-aid-audit-record.
           move spaces to ws-detail-line.
           move en-student-id to tr-student.
           move en-course-code to tr-course.
           move inv-invoice-no to tr-invoice.
           move ws-aid-amount to tr-amount.
           string "AID " delimited by size
                  aw-fund-code delimited by size
                  into tr-disposition
           end-string.
           perform print-register-detail.

       tally-fund-run.
           move "N" to ws-fund-found-sw.
           perform varying ws-fund-sub from 1 by 1
                   until ws-fund-sub > ws-fund-run-count
                   or ws-fund-found
               if wfr-fund-code(ws-fund-sub) = aw-fund-code
                   move "Y" to ws-fund-found-sw
                   add ws-aid-amount to wfr-amount(ws-fund-sub)
                   add 1 to wfr-count(ws-fund-sub)
               end-if
           end-perform.
           if not ws-fund-found
               if ws-fund-run-count < 50
                   add 1 to ws-fund-run-count
                   move aw-fund-code
                           to wfr-fund-code(ws-fund-run-count)
                   move ws-aid-amount to wfr-amount(ws-fund-run-count)
                   move 1 to wfr-count(ws-fund-run-count)
               else
                   display "WARNING: fund table full - " aw-fund-code
                           " left off the register totals"
               end-if
           end-if.

      *        Each skipped award lists once however many of the
      *        student's invoices it was tried against.
       note-skipped-award.
           move "N" to ws-skip-found-sw.
           perform varying ws-skip-sub from 1 by 1
                   until ws-skip-sub > ws-skip-count
                   or ws-skip-found
               if wsk-student-id(ws-skip-sub) = aw-student-id
                   and wsk-term(ws-skip-sub) = aw-term
                   and wsk-fund-code(ws-skip-sub) = aw-fund-code
                   move "Y" to ws-skip-found-sw
               end-if
           end-perform.
           if not ws-skip-found
               if ws-skip-count < 200
                   add 1 to ws-skip-count
                   move aw-student-id to wsk-student-id(ws-skip-count)
                   move aw-term to wsk-term(ws-skip-count)
                   move aw-fund-code to wsk-fund-code(ws-skip-count)
                   move aw-min-gpa to wsk-min-gpa(ws-skip-count)
                   move ws-student-gpa to wsk-gpa(ws-skip-count)
                   move ws-skip-reason to wsk-reason(ws-skip-count)
               else
                   display "Award skipped: " award-key " "
                           ws-skip-reason
               end-if
           end-if.

      *----------------------------------------------------------------
      * apply-tuition-discounts - each rule type in force for the
      * enrollment's term is tried in turn against the invoice just
      * written; with no term on terms.db no rule can be placed and
      * the invoice stands at the gross rate.
      *----------------------------------------------------------------
       apply-tuition-discounts.
           move 0 to ws-invoice-discount.
           perform find-term-start.
           if ws-term-start-date > 0 and ws-rule-count > 0
               perform check-sibling-discount
               perform check-course-discount
               perform check-staff-discount
           end-if.

       find-term-start.
           if en-term not = ws-term-start-term
               move en-term to ws-term-start-term
               move 0 to ws-term-start-date
               move en-term to tm-term-code
               read term-file
                   invalid key continue
                   not invalid key
                       move tm-start-date to ws-term-start-date
               end-read
           end-if.

      *        The rule of the wanted type whose terms cover the
      *        term's start date; where two overlap, the later from
      *        term wins. Zero when none is in force.
       find-rule-in-force.
           move 0 to ws-rule-found-sub.
           perform varying ws-rule-sub from 1 by 1
                   until ws-rule-sub > ws-rule-count
               if wdr-rule-type(ws-rule-sub) = ws-want-rule-type
                   and wdr-from-date(ws-rule-sub)
                       <= ws-term-start-date
                   and wdr-through-date(ws-rule-sub)
                       >= ws-term-start-date
                   if ws-rule-found-sub = 0
                       move ws-rule-sub to ws-rule-found-sub
                   else
                       if wdr-from-date(ws-rule-sub) >
                               wdr-from-date(ws-rule-found-sub)
                           move ws-rule-sub to ws-rule-found-sub
                       end-if
                   end-if
               end-if
           end-perform.

       check-sibling-discount.
           move "S" to ws-want-rule-type.
           perform find-rule-in-force.
           if ws-rule-found-sub > 0
               perform find-household-position
               if ws-later-sibling
                   move "SIBLING" to ws-rule-label
                   perform post-discount-adjustment
               end-if
           end-if.

       check-course-discount.
           move "M" to ws-want-rule-type.
           perform find-rule-in-force.
           if ws-rule-found-sub > 0
               perform count-course-ordinal
               if ws-course-ordinal >= 3
                   move "MULTI-COURSE" to ws-rule-label
                   perform post-discount-adjustment
               end-if
           end-if.

       check-staff-discount.
           move "E" to ws-want-rule-type.
           perform find-rule-in-force.
           if ws-rule-found-sub > 0
               move en-student-id to de-student-id
               move "E" to de-rule-type
               read eligibility-file
                   invalid key continue
               end-read
               if ws-eligibility-ok
                   move "STAFF CHILD" to ws-rule-label
                   perform post-discount-adjustment
               end-if
           end-if.

      *----------------------------------------------------------------
      * find-household-position - the student's household is the
      * first payer payer-xref.db links them to; the student is a
      * later sibling when another student of that payer with a
      * lower ID has a live enrollment in the same term. Held until
      * the run moves to another student or term.
      *----------------------------------------------------------------
       find-household-position.
           if en-student-id not = ws-household-student
                   or en-term not = ws-household-term
               move en-student-id to ws-household-student
               move en-term to ws-household-term
               move "N" to ws-later-sibling-sw
               move spaces to ws-household-payer
               move "N" to ws-xref-done
               move low-values to payer-xref-key
               start payer-xref key is greater than payer-xref-key
                   invalid key move "Y" to ws-xref-done
               end-start
               perform find-one-payer-link until ws-xref-done = "Y"
               if ws-household-payer not = spaces
                   perform walk-household
               end-if
           end-if.

       find-one-payer-link.
           read payer-xref next
               at end move "Y" to ws-xref-done
               not at end
                   if px-student-id = en-student-id
                       move px-customer-id to ws-household-payer
                       move "Y" to ws-xref-done
                   end-if
           end-read.

       walk-household.
           move "N" to ws-xref-done.
           move ws-household-payer to px-customer-id.
           move low-values to px-student-id.
           start payer-xref key is greater than payer-xref-key
               invalid key move "Y" to ws-xref-done
           end-start.
           perform check-one-household-link until ws-xref-done = "Y".

      *        Links come back in student-ID order, so the first one
      *        at or past this student ends the search.
       check-one-household-link.
           read payer-xref next
               at end move "Y" to ws-xref-done
               not at end
                   if px-customer-id not = ws-household-payer
                           or px-student-id not < en-student-id
                       move "Y" to ws-xref-done
                   else
                       move px-student-id to ws-sibling-id
                       perform check-sibling-enrolled
                       if ws-sibling-live
                           move "Y" to ws-later-sibling-sw
                           move "Y" to ws-xref-done
                       end-if
                   end-if
           end-read.

       check-sibling-enrolled.
           move "N" to ws-sibling-live-sw.
           move "N" to ws-sibling-done.
           move ws-sibling-id to se-student-id.
           move low-values to se-course-code.
           start sibling-enrollment
                   key is greater than se-enrollment-key
               invalid key move "Y" to ws-sibling-done
           end-start.
           perform check-one-sibling-course until ws-sibling-done = "Y".

       check-one-sibling-course.
           read sibling-enrollment next
               at end move "Y" to ws-sibling-done
               not at end
                   if se-student-id not = ws-sibling-id
                       move "Y" to ws-sibling-done
                   else
                       if se-end-date = 0 and se-term = en-term
                           move "Y" to ws-sibling-live-sw
                           move "Y" to ws-sibling-done
                       end-if
                   end-if
           end-read.

      *----------------------------------------------------------------
      * count-course-ordinal - where this course falls among the
      * student's live enrollments in the term, in course-code
      * order, whether or not the others were billed on this run.
      *----------------------------------------------------------------
       count-course-ordinal.
           move 1 to ws-course-ordinal.
           move "N" to ws-sibling-done.
           move en-student-id to se-student-id.
           move low-values to se-course-code.
           start sibling-enrollment
                   key is greater than se-enrollment-key
               invalid key move "Y" to ws-sibling-done
           end-start.
           perform count-one-own-course until ws-sibling-done = "Y".

       count-one-own-course.
           read sibling-enrollment next
               at end move "Y" to ws-sibling-done
               not at end
                   if se-student-id not = en-student-id
                           or se-course-code not < en-course-code
                       move "Y" to ws-sibling-done
                   else
                       if se-end-date = 0 and se-term = en-term
                           add 1 to ws-course-ordinal
                       end-if
                   end-if
           end-read.

      *----------------------------------------------------------------
      * post-discount-adjustment - the rule's percentage of the gross
      * tuition (capped at its amount when it has one) or its flat
      * amount, never past what earlier discounts left on the
      * invoice, written as its own type D adjustment line.
      *----------------------------------------------------------------
       post-discount-adjustment.
           if wdr-percent(ws-rule-found-sub) > 0
               compute ws-discount-amount rounded =
                       inv-amount * wdr-percent(ws-rule-found-sub)
                       / 100
               if wdr-amount(ws-rule-found-sub) > 0
                   and ws-discount-amount >
                       wdr-amount(ws-rule-found-sub)
                   move wdr-amount(ws-rule-found-sub)
                       to ws-discount-amount
               end-if
           else
               move wdr-amount(ws-rule-found-sub) to ws-discount-amount
           end-if.
           compute ws-discount-room = inv-amount - ws-invoice-discount.
           if ws-discount-amount > ws-discount-room
               move ws-discount-room to ws-discount-amount
           end-if.
           if ws-discount-amount > 0
               add 1 to ws-next-adj-seq
               move spaces to adjustment-record
               move inv-student-id to adj-student-id
               move inv-invoice-no to adj-invoice-no
               move ws-next-adj-seq to adj-seq
               move "D" to adj-type
               move ws-discount-amount to adj-amount
               move ws-billing-date-num to adj-date
               move ws-operator-id to adj-operator
               string "DISCOUNT " delimited by size
                      ws-rule-label delimited by "  "
                      " TERM " delimited by size
                      en-term delimited by size
                      into adj-reason
               end-string
               write adjustment-record
                   invalid key
                       display "Unable to write discount adjustment "
                               adjustment-key " status "
                               ws-adjustment-status
                   not invalid key
                       perform record-discount-applied
               end-write
           end-if.

       record-discount-applied.
           add ws-discount-amount to ws-invoice-discount.
           add ws-discount-amount to ws-discount-total.
           add 1 to ws-discount-count.
           perform write-aid-audit-record.
           move spaces to ws-detail-line.
           move en-student-id to tr-student.
           move en-course-code to tr-course.
           move inv-invoice-no to tr-invoice.
           move ws-discount-amount to tr-amount.
           string "DISCOUNT " delimited by size
                  ws-rule-label delimited by "  "
                  into tr-disposition
           end-string.
           perform print-register-detail.

      *----------------------------------------------------------------
      * load-discount-rules - discount-rules.db into the rule table,
      * each rule's from and through terms resolved to dates off
      * terms.db; a rule whose from term is not on the calendar can
      * never be placed and is left out with a warning. terms.db
      * stays open for the run's own term lookups.
      *----------------------------------------------------------------
       load-discount-rules.
           open input term-file.
           if not ws-term-open-ok
               display "WARNING: terms.db open status " ws-term-status
           end-if.
           open input rule-file.
           if not ws-rule-open-ok
               display "WARNING: discount-rules.db open status "
                       ws-rule-status
               move "Y" to ws-rule-eof
           end-if.
           perform load-one-discount-rule until ws-rule-eof = "Y".
           close rule-file.

       load-one-discount-rule.
           read rule-file next
               at end move "Y" to ws-rule-eof
               not at end
                   move dr-from-term to tm-term-code
                   read term-file
                       invalid key
                           display "WARNING: discount rule "
                                   discount-rule-key
                                   " from term not on terms.db"
                       not invalid key
                           perform add-discount-rule
                   end-read
           end-read.

       add-discount-rule.
           if ws-rule-count < 50
               add 1 to ws-rule-count
               move dr-rule-type to wdr-rule-type(ws-rule-count)
               move tm-start-date to wdr-from-date(ws-rule-count)
               move 99999999 to wdr-through-date(ws-rule-count)
               move dr-percent to wdr-percent(ws-rule-count)
               move dr-amount to wdr-amount(ws-rule-count)
               if dr-through-term not = spaces
                   move dr-through-term to tm-term-code
                   read term-file
                       invalid key
                           display "WARNING: discount rule "
                                   discount-rule-key
                                   " through term not on terms.db"
                       not invalid key
                           move tm-end-date
                               to wdr-through-date(ws-rule-count)
                   end-read
               end-if
           else
               display "WARNING: discount rule table full - "
                       discount-rule-key " not applied"
           end-if.

      *----------------------------------------------------------------
      * find-student-gpa - quality points weighted by the catalog's
      * credit hours over every grade under the student, the same
      * computation the transcript and honor roll make; held until
      * the run moves to another student.
      *----------------------------------------------------------------
       find-student-gpa.
           if en-student-id not = ws-gpa-student-id
               move en-student-id to ws-gpa-student-id
               move 0 to ws-quality-total
               move 0 to ws-hours-total
               move 0 to ws-student-gpa
               move "N" to ws-grades-done
               move en-student-id to gr-student-id
               move low-values to gr-course-code gr-term
               start grade-file key is greater than grade-key
                   invalid key move "Y" to ws-grades-done
               end-start
               perform weigh-one-grade until ws-grades-done = "Y"
               if ws-hours-total > 0
                   compute ws-student-gpa rounded =
                           ws-quality-total / ws-hours-total
               end-if
           end-if.

       weigh-one-grade.
           read grade-file next
               at end move "Y" to ws-grades-done
               not at end
                   if gr-student-id not = en-student-id
                       move "Y" to ws-grades-done
                   else
                       perform weigh-grade-points
                   end-if
           end-read.

       weigh-grade-points.
           move 0 to course-credit-hours.
           move gr-course-code to course-code.
           read course
               invalid key continue
           end-read.
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
           if ws-letter-found and course-credit-hours > 0
               compute ws-quality-total = ws-quality-total
                       + (ws-grade-points * course-credit-hours)
               add course-credit-hours to ws-hours-total
           end-if.

      *----------------------------------------------------------------
      * load-grade-scale - reads the grade-scale.dat table once at
      * startup; with no scale on file no student has a GPA and
      * every GPA-conditional award is skipped.
      *----------------------------------------------------------------
       load-grade-scale.
           open input scale-file.
           if ws-scale-status = "00"
               perform load-one-scale-range until ws-scale-eof = "Y"
           end-if.
           close scale-file.

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
      * print-aid-register - one line per aid-funds.db fund: budget,
      * disbursed to date (this run included), this run's share, and
      * what is left; then every award skipped this run.
      *----------------------------------------------------------------
       print-aid-register.
           open output aid-register-file.
           if ws-aid-register-status not = "00"
               display "WARNING: aid-disbursement-register.prt open "
                       "status " ws-aid-register-status
           end-if.
           move ws-billing-date-num to ah-date.
           move ws-aid-heading-1 to aid-register-line.
           write aid-register-line.
           move ws-blank-line to aid-register-line.
           write aid-register-line.
           move ws-aid-heading-2 to aid-register-line.
           write aid-register-line.

           move "N" to ws-fund-list-done.
           move low-values to af-fund-code.
           start fund-master key is greater than af-fund-code
               invalid key move "Y" to ws-fund-list-done
           end-start.
           perform print-one-fund-line until ws-fund-list-done = "Y".

           move ws-blank-line to aid-register-line.
           write aid-register-line.
           move ws-aid-total to at-total.
           move ws-aid-total-line to aid-register-line.
           write aid-register-line.

           if ws-skip-count > 0
               move ws-blank-line to aid-register-line
               write aid-register-line
               move ws-skip-heading to aid-register-line
               write aid-register-line
               perform varying ws-skip-sub from 1 by 1
                       until ws-skip-sub > ws-skip-count
                   perform print-one-skip-line
               end-perform
           end-if.

           close aid-register-file.
           if ws-aid-register-status not = "00"
               display "WARNING: aid-disbursement-register.prt close "
                       "status " ws-aid-register-status
           end-if.

       print-one-fund-line.
           read fund-master next
               at end move "Y" to ws-fund-list-done
               not at end
                   move af-fund-code to al-fund-code
                   move af-fund-name to al-fund-name
                   move af-budget to al-budget
                   move af-disbursed to al-disbursed
                   move 0 to al-run
                   perform varying ws-fund-sub from 1 by 1
                           until ws-fund-sub > ws-fund-run-count
                       if wfr-fund-code(ws-fund-sub) = af-fund-code
                           move wfr-amount(ws-fund-sub) to al-run
                       end-if
                   end-perform
                   compute ws-aid-room = af-budget - af-disbursed
                   move ws-aid-room to al-remaining
                   move ws-aid-fund-line to aid-register-line
                   write aid-register-line
           end-read.

       print-one-skip-line.
           move wsk-student-id(ws-skip-sub) to sl-student-id.
           move wsk-term(ws-skip-sub) to sl-term.
           move wsk-fund-code(ws-skip-sub) to sl-fund-code.
           move wsk-min-gpa(ws-skip-sub) to sl-min-gpa.
           move wsk-gpa(ws-skip-sub) to sl-gpa.
           move wsk-reason(ws-skip-sub) to sl-reason.
           move ws-skip-line to aid-register-line.
           write aid-register-line.

      *----------------------------------------------------------------
      * write-aid-audit-record - the audit.log entry for every aid
      * or discount adjustment this run writes, file identifier
      * ADJUSTMENT and the full student-invoice-sequence key, the same
      * entry the adjustment entry screen writes.
      *----------------------------------------------------------------
       write-aid-audit-record.
           move spaces to audit-record.
           move adj-student-id to audit-student-id.
           move "CREATE" to audit-operation.
           move "ADJUSTMENT" to audit-file-id.
           move adjustment-key to audit-key.
           perform append-audit-record.

      *----------------------------------------------------------------
      * write-invoice-audit-record - the audit.log entry for every
      * invoice this run creates, operator BATCH like the other
           move "CREATE" to audit-operation.
           move "INVOICE" to audit-file-id.
           move invoice-key to audit-key.
           perform append-audit-record.

      *        Stamps the operator and time on the entry the caller
      *        built and appends it to audit.log.
       append-audit-record.
           move ws-operator-id to audit-operator.
           accept ws-audit-date from date yyyymmdd.
           accept ws-audit-time from time.

       >>SOURCE FORMAT IS FIXED
      *> Merges duplicate payers on customers.db - the same parent keyed
      *> under two Customer-IDs by file_test's intake and the
      *> variables.cob menu, whose children then split across two
      *> payer-xref.db links and draw two half statements. Candidates
      *> lists the suspect pairs: customers.db is sorted on the names
      *> reduced to their letters in upper case, the way
      *> student-duplicate-report sorts students, and customers sharing
      *> a last name pair up when the first names match, when one is the
      *> leading part of the other (an initial, Jon and Jonathan), or
      *> when they share their first three letters; the pairs print on
      *> payer-merge-candidates.prt as well as the screen. Merge takes
      *> the two ids, shows both records and their linked students, and
      *> the operator keys the surviving id. Every payer-xref.db link of
      *> the retired payer then moves to the survivor (a student already
      *> linked to both keeps the one link), contact fields blank on the
      *> survivor are filled from the retired record, a returned-check
      *> restriction on payment-restrictions.db carries over at the
      *> later expiry, and the retired record is deleted - unless the
      *> retired payer carries more links than one pass moves, when it
      *> is kept with the rest of its links, the register line marks
      *> the merge PARTIAL, and merging the pair again finishes the
      *> move. Each change goes to journal.log - customer images with
      *> their extension images, links under file identifier XREF - so
      *> journal-replay rolls it forward, and to audit.log under a MERGE
      *> entry for the retired id, so audit-inquiry shows it; every
      *> merge appends a line to the merge-register.prt register. The
      *> session runs under the billing grant and a merge needs a level
      *> 2 operator, as a customer delete does.

       identification division.
       program-id. payer-merge.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select optional customer-master assign "customers.db"
                  organization is indexed
                  access is dynamic
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

           select optional restriction-file
                  assign "payment-restrictions.db"
                  organization is indexed
                  access is random
                  record key is restriction-key
                  file status is ws-restriction-status.

           select sort-work assign "sortwork.tmp".

           select optional candidate-file
                  assign "payer-merge-candidates.prt"
                  organization is line sequential
                  file status is ws-candidate-status.

           select optional register-file assign "merge-register.prt"
                  organization is line sequential
                  file status is ws-register-status.

           select optional journal-file assign "journal.log"
                  organization is line sequential
                  file status is ws-journal-status.

           select optional audit-file assign "audit.log"
                  organization is line sequential
                  file status is ws-audit-status.

       data division.
       file section.
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

       fd restriction-file.
       copy "payment-restriction-record.cpy".

       sd sort-work.
       01 sort-work-record.
           05 sw-last-key pic x(30).
           05 sw-first-key pic x(30).
           05 sw-customer-id pic x(10).
           05 sw-first-len pic 9(2).
           05 sw-customer-first pic x(30).
           05 sw-customer-last pic x(30).

       fd candidate-file.
       01 candidate-line pic x(100).

       fd register-file.
       01 register-line pic x(120).

       fd journal-file.
       01 journal-record.
           05 jr-file-id pic x(10).
           05 filler pic x(1).
           05 jr-operation pic x(6).
           05 filler pic x(1).
           05 jr-timestamp pic x(14).
           05 filler pic x(1).
           05 jr-before-image pic x(150).
           05 filler pic x(1).
           05 jr-after-image pic x(150).
           05 filler pic x(1).
           05 jr-before-image-ext pic x(100).
           05 filler pic x(1).
           05 jr-after-image-ext pic x(100).

       fd audit-file.
       copy "audit-record.cpy".

       working-storage section.
       01 ws-master-status pic x(2).
           88 ws-master-ok value "00".
           88 ws-master-open-ok value "00" "05".
       01 ws-xref-status pic x(2).
           88 ws-xref-ok value "00".
           88 ws-xref-open-ok value "00" "05".
       01 ws-student-status pic x(2).
           88 ws-student-ok value "00".
       01 ws-restriction-status pic x(2).
           88 ws-restriction-ok value "00".
           88 ws-restriction-open-ok value "00" "05".
       01 ws-candidate-status pic x(2).
       01 ws-register-status pic x(2).
       01 ws-journal-status pic x(2).
       01 ws-audit-status pic x(2).
       01 ws-menu-choice pic x(1).
       01 ws-eof pic a(1) value "N".
       01 ws-master-eof pic a(1).
       01 ws-sort-eof pic a(1).
       01 ws-list-done pic a(1).
       01 ws-today-date pic 9(8).

       01 ws-operator-id pic x(8) value spaces.
       01 ws-signed-on-sw pic x(1) value "N".
           88 ws-signed-on value "Y".
       01 ws-signon-function pic x(1) value "B".
       01 ws-signon-result pic x(1).
       01 ws-operator-level pic 9(1) value 0.
           88 ws-operator-may-delete value 2.

      *        Name reduction for the candidate sort: upper case,
      *        letters only, so "O'Brien" and "OBRIEN" sort together.
       01 ws-norm-in pic x(30).
       01 ws-norm-out pic x(30).
       01 ws-norm-len pic 9(2).
       01 ws-norm-sub pic 9(2).
       01 ws-norm-char pic x(1).

      *        The customers sharing the last name the sorted browse
      *        is on; each new one is compared with all of them.
       01 ws-window.
           05 ws-window-count pic 9(2) value 0.
           05 ws-window-entry occurs 50 times.
               10 ww-customer-id pic x(10).
               10 ww-first-key pic x(30).
               10 ww-first-len pic 9(2).
               10 ww-customer-first pic x(30).
               10 ww-customer-last pic x(30).
       01 ws-window-sub pic 9(2).
       01 ws-window-last-key pic x(30).
       01 ws-short-len pic 9(2).
       01 ws-match-kind pic x(5).
       01 ws-pair-count pic 9(5).

       01 ws-candidate-heading.
           05 filler pic x(40)
                   value "DUPLICATE PAYER CANDIDATES AS OF ".
           05 ch-date pic 9(8).
       01 ws-candidate-columns.
           05 filler pic x(6) value "MATCH".
           05 filler pic x(11) value "ID".
           05 filler pic x(31) value "NAME".
           05 filler pic x(11) value "ID".
           05 filler pic x(31) value "NAME".
       01 ws-candidate-detail.
           05 cd-kind pic x(5).
           05 filler pic x(1) value space.
           05 cd-first-id pic x(10).
           05 filler pic x(1) value space.
           05 cd-first-name pic x(30).
           05 filler pic x(1) value space.
           05 cd-second-id pic x(10).
           05 filler pic x(1) value space.
           05 cd-second-name pic x(30).
       01 ws-candidate-trailer.
           05 filler pic x(18) value "SUSPECT PAIRS: ".
           05 ct-count pic zzzz9.
       01 ws-name-work pic x(61).

      *        The merge itself.
       01 ws-entry-first-id pic x(10).
       01 ws-entry-second-id pic x(10).
       01 ws-entry-survivor-id pic x(10).
       01 ws-entry-response pic x(1).
       01 ws-merge-ok-sw pic x(1).
           88 ws-merge-ok value "Y".
       01 ws-survivor-id pic x(10).
       01 ws-retired-id pic x(10).
       01 ws-survivor-record pic x(218).
       01 ws-retired-record pic x(218).
       01 ws-link-count pic 9(3).
       01 ws-links-moved pic 9(3).
       01 ws-links-shared pic 9(3).
       01 ws-contact-carried-sw pic x(1).
           88 ws-contact-carried value "Y".
       01 ws-restriction-carried-sw pic x(1).
           88 ws-restriction-carried value "Y".
       01 ws-links-overflow-sw pic x(1).
           88 ws-links-overflow value "Y".

      *        Both payers' records side by side for the operator.
       01 ws-show-record.
           05 ws-show-id pic x(10).
           05 ws-show-first pic x(30).
           05 ws-show-last pic x(30).
           05 ws-show-contact.
               10 ws-show-street pic x(30).
               10 ws-show-street-2 pic x(30).
               10 ws-show-city pic x(20).
               10 ws-show-state pic x(2).
               10 ws-show-zip pic x(10).
               10 ws-show-phone pic x(15).
               10 ws-show-email pic x(40).
               10 ws-show-preferred pic x(1).

      *        The retired payer's links, collected before any of
      *        them move so the browse is not disturbed by the writes.
       01 ws-link-table.
           05 ws-link-entry occurs 100 times.
               10 wl-student-id pic x(5).
               10 wl-linked-date pic 9(8).
       01 ws-link-sub pic 9(3).
       01 ws-link-total pic 9(3).

       01 ws-restriction-image pic x(44).
       01 ws-restriction-expire pic 9(8).
       01 ws-restriction-returns pic 9(3).

       01 ws-journal-date pic x(8).
       01 ws-journal-time pic x(6).
       01 ws-journal-file-id pic x(10).
       01 ws-journal-operation pic x(6).
      *        A customers.db image runs past the journal's
      *        150-byte image; the tail rides in the extension.
       01 ws-journal-before-image.
           05 ws-journal-before-main pic x(150).
           05 ws-journal-before-ext pic x(100).
       01 ws-journal-after-image.
           05 ws-journal-after-main pic x(150).
           05 ws-journal-after-ext pic x(100).
       01 ws-audit-date pic x(8).
       01 ws-audit-time pic x(6).
       01 ws-audit-operation pic x(6).

       01 ws-register-heading.
           05 filler pic x(9) value "DATE".
           05 filler pic x(11) value "SURVIVOR".
           05 filler pic x(11) value "RETIRED".
           05 filler pic x(31) value "RETIRED NAME".
           05 filler pic x(7) value "MOVED".
           05 filler pic x(7) value "SHARED".
           05 filler pic x(8) value "CONTACT".
           05 filler pic x(9) value "RESTRICT".
           05 filler pic x(9) value "BY".
           05 filler pic x(7) value "RESULT".
       01 ws-register-detail.
           05 rg-date pic 9(8).
           05 filler pic x(1) value space.
           05 rg-survivor pic x(10).
           05 filler pic x(1) value space.
           05 rg-retired pic x(10).
           05 filler pic x(1) value space.
           05 rg-retired-name pic x(30).
           05 filler pic x(1) value space.
           05 rg-moved pic zz9.
           05 filler pic x(4) value spaces.
           05 rg-shared pic zz9.
           05 filler pic x(4) value spaces.
           05 rg-contact pic x(3).
           05 filler pic x(5) value spaces.
           05 rg-restrict pic x(3).
           05 filler pic x(6) value spaces.
           05 rg-operator pic x(8).
           05 filler pic x(1) value space.
           05 rg-result pic x(7).

       01 ws-merge-count pic 9(3) value 0.

       procedure division.
       display "Enter operator ID for the audit trail".
       accept ws-operator-id.
       perform sign-on-operator.
       if not ws-signed-on
           display "Operator " ws-operator-id " is not authorized"
           stop run
       end-if.

       open i-o customer-master.
       if not ws-master-open-ok
           display "WARNING: customers.db open status " ws-master-status
       end-if.
       open i-o payer-xref.
       if not ws-xref-open-ok
           display "WARNING: payer-xref.db open status " ws-xref-status
       end-if.
       open i-o restriction-file.
       if not ws-restriction-open-ok
           display "WARNING: payment-restrictions.db open status "
                   ws-restriction-status
       end-if.
       open input student.

       perform until ws-eof = "Y"
           display "(C)andidates, (M)erge two payers, (Q)uit?"
           accept ws-menu-choice

           evaluate ws-menu-choice
               when "C" when "c"
                   perform list-merge-candidates
               when "M" when "m"
                   if ws-operator-may-delete
                       perform merge-payers
                   else
                       display "Operator " ws-operator-id
                               " is not authorized to merge"
                   end-if
               when "Q" when "q"
                   move "Y" to ws-eof
               when other
                   display "Unrecognized option: " ws-menu-choice
           end-evaluate
       end-perform.

       close customer-master.
       if ws-master-status not = "00"
           display "WARNING: customers.db close status "
                   ws-master-status
       end-if.
       close payer-xref.
       if ws-xref-status not = "00"
           display "WARNING: payer-xref.db close status "
                   ws-xref-status
       end-if.
       close restriction-file.
       close student.
       display "Payers merged this session: " ws-merge-count.
       stop run.

      *----------------------------------------------------------------
      * sign-on-operator - sign-on, password, lockout, and the
      * per-function grants all live in the shared operator-signon
      * subprogram; this screen needs the billing grant, and the
      * permission level comes back for the Merge option to check.
      *----------------------------------------------------------------
       sign-on-operator.
           move "N" to ws-signed-on-sw.
           call "operator-signon" using ws-operator-id
                   ws-signon-function ws-signon-result
                   ws-operator-level.
           if ws-signon-result = "Y"
               move "Y" to ws-signed-on-sw
           end-if.

      *----------------------------------------------------------------
      * list-merge-candidates - customers.db through the sort on the
      * reduced last and first names, the suspect pairs out the
      * other side to the screen and payer-merge-candidates.prt.
      *----------------------------------------------------------------
       list-merge-candidates.
           move 0 to ws-pair-count.
           open output candidate-file.
           if ws-candidate-status not = "00"
               display "WARNING: payer-merge-candidates.prt open "
                       "status " ws-candidate-status
           end-if.
           accept ws-today-date from date yyyymmdd.
           move ws-today-date to ch-date.
           move ws-candidate-heading to candidate-line.
           write candidate-line.
           move ws-candidate-columns to candidate-line.
           write candidate-line.

           sort sort-work
               on ascending key sw-last-key sw-first-key
                       sw-customer-id
               input procedure is load-sort-work
               output procedure is scan-for-candidates.

           move ws-pair-count to ct-count.
           move ws-candidate-trailer to candidate-line.
           write candidate-line.
           close candidate-file.
           if ws-candidate-status not = "00"
               display "WARNING: payer-merge-candidates.prt close "
                       "status " ws-candidate-status
           end-if.
           display "Suspect pairs: " ws-pair-count.

       load-sort-work.
           move "N" to ws-master-eof.
           move low-values to cm-customer-id.
           start customer-master key is greater than cm-customer-id
               invalid key move "Y" to ws-master-eof
           end-start.
           perform release-one-customer until ws-master-eof = "Y".

       release-one-customer.
           read customer-master next
               at end move "Y" to ws-master-eof
               not at end
                   move cm-customer-last to ws-norm-in
                   perform normalize-name
                   move ws-norm-out to sw-last-key
                   move cm-customer-first to ws-norm-in
                   perform normalize-name
                   move ws-norm-out to sw-first-key
                   move ws-norm-len to sw-first-len
                   move cm-customer-id to sw-customer-id
                   move cm-customer-first to sw-customer-first
                   move cm-customer-last to sw-customer-last
                   release sort-work-record
           end-read.

      *----------------------------------------------------------------
      * normalize-name - the letters of ws-norm-in in upper case,
      * packed left into ws-norm-out, with their count.
      *----------------------------------------------------------------
       normalize-name.
           move spaces to ws-norm-out.
           move 0 to ws-norm-len.
           move function upper-case(ws-norm-in) to ws-norm-in.
           perform keep-one-letter
               varying ws-norm-sub from 1 by 1
               until ws-norm-sub > 30.

       keep-one-letter.
           move ws-norm-in(ws-norm-sub:1) to ws-norm-char.
           if ws-norm-char >= "A" and ws-norm-char <= "Z"
               add 1 to ws-norm-len
               move ws-norm-char to ws-norm-out(ws-norm-len:1)
           end-if.

      *----------------------------------------------------------------
      * scan-for-candidates - drains the sort; a new last name starts
      * a fresh window, and each customer is compared with every one
      * already in the window for that last name.
      *----------------------------------------------------------------
       scan-for-candidates.
           move 0 to ws-window-count.
           move low-values to ws-window-last-key.
           move "N" to ws-sort-eof.
           perform until ws-sort-eof = "Y"
               return sort-work record into sort-work-record
                   at end move "Y" to ws-sort-eof
                   not at end perform compare-with-window
               end-return
           end-perform.

       compare-with-window.
           if sw-last-key not = ws-window-last-key
               move 0 to ws-window-count
               move sw-last-key to ws-window-last-key
           end-if.
           if sw-last-key not = spaces
               perform compare-one-window-entry
                   varying ws-window-sub from 1 by 1
                   until ws-window-sub > ws-window-count
           end-if.
           if ws-window-count < 50
               add 1 to ws-window-count
               move sw-customer-id to ww-customer-id(ws-window-count)
               move sw-first-key to ww-first-key(ws-window-count)
               move sw-first-len to ww-first-len(ws-window-count)
               move sw-customer-first
                       to ww-customer-first(ws-window-count)
               move sw-customer-last
                       to ww-customer-last(ws-window-count)
           end-if.

      *        Same reduced first name is an exact match; one first
      *        name the leading part of the other, or three leading
      *        letters in common, is a near match. A blank first name
      *        only matches another blank one.
       compare-one-window-entry.
           move spaces to ws-match-kind.
           if sw-first-key = ww-first-key(ws-window-sub)
               move "EXACT" to ws-match-kind
           else
               if sw-first-len < ww-first-len(ws-window-sub)
                   move sw-first-len to ws-short-len
               else
                   move ww-first-len(ws-window-sub) to ws-short-len
               end-if
               if ws-short-len >= 3
                   move 3 to ws-short-len
               end-if
               if ws-short-len > 0
                   if sw-first-key(1:ws-short-len) =
                       ww-first-key(ws-window-sub)(1:ws-short-len)
                       move "NEAR" to ws-match-kind
                   end-if
               end-if
           end-if.
           if ws-match-kind not = spaces
               perform print-candidate-pair
           end-if.

       print-candidate-pair.
           add 1 to ws-pair-count.
           move ws-match-kind to cd-kind.
           move ww-customer-id(ws-window-sub) to cd-first-id.
           move spaces to ws-name-work.
           string ww-customer-first(ws-window-sub)
                       delimited by "  "
                  " " delimited by size
                  ww-customer-last(ws-window-sub)
                       delimited by "  "
                  into ws-name-work
           end-string.
           move ws-name-work to cd-first-name.
           move sw-customer-id to cd-second-id.
           move spaces to ws-name-work.
           string sw-customer-first delimited by "  "
                  " " delimited by size
                  sw-customer-last delimited by "  "
                  into ws-name-work
           end-string.
           move ws-name-work to cd-second-name.
           move ws-candidate-detail to candidate-line.
           write candidate-line.
           display ws-candidate-detail.

      *----------------------------------------------------------------
      * merge-payers - both ids must be on customers.db and differ;
      * both are shown with their links, the operator keys the one
      * that survives, and only a Y goes ahead.
      *----------------------------------------------------------------
       merge-payers.
           move "Y" to ws-merge-ok-sw.
           display "Enter first Customer ID".
           accept ws-entry-first-id.
           display "Enter second Customer ID".
           accept ws-entry-second-id.
           if ws-entry-first-id = ws-entry-second-id
               display "The two Customer IDs must differ"
               move "N" to ws-merge-ok-sw
           end-if.
           if ws-merge-ok
               move ws-entry-first-id to cm-customer-id
               perform show-merge-payer
           end-if.
           if ws-merge-ok
               move ws-entry-second-id to cm-customer-id
               perform show-merge-payer
           end-if.
           if ws-merge-ok
               perform choose-survivor
           end-if.
           if ws-merge-ok
               display "Merge " ws-retired-id " into "
                       ws-survivor-id "? (Y/N)"
               accept ws-entry-response
               if ws-entry-response not = "Y"
                   and ws-entry-response not = "y"
                   display "Merge cancelled"
                   move "N" to ws-merge-ok-sw
               end-if
           end-if.
           if ws-merge-ok
               perform apply-payer-merge
           end-if.

       show-merge-payer.
           read customer-master
               invalid key
                   display "No customer found for ID " cm-customer-id
                           " status " ws-master-status
                   move "N" to ws-merge-ok-sw
           end-read.
           if ws-merge-ok
               move customer-master-record to ws-show-record
               display "ID: " ws-show-id
               display "  Name: " ws-show-first " " ws-show-last
               display "  Address: " ws-show-street " "
                       ws-show-street-2
               display "           " ws-show-city " " ws-show-state
                       " " ws-show-zip
               display "  Phone: " ws-show-phone " Email: "
                       ws-show-email
               perform show-payer-links
           end-if.

       show-payer-links.
           move 0 to ws-link-count.
           move "N" to ws-list-done.
           move ws-show-id to px-customer-id.
           move low-values to px-student-id.
           start payer-xref key is greater than payer-xref-key
               invalid key move "Y" to ws-list-done
           end-start.
           perform show-one-link until ws-list-done = "Y".
           display "  " ws-link-count " linked students".

       show-one-link.
           read payer-xref next
               at end move "Y" to ws-list-done
               not at end
                   if px-customer-id not = ws-show-id
                       move "Y" to ws-list-done
                   else
                       add 1 to ws-link-count
                       move px-student-id to student-id
                       read student
                           invalid key
                               display "    " px-student-id
                                       " ** NOT ON MASTER **"
                           not invalid key
                               display "    " px-student-id " "
                                       student-name
                       end-read
                   end-if
           end-read.

       choose-survivor.
           display "Enter the surviving Customer ID".
           accept ws-entry-survivor-id.
           evaluate ws-entry-survivor-id
               when ws-entry-first-id
                   move ws-entry-first-id to ws-survivor-id
                   move ws-entry-second-id to ws-retired-id
               when ws-entry-second-id
                   move ws-entry-second-id to ws-survivor-id
                   move ws-entry-first-id to ws-retired-id
               when other
                   display "The survivor must be one of the two IDs"
                   move "N" to ws-merge-ok-sw
           end-evaluate.

      *----------------------------------------------------------------
      * apply-payer-merge - the MERGE entry opens the trail, then the
      * links move, the survivor takes the retired record's contact
      * details where its own are blank, any returned-check
      * restriction carries over, the retired record goes, and the
      * register line closes it out. A retired payer with links left
      * over past the table is not deleted, since that would orphan
      * them; it stays for a second merge to pick up the rest.
      *----------------------------------------------------------------
       apply-payer-merge.
           move 0 to ws-links-moved ws-links-shared.
           move "N" to ws-contact-carried-sw.
           move "N" to ws-restriction-carried-sw.
           move "N" to ws-links-overflow-sw.
           move ws-retired-id to cm-customer-id.
           read customer-master
               invalid key move "N" to ws-merge-ok-sw
           end-read.
           move customer-master-record to ws-retired-record.
           move ws-survivor-id to cm-customer-id.
           read customer-master
               invalid key move "N" to ws-merge-ok-sw
           end-read.
           move customer-master-record to ws-survivor-record.
           if not ws-merge-ok
               display "Unable to read both payers - status "
                       ws-master-status
           else
               perform write-merge-audit-record
               perform collect-retired-links
               perform move-one-link
                   varying ws-link-sub from 1 by 1
                   until ws-link-sub > ws-link-total
               perform carry-contact-details
               perform carry-payment-restriction
               if ws-links-overflow
                   display "WARNING: " ws-retired-id " has more than "
                           "100 links - kept on file, merge the pair "
                           "again to move the rest"
               else
                   perform delete-retired-payer
               end-if
               perform write-merge-register-line
               add 1 to ws-merge-count
               display "Merged " ws-retired-id " into "
                       ws-survivor-id ": " ws-links-moved
                       " link(s) moved, " ws-links-shared
                       " already on the survivor"
           end-if.

       write-merge-audit-record.
           move spaces to audit-record.
           move "MERGE" to audit-operation.
           move "CUSTOMER" to audit-file-id.
           move ws-retired-id to audit-key.
           perform append-audit-record.

       collect-retired-links.
           move 0 to ws-link-total.
           move "N" to ws-list-done.
           move ws-retired-id to px-customer-id.
           move low-values to px-student-id.
           start payer-xref key is greater than payer-xref-key
               invalid key move "Y" to ws-list-done
           end-start.
           perform collect-one-link until ws-list-done = "Y".

       collect-one-link.
           read payer-xref next
               at end move "Y" to ws-list-done
               not at end
                   if px-customer-id not = ws-retired-id
                       move "Y" to ws-list-done
                   else
                       if ws-link-total < 100
                           add 1 to ws-link-total
                           move px-student-id
                                   to wl-student-id(ws-link-total)
                           move px-linked-date
                                   to wl-linked-date(ws-link-total)
                       else
                           move "Y" to ws-links-overflow-sw
                           move "Y" to ws-list-done
                       end-if
                   end-if
           end-read.

      *----------------------------------------------------------------
      * move-one-link - the link is written under the survivor with
      * its original linked date, then the retired one is deleted;
      * a student the survivor already carries keeps that link.
      *----------------------------------------------------------------
       move-one-link.
           move ws-survivor-id to px-customer-id.
           move wl-student-id(ws-link-sub) to px-student-id.
           move wl-linked-date(ws-link-sub) to px-linked-date.
           write payer-xref-record
               invalid key
                   add 1 to ws-links-shared
               not invalid key
                   add 1 to ws-links-moved
                   move spaces to ws-journal-before-image
                   move spaces to ws-journal-after-image
                   move payer-xref-record to ws-journal-after-main
                   move "CREATE" to ws-journal-operation
                   perform write-xref-journal-record
                   move "CREATE" to audit-operation
                   perform write-xref-audit-record
           end-write.
           move ws-retired-id to px-customer-id.
           move wl-student-id(ws-link-sub) to px-student-id.
           move wl-linked-date(ws-link-sub) to px-linked-date.
           delete payer-xref
               invalid key
                   display "Unable to drop link " payer-xref-key
                           " status " ws-xref-status
               not invalid key
                   move spaces to ws-journal-before-image
                   move spaces to ws-journal-after-image
                   move payer-xref-record to ws-journal-before-main
                   move "DELETE" to ws-journal-operation
                   perform write-xref-journal-record
                   move "DELETE" to audit-operation
                   perform write-xref-audit-record
           end-delete.

      *----------------------------------------------------------------
      * carry-contact-details - the mailing address moves as a block
      * (half of one address and half of another mails nowhere);
      * phone and email each fill in on their own. The preferred
      * contact goes with whichever the survivor was missing.
      *----------------------------------------------------------------
       carry-contact-details.
           move ws-retired-record to customer-master-record.
           move cm-contact-details to ws-show-contact.
           move ws-survivor-record to customer-master-record.
           if cm-mailing-address = spaces
               and (ws-show-street not = spaces
                   or ws-show-city not = spaces)
               move ws-show-street to cm-street
               move ws-show-street-2 to cm-street-2
               move ws-show-city to cm-city
               move ws-show-state to cm-state
               move ws-show-zip to cm-zip
               move "Y" to ws-contact-carried-sw
           end-if.
           if cm-phone = spaces and ws-show-phone not = spaces
               move ws-show-phone to cm-phone
               move "Y" to ws-contact-carried-sw
           end-if.
           if cm-email = spaces and ws-show-email not = spaces
               move ws-show-email to cm-email
               move "Y" to ws-contact-carried-sw
           end-if.
           if cm-preferred-contact = space
               and ws-contact-carried
               move ws-show-preferred to cm-preferred-contact
           end-if.
           if ws-contact-carried
               rewrite customer-master-record
                   invalid key
                       display "Unable to update " cm-customer-id
                               " status " ws-master-status
                       move "N" to ws-contact-carried-sw
                   not invalid key
                       move ws-survivor-record
                               to ws-journal-before-image
                       move customer-master-record
                               to ws-journal-after-image
                       move "UPDATE" to ws-journal-operation
                       perform write-customer-journal-record
                       move "UPDATE" to audit-operation
                       perform write-customer-audit-record
               end-rewrite
           end-if.

      *----------------------------------------------------------------
      * carry-payment-restriction - a cash-only flag on the retired
      * payer must not vanish with it: the survivor takes it, or keeps
      * its own at the later expiry with both return counts.
      *----------------------------------------------------------------
       carry-payment-restriction.
           move "P" to rs-party-type.
           move ws-retired-id to rs-party-id.
           read restriction-file
               invalid key continue
           end-read.
           if ws-restriction-ok
               move restriction-record to ws-restriction-image
               move rs-expire-date to ws-restriction-expire
               move rs-return-count to ws-restriction-returns
               perform merge-restriction-record
               move ws-restriction-image to restriction-record
               delete restriction-file
                   invalid key
                       display "Unable to drop restriction "
                               restriction-key " status "
                               ws-restriction-status
                   not invalid key
                       move "DELETE" to audit-operation
                       perform write-restriction-audit-record
               end-delete
           end-if.

       merge-restriction-record.
           move "P" to rs-party-type.
           move ws-survivor-id to rs-party-id.
           read restriction-file
               invalid key continue
           end-read.
           if ws-restriction-ok
               if ws-restriction-expire > rs-expire-date
                   move ws-restriction-expire to rs-expire-date
               end-if
               add ws-restriction-returns to rs-return-count
               move ws-operator-id to rs-operator
               rewrite restriction-record
                   invalid key
                       display "Unable to rewrite restriction "
                               restriction-key " status "
                               ws-restriction-status
                   not invalid key
                       move "Y" to ws-restriction-carried-sw
                       move "UPDATE" to audit-operation
                       perform write-restriction-audit-record
               end-rewrite
           else
               move ws-restriction-image to restriction-record
               move ws-survivor-id to rs-party-id
               move ws-operator-id to rs-operator
               write restriction-record
                   invalid key
                       display "Unable to write restriction "
                               restriction-key " status "
                               ws-restriction-status
                   not invalid key
                       move "Y" to ws-restriction-carried-sw
                       move "CREATE" to audit-operation
                       perform write-restriction-audit-record
               end-write
           end-if.

       delete-retired-payer.
           move ws-retired-record to customer-master-record.
           delete customer-master
               invalid key
                   display "Unable to delete " ws-retired-id
                           " status " ws-master-status
               not invalid key
                   move ws-retired-record to ws-journal-before-image
                   move spaces to ws-journal-after-image
                   move "DELETE" to ws-journal-operation
                   perform write-customer-journal-record
                   move "DELETE" to audit-operation
                   perform write-customer-audit-record
           end-delete.

      *----------------------------------------------------------------
      * write-merge-register-line - one line per merge appended to
      * merge-register.prt; a new register starts with its heading.
      *----------------------------------------------------------------
       write-merge-register-line.
           open extend register-file.
           if ws-register-status = "05" or ws-register-status = "35"
               close register-file
               open output register-file
               move ws-register-heading to register-line
               write register-line
           end-if.
           if ws-register-status not = "00"
               display "WARNING: merge-register.prt open status "
                       ws-register-status
           end-if.
           accept ws-today-date from date yyyymmdd.
           move ws-today-date to rg-date.
           move ws-survivor-id to rg-survivor.
           move ws-retired-id to rg-retired.
           move ws-retired-record to customer-master-record.
           move spaces to ws-name-work.
           string cm-customer-first delimited by "  "
                  " " delimited by size
                  cm-customer-last delimited by "  "
                  into ws-name-work
           end-string.
           move ws-name-work to rg-retired-name.
           move ws-links-moved to rg-moved.
           move ws-links-shared to rg-shared.
           if ws-contact-carried
               move "YES" to rg-contact
           else
               move "NO" to rg-contact
           end-if.
           if ws-restriction-carried
               move "YES" to rg-restrict
           else
               move "NO" to rg-restrict
           end-if.
           move ws-operator-id to rg-operator.
           if ws-links-overflow
               move "PARTIAL" to rg-result
           else
               move "MERGED" to rg-result
           end-if.
           move ws-register-detail to register-line.
           write register-line.
           close register-file.
           if ws-register-status not = "00"
               display "WARNING: merge-register.prt close status "
                       ws-register-status
           end-if.

      *----------------------------------------------------------------
      * write-customer-audit-record/write-xref-audit-record/
      * write-restriction-audit-record - the same entries the
      * customer menu, payer-xref-maintenance and returned-payment
      * write, so the merge reads on the trail like the keyed
      * changes it replaces; audit-operation is already set.
      *----------------------------------------------------------------
       write-customer-audit-record.
           move audit-operation to ws-audit-operation.
           move spaces to audit-record.
           move ws-audit-operation to audit-operation.
           move "CUSTOMER" to audit-file-id.
           move cm-customer-id to audit-key.
           perform append-audit-record.

       write-xref-audit-record.
           move audit-operation to ws-audit-operation.
           move spaces to audit-record.
           move ws-audit-operation to audit-operation.
           move px-student-id to audit-student-id.
           move "XREF" to audit-file-id.
           move payer-xref-key to audit-key.
           perform append-audit-record.

       write-restriction-audit-record.
           move audit-operation to ws-audit-operation.
           move spaces to audit-record.
           move ws-audit-operation to audit-operation.
           move "RESTRICT" to audit-file-id.
           move restriction-key to audit-key.
           perform append-audit-record.

       append-audit-record.
           move ws-operator-id to audit-operator.
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

      *----------------------------------------------------------------
      * write-customer-journal-record/write-xref-journal-record -
      * the before and after images of every change to journal.log,
      * customers.db images with their tails in the extension
      * images, links under file identifier XREF, so journal-replay
      * rolls the merge forward on a restored copy.
      *----------------------------------------------------------------
       write-customer-journal-record.
           move "CUSTOMER" to ws-journal-file-id.
           perform write-journal-record.

       write-xref-journal-record.
           move "XREF" to ws-journal-file-id.
           perform write-journal-record.

       write-journal-record.
           move spaces to journal-record.
           move ws-journal-file-id to jr-file-id.
           move ws-journal-operation to jr-operation.
           accept ws-journal-date from date yyyymmdd.
           accept ws-journal-time from time.
           string ws-journal-date delimited by size
                  ws-journal-time delimited by size
                  into jr-timestamp
           end-string.
           move ws-journal-before-main to jr-before-image.
           move ws-journal-after-main to jr-after-image.
           move ws-journal-before-ext to jr-before-image-ext.
           move ws-journal-after-ext to jr-after-image-ext.
           open extend journal-file.
           if ws-journal-status = "05" or ws-journal-status = "35"
               close journal-file
               open output journal-file
           end-if.
           if ws-journal-status not = "00"
               display "WARNING: journal.log open status "
                       ws-journal-status
           end-if.
           write journal-record.
           if ws-journal-status not = "00"
               display "WARNING: journal.log write status "
                       ws-journal-status
           end-if.
           close journal-file.
           if ws-journal-status not = "00"
               display "WARNING: journal.log close status "
                       ws-journal-status
           end-if.

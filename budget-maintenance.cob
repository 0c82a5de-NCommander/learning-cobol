       >>SOURCE FORMAT IS FIXED
      *> Maintains budget.db, the board's budget by yyyypp fiscal period
      *> (a period on fiscal-calendar.dat, or with no fiscal calendar
      *> kept a yyyymm month) and line - S sum total, C charges billed,
      *> P payments received, A net adjustments - so the budget lives
      *> beside the period history it is measured against instead of in
      *> a spreadsheet. A period is keyed line by line (blank keeps what
      *> is on file, NONE removes the line), read back, or listed for a
      *> whole year; the year's budget can also be loaded from
      *> budget-load.txt, one PERIOD,LINE,AMOUNT line per figure with
      *> the amount in cents (a leading minus for a negative net
      *> adjustment), each loaded line replacing what the file held and
      *> bad lines listed and skipped. Every change is on audit.log; the
      *> screen needs the billing grant.

       identification division.
       program-id. budget-maintenance.

       environment division.
       configuration section.
       repository.
           function fiscal-date
           function all intrinsic.

       input-output section.
       file-control.
           select optional budget-file assign "budget.db"
                  organization is indexed
                  access is dynamic
                  record key is budget-key
                  file status is ws-budget-status.

           select optional load-file assign "budget-load.txt"
                  organization is line sequential
                  file status is ws-load-status.

           select optional audit-file assign "audit.log"
                  organization is line sequential
                  file status is ws-audit-status.

       data division.
       file section.
       fd budget-file.
       copy "budget-record.cpy".

       fd load-file.
       01 load-line pic x(40).

       fd audit-file.
       copy "audit-record.cpy".

       working-storage section.
       01 ws-budget-status pic x(2).
           88 ws-budget-ok value "00".
           88 ws-budget-open-ok value "00" "05".
       01 ws-load-status pic x(2).
       01 ws-menu-choice pic x(1).
       01 ws-eof pic a(1) value "N".
       01 ws-load-eof pic a(1).
       01 ws-list-done pic a(1).
       01 ws-list-count pic 9(3).

       01 ws-entry-period pic x(6).
       01 ws-period-num pic 9(6).
       copy "fiscal-date-info.cpy".
       01 ws-period-valid-sw pic x(1).
           88 ws-period-valid value "Y".
       01 ws-entry-year pic x(4).
       01 ws-entry-amount pic x(13).
       01 ws-amount-num pic s9(9)v99.
       01 ws-display-amount pic -zzzzzzzz9.99.

      *        The four budget lines in the order they are keyed and
      *        shown.
       01 ws-line-codes-values.
           05 filler pic x(21) value "SSUM TOTAL          ".
           05 filler pic x(21) value "CCHARGES BILLED     ".
           05 filler pic x(21) value "PPAYMENTS RECEIVED  ".
           05 filler pic x(21) value "ANET ADJUSTMENTS    ".
       01 ws-line-codes redefines ws-line-codes-values.
           05 ws-line-entry occurs 4 times.
               10 ws-line-code pic x(1).
               10 ws-line-name pic x(20).
       01 ws-line-sub pic 9(1).

       01 ws-load-period pic x(6).
       01 ws-load-line-code pic x(1).
       01 ws-load-amount pic x(13).
       01 ws-load-read-count pic 9(5).
       01 ws-load-posted-count pic 9(5).
       01 ws-load-rejected-count pic 9(5).
       01 ws-load-reason pic x(30).

       01 ws-today-num pic 9(8).
       01 ws-audit-status pic x(2).
       01 ws-audit-date pic x(8).
       01 ws-audit-time pic x(6).
       01 ws-audit-operation pic x(6).
       01 ws-operator-id pic x(8) value spaces.
       01 ws-signed-on-sw pic x(1) value "N".
           88 ws-signed-on value "Y".
       01 ws-signon-function pic x(1) value "B".
       01 ws-signon-result pic x(1).
       01 ws-signon-level pic 9(1).

       procedure division.
       display "Enter operator ID for the audit trail".
       accept ws-operator-id.
       perform sign-on-operator.
       if not ws-signed-on
           display "Operator " ws-operator-id " is not authorized"
           stop run
       end-if.
       accept ws-today-num from date yyyymmdd.

       open i-o budget-file.
       if not ws-budget-open-ok
           display "WARNING: budget.db open status " ws-budget-status
       end-if.

       perform until ws-eof = "Y"
           display "(K)ey period, (R)ead period, (Y)ear list, "
                   "(L)oad budget-load.txt, (Q)uit?"
           accept ws-menu-choice

           evaluate ws-menu-choice
               when "K" when "k"
                   perform key-budget-period
               when "R" when "r"
                   perform read-budget-period
               when "Y" when "y"
                   perform list-budget-year
               when "L" when "l"
                   perform load-budget-file
               when "Q" when "q"
                   move "Y" to ws-eof
               when other
                   display "Unrecognized option: " ws-menu-choice
           end-evaluate
       end-perform.

       close budget-file.
       if ws-budget-status not = "00"
           display "WARNING: budget.db close status " ws-budget-status
       end-if.
       stop run.

      *----------------------------------------------------------------
      * accept-budget-period - a yyyypp period FISCAL-DATE knows.
      *----------------------------------------------------------------
       accept-budget-period.
           display "Enter fiscal period yyyypp".
           accept ws-entry-period.
           move ws-entry-period to ws-load-period.
           perform check-budget-period.
           if not ws-period-valid
               display "Period must be a yyyypp fiscal period on "
                       "the calendar"
           end-if.

       check-budget-period.
           move "N" to ws-period-valid-sw.
           if ws-load-period is numeric
               move ws-load-period to ws-period-num
               move function fiscal-date(ws-period-num)
                   to fiscal-date-info
               if fi-period-key not = 0
                   move "Y" to ws-period-valid-sw
               end-if
           end-if.

      *----------------------------------------------------------------
      * key-budget-period - each of the four lines in turn, showing
      * what is on file; blank keeps it, NONE removes it, and
      * anything else is the new amount in cents.
      *----------------------------------------------------------------
       key-budget-period.
           perform accept-budget-period.
           if ws-period-valid
               perform key-one-budget-line
                   varying ws-line-sub from 1 by 1
                   until ws-line-sub > 4
           end-if.

       key-one-budget-line.
           move ws-period-num to bg-period.
           move ws-line-code(ws-line-sub) to bg-line.
           read budget-file
               invalid key continue
           end-read.
           if ws-budget-ok
               move bg-amount to ws-display-amount
               display ws-line-name(ws-line-sub) " now "
                       ws-display-amount
           else
               display ws-line-name(ws-line-sub) " not budgeted"
           end-if.
           display "Enter amount in cents (blank keeps, NONE "
                   "removes)".
           accept ws-entry-amount.
           evaluate true
               when ws-entry-amount = spaces
                   continue
               when ws-entry-amount = "NONE"
                   or ws-entry-amount = "none"
                   if ws-budget-ok
                       perform remove-budget-line
                   end-if
               when function test-numval(ws-entry-amount) not = 0
                   display "Amount not numeric - line unchanged"
               when other
                   compute ws-amount-num =
                           function numval(ws-entry-amount) / 100
                   perform store-budget-line
           end-evaluate.

      *----------------------------------------------------------------
      * store-budget-line - writes or rewrites bg-period/bg-line
      * with ws-amount-num; the read just before tells which.
      *----------------------------------------------------------------
       store-budget-line.
           move ws-amount-num to bg-amount.
           move ws-today-num to bg-updated-date.
           move ws-operator-id to bg-updated-operator.
           if ws-budget-ok
               rewrite budget-record
                   invalid key
                       display "Unable to update " budget-key
                               " status " ws-budget-status
                   not invalid key
                       move "UPDATE" to ws-audit-operation
                       perform write-budget-audit-record
               end-rewrite
           else
               write budget-record
                   invalid key
                       display "Unable to write " budget-key
                               " status " ws-budget-status
                   not invalid key
                       move "CREATE" to ws-audit-operation
                       perform write-budget-audit-record
               end-write
           end-if.

       remove-budget-line.
           delete budget-file
               invalid key
                   display "Unable to delete " budget-key
                           " status " ws-budget-status
               not invalid key
                   display "Line removed"
                   move "DELETE" to ws-audit-operation
                   perform write-budget-audit-record
           end-delete.

      *----------------------------------------------------------------
      * read-budget-period - the period's four lines as on file.
      *----------------------------------------------------------------
       read-budget-period.
           perform accept-budget-period.
           if ws-period-valid
               perform show-one-budget-line
                   varying ws-line-sub from 1 by 1
                   until ws-line-sub > 4
           end-if.

       show-one-budget-line.
           move ws-period-num to bg-period.
           move ws-line-code(ws-line-sub) to bg-line.
           read budget-file
               invalid key
                   display ws-line-name(ws-line-sub) " not budgeted"
               not invalid key
                   move bg-amount to ws-display-amount
                   display ws-line-name(ws-line-sub) " "
                           ws-display-amount "  keyed "
                           bg-updated-date " by " bg-updated-operator
           end-read.

      *----------------------------------------------------------------
      * list-budget-year - every line on file for a yyyy fiscal year,
      * in period and line-code order.
      *----------------------------------------------------------------
       list-budget-year.
           display "Enter fiscal year yyyy".
           accept ws-entry-year.
           if ws-entry-year is not numeric
               display "Year must be yyyy"
           else
               move 0 to ws-list-count
               move "N" to ws-list-done
               move ws-entry-year to ws-period-num(1:4)
               move "00" to ws-period-num(5:2)
               move ws-period-num to bg-period
               move low-values to bg-line
               start budget-file key is greater than budget-key
                   invalid key move "Y" to ws-list-done
               end-start
               perform list-one-budget-line until ws-list-done = "Y"
               display "Lines listed: " ws-list-count
           end-if.

       list-one-budget-line.
           read budget-file next
               at end move "Y" to ws-list-done
               not at end
                   if bg-period(1:4) not = ws-entry-year
                       move "Y" to ws-list-done
                   else
                       add 1 to ws-list-count
                       move bg-amount to ws-display-amount
                       display bg-period " " bg-line " "
                               ws-display-amount
                   end-if
           end-read.

      *----------------------------------------------------------------
      * load-budget-file - budget-load.txt, each good line written or
      * replacing what the file held for its period and line.
      *----------------------------------------------------------------
       load-budget-file.
           move 0 to ws-load-read-count.
           move 0 to ws-load-posted-count.
           move 0 to ws-load-rejected-count.
           move "N" to ws-load-eof.
           open input load-file.
           if ws-load-status not = "00"
               display "budget-load.txt not found (status "
                       ws-load-status ")"
               move "Y" to ws-load-eof
           end-if.
           perform load-one-budget-line until ws-load-eof = "Y".
           close load-file.
           display "Load lines read: " ws-load-read-count
                   "  posted: " ws-load-posted-count
                   "  rejected: " ws-load-rejected-count.

       load-one-budget-line.
           read load-file
               at end move "Y" to ws-load-eof
               not at end
                   add 1 to ws-load-read-count
                   perform post-one-load-line
           end-read.

       post-one-load-line.
           move spaces to ws-load-period ws-load-line-code
                   ws-load-amount ws-load-reason.
           unstring load-line delimited by ","
               into ws-load-period ws-load-line-code ws-load-amount
           end-unstring.
           perform check-budget-period.
           move ws-load-line-code to bg-line.
           evaluate true
               when not ws-period-valid
                   move "PERIOD NOT YYYYMM" to ws-load-reason
               when not bg-valid-line
                   move "LINE NOT S C P A" to ws-load-reason
               when ws-load-amount = spaces
                   move "AMOUNT MISSING" to ws-load-reason
               when function test-numval(ws-load-amount) not = 0
                   move "AMOUNT NOT NUMERIC" to ws-load-reason
           end-evaluate.
           if ws-load-reason = spaces
               move ws-period-num to bg-period
               move ws-load-line-code to bg-line
               read budget-file
                   invalid key continue
               end-read
               compute ws-amount-num =
                       function numval(ws-load-amount) / 100
               perform store-budget-line
               add 1 to ws-load-posted-count
           else
               add 1 to ws-load-rejected-count
               display "Rejected line " ws-load-read-count ": "
                       ws-load-reason " - " load-line
           end-if.

      *----------------------------------------------------------------
      * sign-on-operator - sign-on, password, lockout, and the
      * per-function grants all live in the shared operator-signon
      * subprogram; this screen needs the billing grant.
      *----------------------------------------------------------------
       sign-on-operator.
           move "N" to ws-signed-on-sw.
           call "operator-signon" using ws-operator-id
                   ws-signon-function ws-signon-result
                   ws-signon-level.
           if ws-signon-result = "Y"
               move "Y" to ws-signed-on-sw
           end-if.

      *----------------------------------------------------------------
      * write-budget-audit-record - the audit.log entry for every
      * budget change, file identifier BUDGET and the period and line
      * in the key field, with the operation in ws-audit-operation.
      *----------------------------------------------------------------
       write-budget-audit-record.
           move spaces to audit-record.
           move ws-audit-operation to audit-operation.
           move "BUDGET" to audit-file-id.
           move budget-key to audit-key.
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

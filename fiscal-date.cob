       >>SOURCE FORMAT IS FIXED
       IDENTIFICATION DIVISION.
       FUNCTION-ID. FISCAL-DATE.
      *>****************************************************************
      *> Companion to DAY-FROM-DATE (see date-to-day.cob) and         **
      *> ADD-BUSINESS-DAYS.  Places a date on the fiscal calendar     **
      *> kept in fiscal-calendar.dat (maintained by                   **
      *> fiscal-calendar-maintenance.cob): the fiscal year and period **
      *> it falls in, its week of the fiscal year, and whether it is  **
      *> the period's last business day, so the period closes and     **
      *> their reports work in fiscal periods rather than calendar    **
      *> months.  With no calendar on file every period is simply a   **
      *> calendar month, year January to December, so a shop that     **
      *> keeps no fiscal calendar sees the yyyymm periods it always   **
      *> had.  Once a calendar is on file a date it does not cover is **
      *> reported as not on the calendar rather than guessed at.      **
      *>****************************************************************
      *> Arguments:                                                    **
      *>                                                                **
      *> Calendar-Date    A PIC 9 data item or numeric literal treated  **
      *>                  as follows:                                   **
      *>                                                                **
      *>                  8-digit value: a Gregorian date yyyymmdd, as  **
      *>                                 accepted by DAY-FROM-DATE      **
      *>                  6-digit value: a fiscal period key yyyypp,    **
      *>                                 the fiscal year and period     **
      *>                                                                **
      *> The result is the fiscal-date-info group (see                 **
      *> fiscal-date-info.cpy): the yyyypp period key, the week of the  **
      *> fiscal year (counted from the first day of the year's         **
      *> earliest period), a Y/N last-business-day switch, and the      **
      *> period's first date, last date and last business date - the   **
      *> last date stepped back over weekends and holidays.dat through  **
      *> ADD-BUSINESS-DAYS.  For a period key the week and switch       **
      *> describe the period's first day.  The result is all zero when **
      *> the argument is not a valid date or period, or is not on the  **
      *> calendar.                                                     **
      *>****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION DAY-FROM-DATE
           FUNCTION ADD-BUSINESS-DAYS
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL Fiscal-Calendar-File
                  ASSIGN "fiscal-calendar.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Calendar-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  Fiscal-Calendar-File.
       COPY "fiscal-calendar-record.cpy".
       WORKING-STORAGE SECTION.
       01  WS-Param-Size-NUM                     BINARY-LONG.
       01  WS-Target-Date-NUM                    PIC 9(08).
       01  WS-Target-Key-NUM                     PIC 9(06).
       01  WS-Target-Parts REDEFINES WS-Target-Key-NUM.
           05 WS-Target-Year-NUM                 PIC 9(04).
           05 WS-Target-Month-NUM                PIC 9(02).
       01  WS-Work-Date-NUM                      PIC 9(08).
       01  WS-Year-Start-NUM                     PIC 9(08).
       01  WS-Day-Count-NUM                      BINARY-LONG.
       01  WS-Step-Back-NUM                      PIC S9(06) VALUE -1.
       01  WS-Calendar-Status                    PIC X(02).
       01  WS-Calendar-EOF-SW                    PIC X(01).
           88 WS-Calendar-EOF                    VALUE "Y".
       01  WS-Calendar-TB.
           05 WS-Calendar-Count-NUM              PIC 9(03).
           05 WS-Calendar-ENT                    OCCURS 240 TIMES.
               10 WS-Cal-Key-NUM                 PIC 9(06).
               10 WS-Cal-Year-NUM REDEFINES WS-Cal-Key-NUM.
                   15 WS-Cal-Fiscal-Year-NUM     PIC 9(04).
                   15 FILLER                     PIC 9(02).
               10 WS-Cal-Start-NUM               PIC 9(08).
               10 WS-Cal-End-NUM                 PIC 9(08).
       01  WS-Calendar-Sub-NUM                   PIC 9(03).
       01  WS-Found-Sub-NUM                      PIC 9(03).
       01  WS-Result-GRP.
           05 WS-Result-Key-NUM.
               10 WS-Result-Year-NUM             PIC 9(04).
               10 WS-Result-Period-NUM           PIC 9(02).
           05 WS-Result-Week-NUM                 PIC 9(02).
           05 WS-Result-Last-BD-SW               PIC X(01).
           05 WS-Result-Start-NUM                PIC 9(08).
           05 WS-Result-End-NUM                  PIC 9(08).
           05 WS-Result-Last-BD-NUM              PIC 9(08).
       LINKAGE SECTION.
       01  L-Input-Date-DT                       PIC X ANY LENGTH.
       01  L-Fiscal-Info-GRP.
           05 L-Fiscal-Period-Key-NUM            PIC 9(06).
           05 L-Fiscal-Week-NUM                  PIC 9(02).
           05 L-Last-Business-Day-SW             PIC X(01).
           05 L-Period-Start-NUM                 PIC 9(08).
           05 L-Period-End-NUM                   PIC 9(08).
           05 L-Last-Business-Date-NUM           PIC 9(08).
       PROCEDURE DIVISION USING L-Input-Date-DT
                      RETURNING L-Fiscal-Info-GRP.
       000-Main SECTION.
           move zeros to WS-Result-GRP
           move "N" to WS-Result-Last-BD-SW
           move WS-Result-GRP to L-Fiscal-Info-GRP
           compute WS-Param-Size-NUM = FUNCTION LENGTH(L-Input-Date-DT)

           if L-Input-Date-DT is not numeric
               exit function
           end-if

           perform 050-Load-Calendar-TB

           evaluate WS-Param-Size-NUM
               when 8
                   move L-Input-Date-DT to WS-Target-Date-NUM
                   if FUNCTION DAY-FROM-DATE(WS-Target-Date-NUM) < 1
                       exit function
                   end-if
                   perform 100-Find-Period-Of-Date
               when 6
                   move L-Input-Date-DT to WS-Target-Key-NUM
                   perform 200-Find-Period-Of-Key
                   move WS-Result-Start-NUM to WS-Target-Date-NUM
               when other
                   exit function
           end-evaluate

           if WS-Result-Key-NUM = zeros
               exit function
           end-if

           perform 300-Find-Year-Start
           compute WS-Day-Count-NUM =
                   FUNCTION INTEGER-OF-DATE(WS-Target-Date-NUM)
                   - FUNCTION INTEGER-OF-DATE(WS-Year-Start-NUM)
           compute WS-Result-Week-NUM = WS-Day-Count-NUM / 7 + 1

           compute WS-Work-Date-NUM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-Result-End-NUM) + 1)
           move FUNCTION ADD-BUSINESS-DAYS(WS-Work-Date-NUM,
                   WS-Step-Back-NUM)
                   to WS-Result-Last-BD-NUM
           if WS-Param-Size-NUM = 8
               and WS-Target-Date-NUM = WS-Result-Last-BD-NUM
               move "Y" to WS-Result-Last-BD-SW
           end-if

           move WS-Result-GRP to L-Fiscal-Info-GRP
           exit function.

      *>----------------------------------------------------------------
      *> 050-Load-Calendar-TB - reads fiscal-calendar.dat into the    **
      *> table.  A missing file leaves the table empty, which means   **
      *> calendar months; lines whose dates are not valid, or whose   **
      *> period ends before it starts, are left out.                  **
      *>----------------------------------------------------------------
       050-Load-Calendar-TB SECTION.
           move 0 to WS-Calendar-Count-NUM
           move "N" to WS-Calendar-EOF-SW
           open input Fiscal-Calendar-File
           if WS-Calendar-Status = "00"
               perform 060-Read-Calendar-Line
                   until WS-Calendar-EOF
           end-if
           close Fiscal-Calendar-File.
       050-Exit.
           exit section.

       060-Read-Calendar-Line SECTION.
           read Fiscal-Calendar-File
               at end move "Y" to WS-Calendar-EOF-SW
               not at end
                   if fc-period-key is numeric
                       and fc-fiscal-period > 0
                       and FUNCTION DAY-FROM-DATE(fc-start-date) > 0
                       and FUNCTION DAY-FROM-DATE(fc-end-date) > 0
                       and fc-start-date <= fc-end-date
                       and WS-Calendar-Count-NUM < 240
                       add 1 to WS-Calendar-Count-NUM
                       move fc-period-key to WS-Cal-Key-NUM(
                               WS-Calendar-Count-NUM)
                       move fc-start-date to WS-Cal-Start-NUM(
                               WS-Calendar-Count-NUM)
                       move fc-end-date to WS-Cal-End-NUM(
                               WS-Calendar-Count-NUM)
                   end-if
           end-read.
       060-Exit.
           exit section.

      *>----------------------------------------------------------------
      *> 100-Find-Period-Of-Date - the calendar period whose dates    **
      *> take in WS-Target-Date-NUM, or its calendar month when no    **
      *> calendar is on file.                                         **
      *>----------------------------------------------------------------
       100-Find-Period-Of-Date SECTION.
           if WS-Calendar-Count-NUM = 0
               compute WS-Target-Key-NUM = WS-Target-Date-NUM / 100
               perform 400-Build-Month-Period
           else
               move 0 to WS-Found-Sub-NUM
               perform varying WS-Calendar-Sub-NUM from 1 by 1
                       until WS-Calendar-Sub-NUM > WS-Calendar-Count-NUM
                       or WS-Found-Sub-NUM > 0
                   if WS-Cal-Start-NUM(WS-Calendar-Sub-NUM)
                           <= WS-Target-Date-NUM
                       and WS-Cal-End-NUM(WS-Calendar-Sub-NUM)
                           >= WS-Target-Date-NUM
                       move WS-Calendar-Sub-NUM to WS-Found-Sub-NUM
                   end-if
               end-perform
               perform 500-Take-Found-Period
           end-if.
       100-Exit.
           exit section.

      *>----------------------------------------------------------------
      *> 200-Find-Period-Of-Key - the calendar period keyed yyyypp in **
      *> WS-Target-Key-NUM, or that calendar month when no calendar   **
      *> is on file.                                                  **
      *>----------------------------------------------------------------
       200-Find-Period-Of-Key SECTION.
           if WS-Calendar-Count-NUM = 0
               if WS-Target-Year-NUM > 0
                   and WS-Target-Month-NUM >= 1
                   and WS-Target-Month-NUM <= 12
                   perform 400-Build-Month-Period
               end-if
           else
               move 0 to WS-Found-Sub-NUM
               perform varying WS-Calendar-Sub-NUM from 1 by 1
                       until WS-Calendar-Sub-NUM > WS-Calendar-Count-NUM
                       or WS-Found-Sub-NUM > 0
                   if WS-Cal-Key-NUM(WS-Calendar-Sub-NUM)
                           = WS-Target-Key-NUM
                       move WS-Calendar-Sub-NUM to WS-Found-Sub-NUM
                   end-if
               end-perform
               perform 500-Take-Found-Period
           end-if.
       200-Exit.
           exit section.

      *>----------------------------------------------------------------
      *> 300-Find-Year-Start - the first day of the fiscal year: the  **
      *> earliest start among the year's periods on the calendar, or  **
      *> January 1 when working in calendar months.                   **
      *>----------------------------------------------------------------
       300-Find-Year-Start SECTION.
           if WS-Calendar-Count-NUM = 0
               compute WS-Year-Start-NUM =
                       WS-Result-Year-NUM * 10000 + 101
           else
               move WS-Result-Start-NUM to WS-Year-Start-NUM
               perform varying WS-Calendar-Sub-NUM from 1 by 1
                       until WS-Calendar-Sub-NUM > WS-Calendar-Count-NUM
                   if WS-Cal-Fiscal-Year-NUM(WS-Calendar-Sub-NUM)
                           = WS-Result-Year-NUM
                       and WS-Cal-Start-NUM(WS-Calendar-Sub-NUM)
                           < WS-Year-Start-NUM
                       move WS-Cal-Start-NUM(WS-Calendar-Sub-NUM)
                           to WS-Year-Start-NUM
                   end-if
               end-perform
           end-if.
       300-Exit.
           exit section.

      *>----------------------------------------------------------------
      *> 400-Build-Month-Period - the calendar month WS-Target-Key-NUM **
      *> names as a period: the 1st through the day before the 1st of **
      *> the month after.                                             **
      *>----------------------------------------------------------------
       400-Build-Month-Period SECTION.
           move WS-Target-Key-NUM to WS-Result-Key-NUM
           compute WS-Result-Start-NUM = WS-Target-Key-NUM * 100 + 1
           if WS-Target-Month-NUM = 12
               compute WS-Work-Date-NUM =
                       (WS-Target-Year-NUM + 1) * 10000 + 101
           else
               compute WS-Work-Date-NUM =
                       WS-Target-Key-NUM * 100 + 101
           end-if
           compute WS-Result-End-NUM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-Work-Date-NUM) - 1).
       400-Exit.
           exit section.

       500-Take-Found-Period SECTION.
           if WS-Found-Sub-NUM > 0
               move WS-Cal-Key-NUM(WS-Found-Sub-NUM)
                   to WS-Result-Key-NUM
               move WS-Cal-Start-NUM(WS-Found-Sub-NUM)
                   to WS-Result-Start-NUM
               move WS-Cal-End-NUM(WS-Found-Sub-NUM)
                   to WS-Result-End-NUM
           end-if.
       500-Exit.
           exit section.

       END FUNCTION FISCAL-DATE.

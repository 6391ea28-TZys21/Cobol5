       *> Tyler Zysberg
       *> A LAB5STM step run after Lab5Ytd and Lab5Chk - prints one
       *> earnings statement page per employee on the payroll
       *> register (lab5-payreg.dat).  Each DETAIL row is joined to
       *> the employee master for the name, address, Region/
       *> Department, and rate; to the timecard step's hours
       *> (lab5-hours.dat) for the hours worked; to the year-to-date
       *> file (lab5-ytd.dat) for the year-to-date column; and to
       *> where the money went - the deposit record on the bank
       *> transfer file (lab5-bnkfile.dat, account masked to its last
       *> four) or, for employees on the exception list
       *> (lab5-bnkexc.dat), the paper check Lab5Chk cut for them
       *> (lab5-chkrpt.dat).
       *>
       *> The register is already in Region/Department order and
       *> the deposit file, exception list, and check register are
       *> all written in register order, so one forward pass down
       *> each file does the join.  The control report
       *> (lab5-stmrpt.dat) counts statements by department and
       *> ties the total back to the register's count of employees
       *> paid - the proof every paid employee got a statement.
       *>
       *> The year-to-date column is only right once this register
       *> has been posted, so the step refuses to run until
       *> lab5-ytdctl.dat shows the register's run date posted.
       *>
       *> Mod history:
       *>   2026-10-15  TZ  Initial version - statement per register
       *>                   DETAIL row with current and year-to-date
       *>                   lines, masked deposit account or check
       *>                   number, department statement counts
       *>                   tied to the register employee count.
       *>   2026-10-15  TZ  Garnishment line, current and year-to-
       *>                   date, off the register's new garnishment
       *>                   column (net to column 16, the name to
       *>                   column 17).
       *>   2026-10-15  TZ  The employee master now carries the
       *>                   employment status area behind the
       *>                   employee image; record layout widened.
       *>   2026-10-15  TZ  Review fixes: an hours file dated
       *>                   outside the register's pay week is set
       *>                   aside under a NOTE row and scheduled
       *>                   hours are shown, matching what the
       *>                   register paid.
       *>   2026-10-15  TZ  Review fixes: an hourly employee shown
       *>                   scheduled hours has them split at the
       *>                   overtime threshold off lab5-tcparm.dat,
       *>                   as Lab5Pay paid them, instead of all as
       *>                   regular.
       *>   2026-10-15  TZ  Review fixes: the statement print and
       *>                   control report are opened only once the
       *>                   register, year-to-date, and master checks
       *>                   have passed, so a stopped run leaves the
       *>                   last statements as they were.

       identification division.
       program-id.     Lab5Stm.

       Environment division.
       configuration section.

        input-output section.
        file-control.
            select reg-in assign to "lab5-payreg.dat"
                organization is line sequential
                file status is L5S-Reg-Status.

            select mast-file assign to "lab5-mast.dat"
                organization is indexed
                access is random
                record key is Mast-Employee-Number
                file status is L5S-Mast-Status.

            select ytd-file assign to "lab5-ytd.dat"
                organization is indexed
                access is random
                record key is Ytd-Employee-Number
                file status is L5S-Ytd-Status.

            select ytdctl-file assign to "lab5-ytdctl.dat"
                organization is line sequential
                file status is L5S-Ctl-Status.

            select hours-file assign to "lab5-hours.dat"
                organization is indexed
                access is dynamic
                record key is Hrs-Employee-Number
                file status is L5S-Hours-Status.

            select tcparm-file assign to "lab5-tcparm.dat"
                organization is line sequential
                file status is L5S-Tcparm-Status.

            select dep-in assign to "lab5-bnkfile.dat"
                organization is line sequential
                file status is L5S-Dep-Status.

            select exc-in assign to "lab5-bnkexc.dat"
                organization is line sequential
                file status is L5S-Exc-Status.

            select chkrpt-in assign to "lab5-chkrpt.dat"
                organization is line sequential
                file status is L5S-Chk-Status.

            select stmt-print assign to "lab5-stmt.dat"
                organization is line sequential.

            select stm-rpt assign to "lab5-stmrpt.dat"
                organization is line sequential.

        data division.
        file section.

         fd  reg-in.
         01  reg-record             pic x(400).

         fd  mast-file.
         01  mast-record.
           05 filler                  pic X(52).
           05 Mast-Employee-Number    pic X(5).
           05 filler                  pic X(150).
           05 Mast-Emp-Status         pic X(1).
              88 Mast-Terminated          value "T".
           05 Mast-Term-Date          pic 9(8).
           05 Mast-Term-Reason        pic X(2).
           05 Mast-Rehire-Date        pic 9(8).

      *> The year-to-date accumulator, in Lab5Ytd's layout.
         fd  ytd-file.
         01  ytd-record.
           05 Ytd-Employee-Number   pic X(5).
           05 Ytd-Region            pic X(2).
           05 Ytd-Dept              pic X(5).
           05 Ytd-Name              pic X(36).
           05 Ytd-Qtr-Bucket        occurs 4 times.
              10 Ytd-Qtr-Gross      pic S9(11)v99.
              10 Ytd-Qtr-Deds       pic S9(11)v99.
              10 Ytd-Qtr-Net        pic S9(11)v99.
              10 Ytd-Qtr-Straight   pic S9(11)v99.
              10 Ytd-Qtr-Overtime   pic S9(11)v99.
              10 Ytd-Qtr-Shift      pic S9(11)v99.
              10 Ytd-Qtr-401k       pic S9(11)v99.
              10 Ytd-Qtr-Med        pic S9(11)v99.
              10 Ytd-Qtr-Den        pic S9(11)v99.
              10 Ytd-Qtr-Vis        pic S9(11)v99.
              10 Ytd-Qtr-Tax        pic S9(11)v99.
              10 Ytd-Qtr-Garn       pic S9(11)v99.

         fd  ytdctl-file.
         01  ytdctl-record.
           05 Ytdctl-Year           pic 9(4).
           05 Ytdctl-Last-Posted    pic 9(8).

      *> The timecard step's worked hours, in Lab5Tcd's layout.
         fd  hours-file.
         01  hours-record.
           05 Hrs-Employee-Number   pic X(5).
           05 Hrs-Regular           pic 9(3)v99.
           05 Hrs-Overtime          pic 9(3)v99.
           05 Hrs-Shift             pic 9(3)v99.
           05 Hrs-Days              pic 9(2).
           05 Hrs-Run-Date          pic 9(8).

      *> The timekeeping rules, in Lab5Pay's layout - only the
      *> overtime threshold is used.
         fd  tcparm-file.
         01  tcparm-record.
           05 Tcparm-Ot-Threshold   pic 9(2)v99.
           05 Tcparm-Max-Daily      pic 9(2)v99.
           05 Tcparm-Ot-Factor      pic 9(1)v99.
           05 Tcparm-Shift-Diff     pic 9(3)v99.

      *> The bank transfer file, in Lab5Dep's layout - only the
      *> BNKDEP deposit records are used.
         fd  dep-in.
         01  dep-record             pic x(80).
         01  dep-detail-record.
           05 Dep-Det-Id            pic X(6).
           05 Dep-Det-Empno         pic X(5).
           05 Dep-Det-Routing       pic X(9).
           05 Dep-Det-Account       pic X(17).
           05 Dep-Det-Type          pic X(1).
           05 Dep-Det-Amount        pic 9(11)v99.
           05 filler                pic X(29).

         fd  exc-in.
         01  exc-record             pic x(160).

         fd  chkrpt-in.
         01  chkrpt-record          pic x(160).

         fd  stmt-print.
         01  stmt-print-record      pic x(132).

         fd  stm-rpt.
         01  stm-rpt-record         pic x(160).

        working-storage section.
        01  eof                    pic x value "N".

        01  crt-date               pic 9(8).

        01  L5S-Reg-Status         pic X(2) value spaces.
        01  L5S-Mast-Status        pic X(2) value spaces.
        01  L5S-Ytd-Status         pic X(2) value spaces.
        01  L5S-Ctl-Status         pic X(2) value spaces.
        01  L5S-Hours-Status       pic X(2) value spaces.
        01  L5S-Tcparm-Status      pic X(2) value spaces.
        01  L5S-Dep-Status         pic X(2) value spaces.
        01  L5S-Exc-Status         pic X(2) value spaces.
        01  L5S-Chk-Status         pic X(2) value spaces.
        01  L5S-Hours-Open-Sw      pic X value "N".
            88  L5S-Hours-Open         value "Y".
        01  L5S-Hours-Date         pic 9(8) value 0.
        01  L5S-Hours-Age          pic S9(7) value 0.
        01  L5S-Dep-Open-Sw        pic X value "N".
            88  L5S-Dep-Open           value "Y".
        01  L5S-Exc-Open-Sw        pic X value "N".
            88  L5S-Exc-Open           value "Y".
        01  L5S-Chk-Open-Sw        pic X value "N".
            88  L5S-Chk-Open           value "Y".
        01  L5S-Rpt-Open-Sw        pic X value "N".
            88  L5S-Rpt-Open           value "Y".

      *> The register's run date off its REGISTER row.
        01  L5S-Reg-Date           pic 9(8) value 0.
        01  L5S-Reg-Date-Split redefines L5S-Reg-Date.
            05 L5S-Reg-Year        pic 9(4).
            05 L5S-Reg-Month       pic 9(2).
            05 L5S-Reg-Day         pic 9(2).
        01  L5S-Ytd-Last-Posted    pic 9(8) value 0.

      *> The register row in hand split into its CSV columns - the
      *> DETAIL rows carry Region/Department in columns 2-3,
      *> Employee-Number in column 4, PayCode in column 5, straight
      *> time/overtime/shift differential in columns 6-8, gross in
      *> column 9, the five deductions in columns 10-14, the
      *> garnishment in column 15, net in column 16, and the
      *> employee name in column 17.
        01  L5S-Reg-Tag            pic X(16) value spaces.
        01  L5S-Reg-Col2           pic X(50) value spaces.
        01  L5S-Reg-Col3           pic X(50) value spaces.
        01  L5S-Reg-Col4           pic X(50) value spaces.
        01  L5S-Reg-Col5           pic X(50) value spaces.
        01  L5S-Reg-Col6           pic X(50) value spaces.
        01  L5S-Reg-Col7           pic X(50) value spaces.
        01  L5S-Reg-Col8           pic X(50) value spaces.
        01  L5S-Reg-Col9           pic X(50) value spaces.
        01  L5S-Reg-Col10          pic X(50) value spaces.
        01  L5S-Reg-Col11          pic X(50) value spaces.
        01  L5S-Reg-Col12          pic X(50) value spaces.
        01  L5S-Reg-Col13          pic X(50) value spaces.
        01  L5S-Reg-Col14          pic X(50) value spaces.
        01  L5S-Reg-Col15          pic X(50) value spaces.
        01  L5S-Reg-Col16          pic X(50) value spaces.
        01  L5S-Reg-Col17          pic X(60) value spaces.

      *> The master record in hand, in the in-record layout the
      *> whole suite shares.
        01  in-record.
           05 RegionNum              PIC X(2).
           05 RegionName              PIC X(15).
           05 DepartmentNum          PIC X(5).
           05 DepartmentName         Pic X(30).
           05 Employee-Number        Pic X(5).
           05 LastName               PIC X(20).
           05 FirstName               PIC X(15).
           05 Gender                 Pic X(1).
           05 Adress                  PIC X(20).
           05 CityState              PIC X(20).
           05 JobTitle               PIC X(20).
           05 DOB                    Pic 9(8).
           05 DOH                    PIC 9(8).
           05 Marital                pic X(1).
           05 Dependents             PIC 9(2).
           05 SchoolDistrict         pic 9(3).
           05 medIns                  PIC X.
           05 denIns                  PIC X.
           05 visIns                  PIC X.
           05 401k                    PIC 9(3).
           05 PayCode                pic X(1).
           05 PayRate                pic S9(9).
           05 Hours-Per-week         Pic S9(2)v99.
           05 commis                 PIC S9(3).
           05 ActualSales             PIC S9(9).

      *> The employee in hand - current amounts off the register,
      *> year-to-date amounts summed across the four quarters.
        01  L5S-Empno              pic X(5) value spaces.
        01  L5S-Mast-Found-Sw      pic X value "N".
            88  L5S-Mast-Found         value "Y".
        01  L5S-Cur-Straight       pic S9(11)v99 value 0.
        01  L5S-Cur-Overtime       pic S9(11)v99 value 0.
        01  L5S-Cur-Shift          pic S9(11)v99 value 0.
        01  L5S-Cur-Gross          pic S9(11)v99 value 0.
        01  L5S-Cur-401k           pic S9(11)v99 value 0.
        01  L5S-Cur-Med            pic S9(11)v99 value 0.
        01  L5S-Cur-Den            pic S9(11)v99 value 0.
        01  L5S-Cur-Vis            pic S9(11)v99 value 0.
        01  L5S-Cur-Tax            pic S9(11)v99 value 0.
        01  L5S-Cur-Garn           pic S9(11)v99 value 0.
        01  L5S-Cur-Net            pic S9(11)v99 value 0.
        01  L5S-Ytd-Straight       pic S9(13)v99 value 0.
        01  L5S-Ytd-Overtime       pic S9(13)v99 value 0.
        01  L5S-Ytd-Shift          pic S9(13)v99 value 0.
        01  L5S-Ytd-Gross          pic S9(13)v99 value 0.
        01  L5S-Ytd-401k           pic S9(13)v99 value 0.
        01  L5S-Ytd-Med            pic S9(13)v99 value 0.
        01  L5S-Ytd-Den            pic S9(13)v99 value 0.
        01  L5S-Ytd-Vis            pic S9(13)v99 value 0.
        01  L5S-Ytd-Tax            pic S9(13)v99 value 0.
        01  L5S-Ytd-Garn           pic S9(13)v99 value 0.
        01  L5S-Ytd-Net            pic S9(13)v99 value 0.
        01  L5S-Qtr-Sub            pic 9(1) value 0.
        01  L5S-Regular-Hours      pic 9(3)v99 value 0.
        01  L5S-Overtime-Hours     pic 9(3)v99 value 0.
        01  L5S-Shift-Hours        pic 9(3)v99 value 0.
        01  L5S-Ot-Threshold       pic 9(2)v99 value 40.00.

      *> The deposit record, exception, and check row held for the
      *> forward join - each file's next entry waits here until the
      *> register reaches its employee.
        01  L5S-Dep-Eof            pic X value "N".
        01  L5S-Dep-Held-Empno     pic X(5) value spaces.
        01  L5S-Dep-Held-Account   pic X(17) value spaces.
        01  L5S-Dep-Held-Type      pic X(1) value spaces.
        01  L5S-Exc-Eof            pic X value "N".
        01  L5S-Exc-Held-Empno     pic X(5) value spaces.
        01  L5S-Chk-Eof            pic X value "N".
        01  L5S-Chk-Held-Empno     pic X(5) value spaces.
        01  L5S-Chk-Held-Number    pic X(8) value spaces.
        01  L5S-List-Row           pic X(160) value spaces.
        01  L5S-Row-Tag            pic X(16) value spaces.
        01  L5S-Row-Col2           pic X(50) value spaces.
        01  L5S-Row-Col3           pic X(50) value spaces.

      *> The account masked to its last four characters.
        01  L5S-Masked-Account     pic X(17) value spaces.
        01  L5S-Acct-Len           pic 9(2) value 0.
        01  L5S-Mask-Len           pic 9(2) value 0.

      *> Control counts - statements by department and in total,
      *> against the register's own count of employees paid.
        01  L5S-Stmt-Count         pic 9(7) value 0.
        01  L5S-Dept-Stmt-Count    pic 9(7) value 0.
        01  L5S-Deposit-Count      pic 9(7) value 0.
        01  L5S-Check-Count        pic 9(7) value 0.
        01  L5S-Unpaid-Count       pic 9(7) value 0.
        01  L5S-Note-Count         pic 9(7) value 0.
        01  L5S-Reg-Paid-Count     pic 9(7) value 0.
        01  L5S-Reg-Count-Seen-Sw  pic X value "N".
            88  L5S-Reg-Count-Seen     value "Y".
        01  L5S-Page-Count         pic 9(5) value 0.

        01  L5S-Err-Desc           pic X(60) value spaces.
        01  L5S-Abort-Reason       pic X(60) value spaces.
        01  L5S-Count-Text         pic ZZZZZZ9.
        01  L5S-Csv-Line           pic X(160).
        01  L5S-Safe-Empno         pic X(5) value spaces.
        01  L5S-Safe-Region        pic X(2) value spaces.
        01  L5S-Safe-Dept          pic X(5) value spaces.

      *> The statement page.
        01  L5S-Prt-Head1.
            05 filler              pic X(36) value
               "LAB5 PAYROLL - EARNINGS STATEMENT".
            05 filler              pic X(14) value spaces.
            05 filler              pic X(9) value "PAY DATE ".
            05 Prt-Head-Year       pic 9(4).
            05 filler              pic X value "/".
            05 Prt-Head-Month      pic 9(2).
            05 filler              pic X value "/".
            05 Prt-Head-Day        pic 9(2).
            05 filler              pic X(8) value "   PAGE ".
            05 Prt-Head-Page       pic ZZZZ9.
            05 filler              pic X(50) value spaces.
        01  L5S-Prt-Emp-Line.
            05 filler              pic X(9) value "EMPLOYEE ".
            05 Prt-Emp-Empno       pic X(5).
            05 filler              pic X(2) value spaces.
            05 Prt-Emp-Name        pic X(36).
            05 filler              pic X(80) value spaces.
        01  L5S-Prt-Addr-Line.
            05 filler              pic X(16) value spaces.
            05 Prt-Addr            pic X(20).
            05 filler              pic X(96) value spaces.
        01  L5S-Prt-Org-Line.
            05 filler              pic X(7) value "REGION ".
            05 Prt-Org-Region      pic X(2).
            05 filler              pic X value space.
            05 Prt-Org-Region-Name pic X(15).
            05 filler              pic X(13) value "  DEPARTMENT ".
            05 Prt-Org-Dept        pic X(5).
            05 filler              pic X value space.
            05 Prt-Org-Dept-Name   pic X(30).
            05 filler              pic X(58) value spaces.
        01  L5S-Prt-Rate-Line.
            05 filler              pic X(9) value "PAY TYPE ".
            05 Prt-Rate-Code       pic X(1).
            05 filler              pic X(7) value "  RATE ".
            05 Prt-Rate            pic -(9)9.
            05 filler              pic X(17) value
               "  HOURS  REGULAR ".
            05 Prt-Hours-Regular   pic ZZ9.99.
            05 filler              pic X(10) value "  OVERTIME".
            05 Prt-Hours-Overtime  pic ZZZ9.99.
            05 filler              pic X(7) value "  SHIFT".
            05 Prt-Hours-Shift     pic ZZZ9.99.
            05 filler              pic X(53) value spaces.
        01  L5S-Prt-Col-Head.
            05 filler              pic X(24) value spaces.
            05 filler              pic X(14) value "       CURRENT".
            05 filler              pic X(17) value
               "     YEAR-TO-DATE".
            05 filler              pic X(77) value spaces.
        01  L5S-Prt-Amount-Line.
            05 Prt-Amt-Desc        pic X(24).
            05 Prt-Amt-Current     pic -(10)9.99.
            05 Prt-Amt-Ytd         pic -(13)9.99.
            05 filler              pic X(77) value spaces.
        01  L5S-Prt-Paid-Line      pic X(132) value spaces.
        01  L5S-Blank-Line         pic X(132) value spaces.

        procedure division.
        000-main.

           perform 100-initialize

           perform 200-print-statements

           perform 800-check-control-count

           perform 900-finalize

           stop run.

      *> The register, the master, and a posted year-to-date file
      *> are all required - without any one of them a statement
      *> would go out wrong.  The hours, deposit, exception, and
      *> check files are joined when present.  The statement print
      *> and control report are opened only after all of that has
      *> been proved, so a run stopped short leaves the last ones.
        100-initialize.
           accept crt-date from date YYYYMMDD
           open input reg-in
           if L5S-Reg-Status not = "00"
              move "Register would not open" to L5S-Abort-Reason
              perform 850-abort-statements
           end-if
           read reg-in
              at end
                 continue
              not at end
                 perform 210-parse-register-row
                 if L5S-Reg-Tag = "REGISTER"
                    compute L5S-Reg-Date =
                       function numval(L5S-Reg-Col2)
                 end-if
           end-read
           if L5S-Reg-Date = 0
              move "Register carries no REGISTER run-date row"
                 to L5S-Abort-Reason
              perform 850-abort-statements
           end-if
           perform 110-check-ytd-posted
           open input mast-file
           if L5S-Mast-Status not = "00"
              move "Employee master would not open"
                 to L5S-Abort-Reason
              perform 850-abort-statements
           end-if
           open input ytd-file
           if L5S-Ytd-Status not = "00"
              move "Year-to-date file would not open"
                 to L5S-Abort-Reason
              perform 850-abort-statements
           end-if
           open output stm-rpt
           open output stmt-print
           move "Y" to L5S-Rpt-Open-Sw
           perform 115-load-overtime-threshold
           perform 120-open-optional-files.

      *> The year-to-date column includes this week only once
      *> Lab5Ytd has posted this register.
        110-check-ytd-posted.
           open input ytdctl-file
           if L5S-Ctl-Status = "00"
              read ytdctl-file
                 at end
                    continue
                 not at end
                    move Ytdctl-Last-Posted to L5S-Ytd-Last-Posted
              end-read
              close ytdctl-file
           end-if
           if L5S-Ytd-Last-Posted not = L5S-Reg-Date
              move "Register not yet posted to year-to-date"
                 to L5S-Abort-Reason
              perform 850-abort-statements
           end-if.

      *> The overtime threshold Lab5Pay splits scheduled hours at;
      *> no timekeeping rules file just means the default stands.
        115-load-overtime-threshold.
           open input tcparm-file
           if L5S-Tcparm-Status = "00"
              read tcparm-file
                 at end
                    continue
                 not at end
                    if Tcparm-Ot-Threshold is numeric and
                       Tcparm-Ot-Threshold > 0
                       move Tcparm-Ot-Threshold to L5S-Ot-Threshold
                    end-if
              end-read
              close tcparm-file
           end-if.

        120-open-optional-files.
           open input hours-file
           if L5S-Hours-Status = "00"
              move "Y" to L5S-Hours-Open-Sw
              perform 125-check-hours-week
           end-if
           open input dep-in
           if L5S-Dep-Status = "00"
              move "Y" to L5S-Dep-Open-Sw
              perform 150-read-next-deposit
           else
              move "y" to L5S-Dep-Eof
           end-if
           open input exc-in
           if L5S-Exc-Status = "00"
              move "Y" to L5S-Exc-Open-Sw
              perform 155-read-next-exception
           else
              move "y" to L5S-Exc-Eof
           end-if
           open input chkrpt-in
           if L5S-Chk-Status = "00"
              move "Y" to L5S-Chk-Open-Sw
              perform 160-read-next-check
           else
              move "y" to L5S-Chk-Eof
           end-if.

      *> Hours the timecard step dated outside the register's pay
      *> week (after the run date, or a week or more before it) are
      *> the same hours Lab5Pay set aside - the statements show the
      *> scheduled hours the register paid instead.
        125-check-hours-week.
           move 0 to L5S-Hours-Date
           read hours-file next record
              at end
                 continue
              not at end
                 if Hrs-Run-Date is numeric
                    move Hrs-Run-Date to L5S-Hours-Date
                 else
                    move 99999999 to L5S-Hours-Date
                 end-if
           end-read
           if L5S-Hours-Date not = 0
              move -1 to L5S-Hours-Age
              if L5S-Hours-Date <= L5S-Reg-Date
                 compute L5S-Hours-Age =
                    function integer-of-date(L5S-Reg-Date) -
                    function integer-of-date(L5S-Hours-Date)
              end-if
              if L5S-Hours-Age < 0 or L5S-Hours-Age > 6
                 close hours-file
                 move "N" to L5S-Hours-Open-Sw
                 move spaces to L5S-Safe-Empno
                 move spaces to L5S-Err-Desc
                 string "Timecard hours dated " delimited by size
                    L5S-Hours-Date delimited by size
                    " not this week's - scheduled hours shown"
                       delimited by size
                    into L5S-Err-Desc
                 end-string
                 perform 280-write-note
              end-if
           end-if.

      *================================================================
      *  150-series - step each joined file to its next entry for an
      *  employee.  At end of file the held Employee-Number goes to
      *  high-values so nothing further matches it.
      *================================================================
        150-read-next-deposit.
           move high-values to L5S-Dep-Held-Empno
           perform until L5S-Dep-Eof = "y" or
              L5S-Dep-Held-Empno not = high-values
              read dep-in
                 at end
                    move "y" to L5S-Dep-Eof
                 not at end
                    if Dep-Det-Id = "BNKDEP"
                       move Dep-Det-Empno to L5S-Dep-Held-Empno
                       move Dep-Det-Account
                          to L5S-Dep-Held-Account
                       move Dep-Det-Type to L5S-Dep-Held-Type
                    end-if
              end-read
           end-perform.

        155-read-next-exception.
           move high-values to L5S-Exc-Held-Empno
           perform until L5S-Exc-Eof = "y" or
              L5S-Exc-Held-Empno not = high-values
              read exc-in
                 at end
                    move "y" to L5S-Exc-Eof
                 not at end
                    move exc-record to L5S-List-Row
                    perform 165-split-list-row
                    if L5S-Row-Tag = "EXCEPTION"
                       move L5S-Row-Col2(1:5)
                          to L5S-Exc-Held-Empno
                    end-if
              end-read
           end-perform.

      *> The check register's CHECK rows carry the check number in
      *> column 2 and Employee-Number in column 3.
        160-read-next-check.
           move high-values to L5S-Chk-Held-Empno
           perform until L5S-Chk-Eof = "y" or
              L5S-Chk-Held-Empno not = high-values
              read chkrpt-in
                 at end
                    move "y" to L5S-Chk-Eof
                 not at end
                    move chkrpt-record to L5S-List-Row
                    perform 165-split-list-row
                    if L5S-Row-Tag = "CHECK"
                       move L5S-Row-Col2(1:8)
                          to L5S-Chk-Held-Number
                       move L5S-Row-Col3(1:5)
                          to L5S-Chk-Held-Empno
                    end-if
              end-read
           end-perform.

        165-split-list-row.
           move spaces to L5S-Row-Tag
           move spaces to L5S-Row-Col2
           move spaces to L5S-Row-Col3
           unstring L5S-List-Row delimited by ","
              into L5S-Row-Tag L5S-Row-Col2 L5S-Row-Col3
           end-unstring.

      *================================================================
      *  200-series - one statement per register DETAIL row, a
      *  department count at each register DEPT-TOTAL row, and the
      *  register's employee count off its GRAND-TOTAL count row.
      *================================================================
        200-print-statements.
           perform until eof = "y"
              read reg-in
                 at end
                    move "y" to eof
                 not at end
                    perform 205-process-register-row
              end-read
           end-perform
           close reg-in.

        205-process-register-row.
           perform 210-parse-register-row
           evaluate L5S-Reg-Tag
              when "DETAIL"
                 perform 220-print-one-statement
              when "DEPT-TOTAL"
                 perform 290-write-dept-count
              when "GRAND-TOTAL"
                 if L5S-Reg-Col7(1:24) = "Number of employees paid"
                    compute L5S-Reg-Paid-Count =
                       function numval(L5S-Reg-Col6)
                    move "Y" to L5S-Reg-Count-Seen-Sw
                 end-if
              when other
                 continue
           end-evaluate.

        210-parse-register-row.
           move spaces to L5S-Reg-Tag
           move spaces to L5S-Reg-Col2
           move spaces to L5S-Reg-Col3
           move spaces to L5S-Reg-Col4
           move spaces to L5S-Reg-Col5
           move spaces to L5S-Reg-Col6
           move spaces to L5S-Reg-Col7
           move spaces to L5S-Reg-Col8
           move spaces to L5S-Reg-Col9
           move spaces to L5S-Reg-Col10
           move spaces to L5S-Reg-Col11
           move spaces to L5S-Reg-Col12
           move spaces to L5S-Reg-Col13
           move spaces to L5S-Reg-Col14
           move spaces to L5S-Reg-Col15
           move spaces to L5S-Reg-Col16
           move spaces to L5S-Reg-Col17
           unstring reg-record delimited by ","
              into L5S-Reg-Tag L5S-Reg-Col2 L5S-Reg-Col3
                 L5S-Reg-Col4 L5S-Reg-Col5 L5S-Reg-Col6
                 L5S-Reg-Col7 L5S-Reg-Col8 L5S-Reg-Col9
                 L5S-Reg-Col10 L5S-Reg-Col11 L5S-Reg-Col12
                 L5S-Reg-Col13 L5S-Reg-Col14 L5S-Reg-Col15
                 L5S-Reg-Col16 L5S-Reg-Col17
           end-unstring.

        220-print-one-statement.
           move L5S-Reg-Col4(1:5) to L5S-Empno
           move L5S-Empno to L5S-Safe-Empno
           inspect L5S-Safe-Empno replacing all "," by " "
           compute L5S-Cur-Straight = function numval(L5S-Reg-Col6)
           compute L5S-Cur-Overtime = function numval(L5S-Reg-Col7)
           compute L5S-Cur-Shift = function numval(L5S-Reg-Col8)
           compute L5S-Cur-Gross = function numval(L5S-Reg-Col9)
           compute L5S-Cur-401k = function numval(L5S-Reg-Col10)
           compute L5S-Cur-Med = function numval(L5S-Reg-Col11)
           compute L5S-Cur-Den = function numval(L5S-Reg-Col12)
           compute L5S-Cur-Vis = function numval(L5S-Reg-Col13)
           compute L5S-Cur-Tax = function numval(L5S-Reg-Col14)
           compute L5S-Cur-Garn = function numval(L5S-Reg-Col15)
           compute L5S-Cur-Net = function numval(L5S-Reg-Col16)
           perform 225-look-up-master
           perform 230-gather-year-to-date
           perform 235-gather-hours
           perform 240-print-statement-heading
           perform 250-print-amount-lines
           perform 260-print-payment-line
           add 1 to L5S-Stmt-Count
           add 1 to L5S-Dept-Stmt-Count.

      *> An employee paid this week but gone from the master since
      *> still gets a statement, off the register's name and
      *> organization, with the address lines left blank.
        225-look-up-master.
           move "N" to L5S-Mast-Found-Sw
           move L5S-Empno to Mast-Employee-Number
           read mast-file into in-record
              invalid key
                 move spaces to in-record
                 move L5S-Reg-Col2(1:2) to RegionNum
                 move L5S-Reg-Col3(1:5) to DepartmentNum
                 move L5S-Reg-Col5(1:1) to PayCode
                 move 0 to PayRate
                 move 0 to Hours-Per-week
                 move "Not on the employee master - no address"
                    to L5S-Err-Desc
                 perform 280-write-note
              not invalid key
                 move "Y" to L5S-Mast-Found-Sw
           end-read.

        230-gather-year-to-date.
           move 0 to L5S-Ytd-Straight
           move 0 to L5S-Ytd-Overtime
           move 0 to L5S-Ytd-Shift
           move 0 to L5S-Ytd-Gross
           move 0 to L5S-Ytd-401k
           move 0 to L5S-Ytd-Med
           move 0 to L5S-Ytd-Den
           move 0 to L5S-Ytd-Vis
           move 0 to L5S-Ytd-Tax
           move 0 to L5S-Ytd-Garn
           move 0 to L5S-Ytd-Net
           move L5S-Empno to Ytd-Employee-Number
           read ytd-file
              invalid key
                 move "No year-to-date record for this employee"
                    to L5S-Err-Desc
                 perform 280-write-note
              not invalid key
                 move 1 to L5S-Qtr-Sub
                 perform 232-add-one-quarter 4 times
           end-read.

        232-add-one-quarter.
           add Ytd-Qtr-Straight(L5S-Qtr-Sub) to L5S-Ytd-Straight
           add Ytd-Qtr-Overtime(L5S-Qtr-Sub) to L5S-Ytd-Overtime
           add Ytd-Qtr-Shift(L5S-Qtr-Sub) to L5S-Ytd-Shift
           add Ytd-Qtr-Gross(L5S-Qtr-Sub) to L5S-Ytd-Gross
           add Ytd-Qtr-401k(L5S-Qtr-Sub) to L5S-Ytd-401k
           add Ytd-Qtr-Med(L5S-Qtr-Sub) to L5S-Ytd-Med
           add Ytd-Qtr-Den(L5S-Qtr-Sub) to L5S-Ytd-Den
           add Ytd-Qtr-Vis(L5S-Qtr-Sub) to L5S-Ytd-Vis
           add Ytd-Qtr-Tax(L5S-Qtr-Sub) to L5S-Ytd-Tax
           add Ytd-Qtr-Garn(L5S-Qtr-Sub) to L5S-Ytd-Garn
           add Ytd-Qtr-Net(L5S-Qtr-Sub) to L5S-Ytd-Net
           add 1 to L5S-Qtr-Sub.

      *> Hourly employees show the hours the timecard step handed
      *> the register.  An hourly employee run without timecards
      *> shows the scheduled Hours-Per-week split at the overtime
      *> threshold, the way Lab5Pay paid it; everyone else shows
      *> the scheduled Hours-Per-week as it stands.
        235-gather-hours.
           move 0 to L5S-Regular-Hours
           move 0 to L5S-Overtime-Hours
           move 0 to L5S-Shift-Hours
           if PayCode = "H" and L5S-Hours-Open
              move L5S-Empno to Hrs-Employee-Number
              read hours-file
                 invalid key
                    continue
                 not invalid key
                    move Hrs-Regular to L5S-Regular-Hours
                    move Hrs-Overtime to L5S-Overtime-Hours
                    move Hrs-Shift to L5S-Shift-Hours
              end-read
           else
              if PayCode = "H"
                 if Hours-Per-week > L5S-Ot-Threshold
                    move L5S-Ot-Threshold to L5S-Regular-Hours
                    compute L5S-Overtime-Hours =
                       Hours-Per-week - L5S-Ot-Threshold
                 else
                    move Hours-Per-week to L5S-Regular-Hours
                 end-if
              else
                 if Hours-Per-week > 0
                    move Hours-Per-week to L5S-Regular-Hours
                 end-if
              end-if
           end-if.

        240-print-statement-heading.
           add 1 to L5S-Page-Count
           move L5S-Reg-Year to Prt-Head-Year
           move L5S-Reg-Month to Prt-Head-Month
           move L5S-Reg-Day to Prt-Head-Day
           move L5S-Page-Count to Prt-Head-Page
           write stmt-print-record from L5S-Prt-Head1
              after advancing page
           move L5S-Empno to Prt-Emp-Empno
           if L5S-Mast-Found
              move spaces to Prt-Emp-Name
              string FirstName delimited by "  "
                 " " delimited by size
                 LastName delimited by "  "
                 into Prt-Emp-Name
              end-string
           else
              move L5S-Reg-Col17(1:36) to Prt-Emp-Name
           end-if
           write stmt-print-record from L5S-Prt-Emp-Line
              after advancing 2 lines
           move Adress to Prt-Addr
           write stmt-print-record from L5S-Prt-Addr-Line
              after advancing 1 line
           move CityState to Prt-Addr
           write stmt-print-record from L5S-Prt-Addr-Line
              after advancing 1 line
           move RegionNum to Prt-Org-Region
           move RegionName to Prt-Org-Region-Name
           move DepartmentNum to Prt-Org-Dept
           move DepartmentName to Prt-Org-Dept-Name
           write stmt-print-record from L5S-Prt-Org-Line
              after advancing 2 lines
           move PayCode to Prt-Rate-Code
           move PayRate to Prt-Rate
           move L5S-Regular-Hours to Prt-Hours-Regular
           move L5S-Overtime-Hours to Prt-Hours-Overtime
           move L5S-Shift-Hours to Prt-Hours-Shift
           write stmt-print-record from L5S-Prt-Rate-Line
              after advancing 1 line
           write stmt-print-record from L5S-Prt-Col-Head
              after advancing 2 lines.

        250-print-amount-lines.
           move "STRAIGHT TIME" to Prt-Amt-Desc
           move L5S-Cur-Straight to Prt-Amt-Current
           move L5S-Ytd-Straight to Prt-Amt-Ytd
           perform 255-write-amount-line
           move "OVERTIME" to Prt-Amt-Desc
           move L5S-Cur-Overtime to Prt-Amt-Current
           move L5S-Ytd-Overtime to Prt-Amt-Ytd
           perform 255-write-amount-line
           move "SHIFT DIFFERENTIAL" to Prt-Amt-Desc
           move L5S-Cur-Shift to Prt-Amt-Current
           move L5S-Ytd-Shift to Prt-Amt-Ytd
           perform 255-write-amount-line
           move "GROSS PAY" to Prt-Amt-Desc
           move L5S-Cur-Gross to Prt-Amt-Current
           move L5S-Ytd-Gross to Prt-Amt-Ytd
           perform 255-write-amount-line
           move "401K CONTRIBUTION" to Prt-Amt-Desc
           move L5S-Cur-401k to Prt-Amt-Current
           move L5S-Ytd-401k to Prt-Amt-Ytd
           perform 255-write-amount-line
           move "MEDICAL PREMIUM" to Prt-Amt-Desc
           move L5S-Cur-Med to Prt-Amt-Current
           move L5S-Ytd-Med to Prt-Amt-Ytd
           perform 255-write-amount-line
           move "DENTAL PREMIUM" to Prt-Amt-Desc
           move L5S-Cur-Den to Prt-Amt-Current
           move L5S-Ytd-Den to Prt-Amt-Ytd
           perform 255-write-amount-line
           move "VISION PREMIUM" to Prt-Amt-Desc
           move L5S-Cur-Vis to Prt-Amt-Current
           move L5S-Ytd-Vis to Prt-Amt-Ytd
           perform 255-write-amount-line
           move "WITHHOLDING TAX" to Prt-Amt-Desc
           move L5S-Cur-Tax to Prt-Amt-Current
           move L5S-Ytd-Tax to Prt-Amt-Ytd
           perform 255-write-amount-line
           move "GARNISHMENT" to Prt-Amt-Desc
           move L5S-Cur-Garn to Prt-Amt-Current
           move L5S-Ytd-Garn to Prt-Amt-Ytd
           perform 255-write-amount-line
           move "NET PAY" to Prt-Amt-Desc
           move L5S-Cur-Net to Prt-Amt-Current
           move L5S-Ytd-Net to Prt-Amt-Ytd
           perform 255-write-amount-line.

        255-write-amount-line.
           write stmt-print-record from L5S-Prt-Amount-Line
              after advancing 1 line.

      *> Where this week's net went.  The deposit file and the
      *> exception list between them hold every employee paid; an
      *> employee on neither is called out on the control report.
        260-print-payment-line.
           move spaces to L5S-Prt-Paid-Line
           if L5S-Dep-Held-Empno = L5S-Empno
              perform 265-mask-account
              if L5S-Dep-Held-Type = "S" or L5S-Dep-Held-Type = "s"
                 string "NET PAY DEPOSITED TO SAVINGS ACCOUNT "
                    delimited by size
                    L5S-Masked-Account delimited by size
                    into L5S-Prt-Paid-Line
                 end-string
              else
                 string "NET PAY DEPOSITED TO CHECKING ACCOUNT "
                    delimited by size
                    L5S-Masked-Account delimited by size
                    into L5S-Prt-Paid-Line
                 end-string
              end-if
              add 1 to L5S-Deposit-Count
              perform 150-read-next-deposit
           else
              if L5S-Exc-Held-Empno = L5S-Empno
                 perform 262-paid-off-exception-list
                 perform 155-read-next-exception
              else
                 move "NET PAY NOT FOUND ON DEPOSIT FILE OR CHECK LIST"
                    to L5S-Prt-Paid-Line
                 add 1 to L5S-Unpaid-Count
                 move "Not on the deposit file or exception list"
                    to L5S-Err-Desc
                 perform 280-write-note
              end-if
           end-if
           write stmt-print-record from L5S-Prt-Paid-Line
              after advancing 2 lines.

      *> An exception with a positive net got a paper check - by
      *> number when Lab5Chk's check register shows it; a net that
      *> was not positive got nothing.
        262-paid-off-exception-list.
           if L5S-Cur-Net not > 0
              move "NO NET PAY THIS PERIOD" to L5S-Prt-Paid-Line
           else
              if L5S-Chk-Held-Empno = L5S-Empno
                 string "NET PAY PAID BY CHECK NUMBER "
                    delimited by size
                    L5S-Chk-Held-Number delimited by size
                    into L5S-Prt-Paid-Line
                 end-string
                 perform 160-read-next-check
              else
                 move "NET PAY PAID BY PAPER CHECK"
                    to L5S-Prt-Paid-Line
              end-if
              add 1 to L5S-Check-Count
           end-if.

      *> Everything but the last four characters of the account
      *> prints as X.
        265-mask-account.
           move L5S-Dep-Held-Account to L5S-Masked-Account
           move 17 to L5S-Acct-Len
           perform 267-back-over-space
              until L5S-Acct-Len = 0 or
              L5S-Dep-Held-Account(L5S-Acct-Len:1) not = space
           if L5S-Acct-Len > 4
              compute L5S-Mask-Len = L5S-Acct-Len - 4
              inspect L5S-Masked-Account(1:L5S-Mask-Len)
                 replacing characters by "X"
           end-if.

        267-back-over-space.
           subtract 1 from L5S-Acct-Len.

      *> Expects the reason in L5S-Err-Desc.
        280-write-note.
           add 1 to L5S-Note-Count
           move spaces to L5S-Csv-Line
           string "NOTE" delimited by size
              ",,," delimited by size
              L5S-Safe-Empno delimited by size
              "," delimited by size
              L5S-Err-Desc delimited by size
              into L5S-Csv-Line
           end-string
           write stm-rpt-record from L5S-Csv-Line.

        290-write-dept-count.
           move L5S-Reg-Col2(1:2) to L5S-Safe-Region
           move L5S-Reg-Col3(1:5) to L5S-Safe-Dept
           move spaces to L5S-Csv-Line
           move L5S-Dept-Stmt-Count to L5S-Count-Text
           string "DEPT-TOTAL" delimited by size
              "," delimited by size
              L5S-Safe-Region delimited by size
              "," delimited by size
              L5S-Safe-Dept delimited by size
              ",," delimited by size
              L5S-Count-Text delimited by size
              "," delimited by size
              "Statements printed for department" delimited by
                 size
              into L5S-Csv-Line
           end-string
           write stm-rpt-record from L5S-Csv-Line
           move 0 to L5S-Dept-Stmt-Count.

      *================================================================
      *  800-CHECK-CONTROL-COUNT - every employee the register paid
      *  must have a statement.  The count printed is held to the
      *  register's GRAND-TOTAL employee count; a register without
      *  one, or a count that disagrees, is out of balance and the
      *  step ends with return code 8.
      *================================================================
        800-check-control-count.
           move spaces to L5S-Csv-Line
           move L5S-Stmt-Count to L5S-Count-Text
           string "GRAND-TOTAL" delimited by size
              ",,,," delimited by size
              L5S-Count-Text delimited by size
              "," delimited by size
              "Earnings statements printed" delimited by size
              into L5S-Csv-Line
           end-string
           write stm-rpt-record from L5S-Csv-Line

           move spaces to L5S-Csv-Line
           move L5S-Deposit-Count to L5S-Count-Text
           string "GRAND-TOTAL" delimited by size
              ",,,," delimited by size
              L5S-Count-Text delimited by size
              "," delimited by size
              "Statements showing a direct deposit" delimited by
                 size
              into L5S-Csv-Line
           end-string
           write stm-rpt-record from L5S-Csv-Line

           move spaces to L5S-Csv-Line
           move L5S-Check-Count to L5S-Count-Text
           string "GRAND-TOTAL" delimited by size
              ",,,," delimited by size
              L5S-Count-Text delimited by size
              "," delimited by size
              "Statements showing a paper check" delimited by size
              into L5S-Csv-Line
           end-string
           write stm-rpt-record from L5S-Csv-Line

           move spaces to L5S-Csv-Line
           move L5S-Unpaid-Count to L5S-Count-Text
           string "GRAND-TOTAL" delimited by size
              ",,,," delimited by size
              L5S-Count-Text delimited by size
              "," delimited by size
              "Statements with no payment found" delimited by size
              into L5S-Csv-Line
           end-string
           write stm-rpt-record from L5S-Csv-Line

           move spaces to L5S-Csv-Line
           move L5S-Reg-Paid-Count to L5S-Count-Text
           string "GRAND-TOTAL" delimited by size
              ",,,," delimited by size
              L5S-Count-Text delimited by size
              "," delimited by size
              "Register count of employees paid" delimited by size
              into L5S-Csv-Line
           end-string
           write stm-rpt-record from L5S-Csv-Line

           if not L5S-Reg-Count-Seen or
              L5S-Stmt-Count not = L5S-Reg-Paid-Count
              move spaces to L5S-Csv-Line
              string "OUT-OF-BALANCE" delimited by size
                 ",,,,," delimited by size
                 "Statements printed do not agree with the "
                    delimited by size
                 "register employee count" delimited by size
                 into L5S-Csv-Line
              end-string
              write stm-rpt-record from L5S-Csv-Line
              display "LAB5STM: STATEMENT COUNT OUT OF BALANCE "
                 "WITH THE REGISTER"
              move 8 to return-code
           end-if.

      *================================================================
      *  850-ABORT-STATEMENTS - a statement run that cannot trust
      *  its inputs prints nothing.  One clear ABORT row with the
      *  reason, return code 8, and the run stops.  A stop ahead of
      *  the statement print leaves the last one untouched.
      *================================================================
        850-abort-statements.
           if not L5S-Rpt-Open
              open output stm-rpt
           end-if
           move spaces to L5S-Csv-Line
           string "STMT-ABORT" delimited by size
              ",,,,," delimited by size
              L5S-Abort-Reason delimited by size
              into L5S-Csv-Line
           end-string
           write stm-rpt-record from L5S-Csv-Line
           display "LAB5STM: " L5S-Abort-Reason
           display "LAB5STM: STATEMENTS NOT PRODUCED - RUN STOPPED"
           move 8 to return-code
           close stm-rpt
           if L5S-Rpt-Open
              close stmt-print
           end-if
           stop run.

        900-finalize.
           close mast-file
           close ytd-file
           if L5S-Hours-Open
              close hours-file
           end-if
           if L5S-Dep-Open
              close dep-in
           end-if
           if L5S-Exc-Open
              close exc-in
           end-if
           if L5S-Chk-Open
              close chkrpt-in
           end-if
           close stmt-print
           close stm-rpt.

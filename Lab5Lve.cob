       *> Tyler Zysberg
       *> A LAB5LVE step run after Lab5Pay - keeps the paid time off
       *> balances on the indexed leave-balance file (lab5-leave.dat,
       *> keyed on Employee-Number, kept next to lab5-mast.dat the
       *> way the master is).  Each pay run:
       *>
       *>   - posts the week's vacation and sick accrual for every
       *>     employee on the payroll register (lab5-payreg.dat), at
       *>     the rate for the employee's service band - years since
       *>     DOH, banded under 5, 5-9, 10-19, 20 and over the way
       *>     Lab5Cen bands them - and holds each balance to the
       *>     band's carry-over maximum;
       *>   - applies the leave-taken transactions (lab5-lvetrn.dat),
       *>     each edited against the balance available - leave
       *>     taken beyond it is an overdraft and rejects with its
       *>     numbered code (ERRCODES.CPY).
       *>
       *> The accrual rates and carry-over maximums ride on
       *> lab5-lvparm.dat, one record per band; a short or missing
       *> parameter file leaves the defaults below standing.
       *> Balances are in hours.
       *>
       *> The register's REGISTER row names the pay run; the run
       *> date last posted is kept on lab5-lvectl.dat, and a pay run
       *> already posted is not posted again - neither its accrual
       *> nor its leave taken.  Accruals, leave taken, rejects, and
       *> the counts go to lab5-lverpt.dat.
       *>
       *> Mod history:
       *>   2026-10-15  TZ  Initial version - weekly accrual by
       *>                   service band with carry-over cap,
       *>                   leave-taken transactions edited against
       *>                   the balance, double-post guard.
       *>   2026-10-15  TZ  The employee master now carries the
       *>                   employment status area behind the
       *>                   employee image; record layout widened.
       *>   2026-10-15  TZ  Review fixes: the leave report is opened
       *>                   only once the register has passed the
       *>                   double-post guard, so a pay run already
       *>                   posted leaves the last report as it was
       *>                   and is noted on the console only.

       identification division.
       program-id.     Lab5Lve.

       Environment division.
       configuration section.

        input-output section.
        file-control.
            select reg-in assign to "lab5-payreg.dat"
                organization is line sequential
                file status is L5V-Reg-Status.

            select mast-file assign to "lab5-mast.dat"
                organization is indexed
                access is random
                record key is Mast-Employee-Number
                file status is L5V-Mast-Status.

            select leave-file assign to "lab5-leave.dat"
                organization is indexed
                access is random
                record key is Lve-Employee-Number
                file status is L5V-Leave-Status.

            select lvparm-file assign to "lab5-lvparm.dat"
                organization is line sequential
                file status is L5V-Parm-Status.

            select lvetrn-file assign to "lab5-lvetrn.dat"
                organization is line sequential
                file status is L5V-Trn-Status.

            select lvectl-file assign to "lab5-lvectl.dat"
                organization is line sequential
                file status is L5V-Ctl-Status.

            select lve-rpt assign to "lab5-lverpt.dat"
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

      *> The leave-balance file - vacation and sick balances (hours),
      *> the year's accrued and taken hours behind them, and the
      *> employee's Region/Department, name, and hourly-equivalent
      *> rate as of the last accrual, so the balance report can
      *> still price an employee who has left the master.
         fd  leave-file.
         01  leave-record.
           05 Lve-Employee-Number   pic X(5).
           05 Lve-Region            pic X(2).
           05 Lve-Dept              pic X(5).
           05 Lve-Name              pic X(36).
           05 Lve-Hourly-Rate       pic 9(7)v99.
           05 Lve-Vac-Balance       pic S9(5)v99.
           05 Lve-Sick-Balance      pic S9(5)v99.
           05 Lve-Vac-Accrued-Ytd   pic S9(5)v99.
           05 Lve-Vac-Taken-Ytd     pic S9(5)v99.
           05 Lve-Sick-Accrued-Ytd  pic S9(5)v99.
           05 Lve-Sick-Taken-Ytd    pic S9(5)v99.
           05 Lve-Ytd-Year          pic 9(4).
           05 Lve-Last-Accrual      pic 9(8).
           05 Lve-Last-Taken        pic 9(8).

      *> One record per service band (1 under 5 years, 2 5-9, 3
      *> 10-19, 4 20 and over) - hours accrued per pay week and the
      *> carry-over maximum, for vacation and for sick leave.
         fd  lvparm-file.
         01  lvparm-record.
           05 Lvp-Band              pic 9(1).
           05 Lvp-Vac-Rate          pic 9(2)v9(4).
           05 Lvp-Vac-Max           pic 9(4)v99.
           05 Lvp-Sick-Rate         pic 9(2)v9(4).
           05 Lvp-Sick-Max          pic 9(4)v99.

      *> Leave-taken transactions - the employee, the leave type (V
      *> vacation, S sick), the date taken, and the hours.
         fd  lvetrn-file.
         01  lvetrn-record.
           05 Ltrn-Empno            pic X(5).
           05 Ltrn-Type             pic X(1).
           05 Ltrn-Date             pic X(8).
           05 Ltrn-Date-Num redefines Ltrn-Date
                                    pic 9(8).
           05 Ltrn-Hours            pic X(5).
           05 Ltrn-Hours-Num redefines Ltrn-Hours
                                    pic 9(3)v99.

      *> One control record - the pay run last posted.
         fd  lvectl-file.
         01  lvectl-record.
           05 Lvectl-Last-Posted    pic 9(8).

         fd  lve-rpt.
         01  lve-rpt-record         pic x(160).

        working-storage section.
        01  eof                    pic x value "N".

        01  crt-date               pic 9(8).

        01  L5V-Reg-Status         pic X(2) value spaces.
        01  L5V-Mast-Status        pic X(2) value spaces.
        01  L5V-Leave-Status       pic X(2) value spaces.
        01  L5V-Parm-Status        pic X(2) value spaces.
        01  L5V-Trn-Status         pic X(2) value spaces.
        01  L5V-Ctl-Status         pic X(2) value spaces.
        01  L5V-Parm-Eof           pic X value "N".
        01  L5V-Trn-Eof            pic X value "N".

      *> Accrual per pay week and carry-over maximum by service band,
      *> defaulted here and overridden from lab5-lvparm.dat.  The
      *> defaults come to two, three, four, and five weeks of
      *> vacation a year and two weeks of sick leave.
        01  L5V-Band-Table.
            05 L5V-Band-Entry      occurs 4 times.
               10 L5V-Vac-Rate     pic 9(2)v9(4).
               10 L5V-Vac-Max      pic 9(4)v99.
               10 L5V-Sick-Rate    pic 9(2)v9(4).
               10 L5V-Sick-Max     pic 9(4)v99.
        01  L5V-Band               pic 9(1) value 0.
        01  L5V-Years-Work         pic S9(8) value 0.

      *> The register's run date off its REGISTER row.
        01  L5V-Reg-Date           pic 9(8) value 0.
        01  L5V-Reg-Date-Split redefines L5V-Reg-Date.
            05 L5V-Reg-Year        pic 9(4).
            05 L5V-Reg-Month       pic 9(2).
            05 L5V-Reg-Day         pic 9(2).
        01  L5V-Last-Posted        pic 9(8) value 0.
        01  L5V-Reg-Tag            pic X(16) value spaces.
        01  L5V-Reg-Col2           pic X(50) value spaces.
        01  L5V-Reg-Col3           pic X(50) value spaces.
        01  L5V-Reg-Col4           pic X(50) value spaces.

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

      *> Accrual work fields.
        01  L5V-Empno              pic X(5) value spaces.
        01  L5V-Vac-Accrual        pic S9(5)v99 value 0.
        01  L5V-Sick-Accrual       pic S9(5)v99 value 0.
        01  L5V-Capped-Sw          pic X value "N".
            88  L5V-Capped             value "Y".
        01  L5V-Hourly-Rate        pic 9(7)v99 value 0.
        01  L5V-Std-Hours          pic 9(2)v99 value 0.
        01  L5V-Accrued-Count      pic 9(7) value 0.
        01  L5V-Capped-Count       pic 9(7) value 0.
        01  L5V-Skipped-Count      pic 9(7) value 0.
        01  L5V-Tot-Vac-Accrued    pic S9(9)v99 value 0.
        01  L5V-Tot-Sick-Accrued   pic S9(9)v99 value 0.

      *> Leave-taken work fields.
        01  L5V-Trn-Read-Count     pic 9(7) value 0.
        01  L5V-Trn-Applied-Count  pic 9(7) value 0.
        01  L5V-Trn-Reject-Count   pic 9(7) value 0.
        01  L5V-Trn-Error-Sw       pic X value "N".
            88  L5V-Trn-Error          value "Y".
        01  L5V-Lve-Found-Sw       pic X value "N".
            88  L5V-Lve-Found          value "Y".
        01  L5V-Available          pic S9(5)v99 value 0.
        01  L5V-Tot-Vac-Taken      pic S9(9)v99 value 0.
        01  L5V-Tot-Sick-Taken     pic S9(9)v99 value 0.

      *> Numbered error codes - the leave-taken edits' codes.
           copy ERRCODES.

        01  L5V-Err-Code           pic 9(4) value 0.
        01  L5V-Err-Desc           pic X(60) value spaces.
        01  L5V-Rpt-Open-Sw        pic X value "N".
            88  L5V-Rpt-Open           value "Y".
        01  L5V-Abort-Reason       pic X(60) value spaces.
        01  L5V-Hours-Text         pic -(5)9.99.
        01  L5V-Bal-Text           pic -(5)9.99.
        01  L5V-Count-Text         pic ZZZZZZ9.
        01  L5V-Csv-Line           pic X(160).
        01  L5V-Safe-Empno         pic X(5) value spaces.

        procedure division.
        000-main.

           perform 100-initialize

           perform 200-post-accruals

           perform 300-apply-leave-taken

           perform 900-finalize

           stop run.

      *> The register's own REGISTER row names the pay run being
      *> posted; without one, or without the master or leave file,
      *> nothing can be posted.  The report is only opened once the
      *> pay run has passed the double-post guard, so a rerun leaves
      *> the last one as it was.
        100-initialize.
           accept crt-date from date YYYYMMDD
           open input reg-in
           if L5V-Reg-Status not = "00"
              move "Register would not open" to L5V-Abort-Reason
              perform 850-abort-leave
           end-if
           read reg-in
              at end
                 continue
              not at end
                 perform 210-parse-register-row
                 if L5V-Reg-Tag = "REGISTER"
                    compute L5V-Reg-Date =
                       function numval(L5V-Reg-Col2)
                 end-if
           end-read
           if L5V-Reg-Date = 0
              move "Register carries no REGISTER run-date row"
                 to L5V-Abort-Reason
              perform 850-abort-leave
           end-if
           open input mast-file
           if L5V-Mast-Status not = "00"
              move "Employee master would not open"
                 to L5V-Abort-Reason
              perform 850-abort-leave
           end-if
           perform 120-open-leave-file
           perform 130-load-control-record
           perform 150-check-duplicate-posting
           open output lve-rpt
           move "Y" to L5V-Rpt-Open-Sw
           perform 110-load-band-table.

      *> Defaults first; each parameter record for a valid band
      *> replaces that band's figures.
        110-load-band-table.
           move 01.5385 to L5V-Vac-Rate(1)
           move 0120.00 to L5V-Vac-Max(1)
           move 02.3077 to L5V-Vac-Rate(2)
           move 0180.00 to L5V-Vac-Max(2)
           move 03.0769 to L5V-Vac-Rate(3)
           move 0240.00 to L5V-Vac-Max(3)
           move 03.8462 to L5V-Vac-Rate(4)
           move 0300.00 to L5V-Vac-Max(4)
           move 1 to L5V-Band
           perform 112-default-sick-leave 4 times
           open input lvparm-file
           if L5V-Parm-Status = "00"
              perform until L5V-Parm-Eof = "y"
                 read lvparm-file
                    at end
                       move "y" to L5V-Parm-Eof
                    not at end
                       perform 115-load-one-band
                 end-read
              end-perform
              close lvparm-file
           end-if.

        112-default-sick-leave.
           move 01.5385 to L5V-Sick-Rate(L5V-Band)
           move 0240.00 to L5V-Sick-Max(L5V-Band)
           add 1 to L5V-Band.

        115-load-one-band.
           if Lvp-Band is numeric and Lvp-Band > 0 and Lvp-Band < 5
              and Lvp-Vac-Rate is numeric and Lvp-Vac-Max is numeric
              and Lvp-Sick-Rate is numeric
              and Lvp-Sick-Max is numeric
              move Lvp-Vac-Rate to L5V-Vac-Rate(Lvp-Band)
              move Lvp-Vac-Max to L5V-Vac-Max(Lvp-Band)
              move Lvp-Sick-Rate to L5V-Sick-Rate(Lvp-Band)
              move Lvp-Sick-Max to L5V-Sick-Max(Lvp-Band)
           else
              move spaces to L5V-Csv-Line
              string "NOTE" delimited by size
                 ",,,,," delimited by size
                 "Unusable leave parameter record - defaults kept"
                    delimited by size
                 into L5V-Csv-Line
              end-string
              write lve-rpt-record from L5V-Csv-Line
           end-if.

      *> The leave file is created empty the first time a run finds
      *> it missing (status 35), the way the master is.
        120-open-leave-file.
           open i-o leave-file
           if L5V-Leave-Status = "35"
              open output leave-file
              close leave-file
              open i-o leave-file
           end-if
           if L5V-Leave-Status not = "00"
              move "Leave-balance file would not open"
                 to L5V-Abort-Reason
              perform 850-abort-leave
           end-if.

        130-load-control-record.
           open input lvectl-file
           if L5V-Ctl-Status = "00"
              read lvectl-file
                 at end
                    continue
                 not at end
                    if Lvectl-Last-Posted is numeric
                       move Lvectl-Last-Posted to L5V-Last-Posted
                    end-if
              end-read
              close lvectl-file
           end-if.

      *> A pay run posted twice would double its accrual and its
      *> leave taken - a register at or before the last one posted
      *> is a re-run, and the step leaves everything as it is - the
      *> leave file, the control record, and the last report - and
      *> says so on the console.
        150-check-duplicate-posting.
           if L5V-Reg-Date <= L5V-Last-Posted
              display "LAB5LVE: LEAVE ALREADY POSTED FOR "
                 L5V-Reg-Date
                 " - LEAVE NOT POSTED AGAIN"
              move 4 to return-code
              close reg-in
              close mast-file
              close leave-file
              stop run
           end-if.

      *================================================================
      *  200-series - the week's accrual.  Every employee paid on
      *  this register accrues at the rate for their service band,
      *  and a balance already at the band's carry-over maximum
      *  stays there - the hours over the cap are not kept.  The
      *  Region/Department, name, and hourly-equivalent rate follow
      *  the master so the balance report prices the balance at
      *  today's rate.
      *================================================================
        200-post-accruals.
           perform until eof = "y"
              read reg-in
                 at end
                    move "y" to eof
                 not at end
                    perform 210-parse-register-row
                    if L5V-Reg-Tag = "DETAIL"
                       perform 220-accrue-one-employee
                    end-if
              end-read
           end-perform
           close reg-in.

        210-parse-register-row.
           move spaces to L5V-Reg-Tag
           move spaces to L5V-Reg-Col2
           move spaces to L5V-Reg-Col3
           move spaces to L5V-Reg-Col4
           unstring reg-record delimited by ","
              into L5V-Reg-Tag L5V-Reg-Col2 L5V-Reg-Col3
                 L5V-Reg-Col4
           end-unstring.

      *> An employee paid this week but gone from the master since
      *> has no hire date to band on and is called out instead.
        220-accrue-one-employee.
           move L5V-Reg-Col4(1:5) to L5V-Empno
           move L5V-Empno to L5V-Safe-Empno
           inspect L5V-Safe-Empno replacing all "," by " "
           move L5V-Empno to Mast-Employee-Number
           read mast-file into in-record
              invalid key
                 add 1 to L5V-Skipped-Count
                 move "Not on the employee master - no accrual"
                    to L5V-Err-Desc
                 perform 280-write-note
              not invalid key
                 perform 225-find-service-band
                 perform 230-compute-hourly-rate
                 perform 240-post-one-accrual
           end-read.

      *> Years since DOH, banded the way Lab5Cen bands them; a DOH
      *> the master cannot vouch for accrues at the first band.
        225-find-service-band.
           move 1 to L5V-Band
           if DOH is numeric and DOH > 0
              compute L5V-Years-Work = (crt-date - DOH) / 10000
              evaluate true
                 when L5V-Years-Work < 5
                    move 1 to L5V-Band
                 when L5V-Years-Work < 10
                    move 2 to L5V-Band
                 when L5V-Years-Work < 20
                    move 3 to L5V-Band
                 when other
                    move 4 to L5V-Band
              end-evaluate
           end-if.

      *> PayRate is hourly for PayCode H and weekly for S and C
      *> (Lab5Pay's reading of it), so a weekly rate is brought to
      *> an hour over the employee's standard week - forty hours
      *> when the master carries none.
        230-compute-hourly-rate.
           move 0 to L5V-Hourly-Rate
           if PayRate is numeric and PayRate > 0
              if PayCode = "H" or PayCode = "h"
                 move PayRate to L5V-Hourly-Rate
              else
                 move 40 to L5V-Std-Hours
                 if Hours-Per-week is numeric and Hours-Per-week > 0
                    move Hours-Per-week to L5V-Std-Hours
                 end-if
                 compute L5V-Hourly-Rate rounded =
                    PayRate / L5V-Std-Hours
              end-if
           end-if.

        240-post-one-accrual.
           move "N" to L5V-Lve-Found-Sw
           move L5V-Empno to Lve-Employee-Number
           read leave-file
              invalid key
                 perform 245-start-new-leave-record
              not invalid key
                 move "Y" to L5V-Lve-Found-Sw
           end-read
           if Lve-Ytd-Year not = L5V-Reg-Year
              move 0 to Lve-Vac-Accrued-Ytd
              move 0 to Lve-Vac-Taken-Ytd
              move 0 to Lve-Sick-Accrued-Ytd
              move 0 to Lve-Sick-Taken-Ytd
              move L5V-Reg-Year to Lve-Ytd-Year
           end-if
           move RegionNum to Lve-Region
           move DepartmentNum to Lve-Dept
           move spaces to Lve-Name
           string LastName delimited by "  "
              " " delimited by size
              FirstName delimited by "  "
              into Lve-Name
           end-string
           move L5V-Hourly-Rate to Lve-Hourly-Rate
           move "N" to L5V-Capped-Sw
           move L5V-Vac-Rate(L5V-Band) to L5V-Vac-Accrual
           if Lve-Vac-Balance + L5V-Vac-Accrual
              > L5V-Vac-Max(L5V-Band)
              compute L5V-Vac-Accrual =
                 L5V-Vac-Max(L5V-Band) - Lve-Vac-Balance
              if L5V-Vac-Accrual < 0
                 move 0 to L5V-Vac-Accrual
              end-if
              move "Y" to L5V-Capped-Sw
           end-if
           move L5V-Sick-Rate(L5V-Band) to L5V-Sick-Accrual
           if Lve-Sick-Balance + L5V-Sick-Accrual
              > L5V-Sick-Max(L5V-Band)
              compute L5V-Sick-Accrual =
                 L5V-Sick-Max(L5V-Band) - Lve-Sick-Balance
              if L5V-Sick-Accrual < 0
                 move 0 to L5V-Sick-Accrual
              end-if
              move "Y" to L5V-Capped-Sw
           end-if
           add L5V-Vac-Accrual to Lve-Vac-Balance
           add L5V-Vac-Accrual to Lve-Vac-Accrued-Ytd
           add L5V-Sick-Accrual to Lve-Sick-Balance
           add L5V-Sick-Accrual to Lve-Sick-Accrued-Ytd
           move L5V-Reg-Date to Lve-Last-Accrual
           if L5V-Lve-Found
              rewrite leave-record
           else
              write leave-record
           end-if
           add 1 to L5V-Accrued-Count
           add L5V-Vac-Accrual to L5V-Tot-Vac-Accrued
           add L5V-Sick-Accrual to L5V-Tot-Sick-Accrued
           perform 250-write-accrual-row
           if L5V-Capped
              add 1 to L5V-Capped-Count
              move "At carry-over maximum - accrual held to the cap"
                 to L5V-Err-Desc
              perform 280-write-note
           end-if.

        245-start-new-leave-record.
           move spaces to leave-record
           move L5V-Empno to Lve-Employee-Number
           move 0 to Lve-Hourly-Rate
           move 0 to Lve-Vac-Balance
           move 0 to Lve-Sick-Balance
           move 0 to Lve-Vac-Accrued-Ytd
           move 0 to Lve-Vac-Taken-Ytd
           move 0 to Lve-Sick-Accrued-Ytd
           move 0 to Lve-Sick-Taken-Ytd
           move L5V-Reg-Year to Lve-Ytd-Year
           move 0 to Lve-Last-Accrual
           move 0 to Lve-Last-Taken.

        250-write-accrual-row.
           move spaces to L5V-Csv-Line
           move L5V-Vac-Accrual to L5V-Hours-Text
           move Lve-Vac-Balance to L5V-Bal-Text
           string "ACCRUAL" delimited by size
              "," delimited by size
              L5V-Safe-Empno delimited by size
              ",V," delimited by size
              L5V-Hours-Text delimited by size
              "," delimited by size
              L5V-Bal-Text delimited by size
              "," delimited by size
              "Vacation accrued - band " delimited by size
              L5V-Band delimited by size
              into L5V-Csv-Line
           end-string
           write lve-rpt-record from L5V-Csv-Line
           move spaces to L5V-Csv-Line
           move L5V-Sick-Accrual to L5V-Hours-Text
           move Lve-Sick-Balance to L5V-Bal-Text
           string "ACCRUAL" delimited by size
              "," delimited by size
              L5V-Safe-Empno delimited by size
              ",S," delimited by size
              L5V-Hours-Text delimited by size
              "," delimited by size
              L5V-Bal-Text delimited by size
              "," delimited by size
              "Sick leave accrued - band " delimited by size
              L5V-Band delimited by size
              into L5V-Csv-Line
           end-string
           write lve-rpt-record from L5V-Csv-Line.

      *> NOTE row - expects the reason in L5V-Err-Desc and the
      *> employee already scrubbed into L5V-Safe-Empno.
        280-write-note.
           move spaces to L5V-Csv-Line
           string "NOTE" delimited by size
              "," delimited by size
              L5V-Safe-Empno delimited by size
              ",,,," delimited by size
              L5V-Err-Desc delimited by size
              into L5V-Csv-Line
           end-string
           write lve-rpt-record from L5V-Csv-Line.

      *================================================================
      *  300-series - leave taken.  Each transaction is edited the
      *  way a bank or garnishment transaction is - every failing
      *  edit reported with its numbered code - and only one that
      *  comes through clean reduces the balance.  Leave beyond the
      *  balance available, this week's accrual included, is an
      *  overdraft: the supervisor has to take it as unpaid time or
      *  correct the hours, and the balance is left alone.  No
      *  transaction file just means no leave reported this week.
      *================================================================
        300-apply-leave-taken.
           open input lvetrn-file
           if L5V-Trn-Status = "00"
              perform until L5V-Trn-Eof = "y"
                 read lvetrn-file
                    at end
                       move "y" to L5V-Trn-Eof
                    not at end
                       add 1 to L5V-Trn-Read-Count
                       perform 310-apply-one-transaction
                 end-read
              end-perform
              close lvetrn-file
              perform 380-print-transaction-totals
           end-if.

        310-apply-one-transaction.
           move "N" to L5V-Trn-Error-Sw
           move "N" to L5V-Lve-Found-Sw
           move Ltrn-Empno to L5V-Safe-Empno
           inspect L5V-Safe-Empno replacing all "," by " "
           perform 315-edit-one-transaction
           if not L5V-Trn-Error
              perform 320-check-balance
           end-if
           if L5V-Trn-Error
              add 1 to L5V-Trn-Reject-Count
           else
              perform 330-post-leave-taken
              add 1 to L5V-Trn-Applied-Count
           end-if.

        315-edit-one-transaction.
           if Ltrn-Empno is not numeric
              move EC-LEAVE-EMPNO-INVALID to L5V-Err-Code
              move "Non-numeric Employee Number on leave taken"
                 to L5V-Err-Desc
              perform 370-reject-transaction
           else
              move Ltrn-Empno to Mast-Employee-Number
              read mast-file
                 invalid key
                    move EC-LEAVE-NOT-ON-MASTER to L5V-Err-Code
                    move "Leave taken for an Employee not on master"
                       to L5V-Err-Desc
                    perform 370-reject-transaction
              end-read
           end-if
           if Ltrn-Type not = "V" and Ltrn-Type not = "v"
              and Ltrn-Type not = "S" and Ltrn-Type not = "s"
              move EC-LEAVE-TYPE-INVALID to L5V-Err-Code
              move "Leave type must be V (vacation) or S (sick)"
                 to L5V-Err-Desc
              perform 370-reject-transaction
           end-if
           if Ltrn-Hours is not numeric
              move EC-LEAVE-HOURS-INVALID to L5V-Err-Code
              move "Leave hours missing or not numeric"
                 to L5V-Err-Desc
              perform 370-reject-transaction
           else
              if Ltrn-Hours-Num = 0
                 move EC-LEAVE-HOURS-INVALID to L5V-Err-Code
                 move "Leave hours missing or not numeric"
                    to L5V-Err-Desc
                 perform 370-reject-transaction
              end-if
           end-if
           if Ltrn-Date is not numeric
              move EC-LEAVE-DATE-INVALID to L5V-Err-Code
              move "Date taken is not a valid date" to L5V-Err-Desc
              perform 370-reject-transaction
           else
              if Function Test-Date-YYYYMMDD(Ltrn-Date-Num)
                 not equal 0 or Ltrn-Date-Num > crt-date
                 move EC-LEAVE-DATE-INVALID to L5V-Err-Code
                 move "Date taken is not a valid date"
                    to L5V-Err-Desc
                 perform 370-reject-transaction
              end-if
           end-if.

      *> An employee with no balance record has never accrued and
      *> has nothing to take.
        320-check-balance.
           move Ltrn-Empno to Lve-Employee-Number
           read leave-file
              invalid key
                 move 0 to L5V-Available
              not invalid key
                 move "Y" to L5V-Lve-Found-Sw
                 if Ltrn-Type = "V" or Ltrn-Type = "v"
                    move Lve-Vac-Balance to L5V-Available
                 else
                    move Lve-Sick-Balance to L5V-Available
                 end-if
           end-read
           if Ltrn-Hours-Num > L5V-Available
              move EC-LEAVE-OVERDRAFT to L5V-Err-Code
              move spaces to L5V-Err-Desc
              move L5V-Available to L5V-Bal-Text
              string "Leave taken exceeds the balance of "
                    delimited by size
                 L5V-Bal-Text delimited by size
                 " hours" delimited by size
                 into L5V-Err-Desc
              end-string
              perform 370-reject-transaction
           end-if.

        330-post-leave-taken.
           if Ltrn-Type = "V" or Ltrn-Type = "v"
              subtract Ltrn-Hours-Num from Lve-Vac-Balance
              add Ltrn-Hours-Num to Lve-Vac-Taken-Ytd
              add Ltrn-Hours-Num to L5V-Tot-Vac-Taken
              move Lve-Vac-Balance to L5V-Bal-Text
           else
              subtract Ltrn-Hours-Num from Lve-Sick-Balance
              add Ltrn-Hours-Num to Lve-Sick-Taken-Ytd
              add Ltrn-Hours-Num to L5V-Tot-Sick-Taken
              move Lve-Sick-Balance to L5V-Bal-Text
           end-if
           move Ltrn-Date-Num to Lve-Last-Taken
           rewrite leave-record
           move Ltrn-Hours-Num to L5V-Hours-Text
           move spaces to L5V-Csv-Line
           string "LEAVE-TAKEN" delimited by size
              "," delimited by size
              L5V-Safe-Empno delimited by size
              "," delimited by size
              Ltrn-Type delimited by size
              "," delimited by size
              L5V-Hours-Text delimited by size
              "," delimited by size
              L5V-Bal-Text delimited by size
              "," delimited by size
              "Taken " delimited by size
              Ltrn-Date delimited by size
              into L5V-Csv-Line
           end-string
           write lve-rpt-record from L5V-Csv-Line.

      *> One reject row per failed edit - expects the code in
      *> L5V-Err-Code and the reason in L5V-Err-Desc.
        370-reject-transaction.
           move "Y" to L5V-Trn-Error-Sw
           move spaces to L5V-Csv-Line
           string "LEAVE-REJECT" delimited by size
              "," delimited by size
              L5V-Safe-Empno delimited by size
              "," delimited by size
              L5V-Err-Code delimited by size
              ",,," delimited by size
              L5V-Err-Desc delimited by size
              into L5V-Csv-Line
           end-string
           write lve-rpt-record from L5V-Csv-Line.

        380-print-transaction-totals.
           move spaces to L5V-Csv-Line
           move L5V-Trn-Read-Count to L5V-Count-Text
           string "LEAVE-TOTAL" delimited by size
              ",,," delimited by size
              L5V-Count-Text delimited by size
              ",," delimited by size
              "Leave-taken transactions read" delimited by size
              into L5V-Csv-Line
           end-string
           write lve-rpt-record from L5V-Csv-Line

           move spaces to L5V-Csv-Line
           move L5V-Trn-Applied-Count to L5V-Count-Text
           string "LEAVE-TOTAL" delimited by size
              ",,," delimited by size
              L5V-Count-Text delimited by size
              ",," delimited by size
              "Leave-taken transactions applied" delimited by size
              into L5V-Csv-Line
           end-string
           write lve-rpt-record from L5V-Csv-Line

           move spaces to L5V-Csv-Line
           move L5V-Trn-Reject-Count to L5V-Count-Text
           string "LEAVE-TOTAL" delimited by size
              ",,," delimited by size
              L5V-Count-Text delimited by size
              ",," delimited by size
              "Leave-taken transactions rejected" delimited by size
              into L5V-Csv-Line
           end-string
           write lve-rpt-record from L5V-Csv-Line

           move spaces to L5V-Csv-Line
           move L5V-Tot-Vac-Taken to L5V-Hours-Text
           move L5V-Tot-Sick-Taken to L5V-Bal-Text
           string "LEAVE-TOTAL" delimited by size
              ",,," delimited by size
              L5V-Hours-Text delimited by size
              "," delimited by size
              L5V-Bal-Text delimited by size
              "," delimited by size
              "Hours taken - vacation and sick" delimited by size
              into L5V-Csv-Line
           end-string
           write lve-rpt-record from L5V-Csv-Line.

      *================================================================
      *  850-ABORT-LEAVE - nothing has been posted (every guard runs
      *  ahead of the first balance update), so the leave file and
      *  control record are left as they were.  One clear ABORT
      *  row, return code 8, and the step stops.
      *================================================================
        850-abort-leave.
           if not L5V-Rpt-Open
              open output lve-rpt
           end-if
           move spaces to L5V-Csv-Line
           string "LEAVE-ABORT" delimited by size
              ",,,,," delimited by size
              L5V-Abort-Reason delimited by size
              into L5V-Csv-Line
           end-string
           write lve-rpt-record from L5V-Csv-Line
           display "LAB5LVE: " L5V-Abort-Reason
           display "LAB5LVE: LEAVE NOT POSTED - RUN STOPPED"
           move 8 to return-code
           close lve-rpt
           stop run.

      *> The control record remembers the pay run just posted, for
      *> the next run's guard.
        900-finalize.
           move spaces to L5V-Csv-Line
           move L5V-Accrued-Count to L5V-Count-Text
           string "GRAND-TOTAL" delimited by size
              ",,," delimited by size
              L5V-Count-Text delimited by size
              ",," delimited by size
              "Employees accrued this pay run" delimited by size
              into L5V-Csv-Line
           end-string
           write lve-rpt-record from L5V-Csv-Line

           move spaces to L5V-Csv-Line
           move L5V-Capped-Count to L5V-Count-Text
           string "GRAND-TOTAL" delimited by size
              ",,," delimited by size
              L5V-Count-Text delimited by size
              ",," delimited by size
              "Employees held at the carry-over maximum"
                 delimited by size
              into L5V-Csv-Line
           end-string
           write lve-rpt-record from L5V-Csv-Line

           move spaces to L5V-Csv-Line
           move L5V-Skipped-Count to L5V-Count-Text
           string "GRAND-TOTAL" delimited by size
              ",,," delimited by size
              L5V-Count-Text delimited by size
              ",," delimited by size
              "Paid employees not accrued (not on master)"
                 delimited by size
              into L5V-Csv-Line
           end-string
           write lve-rpt-record from L5V-Csv-Line

           move spaces to L5V-Csv-Line
           move L5V-Tot-Vac-Accrued to L5V-Hours-Text
           move L5V-Tot-Sick-Accrued to L5V-Bal-Text
           string "GRAND-TOTAL" delimited by size
              ",,," delimited by size
              L5V-Hours-Text delimited by size
              "," delimited by size
              L5V-Bal-Text delimited by size
              "," delimited by size
              "Hours accrued - vacation and sick" delimited by size
              into L5V-Csv-Line
           end-string
           write lve-rpt-record from L5V-Csv-Line

           close mast-file
           close leave-file
           close lve-rpt
           move L5V-Reg-Date to Lvectl-Last-Posted
           open output lvectl-file
           write lvectl-record
           close lvectl-file.

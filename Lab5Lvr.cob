       *> Tyler Zysberg
       *> A LAB5LVR step run at month end - the paid time off balance
       *> report.  Reads the leave-balance file Lab5Lve keeps
       *> (lab5-leave.dat), prices each employee's vacation balance
       *> at their hourly-equivalent pay rate, and writes
       *> lab5-lvrpt.dat by Region and Department: one DETAIL row per
       *> employee with vacation and sick hours, the rate, and the
       *> liability (vacation hours x rate - the accrued vacation
       *> Finance books as owed), then DEPT-TOTAL, REGION-TOTAL, and
       *> GRAND-TOTAL rows the way the payroll register breaks.
       *>
       *> Sick leave is not paid out at separation, so it is reported
       *> in hours but carries no liability.  An employee who has left
       *> - terminated on the master, or purged off it - is priced
       *> off the Region, Department, and rate the leave file last
       *> recorded, marked TERMINATED, and their liability is shown
       *> again in the payout column: the vacation owed on their
       *> final check.
       *>
       *> Mod history:
       *>   2026-10-15  TZ  Initial version - month-end leave balance
       *>                   and vacation liability by Region/Dept,
       *>                   payout for employees who have left.
       *>   2026-10-15  TZ  Terminated employees stay on the master
       *>                   now, so the status there marks who has
       *>                   left as well as absence from the file.

       identification division.
       program-id.     Lab5Lvr.

       Environment division.
       configuration section.

        input-output section.
        file-control.
            select leave-file assign to "lab5-leave.dat"
                organization is indexed
                access is sequential
                record key is Lve-Employee-Number
                file status is L5L-Leave-Status.

            select mast-file assign to "lab5-mast.dat"
                organization is indexed
                access is random
                record key is Mast-Employee-Number
                file status is L5L-Mast-Status.

            select lvr-rpt assign to "lab5-lvrpt.dat"
                organization is line sequential.

            select sort-file assign to "lab5-lvrsort.tmp".

        data division.
        file section.

      *> The leave-balance file, in Lab5Lve's layout.
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

         fd  lvr-rpt.
         01  lvr-rpt-record         pic x(200).

         sd  sort-file.
         01  sort-record.
           05 Sort-Region           pic X(2).
           05 Sort-Dept             pic X(5).
           05 Sort-Empno            pic X(5).
           05 Sort-Name             pic X(36).
           05 Sort-Rate             pic 9(7)v99.
           05 Sort-Vac              pic S9(5)v99.
           05 Sort-Sick             pic S9(5)v99.
           05 Sort-Termed-Sw        pic X(1).
              88  Sort-Termed           value "Y".

        working-storage section.
        01  eof                    pic x value "N".
        01  L5L-Sort-Eof           pic x value "N".

        01  crt-date               pic 9(8).

        01  L5L-Leave-Status       pic X(2) value spaces.
        01  L5L-Mast-Status        pic X(2) value spaces.

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

      *> Control-break keys and the three levels of totals.
        01  L5L-First-Sw           pic X value "Y".
            88  L5L-First              value "Y".
        01  L5L-Prev-Region        pic X(2) value spaces.
        01  L5L-Prev-Dept          pic X(5) value spaces.
        01  L5L-Liability          pic S9(11)v99 value 0.
        01  L5L-Payout             pic S9(11)v99 value 0.

        01  L5L-Dept-Totals.
            05 L5L-Dept-Count      pic 9(7).
            05 L5L-Dept-Vac        pic S9(9)v99.
            05 L5L-Dept-Sick       pic S9(9)v99.
            05 L5L-Dept-Liab       pic S9(13)v99.
            05 L5L-Dept-Payout     pic S9(13)v99.
        01  L5L-Region-Totals.
            05 L5L-Region-Count    pic 9(7).
            05 L5L-Region-Vac      pic S9(9)v99.
            05 L5L-Region-Sick     pic S9(9)v99.
            05 L5L-Region-Liab     pic S9(13)v99.
            05 L5L-Region-Payout   pic S9(13)v99.
        01  L5L-Grand-Totals.
            05 L5L-Grand-Count     pic 9(7).
            05 L5L-Grand-Vac       pic S9(9)v99.
            05 L5L-Grand-Sick      pic S9(9)v99.
            05 L5L-Grand-Liab      pic S9(13)v99.
            05 L5L-Grand-Payout    pic S9(13)v99.
        01  L5L-Termed-Count       pic 9(7) value 0.

      *> One set of edited fields serves every row; 250 loads them.
        01  L5L-Row-Tag            pic X(12) value spaces.
        01  L5L-Row-Region         pic X(2) value spaces.
        01  L5L-Row-Dept           pic X(5) value spaces.
        01  L5L-Row-Empno          pic X(5) value spaces.
        01  L5L-Row-Name           pic X(40) value spaces.
        01  L5L-Vac-Text           pic -(8)9.99.
        01  L5L-Sick-Text          pic -(8)9.99.
        01  L5L-Rate-Text          pic Z(6)9.99.
        01  L5L-Liab-Text          pic -(12)9.99.
        01  L5L-Payout-Text        pic -(12)9.99.
        01  L5L-Count-Text         pic ZZZZZZ9.
        01  L5L-Csv-Line           pic X(200).

        procedure division.
        000-main.

           perform 100-initialize

           sort sort-file
              on ascending key Sort-Region Sort-Dept Sort-Empno
              input procedure is 200-release-balances
              output procedure is 300-print-balances

           perform 900-finalize

           stop run.

      *> Without the leave file there are no balances to report;
      *> without the master every employee would read as gone.
      *> Either stops the report with return code 8.
        100-initialize.
           accept crt-date from date YYYYMMDD
           open output lvr-rpt
           open input leave-file
           if L5L-Leave-Status not = "00"
              move spaces to L5L-Csv-Line
              string "LEAVE-ABORT" delimited by size
                 ",,,,,,,," delimited by size
                 "Leave-balance file would not open" delimited by size
                 into L5L-Csv-Line
              end-string
              write lvr-rpt-record from L5L-Csv-Line
              display "LAB5LVR: LEAVE-BALANCE FILE WOULD NOT OPEN"
              move 8 to return-code
              close lvr-rpt
              stop run
           end-if
           open input mast-file
           if L5L-Mast-Status not = "00"
              move spaces to L5L-Csv-Line
              string "LEAVE-ABORT" delimited by size
                 ",,,,,,,," delimited by size
                 "Employee master would not open" delimited by size
                 into L5L-Csv-Line
              end-string
              write lvr-rpt-record from L5L-Csv-Line
              display "LAB5LVR: EMPLOYEE MASTER WOULD NOT OPEN"
              move 8 to return-code
              close leave-file
              close lvr-rpt
              stop run
           end-if
           initialize L5L-Dept-Totals
           initialize L5L-Region-Totals
           initialize L5L-Grand-Totals
           move spaces to L5L-Csv-Line
           string "LEAVE-BALANCES" delimited by size
              "," delimited by size
              crt-date delimited by size
              into L5L-Csv-Line
           end-string
           write lvr-rpt-record from L5L-Csv-Line
           move spaces to L5L-Csv-Line
           string "Tag,RG,DEPT,EMPNO,Vacation Hrs,Sick Hrs,"
                 delimited by size
              "Hourly Rate,Liability,Payout,Name" delimited by size
              into L5L-Csv-Line
           end-string
           write lvr-rpt-record from L5L-Csv-Line.

      *================================================================
      *  200-series - one sort record per balance.  An employee
      *  still on the master reports under the master's current
      *  Region/Department; one who has left reports under the
      *  Region/Department the leave file last recorded.
      *================================================================
        200-release-balances.
           perform until eof = "y"
              read leave-file
                 at end
                    move "y" to eof
                 not at end
                    perform 210-release-one-balance
              end-read
           end-perform.

        210-release-one-balance.
           move Lve-Employee-Number to Sort-Empno
           move Lve-Region to Sort-Region
           move Lve-Dept to Sort-Dept
           move Lve-Name to Sort-Name
           move Lve-Hourly-Rate to Sort-Rate
           move Lve-Vac-Balance to Sort-Vac
           move Lve-Sick-Balance to Sort-Sick
           move "N" to Sort-Termed-Sw
           move Lve-Employee-Number to Mast-Employee-Number
           read mast-file into in-record
              invalid key
                 move "Y" to Sort-Termed-Sw
              not invalid key
                 if Mast-Terminated
                    move "Y" to Sort-Termed-Sw
                 else
                    move RegionNum to Sort-Region
                    move DepartmentNum to Sort-Dept
                 end-if
           end-read
           release sort-record.

      *================================================================
      *  300-series - DETAIL rows with DEPT-TOTAL and REGION-TOTAL
      *  rows at each break, the way the payroll register breaks.
      *================================================================
        300-print-balances.
           perform until L5L-Sort-Eof = "y"
              return sort-file
                 at end
                    move "y" to L5L-Sort-Eof
                 not at end
                    perform 310-check-breaks
                    perform 320-print-one-balance
              end-return
           end-perform
           if not L5L-First
              perform 330-print-dept-total
              perform 340-print-region-total
           end-if.

        310-check-breaks.
           if L5L-First
              move "N" to L5L-First-Sw
           else
              if Sort-Region not = L5L-Prev-Region
                 perform 330-print-dept-total
                 perform 340-print-region-total
              else
                 if Sort-Dept not = L5L-Prev-Dept
                    perform 330-print-dept-total
                 end-if
              end-if
           end-if
           move Sort-Region to L5L-Prev-Region
           move Sort-Dept to L5L-Prev-Dept.

        320-print-one-balance.
           compute L5L-Liability rounded = Sort-Vac * Sort-Rate
           if L5L-Liability < 0
              move 0 to L5L-Liability
           end-if
           move 0 to L5L-Payout
           move spaces to L5L-Row-Name
           if Sort-Termed
              move L5L-Liability to L5L-Payout
              add 1 to L5L-Termed-Count
              string "TERMINATED - " delimited by size
                 Sort-Name delimited by "  "
                 into L5L-Row-Name
              end-string
           else
              move Sort-Name to L5L-Row-Name
           end-if
           inspect L5L-Row-Name replacing all "," by " "
           add 1 to L5L-Dept-Count
           add Sort-Vac to L5L-Dept-Vac
           add Sort-Sick to L5L-Dept-Sick
           add L5L-Liability to L5L-Dept-Liab
           add L5L-Payout to L5L-Dept-Payout
           move "DETAIL" to L5L-Row-Tag
           move Sort-Region to L5L-Row-Region
           move Sort-Dept to L5L-Row-Dept
           move Sort-Empno to L5L-Row-Empno
           move Sort-Vac to L5L-Vac-Text
           move Sort-Sick to L5L-Sick-Text
           move Sort-Rate to L5L-Rate-Text
           move L5L-Liability to L5L-Liab-Text
           move L5L-Payout to L5L-Payout-Text
           perform 350-write-row.

        330-print-dept-total.
           move "DEPT-TOTAL" to L5L-Row-Tag
           move L5L-Prev-Region to L5L-Row-Region
           move L5L-Prev-Dept to L5L-Row-Dept
           move spaces to L5L-Row-Empno
           move L5L-Dept-Vac to L5L-Vac-Text
           move L5L-Dept-Sick to L5L-Sick-Text
           move 0 to L5L-Rate-Text
           move L5L-Dept-Liab to L5L-Liab-Text
           move L5L-Dept-Payout to L5L-Payout-Text
           move L5L-Dept-Count to L5L-Count-Text
           move spaces to L5L-Row-Name
           string "Employees " delimited by size
              L5L-Count-Text delimited by size
              into L5L-Row-Name
           end-string
           perform 350-write-row
           add L5L-Dept-Count to L5L-Region-Count
           add L5L-Dept-Vac to L5L-Region-Vac
           add L5L-Dept-Sick to L5L-Region-Sick
           add L5L-Dept-Liab to L5L-Region-Liab
           add L5L-Dept-Payout to L5L-Region-Payout
           initialize L5L-Dept-Totals.

        340-print-region-total.
           move "REGION-TOTAL" to L5L-Row-Tag
           move L5L-Prev-Region to L5L-Row-Region
           move spaces to L5L-Row-Dept
           move spaces to L5L-Row-Empno
           move L5L-Region-Vac to L5L-Vac-Text
           move L5L-Region-Sick to L5L-Sick-Text
           move 0 to L5L-Rate-Text
           move L5L-Region-Liab to L5L-Liab-Text
           move L5L-Region-Payout to L5L-Payout-Text
           move L5L-Region-Count to L5L-Count-Text
           move spaces to L5L-Row-Name
           string "Employees " delimited by size
              L5L-Count-Text delimited by size
              into L5L-Row-Name
           end-string
           perform 350-write-row
           add L5L-Region-Count to L5L-Grand-Count
           add L5L-Region-Vac to L5L-Grand-Vac
           add L5L-Region-Sick to L5L-Grand-Sick
           add L5L-Region-Liab to L5L-Grand-Liab
           add L5L-Region-Payout to L5L-Grand-Payout
           initialize L5L-Region-Totals.

        350-write-row.
           move spaces to L5L-Csv-Line
           string L5L-Row-Tag delimited by space
              "," delimited by size
              L5L-Row-Region delimited by size
              "," delimited by size
              L5L-Row-Dept delimited by size
              "," delimited by size
              L5L-Row-Empno delimited by size
              "," delimited by size
              L5L-Vac-Text delimited by size
              "," delimited by size
              L5L-Sick-Text delimited by size
              "," delimited by size
              L5L-Rate-Text delimited by size
              "," delimited by size
              L5L-Liab-Text delimited by size
              "," delimited by size
              L5L-Payout-Text delimited by size
              "," delimited by size
              L5L-Row-Name delimited by size
              into L5L-Csv-Line
           end-string
           write lvr-rpt-record from L5L-Csv-Line.

        900-finalize.
           move "GRAND-TOTAL" to L5L-Row-Tag
           move spaces to L5L-Row-Region
           move spaces to L5L-Row-Dept
           move spaces to L5L-Row-Empno
           move L5L-Grand-Vac to L5L-Vac-Text
           move L5L-Grand-Sick to L5L-Sick-Text
           move 0 to L5L-Rate-Text
           move L5L-Grand-Liab to L5L-Liab-Text
           move L5L-Grand-Payout to L5L-Payout-Text
           move L5L-Grand-Count to L5L-Count-Text
           move spaces to L5L-Row-Name
           string "Total leave liability - employees "
                 delimited by size
              L5L-Count-Text delimited by size
              into L5L-Row-Name
           end-string
           perform 350-write-row
           move spaces to L5L-Csv-Line
           move L5L-Termed-Count to L5L-Count-Text
           string "GRAND-TOTAL" delimited by size
              ",,,," delimited by size
              L5L-Count-Text delimited by size
              ",,,,," delimited by size
              "Employees gone from the master - payout due"
                 delimited by size
              into L5L-Csv-Line
           end-string
           write lvr-rpt-record from L5L-Csv-Line
           close leave-file
           close mast-file
           close lvr-rpt.

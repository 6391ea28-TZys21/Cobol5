       *> Tyler Zysberg
       *> A LAB5W2 year-end step run after the first register of the
       *> new year has rolled the year-to-date file over - reads the
       *> closed year off the permanent YTD archive
       *> (lab5-ytdarch.dat), joins each employee to the master for
       *> the name and mailing address, and produces:
       *>
       *>   - one W-2 style wage and tax statement page per employee
       *>     (lab5-w2.dat);
       *>   - the electronic filing file (lab5-w2efile.dat) - an
       *>     employer record, one wage record per employee, the
       *>     totals record, and the final record;
       *>   - the control report (lab5-w2rpt.dat), closed out by the
       *>     reconciliation page tying total W-2 wages and
       *>     withholding back to the sum of the year's register
       *>     GRAND-TOTAL rows (lab5-reghist.dat, kept by Lab5Ytd).
       *>
       *> Wages follow the way Lab5Pay taxes them: box 1 is gross
       *> less the pre-tax 401k deferral and the pre-tax medical/
       *> dental/vision premiums; the social security and Medicare
       *> wages are gross less the premiums only; the 401k deferral
       *> is reported under box 12 code D and the premiums under
       *> box 14.
       *>
       *> The tax year, the employer's EIN, name, and address come
       *> off lab5-w2parm.dat.  A parameter record naming one
       *> Employee-Number is a correction run: only that employee is
       *> issued, marked CORRECTED, to lab5-w2corr.dat and
       *> lab5-w2cefile.dat, so the original year's files stand.
       *>
       *> Mod history:
       *>   2026-10-15  TZ  Initial version - W-2 statements and the
       *>                   electronic filing file off the YTD
       *>                   archive, single-employee re-issue, and
       *>                   the register reconciliation page.
       *>   2026-10-15  TZ  The employee master now carries the
       *>                   employment status area behind the
       *>                   employee image; record layout widened.
       *>                   Terminated employees stay on the master
       *>                   and still get their statements.

       identification division.
       program-id.     Lab5W2.

       Environment division.
       configuration section.

        input-output section.
        file-control.
            select parm-file assign to "lab5-w2parm.dat"
                organization is line sequential
                file status is L5F-Parm-Status.

            select arch-file assign to "lab5-ytdarch.dat"
                organization is line sequential
                file status is L5F-Arch-Status.

            select mast-file assign to "lab5-mast.dat"
                organization is indexed
                access is random
                record key is Mast-Employee-Number
                file status is L5F-Mast-Status.

            select reghist-file assign to "lab5-reghist.dat"
                organization is line sequential
                file status is L5F-Rhist-Status.

            select w2-print assign to "lab5-w2.dat"
                organization is line sequential.

            select w2c-print assign to "lab5-w2corr.dat"
                organization is line sequential.

            select efile assign to "lab5-w2efile.dat"
                organization is line sequential.

            select efilec assign to "lab5-w2cefile.dat"
                organization is line sequential.

            select w2-rpt assign to "lab5-w2rpt.dat"
                organization is line sequential.

            select sort-file assign to "lab5-w2sort.tmp".

        data division.
        file section.

      *> One parameter record - the tax year (zeros for the year
      *> just closed), the employer, and, for a correction run, the
      *> one Employee-Number to re-issue.
         fd  parm-file.
         01  parm-record.
           05 W2p-Tax-Year          pic 9(4).
           05 W2p-Ein               pic X(9).
           05 W2p-Employer-Name     pic X(30).
           05 W2p-Employer-Addr     pic X(30).
           05 W2p-Employer-City     pic X(30).
           05 W2p-Reissue-Empno     pic X(5).

      *> The permanent YTD archive, in Lab5Ytd's layout - the year
      *> the record covers ahead of the retired YTD record.
         fd  arch-file.
         01  arch-record.
           05 Arch-Year             pic 9(4).
           05 filler                pic X(1).
           05 Arch-Ytd.
              10 Arch-Employee-Number
                                    pic X(5).
              10 Arch-Region        pic X(2).
              10 Arch-Dept          pic X(5).
              10 Arch-Name          pic X(36).
              10 Arch-Qtr-Bucket    occurs 4 times.
                 15 Arch-Qtr-Gross  pic S9(11)v99.
                 15 Arch-Qtr-Deds   pic S9(11)v99.
                 15 Arch-Qtr-Net    pic S9(11)v99.
                 15 Arch-Qtr-Straight
                                    pic S9(11)v99.
                 15 Arch-Qtr-Overtime
                                    pic S9(11)v99.
                 15 Arch-Qtr-Shift  pic S9(11)v99.
                 15 Arch-Qtr-401k   pic S9(11)v99.
                 15 Arch-Qtr-Med    pic S9(11)v99.
                 15 Arch-Qtr-Den    pic S9(11)v99.
                 15 Arch-Qtr-Vis    pic S9(11)v99.
                 15 Arch-Qtr-Tax    pic S9(11)v99.
                 15 Arch-Qtr-Garn   pic S9(11)v99.

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

      *> The register-totals history, in Lab5Ytd's layout.
         fd  reghist-file.
         01  reghist-record.
           05 Rhist-Reg-Date        pic 9(8).
           05 Rhist-Reg-Date-Split redefines Rhist-Reg-Date.
              10 Rhist-Reg-Year     pic 9(4).
              10 filler             pic 9(4).
           05 filler                pic X(1).
           05 Rhist-Paid-Count      pic 9(7).
           05 filler                pic X(1).
           05 Rhist-Gross           pic S9(13)v99.
           05 filler                pic X(1).
           05 Rhist-401k            pic S9(13)v99.
           05 filler                pic X(1).
           05 Rhist-Med             pic S9(13)v99.
           05 filler                pic X(1).
           05 Rhist-Den             pic S9(13)v99.
           05 filler                pic X(1).
           05 Rhist-Vis             pic S9(13)v99.
           05 filler                pic X(1).
           05 Rhist-Tax             pic S9(13)v99.
           05 filler                pic X(1).
           05 Rhist-Garn            pic S9(13)v99.
           05 filler                pic X(1).
           05 Rhist-Net             pic S9(13)v99.

         fd  w2-print.
         01  w2-print-record        pic x(132).

         fd  w2c-print.
         01  w2c-print-record       pic x(132).

         fd  efile.
         01  efile-record           pic x(256).

         fd  efilec.
         01  efilec-record          pic x(256).

         fd  w2-rpt.
         01  w2-rpt-record          pic x(132).

      *> Sort work file - one employee's year off the archive, summed
      *> across the quarters, in Region/Department order for
      *> distribution.
         sd  sort-file.
         01  sort-record.
           05 Sort-Region           pic X(2).
           05 Sort-Dept             pic X(5).
           05 Sort-Empno            pic X(5).
           05 Sort-Name             pic X(36).
           05 Sort-Gross            pic S9(13)v99.
           05 Sort-401k             pic S9(13)v99.
           05 Sort-Med              pic S9(13)v99.
           05 Sort-Den              pic S9(13)v99.
           05 Sort-Vis              pic S9(13)v99.
           05 Sort-Tax              pic S9(13)v99.

        working-storage section.
        01  eof                    pic x value "N".

        01  crt-date.
            05 crt-year            pic 9(4).
            05 crt-month           pic 9(2).
            05 crt-day             pic 9(2).

        01  L5F-Parm-Status        pic X(2) value spaces.
        01  L5F-Arch-Status        pic X(2) value spaces.
        01  L5F-Mast-Status        pic X(2) value spaces.
        01  L5F-Rhist-Status       pic X(2) value spaces.
        01  L5F-Sort-Eof           pic X value "N".
        01  L5F-Rhist-Eof          pic X value "N".

      *> The run's parameters.
        01  L5F-Tax-Year           pic 9(4) value 0.
        01  L5F-Ein                pic X(9) value spaces.
        01  L5F-Employer-Name      pic X(30) value spaces.
        01  L5F-Employer-Addr      pic X(30) value spaces.
        01  L5F-Employer-City      pic X(30) value spaces.
        01  L5F-Reissue-Empno      pic X(5) value spaces.
        01  L5F-Reissue-Sw         pic X value "N".
            88  L5F-Reissue            value "Y".

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
        01  L5F-Mast-Found-Sw      pic X value "N".
            88  L5F-Mast-Found         value "Y".

      *> The employee in hand - the year summed across the
      *> quarters, and the boxes built from it.
        01  L5F-Qtr-Sub            pic 9(1) value 0.
        01  L5F-Emp-Gross          pic S9(13)v99 value 0.
        01  L5F-Emp-401k           pic S9(13)v99 value 0.
        01  L5F-Emp-Med            pic S9(13)v99 value 0.
        01  L5F-Emp-Den            pic S9(13)v99 value 0.
        01  L5F-Emp-Vis            pic S9(13)v99 value 0.
        01  L5F-Emp-Tax            pic S9(13)v99 value 0.
        01  L5F-Box-Wages          pic S9(13)v99 value 0.
        01  L5F-Box-Fed-Tax        pic S9(13)v99 value 0.
        01  L5F-Box-Ss-Wages       pic S9(13)v99 value 0.
        01  L5F-Box-Medi-Wages     pic S9(13)v99 value 0.
        01  L5F-Box-401k           pic S9(13)v99 value 0.
        01  L5F-Box-Premiums       pic S9(13)v99 value 0.
        01  L5F-Prev-Empno         pic X(5) value spaces.

      *> W-2 file totals - what was issued - and the same figures
      *> off the year's registers, for the reconciliation page.
        01  L5F-Issued-Count       pic 9(7) value 0.
        01  L5F-Arch-Read-Count    pic 9(7) value 0.
        01  L5F-Arch-Year-Count    pic 9(7) value 0.
        01  L5F-Skipped-Count      pic 9(7) value 0.
        01  L5F-Tot-Gross          pic S9(13)v99 value 0.
        01  L5F-Tot-401k           pic S9(13)v99 value 0.
        01  L5F-Tot-Premiums       pic S9(13)v99 value 0.
        01  L5F-Tot-Wages          pic S9(13)v99 value 0.
        01  L5F-Tot-Fed-Tax        pic S9(13)v99 value 0.
        01  L5F-Tot-Ss-Wages       pic S9(13)v99 value 0.
        01  L5F-Tot-Medi-Wages     pic S9(13)v99 value 0.
        01  L5F-Reg-Count          pic 9(5) value 0.
        01  L5F-Reg-Gross          pic S9(13)v99 value 0.
        01  L5F-Reg-401k           pic S9(13)v99 value 0.
        01  L5F-Reg-Premiums       pic S9(13)v99 value 0.
        01  L5F-Reg-Wages          pic S9(13)v99 value 0.
        01  L5F-Reg-Fed-Tax        pic S9(13)v99 value 0.
        01  L5F-Diff               pic S9(13)v99 value 0.
        01  L5F-Out-Of-Balance-Sw  pic X value "N".
            88  L5F-Out-Of-Balance     value "Y".

        01  L5F-Err-Desc           pic X(60) value spaces.
        01  L5F-Abort-Reason       pic X(60) value spaces.
        01  L5F-Page-Count         pic 9(5) value 0.
        01  L5F-Advance            pic 9(1) value 1.
        01  L5F-Prt-Work           pic X(132) value spaces.
        01  L5F-Efile-Work         pic X(256) value spaces.

      *> The statement page.
        01  L5F-Prt-Head1.
            05 filler              pic X(41) value
               "LAB5 PAYROLL - W-2 WAGE AND TAX STATEMENT".
            05 filler              pic X(10) value " TAX YEAR ".
            05 Prt-Head-Year       pic 9(4).
            05 filler              pic X(2) value spaces.
            05 Prt-Head-Corrected  pic X(9) value spaces.
            05 filler              pic X(7) value "  PAGE ".
            05 Prt-Head-Page       pic ZZZZ9.
            05 filler              pic X(54) value spaces.
        01  L5F-Prt-Employer-Line.
            05 filler              pic X(13) value "EMPLOYER EIN ".
            05 Prt-Er-Ein          pic X(9).
            05 filler              pic X(2) value spaces.
            05 Prt-Er-Name         pic X(30).
            05 filler              pic X(78) value spaces.
        01  L5F-Prt-Er-Addr-Line.
            05 filler              pic X(24) value spaces.
            05 Prt-Er-Addr         pic X(30).
            05 filler              pic X(78) value spaces.
        01  L5F-Prt-Emp-Line.
            05 filler              pic X(9) value "EMPLOYEE ".
            05 Prt-Emp-Empno       pic X(5).
            05 filler              pic X(2) value spaces.
            05 Prt-Emp-Name        pic X(36).
            05 filler              pic X(80) value spaces.
        01  L5F-Prt-Addr-Line.
            05 filler              pic X(16) value spaces.
            05 Prt-Addr            pic X(20).
            05 filler              pic X(96) value spaces.
        01  L5F-Prt-Box-Line.
            05 Prt-Box-Desc        pic X(40).
            05 Prt-Box-Amount      pic -(12)9.99.
            05 filler              pic X(76) value spaces.

      *> The control report and reconciliation page.
        01  L5F-Rpt-Head1.
            05 filler              pic X(45) value
               "LAB5 PAYROLL - W-2 CONTROL AND RECONCILIATION".
            05 filler              pic X(10) value " TAX YEAR ".
            05 Rpt-Head-Year       pic 9(4).
            05 filler              pic X(11) value "  RUN DATE ".
            05 Rpt-Head-Run-Year   pic 9(4).
            05 filler              pic X value "/".
            05 Rpt-Head-Run-Month  pic 9(2).
            05 filler              pic X value "/".
            05 Rpt-Head-Run-Day    pic 9(2).
            05 filler              pic X(52) value spaces.
        01  L5F-Rpt-Note-Line.
            05 Rpt-Note-Tag        pic X(6).
            05 Rpt-Note-Empno      pic X(5).
            05 filler              pic X(2) value spaces.
            05 Rpt-Note-Desc       pic X(60).
            05 filler              pic X(59) value spaces.
        01  L5F-Rpt-Count-Line.
            05 Rpt-Count-Desc      pic X(44).
            05 Rpt-Count           pic ZZZZZZ9.
            05 filler              pic X(81) value spaces.
        01  L5F-Rpt-Recon-Head.
            05 filler              pic X(32) value spaces.
            05 filler              pic X(16) value "       REGISTERS".
            05 filler              pic X(16) value "        W-2 FILE".
            05 filler              pic X(16) value "      DIFFERENCE".
            05 filler              pic X(52) value spaces.
        01  L5F-Rpt-Recon-Line.
            05 Rpt-Recon-Desc      pic X(32).
            05 Rpt-Recon-Reg       pic -(12)9.99.
            05 Rpt-Recon-W2        pic -(12)9.99.
            05 Rpt-Recon-Diff      pic -(12)9.99.
            05 filler              pic X(52) value spaces.

      *> The electronic filing records - amounts in cents, no
      *> decimal point.  A social security number is not carried on
      *> the employee master, so the wage record's SSN is zero
      *> filled (the filing convention for an unknown number) and
      *> the Employee-Number rides alongside it.
        01  L5F-Ef-Employer.
            05 Ef-Er-Id            pic X(2) value "RE".
            05 Ef-Er-Tax-Year      pic 9(4).
            05 Ef-Er-Ein           pic X(9).
            05 Ef-Er-Kind          pic X(1).
            05 Ef-Er-Name          pic X(30).
            05 Ef-Er-Addr          pic X(30).
            05 Ef-Er-City          pic X(30).
            05 filler              pic X(150) value spaces.
        01  L5F-Ef-Wage.
            05 Ef-Wg-Id            pic X(2) value "RW".
            05 Ef-Wg-Ssn           pic 9(9).
            05 Ef-Wg-Empno         pic X(5).
            05 Ef-Wg-First         pic X(15).
            05 Ef-Wg-Last          pic X(20).
            05 Ef-Wg-Addr          pic X(20).
            05 Ef-Wg-City          pic X(20).
            05 Ef-Wg-Wages         pic 9(9)v99.
            05 Ef-Wg-Fed-Tax       pic 9(9)v99.
            05 Ef-Wg-Ss-Wages      pic 9(9)v99.
            05 Ef-Wg-Medi-Wages    pic 9(9)v99.
            05 Ef-Wg-401k          pic 9(9)v99.
            05 Ef-Wg-Premiums      pic 9(9)v99.
            05 filler              pic X(99) value spaces.
        01  L5F-Ef-Total.
            05 Ef-Tt-Id            pic X(2) value "RT".
            05 Ef-Tt-Count         pic 9(7).
            05 Ef-Tt-Wages         pic 9(13)v99.
            05 Ef-Tt-Fed-Tax       pic 9(13)v99.
            05 Ef-Tt-Ss-Wages      pic 9(13)v99.
            05 Ef-Tt-Medi-Wages    pic 9(13)v99.
            05 Ef-Tt-401k          pic 9(13)v99.
            05 Ef-Tt-Premiums      pic 9(13)v99.
            05 filler              pic X(157) value spaces.
        01  L5F-Ef-Final.
            05 Ef-Fn-Id            pic X(2) value "RF".
            05 Ef-Fn-Count         pic 9(9).
            05 filler              pic X(245) value spaces.

        procedure division.
        000-main.

           perform 100-initialize

           sort sort-file
              on ascending key Sort-Region Sort-Dept Sort-Empno
              input procedure is 200-release-closed-year
              output procedure is 300-issue-statements

           perform 500-reconcile-to-registers

           perform 900-finalize

           stop run.

      *> The employer's EIN and name are required on every filing
      *> record, so a missing parameter file stops the step; the
      *> archive and master are required for the same reason.
        100-initialize.
           accept crt-date from date YYYYMMDD
           open output w2-rpt
           open input parm-file
           if L5F-Parm-Status not = "00"
              move "W-2 parameter file (employer EIN) not on hand"
                 to L5F-Abort-Reason
              perform 850-abort-statements
           end-if
           read parm-file
              at end
                 move "W-2 parameter file is empty"
                    to L5F-Abort-Reason
                 perform 850-abort-statements
           end-read
           close parm-file
           if W2p-Tax-Year is numeric and W2p-Tax-Year > 0
              move W2p-Tax-Year to L5F-Tax-Year
           else
              compute L5F-Tax-Year = crt-year - 1
           end-if
           move W2p-Ein to L5F-Ein
           move W2p-Employer-Name to L5F-Employer-Name
           move W2p-Employer-Addr to L5F-Employer-Addr
           move W2p-Employer-City to L5F-Employer-City
           move W2p-Reissue-Empno to L5F-Reissue-Empno
           if L5F-Ein is not numeric
              move "Employer EIN on the parameter file is not numeric"
                 to L5F-Abort-Reason
              perform 850-abort-statements
           end-if
           if L5F-Reissue-Empno not = spaces
              move "Y" to L5F-Reissue-Sw
           end-if
           perform 110-print-report-heading
           open input arch-file
           if L5F-Arch-Status not = "00"
              move "YTD archive would not open" to L5F-Abort-Reason
              perform 850-abort-statements
           end-if
           open input mast-file
           if L5F-Mast-Status not = "00"
              move "Employee master would not open"
                 to L5F-Abort-Reason
              perform 850-abort-statements
           end-if
           if L5F-Reissue
              open output w2c-print
              open output efilec
              move "CORRECTED" to Prt-Head-Corrected
              move "C" to Ef-Er-Kind
           else
              open output w2-print
              open output efile
              move "O" to Ef-Er-Kind
           end-if
           perform 120-write-employer-record.

        110-print-report-heading.
           move L5F-Tax-Year to Rpt-Head-Year
           move crt-year to Rpt-Head-Run-Year
           move crt-month to Rpt-Head-Run-Month
           move crt-day to Rpt-Head-Run-Day
           write w2-rpt-record from L5F-Rpt-Head1
              after advancing page
           move spaces to w2-rpt-record
           write w2-rpt-record after advancing 1 line
           if L5F-Reissue
              move spaces to L5F-Err-Desc
              string "Correction run - re-issuing employee "
                    delimited by size
                 L5F-Reissue-Empno delimited by size
                 " only" delimited by size
                 into L5F-Err-Desc
              end-string
              move spaces to Rpt-Note-Empno
              perform 280-write-note
           end-if.

        120-write-employer-record.
           move L5F-Tax-Year to Ef-Er-Tax-Year
           move L5F-Ein to Ef-Er-Ein
           move L5F-Employer-Name to Ef-Er-Name
           move L5F-Employer-Addr to Ef-Er-Addr
           move L5F-Employer-City to Ef-Er-City
           move L5F-Ef-Employer to L5F-Efile-Work
           perform 710-write-efile-record.

      *================================================================
      *  200-series - the closed year off the archive.  Only records
      *  tagged with the tax year (and, on a correction run, only
      *  the one employee) go to the sort, each summed across its
      *  four quarters.  An archive line cut before the quarter
      *  buckets carried the separate deductions has no 401k/
      *  premium/withholding split to report and is called out.
      *================================================================
        200-release-closed-year.
           perform until eof = "y"
              read arch-file
                 at end
                    move "y" to eof
                 not at end
                    add 1 to L5F-Arch-Read-Count
                    if Arch-Year = L5F-Tax-Year
                       perform 210-release-one-employee
                    end-if
              end-read
           end-perform
           close arch-file.

        210-release-one-employee.
           if L5F-Reissue and
              Arch-Employee-Number not = L5F-Reissue-Empno
              continue
           else
              add 1 to L5F-Arch-Year-Count
              if Arch-Qtr-Garn(4) is not numeric
                 add 1 to L5F-Skipped-Count
                 move Arch-Employee-Number to Rpt-Note-Empno
                 move "Archive record lacks the separate deductions"
                    to L5F-Err-Desc
                 perform 280-write-note
              else
                 move Arch-Region to Sort-Region
                 move Arch-Dept to Sort-Dept
                 move Arch-Employee-Number to Sort-Empno
                 move Arch-Name to Sort-Name
                 move 0 to Sort-Gross
                 move 0 to Sort-401k
                 move 0 to Sort-Med
                 move 0 to Sort-Den
                 move 0 to Sort-Vis
                 move 0 to Sort-Tax
                 move 1 to L5F-Qtr-Sub
                 perform 215-add-one-quarter 4 times
                 release sort-record
              end-if
           end-if.

        215-add-one-quarter.
           add Arch-Qtr-Gross(L5F-Qtr-Sub) to Sort-Gross
           add Arch-Qtr-401k(L5F-Qtr-Sub) to Sort-401k
           add Arch-Qtr-Med(L5F-Qtr-Sub) to Sort-Med
           add Arch-Qtr-Den(L5F-Qtr-Sub) to Sort-Den
           add Arch-Qtr-Vis(L5F-Qtr-Sub) to Sort-Vis
           add Arch-Qtr-Tax(L5F-Qtr-Sub) to Sort-Tax
           add 1 to L5F-Qtr-Sub.

      *> NOTE line on the control report - expects the reason in
      *> L5F-Err-Desc and the employee (or spaces) in
      *> Rpt-Note-Empno.
        280-write-note.
           move "NOTE" to Rpt-Note-Tag
           move L5F-Err-Desc to Rpt-Note-Desc
           write w2-rpt-record from L5F-Rpt-Note-Line
              after advancing 1 line.

      *================================================================
      *  300-series - one statement and one wage record per
      *  employee.  The archive holds one record per employee per
      *  year; a second one for the same employee means the year
      *  was archived twice, and only the first is issued.
      *================================================================
        300-issue-statements.
           perform until L5F-Sort-Eof = "y"
              return sort-file
                 at end
                    move "y" to L5F-Sort-Eof
                 not at end
                    if Sort-Empno = L5F-Prev-Empno
                       add 1 to L5F-Skipped-Count
                       move Sort-Empno to Rpt-Note-Empno
                       move "Duplicate archive record - ignored"
                          to L5F-Err-Desc
                       perform 280-write-note
                    else
                       move Sort-Empno to L5F-Prev-Empno
                       perform 310-issue-one-statement
                    end-if
              end-return
           end-perform
           if L5F-Reissue and L5F-Issued-Count = 0
              move L5F-Reissue-Empno to Rpt-Note-Empno
              move "Employee not on the archive for the tax year"
                 to L5F-Err-Desc
              perform 280-write-note
              move 4 to return-code
           end-if.

      *> Negative wages mean a year that nets out below zero (a
      *> reversal bigger than the year's pay) - not something to
      *> file without Payroll looking at it first.
        310-issue-one-statement.
           compute L5F-Box-Premiums = Sort-Med + Sort-Den + Sort-Vis
           compute L5F-Box-Wages = Sort-Gross - Sort-401k
              - L5F-Box-Premiums
           compute L5F-Box-Ss-Wages = Sort-Gross - L5F-Box-Premiums
           move L5F-Box-Ss-Wages to L5F-Box-Medi-Wages
           move Sort-Tax to L5F-Box-Fed-Tax
           move Sort-401k to L5F-Box-401k
           if L5F-Box-Wages < 0 or L5F-Box-Fed-Tax < 0
              add 1 to L5F-Skipped-Count
              move Sort-Empno to Rpt-Note-Empno
              move "Negative wages or withholding - statement held"
                 to L5F-Err-Desc
              perform 280-write-note
           else
              perform 320-look-up-master
              perform 330-print-statement
              perform 340-write-wage-record
              add 1 to L5F-Issued-Count
              add Sort-Gross to L5F-Tot-Gross
              add L5F-Box-401k to L5F-Tot-401k
              add L5F-Box-Premiums to L5F-Tot-Premiums
              add L5F-Box-Wages to L5F-Tot-Wages
              add L5F-Box-Fed-Tax to L5F-Tot-Fed-Tax
              add L5F-Box-Ss-Wages to L5F-Tot-Ss-Wages
              add L5F-Box-Medi-Wages to L5F-Tot-Medi-Wages
           end-if.

      *> An employee gone from the master since the year closed
      *> still gets a statement, off the archive's name, with the
      *> address lines left blank for Payroll to fill in.
        320-look-up-master.
           move "N" to L5F-Mast-Found-Sw
           move Sort-Empno to Mast-Employee-Number
           read mast-file into in-record
              invalid key
                 move spaces to in-record
                 move Sort-Empno to Rpt-Note-Empno
                 move "Not on the employee master - no address"
                    to L5F-Err-Desc
                 perform 280-write-note
              not invalid key
                 move "Y" to L5F-Mast-Found-Sw
           end-read.

        330-print-statement.
           add 1 to L5F-Page-Count
           move L5F-Tax-Year to Prt-Head-Year
           move L5F-Page-Count to Prt-Head-Page
           move L5F-Prt-Head1 to L5F-Prt-Work
           perform 705-write-statement-page
           move L5F-Ein to Prt-Er-Ein
           move L5F-Employer-Name to Prt-Er-Name
           move L5F-Prt-Employer-Line to L5F-Prt-Work
           move 2 to L5F-Advance
           perform 700-write-statement-line
           move L5F-Employer-Addr to Prt-Er-Addr
           move L5F-Prt-Er-Addr-Line to L5F-Prt-Work
           move 1 to L5F-Advance
           perform 700-write-statement-line
           move L5F-Employer-City to Prt-Er-Addr
           move L5F-Prt-Er-Addr-Line to L5F-Prt-Work
           perform 700-write-statement-line
           move Sort-Empno to Prt-Emp-Empno
           if L5F-Mast-Found
              move spaces to Prt-Emp-Name
              string FirstName delimited by "  "
                 " " delimited by size
                 LastName delimited by "  "
                 into Prt-Emp-Name
              end-string
           else
              move Sort-Name to Prt-Emp-Name
           end-if
           move L5F-Prt-Emp-Line to L5F-Prt-Work
           move 2 to L5F-Advance
           perform 700-write-statement-line
           move Adress to Prt-Addr
           move L5F-Prt-Addr-Line to L5F-Prt-Work
           move 1 to L5F-Advance
           perform 700-write-statement-line
           move CityState to Prt-Addr
           move L5F-Prt-Addr-Line to L5F-Prt-Work
           perform 700-write-statement-line
           move 2 to L5F-Advance
           move "1  WAGES, TIPS, OTHER COMPENSATION"
              to Prt-Box-Desc
           move L5F-Box-Wages to Prt-Box-Amount
           perform 335-print-box-line
           move 1 to L5F-Advance
           move "2  FEDERAL INCOME TAX WITHHELD" to Prt-Box-Desc
           move L5F-Box-Fed-Tax to Prt-Box-Amount
           perform 335-print-box-line
           move "3  SOCIAL SECURITY WAGES" to Prt-Box-Desc
           move L5F-Box-Ss-Wages to Prt-Box-Amount
           perform 335-print-box-line
           move "5  MEDICARE WAGES AND TIPS" to Prt-Box-Desc
           move L5F-Box-Medi-Wages to Prt-Box-Amount
           perform 335-print-box-line
           move "12 D  401(K) ELECTIVE DEFERRALS" to Prt-Box-Desc
           move L5F-Box-401k to Prt-Box-Amount
           perform 335-print-box-line
           move "14 PRE-TAX INSURANCE PREMIUMS" to Prt-Box-Desc
           move L5F-Box-Premiums to Prt-Box-Amount
           perform 335-print-box-line.

        335-print-box-line.
           move L5F-Prt-Box-Line to L5F-Prt-Work
           perform 700-write-statement-line.

        340-write-wage-record.
           move 0 to Ef-Wg-Ssn
           move Sort-Empno to Ef-Wg-Empno
           if L5F-Mast-Found
              move FirstName to Ef-Wg-First
              move LastName to Ef-Wg-Last
           else
              move spaces to Ef-Wg-First
              move Sort-Name to Ef-Wg-Last
           end-if
           move Adress to Ef-Wg-Addr
           move CityState to Ef-Wg-City
           move L5F-Box-Wages to Ef-Wg-Wages
           move L5F-Box-Fed-Tax to Ef-Wg-Fed-Tax
           move L5F-Box-Ss-Wages to Ef-Wg-Ss-Wages
           move L5F-Box-Medi-Wages to Ef-Wg-Medi-Wages
           move L5F-Box-401k to Ef-Wg-401k
           move L5F-Box-Premiums to Ef-Wg-Premiums
           move L5F-Ef-Wage to L5F-Efile-Work
           perform 710-write-efile-record.

      *================================================================
      *  500-RECONCILE-TO-REGISTERS - the reconciliation page.  The
      *  year's registers, off the register-totals history, are
      *  carried down to W-2 wages the same way each statement is
      *  (gross less 401k less premiums) and set against what the
      *  W-2 file actually issued; wages or withholding that do not
      *  agree to the penny put the file out of balance and the
      *  step ends with return code 8 - the file is not to be filed
      *  until Payroll has run the difference down.  A correction
      *  run covers one employee and is not reconciled.
      *================================================================
        500-reconcile-to-registers.
           move spaces to w2-rpt-record
           write w2-rpt-record after advancing 1 line
           move "W-2 statements issued" to Rpt-Count-Desc
           move L5F-Issued-Count to Rpt-Count
           write w2-rpt-record from L5F-Rpt-Count-Line
              after advancing 1 line
           move "Archive records read" to Rpt-Count-Desc
           move L5F-Arch-Read-Count to Rpt-Count
           write w2-rpt-record from L5F-Rpt-Count-Line
              after advancing 1 line
           move "Archive records for the tax year" to Rpt-Count-Desc
           move L5F-Arch-Year-Count to Rpt-Count
           write w2-rpt-record from L5F-Rpt-Count-Line
              after advancing 1 line
           move "Archive records not issued" to Rpt-Count-Desc
           move L5F-Skipped-Count to Rpt-Count
           write w2-rpt-record from L5F-Rpt-Count-Line
              after advancing 1 line
           if L5F-Reissue
              move spaces to Rpt-Note-Empno
              move "Correction run - reconciliation not applicable"
                 to L5F-Err-Desc
              perform 280-write-note
           else
              perform 510-sum-register-history
              if L5F-Reg-Count = 0
                 move spaces to Rpt-Note-Empno
                 move "No register totals on file for the tax year"
                    to L5F-Err-Desc
                 perform 280-write-note
                 if return-code < 4
                    move 4 to return-code
                 end-if
              else
                 perform 530-print-reconciliation-page
              end-if
           end-if.

        510-sum-register-history.
           open input reghist-file
           if L5F-Rhist-Status = "00"
              perform until L5F-Rhist-Eof = "y"
                 read reghist-file
                    at end
                       move "y" to L5F-Rhist-Eof
                    not at end
                       if Rhist-Reg-Year = L5F-Tax-Year
                          perform 515-add-one-register
                       end-if
                 end-read
              end-perform
              close reghist-file
           end-if
           compute L5F-Reg-Wages = L5F-Reg-Gross - L5F-Reg-401k
              - L5F-Reg-Premiums.

        515-add-one-register.
           add 1 to L5F-Reg-Count
           add Rhist-Gross to L5F-Reg-Gross
           add Rhist-401k to L5F-Reg-401k
           add Rhist-Med to L5F-Reg-Premiums
           add Rhist-Den to L5F-Reg-Premiums
           add Rhist-Vis to L5F-Reg-Premiums
           add Rhist-Tax to L5F-Reg-Fed-Tax.

        530-print-reconciliation-page.
           move L5F-Rpt-Head1 to w2-rpt-record
           write w2-rpt-record after advancing page
           move "Registers posted in the tax year" to Rpt-Count-Desc
           move L5F-Reg-Count to Rpt-Count
           write w2-rpt-record from L5F-Rpt-Count-Line
              after advancing 2 lines
           write w2-rpt-record from L5F-Rpt-Recon-Head
              after advancing 2 lines
           move "GROSS PAY" to Rpt-Recon-Desc
           move L5F-Reg-Gross to Rpt-Recon-Reg
           move L5F-Tot-Gross to Rpt-Recon-W2
           compute L5F-Diff = L5F-Reg-Gross - L5F-Tot-Gross
           perform 535-print-recon-line
           move "LESS 401(K) DEFERRALS" to Rpt-Recon-Desc
           move L5F-Reg-401k to Rpt-Recon-Reg
           move L5F-Tot-401k to Rpt-Recon-W2
           compute L5F-Diff = L5F-Reg-401k - L5F-Tot-401k
           perform 535-print-recon-line
           move "LESS PRE-TAX PREMIUMS" to Rpt-Recon-Desc
           move L5F-Reg-Premiums to Rpt-Recon-Reg
           move L5F-Tot-Premiums to Rpt-Recon-W2
           compute L5F-Diff = L5F-Reg-Premiums - L5F-Tot-Premiums
           perform 535-print-recon-line
           move "W-2 WAGES (BOX 1)" to Rpt-Recon-Desc
           move L5F-Reg-Wages to Rpt-Recon-Reg
           move L5F-Tot-Wages to Rpt-Recon-W2
           compute L5F-Diff = L5F-Reg-Wages - L5F-Tot-Wages
           perform 535-print-recon-line
           if L5F-Diff not = 0
              move "Y" to L5F-Out-Of-Balance-Sw
           end-if
           move "FEDERAL WITHHOLDING (BOX 2)" to Rpt-Recon-Desc
           move L5F-Reg-Fed-Tax to Rpt-Recon-Reg
           move L5F-Tot-Fed-Tax to Rpt-Recon-W2
           compute L5F-Diff = L5F-Reg-Fed-Tax - L5F-Tot-Fed-Tax
           perform 535-print-recon-line
           if L5F-Diff not = 0
              move "Y" to L5F-Out-Of-Balance-Sw
           end-if
           move spaces to w2-rpt-record
           if L5F-Out-Of-Balance
              move "*** OUT OF BALANCE - W-2 FILE NOT TO BE FILED ***"
                 to w2-rpt-record
              display "LAB5W2: W-2 FILE OUT OF BALANCE WITH REGISTERS"
              move 8 to return-code
           else
              move "IN BALANCE - W-2 WAGES AND WITHHOLDING AGREE"
                 to w2-rpt-record
           end-if
           write w2-rpt-record after advancing 2 lines.

        535-print-recon-line.
           move L5F-Diff to Rpt-Recon-Diff
           write w2-rpt-record from L5F-Rpt-Recon-Line
              after advancing 1 line.

      *> Statement print lines go to the original or the corrected
      *> statement file, whichever this run is writing.
        700-write-statement-line.
           if L5F-Reissue
              write w2c-print-record from L5F-Prt-Work
                 after advancing L5F-Advance lines
           else
              write w2-print-record from L5F-Prt-Work
                 after advancing L5F-Advance lines
           end-if.

        705-write-statement-page.
           if L5F-Reissue
              write w2c-print-record from L5F-Prt-Work
                 after advancing page
           else
              write w2-print-record from L5F-Prt-Work
                 after advancing page
           end-if.

        710-write-efile-record.
           if L5F-Reissue
              write efilec-record from L5F-Efile-Work
           else
              write efile-record from L5F-Efile-Work
           end-if.

      *================================================================
      *  850-ABORT-STATEMENTS - nothing usable can be produced.  One
      *  clear line on the control report, return code 8, and the
      *  step stops.
      *================================================================
        850-abort-statements.
           move spaces to Rpt-Note-Empno
           move "ABORT" to Rpt-Note-Tag
           move L5F-Abort-Reason to Rpt-Note-Desc
           write w2-rpt-record from L5F-Rpt-Note-Line
              after advancing 1 line
           display "LAB5W2: " L5F-Abort-Reason
           display "LAB5W2: W-2 FILES NOT PRODUCED - RUN STOPPED"
           move 8 to return-code
           close w2-rpt
           stop run.

      *> The totals and final records close out the filing file.
        900-finalize.
           move L5F-Issued-Count to Ef-Tt-Count
           move L5F-Tot-Wages to Ef-Tt-Wages
           move L5F-Tot-Fed-Tax to Ef-Tt-Fed-Tax
           move L5F-Tot-Ss-Wages to Ef-Tt-Ss-Wages
           move L5F-Tot-Medi-Wages to Ef-Tt-Medi-Wages
           move L5F-Tot-401k to Ef-Tt-401k
           move L5F-Tot-Premiums to Ef-Tt-Premiums
           move L5F-Ef-Total to L5F-Efile-Work
           perform 710-write-efile-record
           move L5F-Issued-Count to Ef-Fn-Count
           move L5F-Ef-Final to L5F-Efile-Work
           perform 710-write-efile-record
           close mast-file
           close w2-rpt
           if L5F-Reissue
              close w2c-print
              close efilec
           else
              close w2-print
              close efile
           end-if.

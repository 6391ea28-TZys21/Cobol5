       *> Tyler Zysberg
       *> A LAB5CHK step run right after Lab5Dep - prints the paper
       *> checks Payroll used to type by hand off the exception list.
       *> Every EXCEPTION row on lab5-bnkexc.dat is matched to its
       *> DETAIL row on the register (lab5-payreg.dat) for the net
       *> and the stub figures, numbered off the check-stock control
       *> file (lab5-chkctl.dat, which carries the next check number
       *> from one run to the next), printed as a check-and-stub image
       *> (lab5-checks.dat), recorded on the issued-check history
       *> (lab5-chkhist.dat, keyed on check number), and sent to the
       *> bank on the positive-pay issue file (lab5-posipay.dat): a
       *> header, one record per check issued or voided, and a
       *> trailer with the count and dollar total.  The bank pays
       *> nothing that is not on positive-pay.
       *>
       *> Void and reprint requests (lab5-chkvoid.dat) are applied
       *> ahead of the night's checks: the check number is cancelled
       *> on the history and sent to the bank as a void, and a
       *> reprint issues a replacement under the next number.
       *>
       *> Protection against printing the same register twice rides
       *> on the register's REGISTER row, the way the year-to-date
       *> posting is guarded: the run date last printed is kept on
       *> the control record.
       *>
       *> Mod history:
       *>   2026-10-15  TZ  Initial version - check-stock numbering,
       *>                   check-and-stub print, issued-check
       *>                   history, positive-pay issue file, void
       *>                   and reprint requests, double-print guard.
       *>   2026-10-15  TZ  The register now carries the garnishment
       *>                   column ahead of net (net to column 16,
       *>                   the name to column 17); the stub shows
       *>                   the garnishment.
       *>   2026-10-15  TZ  The employee master now carries the
       *>                   employment status area behind the
       *>                   employee image; record layout widened.
       *>   2026-10-15  TZ  Review fixes: a run stopped after voids
       *>                   or checks went out now closes out what
       *>                   it wrote - positive-pay trailer, check
       *>                   print and history closed, and the
       *>                   control record carried past the last
       *>                   number used (the register marked printed
       *>                   once any of its checks went out) - so
       *>                   the next run cannot reuse a number; the
       *>                   master-record image is back to its 207
       *>                   bytes.
       *>   2026-10-15  TZ  Review fixes: the register's date is
       *>                   checked before any check file is opened;
       *>                   a register already printed with no void
       *>                   requests waiting stops at the NOTE row
       *>                   with return code 4, and the check print
       *>                   and positive-pay files are only opened
       *>                   once a check or void is written, so a
       *>                   rerun never empties the last ones made.
       *>   2026-10-15  TZ  Review fixes: the positive-pay trailer's
       *>                   issue count now counts issues only, to
       *>                   tie to its issue dollars; voids are
       *>                   counted in the void fields alone.

       identification division.
       program-id.     Lab5Chk.

       Environment division.
       configuration section.

        input-output section.
        file-control.
            select exc-in assign to "lab5-bnkexc.dat"
                organization is line sequential
                file status is L5Q-Exc-Status.

            select reg-in assign to "lab5-payreg.dat"
                organization is line sequential
                file status is L5Q-Reg-Status.

            select mast-file assign to "lab5-mast.dat"
                organization is indexed
                access is random
                record key is Mast-Employee-Number
                file status is L5Q-Mast-Status.

            select chkctl-file assign to "lab5-chkctl.dat"
                organization is line sequential
                file status is L5Q-Ctl-Status.

            select chkhist-file assign to "lab5-chkhist.dat"
                organization is indexed
                access is random
                record key is Chkh-Check-Number
                file status is L5Q-Hist-Status.

            select void-file assign to "lab5-chkvoid.dat"
                organization is line sequential
                file status is L5Q-Void-Status.

            select chk-print assign to "lab5-checks.dat"
                organization is line sequential.

            select posipay-file assign to "lab5-posipay.dat"
                organization is line sequential.

            select chk-rpt assign to "lab5-chkrpt.dat"
                organization is line sequential.

        data division.
        file section.

      *> Lab5Dep's exception list - EXCEPTION rows carry
      *> Employee-Number in column 2 and net in column 3.
         fd  exc-in.
         01  exc-record             pic x(160).

         fd  reg-in.
         01  reg-record             pic x(400).

      *> The employee master - the full in-record layout keyed on
      *> Employee-Number, read for the payee's name and address.
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

      *> The check-stock control record - the next check number on
      *> the stock in the printer, the register run date last
      *> printed, and the disbursement account the checks draw on.
      *> Payroll sets it up with the first number of a new box of
      *> stock; every run after that carries it forward.
         fd  chkctl-file.
         01  chkctl-record.
           05 Chkctl-Next-Check     pic 9(8).
           05 Chkctl-Last-Reg-Date  pic 9(8).
           05 Chkctl-Account        pic X(17).

      *> Every check ever issued, keyed on check number - what a
      *> void or reprint request is checked against.
         fd  chkhist-file.
         01  chkhist-record.
           05 Chkh-Check-Number     pic 9(8).
           05 Chkh-Employee-Number  pic X(5).
           05 Chkh-Payee            pic X(36).
           05 Chkh-Amount           pic 9(11)v99.
           05 Chkh-Issue-Date       pic 9(8).
           05 Chkh-Reg-Date         pic 9(8).
           05 Chkh-Status           pic X(1).
              88  Chkh-Issued           value "I".
              88  Chkh-Voided           value "V".
           05 Chkh-Void-Date        pic 9(8).
           05 Chkh-Replaces         pic 9(8).
           05 Chkh-Replaced-By      pic 9(8).

      *> Void and reprint requests - V cancels the check, R cancels
      *> it and issues a replacement for the same payee and amount.
         fd  void-file.
         01  void-record.
           05 Void-Action           pic X(1).
           05 Void-Check-Number     pic X(8).
           05 Void-Reason           pic X(30).

         fd  chk-print.
         01  chk-print-record       pic x(132).

      *> The bank's positive-pay issue file - one header, one record
      *> per check issued or voided, one trailer whose counts and
      *> totals the bank balances the file against.
         fd  posipay-file.
         01  ppy-record             pic x(100).
         01  ppy-header-record.
           05 Ppy-Hdr-Id            pic X(6).
           05 Ppy-Hdr-Date          pic 9(8).
           05 Ppy-Hdr-Account       pic X(17).
           05 Ppy-Hdr-Company       pic X(20).
           05 filler                pic X(49).
         01  ppy-detail-record.
           05 Ppy-Det-Id            pic X(6).
           05 Ppy-Det-Account       pic X(17).
           05 Ppy-Det-Check         pic 9(8).
           05 Ppy-Det-Amount        pic 9(11)v99.
           05 Ppy-Det-Issue-Date    pic 9(8).
           05 Ppy-Det-Payee         pic X(36).
           05 filler                pic X(12).
         01  ppy-trailer-record.
           05 Ppy-Trl-Id            pic X(6).
           05 Ppy-Trl-Count         pic 9(7).
           05 Ppy-Trl-Amount        pic 9(13)v99.
           05 Ppy-Trl-Void-Count    pic 9(7).
           05 Ppy-Trl-Void-Amount   pic 9(13)v99.
           05 filler                pic X(50).

      *> The check register report - CSV rows in the same shape as
      *> the other reports.
         fd  chk-rpt.
         01  chk-rpt-record         pic x(160).

        working-storage section.
        01  eof                    pic x value "N".

        01  crt-date               pic 9(8).
        01  filler redefines crt-date.
            05 crt-year            pic 9(4).
            05 crt-month           pic 9(2).
            05 crt-day             pic 9(2).

        01  L5Q-Exc-Status         pic X(2) value spaces.
        01  L5Q-Reg-Status         pic X(2) value spaces.
        01  L5Q-Mast-Status        pic X(2) value spaces.
        01  L5Q-Ctl-Status         pic X(2) value spaces.
        01  L5Q-Hist-Status        pic X(2) value spaces.
        01  L5Q-Void-Status        pic X(2) value spaces.
        01  L5Q-Reg-Eof            pic X value "N".
        01  L5Q-Void-Eof           pic X value "N".
        01  L5Q-Mast-Open-Sw       pic X value "N".
            88  L5Q-Mast-Open          value "Y".
        01  L5Q-Issue-Open-Sw      pic X value "N".
            88  L5Q-Issue-Open         value "Y".
        01  L5Q-Void-Pending-Sw    pic X value "N".
            88  L5Q-Void-Pending       value "Y".

      *> The check-stock control record as loaded - the number the
      *> next check takes, the register last printed, and the
      *> disbursement account.
        01  L5Q-Next-Check         pic 9(8) value 0.
        01  L5Q-Last-Reg-Date      pic 9(8) value 0.
        01  L5Q-Account            pic X(17) value spaces.
        01  L5Q-Reg-Date           pic 9(8) value 0.
        01  L5Q-Print-Run-Sw       pic X value "N".
            88  L5Q-Print-Run          value "Y".

      *> The exception row in hand split into its CSV columns.
        01  L5Q-Exc-Tag            pic X(16) value spaces.
        01  L5Q-Exc-Col2           pic X(50) value spaces.
        01  L5Q-Exc-Col3           pic X(50) value spaces.
        01  L5Q-Exc-Col4           pic X(60) value spaces.

      *> The register row in hand split into its CSV columns - the
      *> DETAIL rows carry Employee-Number in column 4, straight
      *> time/overtime/shift differential in columns 6-8, gross in
      *> column 9, the five deductions in columns 10-14, the
      *> garnishment in column 15, net in column 16, and the
      *> employee name in column 17.
        01  L5Q-Reg-Tag            pic X(16) value spaces.
        01  L5Q-Reg-Col2           pic X(50) value spaces.
        01  L5Q-Reg-Col3           pic X(50) value spaces.
        01  L5Q-Reg-Col4           pic X(50) value spaces.
        01  L5Q-Reg-Col5           pic X(50) value spaces.
        01  L5Q-Reg-Col6           pic X(50) value spaces.
        01  L5Q-Reg-Col7           pic X(50) value spaces.
        01  L5Q-Reg-Col8           pic X(50) value spaces.
        01  L5Q-Reg-Col9           pic X(50) value spaces.
        01  L5Q-Reg-Col10          pic X(50) value spaces.
        01  L5Q-Reg-Col11          pic X(50) value spaces.
        01  L5Q-Reg-Col12          pic X(50) value spaces.
        01  L5Q-Reg-Col13          pic X(50) value spaces.
        01  L5Q-Reg-Col14          pic X(50) value spaces.
        01  L5Q-Reg-Col15          pic X(50) value spaces.
        01  L5Q-Reg-Col16          pic X(50) value spaces.
        01  L5Q-Reg-Col17          pic X(60) value spaces.
        01  L5Q-Reg-Found-Sw       pic X value "N".
            88  L5Q-Reg-Found          value "Y".

      *> The check being written - payee, address, amount, and the
      *> stub figures off the register.
        01  L5Q-Empno              pic X(5) value spaces.
        01  L5Q-Payee              pic X(36) value spaces.
        01  L5Q-Payee-Addr1        pic X(20) value spaces.
        01  L5Q-Payee-Addr2        pic X(20) value spaces.
        01  L5Q-Amount             pic S9(11)v99 value 0.
        01  L5Q-Check-Number       pic 9(8) value 0.
        01  L5Q-Replaces           pic 9(8) value 0.
        01  L5Q-Old-Check          pic 9(8) value 0.

      *> The master record in hand, in the in-record layout the
      *> whole suite shares - only the name and address are used.
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
           05 filler                 PIC X(74).

      *> Run totals for the closing rows and the positive-pay
      *> trailer.
        01  L5Q-Exc-Read-Count     pic 9(7) value 0.
        01  L5Q-Issue-Count        pic 9(7) value 0.
        01  L5Q-Issue-Total        pic S9(13)v99 value 0.
        01  L5Q-Void-Count         pic 9(7) value 0.
        01  L5Q-Void-Total         pic S9(13)v99 value 0.
        01  L5Q-Reissue-Count      pic 9(7) value 0.
        01  L5Q-No-Check-Count     pic 9(7) value 0.
        01  L5Q-Reject-Count       pic 9(7) value 0.

        01  L5Q-Err-Desc           pic X(60) value spaces.
        01  L5Q-Abort-Reason       pic X(60) value spaces.
        01  L5Q-Money-Text         pic -(12)9.99.
        01  L5Q-Count-Text         pic ZZZZZZ9.
        01  L5Q-Csv-Line           pic X(160).
        01  L5Q-Safe-Empno         pic X(5) value spaces.
        01  L5Q-Safe-Payee         pic X(36) value spaces.
        01  L5Q-Safe-Check         pic X(8) value spaces.
        01  L5Q-Safe-Reason        pic X(30) value spaces.

      *> The check-and-stub image - one check per page.
        01  L5Q-Prt-Check-Head.
            05 filler              pic X(12) value "LAB5 PAYROLL".
            05 filler              pic X(46) value spaces.
            05 filler              pic X(9) value "CHECK NO ".
            05 Prt-Check-No        pic 9(8).
            05 filler              pic X(57) value spaces.
        01  L5Q-Prt-Date-Line.
            05 filler              pic X(58) value spaces.
            05 filler              pic X(5) value "DATE ".
            05 Prt-Date-Year       pic 9(4).
            05 filler              pic X value "/".
            05 Prt-Date-Month      pic 9(2).
            05 filler              pic X value "/".
            05 Prt-Date-Day        pic 9(2).
            05 filler              pic X(59) value spaces.
        01  L5Q-Prt-Pay-Line.
            05 filler              pic X(16) value "PAY EXACTLY".
            05 Prt-Pay-Amount      pic $**,***,***,**9.99.
            05 filler              pic X(97) value spaces.
        01  L5Q-Prt-Payee-Line.
            05 filler              pic X(16) value "TO THE ORDER OF".
            05 Prt-Payee           pic X(36).
            05 filler              pic X(80) value spaces.
        01  L5Q-Prt-Addr-Line.
            05 filler              pic X(16) value spaces.
            05 Prt-Addr            pic X(20).
            05 filler              pic X(96) value spaces.
        01  L5Q-Prt-Void-Line      pic X(132) value
            "VOID AFTER 90 DAYS".
        01  L5Q-Prt-Rule           pic X(132) value all "-".
        01  L5Q-Prt-Stub-Head1.
            05 filler              pic X(9) value "EMPLOYEE ".
            05 Prt-Stub-Empno      pic X(5).
            05 filler              pic X(2) value spaces.
            05 Prt-Stub-Name       pic X(36).
            05 filler              pic X(10) value "CHECK NO ".
            05 Prt-Stub-Check      pic 9(8).
            05 filler              pic X(62) value spaces.
        01  L5Q-Prt-Stub-Head2.
            05 filler              pic X(12) value "    STRAIGHT".
            05 filler              pic X(12) value "    OVERTIME".
            05 filler              pic X(12) value "       SHIFT".
            05 filler              pic X(12) value "       GROSS".
            05 filler              pic X(12) value "        401K".
            05 filler              pic X(12) value "     MEDICAL".
            05 filler              pic X(12) value "      DENTAL".
            05 filler              pic X(12) value "      VISION".
            05 filler              pic X(12) value "         TAX".
            05 filler              pic X(12) value "     GARNISH".
            05 filler              pic X(12) value "         NET".
        01  L5Q-Prt-Stub-Amounts.
            05 Prt-Stub-Straight   pic -(8)9.99.
            05 Prt-Stub-Overtime   pic -(8)9.99.
            05 Prt-Stub-Shift      pic -(8)9.99.
            05 Prt-Stub-Gross      pic -(8)9.99.
            05 Prt-Stub-401k       pic -(8)9.99.
            05 Prt-Stub-Med        pic -(8)9.99.
            05 Prt-Stub-Den        pic -(8)9.99.
            05 Prt-Stub-Vis        pic -(8)9.99.
            05 Prt-Stub-Tax        pic -(8)9.99.
            05 Prt-Stub-Garn       pic -(8)9.99.
            05 Prt-Stub-Net        pic -(8)9.99.
        01  L5Q-Prt-Stub-Note.
            05 filler              pic X(22) value
               "REPLACES VOIDED CHECK ".
            05 Prt-Note-Check      pic 9(8).
            05 filler              pic X(6) value "  NET ".
            05 Prt-Note-Net        pic -(8)9.99.
            05 filler              pic X(84) value spaces.

        procedure division.
        000-main.

           perform 100-initialize

           perform 200-process-void-requests

           perform 300-issue-checks

           perform 800-print-totals

           perform 900-finalize

           stop run.

      *> The control record and the check history are not optional -
      *> without them check numbers could repeat, so either one
      *> missing stops the step before a check is printed.  No
      *> master just means the payee comes off the register name and
      *> the check goes out without an address.  The register is
      *> checked before anything else is opened: one already printed
      *> with no void requests waiting leaves nothing to do, and the
      *> step stops there with the check print, positive-pay file,
      *> and control record from the last run untouched.
        100-initialize.
           accept crt-date from date YYYYMMDD
           open output chk-rpt
           perform 110-load-check-control
           perform 130-check-register
           if not L5Q-Print-Run
              perform 135-check-void-requests
              if not L5Q-Void-Pending
                 close chk-rpt
                 stop run
              end-if
           end-if
           perform 120-open-check-history
           open input mast-file
           if L5Q-Mast-Status = "00"
              move "Y" to L5Q-Mast-Open-Sw
           end-if.

        110-load-check-control.
           open input chkctl-file
           if L5Q-Ctl-Status not = "00"
              move "Check-stock control file would not open"
                 to L5Q-Abort-Reason
              perform 850-abort-checks
           end-if
           read chkctl-file
              at end
                 move "Check-stock control file is empty"
                    to L5Q-Abort-Reason
                 close chkctl-file
                 perform 850-abort-checks
           end-read
           close chkctl-file
           if Chkctl-Next-Check is not numeric or
              Chkctl-Next-Check = 0
              move "Check-stock control has no next check number"
                 to L5Q-Abort-Reason
              perform 850-abort-checks
           end-if
           move Chkctl-Next-Check to L5Q-Next-Check
           if Chkctl-Last-Reg-Date is numeric
              move Chkctl-Last-Reg-Date to L5Q-Last-Reg-Date
           end-if
           move Chkctl-Account to L5Q-Account.

        115-write-positive-pay-header.
           move spaces to ppy-record
           move "PPYHDR" to Ppy-Hdr-Id
           move crt-date to Ppy-Hdr-Date
           move L5Q-Account to Ppy-Hdr-Account
           move "LAB5 PAYROLL" to Ppy-Hdr-Company
           write ppy-header-record.

      *> The check print and positive-pay files are opened by the
      *> first check or void written, never before - a run that
      *> writes neither leaves the last ones as they were.
        125-open-issue-files.
           if not L5Q-Issue-Open
              open output chk-print
              open output posipay-file
              perform 115-write-positive-pay-header
              move "Y" to L5Q-Issue-Open-Sw
           end-if.

      *> The check history is created empty the first time a run
      *> finds it missing (status 35), the way the bank-account file
      *> is.
        120-open-check-history.
           open i-o chkhist-file
           if L5Q-Hist-Status = "35"
              open output chkhist-file
              close chkhist-file
              open i-o chkhist-file
           end-if
           if L5Q-Hist-Status not = "00"
              move "Issued-check history would not open"
                 to L5Q-Abort-Reason
              perform 850-abort-checks
           end-if.

      *> The register's REGISTER row names the run; a register at
      *> or before the one last printed has had its checks already,
      *> and printing it again would put two live checks in the
      *> bank's hands for one week's pay.  The register stays open
      *> for the night's checks only when it is to be printed.
        130-check-register.
           open input reg-in
           if L5Q-Reg-Status not = "00"
              move "Register would not open - checks not issued"
                 to L5Q-Abort-Reason
              perform 850-abort-checks
           end-if
           read reg-in
              at end
                 move "y" to L5Q-Reg-Eof
              not at end
                 perform 320-parse-register-row
                 if L5Q-Reg-Tag = "REGISTER"
                    compute L5Q-Reg-Date =
                       function numval(L5Q-Reg-Col2)
                 end-if
           end-read
           if L5Q-Reg-Date = 0
              move "Register carries no REGISTER run-date row"
                 to L5Q-Abort-Reason
              perform 850-abort-checks
           end-if
           if L5Q-Reg-Date <= L5Q-Last-Reg-Date
              move spaces to L5Q-Csv-Line
              string "NOTE" delimited by size
                 ",,,," delimited by size
                 "Register " delimited by size
                 L5Q-Reg-Date delimited by size
                 " already printed - no checks issued" delimited
                    by size
                 into L5Q-Csv-Line
              end-string
              write chk-rpt-record from L5Q-Csv-Line
              display "LAB5CHK: REGISTER ALREADY PRINTED - "
                 "NO CHECKS ISSUED"
              move 4 to return-code
              close reg-in
           else
              move "Y" to L5Q-Print-Run-Sw
           end-if.

      *> Only asked when the register is already printed - a void
      *> request still waiting is the one thing left to do.
        135-check-void-requests.
           open input void-file
           if L5Q-Void-Status = "00"
              read void-file
                 at end
                    continue
                 not at end
                    move "Y" to L5Q-Void-Pending-Sw
              end-read
              close void-file
           end-if.

      *================================================================
      *  200-series - void and reprint requests.  Each one names a
      *  check already on the history; it must still be outstanding
      *  (a check voided once cannot be voided again).  The void goes
      *  to the bank on positive-pay so the original can never clear,
      *  and a reprint issues the replacement under the next number.
      *  No request file just means nothing to void tonight.
      *================================================================
        200-process-void-requests.
           open input void-file
           if L5Q-Void-Status = "00"
              perform until L5Q-Void-Eof = "y"
                 read void-file
                    at end
                       move "y" to L5Q-Void-Eof
                    not at end
                       perform 210-process-one-void
                 end-read
              end-perform
              close void-file
           end-if.

        210-process-one-void.
           move Void-Check-Number to L5Q-Safe-Check
           inspect L5Q-Safe-Check replacing all "," by " "
           if Void-Action not = "V" and Void-Action not = "v" and
              Void-Action not = "R" and Void-Action not = "r"
              move "Invalid void action code" to L5Q-Err-Desc
              perform 260-reject-void
           else
              if Void-Check-Number is not numeric
                 move "Check number not numeric" to L5Q-Err-Desc
                 perform 260-reject-void
              else
                 move Void-Check-Number to Chkh-Check-Number
                 read chkhist-file
                    invalid key
                       move "Check number not on the history"
                          to L5Q-Err-Desc
                       perform 260-reject-void
                    not invalid key
                       perform 215-void-or-reprint
                 end-read
              end-if
           end-if.

        215-void-or-reprint.
           if Chkh-Voided
              move "Check already voided" to L5Q-Err-Desc
              perform 260-reject-void
           else
              perform 220-void-check
              if Void-Action = "R" or Void-Action = "r"
                 perform 230-reissue-check
              end-if
           end-if.

      *> Expects the check's history record in hand.
        220-void-check.
           perform 125-open-issue-files
           move "V" to Chkh-Status
           move crt-date to Chkh-Void-Date
           rewrite chkhist-record
           move spaces to ppy-record
           move "PPYVOI" to Ppy-Det-Id
           move L5Q-Account to Ppy-Det-Account
           move Chkh-Check-Number to Ppy-Det-Check
           move Chkh-Amount to Ppy-Det-Amount
           move Chkh-Issue-Date to Ppy-Det-Issue-Date
           move Chkh-Payee to Ppy-Det-Payee
           write ppy-detail-record
           add 1 to L5Q-Void-Count
           add Chkh-Amount to L5Q-Void-Total

           move spaces to L5Q-Csv-Line
           move Chkh-Amount to L5Q-Money-Text
           move Void-Reason to L5Q-Safe-Reason
           inspect L5Q-Safe-Reason replacing all "," by " "
           move Chkh-Payee to L5Q-Safe-Payee
           inspect L5Q-Safe-Payee replacing all "," by " "
           string "VOID" delimited by size
              "," delimited by size
              Chkh-Check-Number delimited by size
              "," delimited by size
              Chkh-Employee-Number delimited by size
              "," delimited by size
              L5Q-Money-Text delimited by size
              "," delimited by size
              L5Q-Safe-Payee delimited by size
              "," delimited by size
              L5Q-Safe-Reason delimited by size
              into L5Q-Csv-Line
           end-string
           write chk-rpt-record from L5Q-Csv-Line.

      *> The replacement carries the voided check's payee and amount
      *> under a new number; the two history records point at each
      *> other.  The stub has no register behind it - it names the
      *> check it replaces and the net.
        230-reissue-check.
           move Chkh-Check-Number to L5Q-Old-Check
           move Chkh-Check-Number to L5Q-Replaces
           move Chkh-Employee-Number to L5Q-Empno
           move Chkh-Payee to L5Q-Payee
           move Chkh-Amount to L5Q-Amount
           move spaces to L5Q-Payee-Addr1
           move spaces to L5Q-Payee-Addr2
           perform 340-look-up-payee-address
           move L5Q-Next-Check to L5Q-Check-Number
           add 1 to L5Q-Next-Check
           perform 360-print-check-face
           move L5Q-Old-Check to Prt-Note-Check
           move L5Q-Amount to Prt-Note-Net
           write chk-print-record from L5Q-Prt-Stub-Note
              after advancing 2 lines
           perform 370-record-check-issued

           move L5Q-Old-Check to Chkh-Check-Number
           read chkhist-file
              invalid key
                 continue
              not invalid key
                 move L5Q-Check-Number to Chkh-Replaced-By
                 rewrite chkhist-record
           end-read
           add 1 to L5Q-Reissue-Count.

      *> Expects the reason in L5Q-Err-Desc.
        260-reject-void.
           add 1 to L5Q-Reject-Count
           move spaces to L5Q-Csv-Line
           string "VOID-REJECT" delimited by size
              "," delimited by size
              L5Q-Safe-Check delimited by size
              ",,," delimited by size
              L5Q-Err-Desc delimited by size
              into L5Q-Csv-Line
           end-string
           write chk-rpt-record from L5Q-Csv-Line.

      *================================================================
      *  300-series - the night's checks.  The exception list comes
      *  off the register in register order, so one forward pass down
      *  the register finds each exception's DETAIL row.  The check
      *  is written for the register's net, never the exception
      *  list's copy of it; an exception with no DETAIL row behind it
      *  is rejected, and a net that is not positive gets no check.
      *================================================================
        300-issue-checks.
           open input exc-in
           if L5Q-Exc-Status not = "00"
              move spaces to L5Q-Csv-Line
              string "NOTE" delimited by size
                 ",,,," delimited by size
                 "No exception list (status " delimited by size
                 L5Q-Exc-Status delimited by size
                 ") - no checks issued" delimited by size
                 into L5Q-Csv-Line
              end-string
              write chk-rpt-record from L5Q-Csv-Line
           else
              if L5Q-Print-Run
                 perform until eof = "y"
                    read exc-in
                       at end
                          move "y" to eof
                       not at end
                          perform 310-process-exception-row
                    end-read
                 end-perform
              end-if
              close exc-in
           end-if
           if L5Q-Print-Run
              close reg-in
           end-if.

        310-process-exception-row.
           move spaces to L5Q-Exc-Tag
           move spaces to L5Q-Exc-Col2
           move spaces to L5Q-Exc-Col3
           move spaces to L5Q-Exc-Col4
           unstring exc-record delimited by ","
              into L5Q-Exc-Tag L5Q-Exc-Col2 L5Q-Exc-Col3
                 L5Q-Exc-Col4
           end-unstring
           if L5Q-Exc-Tag = "EXCEPTION"
              add 1 to L5Q-Exc-Read-Count
              move L5Q-Exc-Col2(1:5) to L5Q-Empno
              move L5Q-Empno to L5Q-Safe-Empno
              perform 325-find-register-detail
              if not L5Q-Reg-Found
                 move "No DETAIL row on the register"
                    to L5Q-Err-Desc
                 perform 380-reject-exception
              else
                 compute L5Q-Amount =
                    function numval(L5Q-Reg-Col16)
                 if L5Q-Amount <= 0
                    perform 385-note-no-check
                 else
                    perform 330-issue-one-check
                 end-if
              end-if
           end-if.

        320-parse-register-row.
           move spaces to L5Q-Reg-Tag
           move spaces to L5Q-Reg-Col2
           move spaces to L5Q-Reg-Col3
           move spaces to L5Q-Reg-Col4
           move spaces to L5Q-Reg-Col5
           move spaces to L5Q-Reg-Col6
           move spaces to L5Q-Reg-Col7
           move spaces to L5Q-Reg-Col8
           move spaces to L5Q-Reg-Col9
           move spaces to L5Q-Reg-Col10
           move spaces to L5Q-Reg-Col11
           move spaces to L5Q-Reg-Col12
           move spaces to L5Q-Reg-Col13
           move spaces to L5Q-Reg-Col14
           move spaces to L5Q-Reg-Col15
           move spaces to L5Q-Reg-Col16
           move spaces to L5Q-Reg-Col17
           unstring reg-record delimited by ","
              into L5Q-Reg-Tag L5Q-Reg-Col2 L5Q-Reg-Col3
                 L5Q-Reg-Col4 L5Q-Reg-Col5 L5Q-Reg-Col6
                 L5Q-Reg-Col7 L5Q-Reg-Col8 L5Q-Reg-Col9
                 L5Q-Reg-Col10 L5Q-Reg-Col11 L5Q-Reg-Col12
                 L5Q-Reg-Col13 L5Q-Reg-Col14 L5Q-Reg-Col15
                 L5Q-Reg-Col16 L5Q-Reg-Col17
           end-unstring.

      *> Forward only - the register is never re-read, so an
      *> exception out of register order simply is not found.
        325-find-register-detail.
           move "N" to L5Q-Reg-Found-Sw
           perform until L5Q-Reg-Found or L5Q-Reg-Eof = "y"
              read reg-in
                 at end
                    move "y" to L5Q-Reg-Eof
                 not at end
                    perform 320-parse-register-row
                    if L5Q-Reg-Tag = "DETAIL" and
                       L5Q-Reg-Col4(1:5) = L5Q-Empno
                       move "Y" to L5Q-Reg-Found-Sw
                    end-if
              end-read
           end-perform.

        330-issue-one-check.
           perform 125-open-issue-files
           move 0 to L5Q-Replaces
           move L5Q-Reg-Col17(1:36) to L5Q-Payee
           move spaces to L5Q-Payee-Addr1
           move spaces to L5Q-Payee-Addr2
           perform 340-look-up-payee-address
           move L5Q-Next-Check to L5Q-Check-Number
           add 1 to L5Q-Next-Check
           perform 360-print-check-face
           perform 365-print-stub-amounts
           perform 370-record-check-issued.

      *> The master supplies the payee as "First Last" and the
      *> mailing address; with no master the register's name stands
      *> and the address lines print blank.
        340-look-up-payee-address.
           if L5Q-Mast-Open
              move L5Q-Empno to Mast-Employee-Number
              read mast-file into in-record
                 invalid key
                    continue
                 not invalid key
                    move spaces to L5Q-Payee
                    string FirstName delimited by "  "
                       " " delimited by size
                       LastName delimited by "  "
                       into L5Q-Payee
                    end-string
                    move Adress to L5Q-Payee-Addr1
                    move CityState to L5Q-Payee-Addr2
              end-read
           end-if.

        360-print-check-face.
           move L5Q-Check-Number to Prt-Check-No
           write chk-print-record from L5Q-Prt-Check-Head
              after advancing page
           move crt-year to Prt-Date-Year
           move crt-month to Prt-Date-Month
           move crt-day to Prt-Date-Day
           write chk-print-record from L5Q-Prt-Date-Line
              after advancing 1 line
           move L5Q-Amount to Prt-Pay-Amount
           write chk-print-record from L5Q-Prt-Pay-Line
              after advancing 2 lines
           move L5Q-Payee to Prt-Payee
           write chk-print-record from L5Q-Prt-Payee-Line
              after advancing 2 lines
           move L5Q-Payee-Addr1 to Prt-Addr
           write chk-print-record from L5Q-Prt-Addr-Line
              after advancing 1 line
           move L5Q-Payee-Addr2 to Prt-Addr
           write chk-print-record from L5Q-Prt-Addr-Line
              after advancing 1 line
           write chk-print-record from L5Q-Prt-Void-Line
              after advancing 2 lines
           write chk-print-record from L5Q-Prt-Rule
              after advancing 2 lines
           move L5Q-Empno to Prt-Stub-Empno
           move L5Q-Payee to Prt-Stub-Name
           move L5Q-Check-Number to Prt-Stub-Check
           write chk-print-record from L5Q-Prt-Stub-Head1
              after advancing 2 lines.

      *> The stub breaks the week's pay down off the register row
      *> in hand.
        365-print-stub-amounts.
           write chk-print-record from L5Q-Prt-Stub-Head2
              after advancing 2 lines
           compute Prt-Stub-Straight = function numval(L5Q-Reg-Col6)
           compute Prt-Stub-Overtime = function numval(L5Q-Reg-Col7)
           compute Prt-Stub-Shift = function numval(L5Q-Reg-Col8)
           compute Prt-Stub-Gross = function numval(L5Q-Reg-Col9)
           compute Prt-Stub-401k = function numval(L5Q-Reg-Col10)
           compute Prt-Stub-Med = function numval(L5Q-Reg-Col11)
           compute Prt-Stub-Den = function numval(L5Q-Reg-Col12)
           compute Prt-Stub-Vis = function numval(L5Q-Reg-Col13)
           compute Prt-Stub-Tax = function numval(L5Q-Reg-Col14)
           compute Prt-Stub-Garn = function numval(L5Q-Reg-Col15)
           compute Prt-Stub-Net = function numval(L5Q-Reg-Col16)
           write chk-print-record from L5Q-Prt-Stub-Amounts
              after advancing 1 line.

      *> The check goes on the history and on positive-pay, and the
      *> check register report lists it.
        370-record-check-issued.
           move spaces to chkhist-record
           move L5Q-Check-Number to Chkh-Check-Number
           move L5Q-Empno to Chkh-Employee-Number
           move L5Q-Payee to Chkh-Payee
           move L5Q-Amount to Chkh-Amount
           move crt-date to Chkh-Issue-Date
           move L5Q-Reg-Date to Chkh-Reg-Date
           move "I" to Chkh-Status
           move 0 to Chkh-Void-Date
           move L5Q-Replaces to Chkh-Replaces
           move 0 to Chkh-Replaced-By
           write chkhist-record
              invalid key
                 move "Check number already on the history"
                    to L5Q-Abort-Reason
                 perform 850-abort-checks
           end-write

           move spaces to ppy-record
           move "PPYISS" to Ppy-Det-Id
           move L5Q-Account to Ppy-Det-Account
           move L5Q-Check-Number to Ppy-Det-Check
           move L5Q-Amount to Ppy-Det-Amount
           move crt-date to Ppy-Det-Issue-Date
           move L5Q-Payee to Ppy-Det-Payee
           write ppy-detail-record
           add 1 to L5Q-Issue-Count
           add L5Q-Amount to L5Q-Issue-Total

           move spaces to L5Q-Csv-Line
           move L5Q-Amount to L5Q-Money-Text
           move L5Q-Payee to L5Q-Safe-Payee
           inspect L5Q-Safe-Payee replacing all "," by " "
           move L5Q-Empno to L5Q-Safe-Empno
           inspect L5Q-Safe-Empno replacing all "," by " "
           if L5Q-Replaces > 0
              string "REISSUE" delimited by size
                 "," delimited by size
                 L5Q-Check-Number delimited by size
                 "," delimited by size
                 L5Q-Safe-Empno delimited by size
                 "," delimited by size
                 L5Q-Money-Text delimited by size
                 "," delimited by size
                 L5Q-Safe-Payee delimited by size
                 "," delimited by size
                 "Replaces check " delimited by size
                 L5Q-Replaces delimited by size
                 into L5Q-Csv-Line
              end-string
           else
              string "CHECK" delimited by size
                 "," delimited by size
                 L5Q-Check-Number delimited by size
                 "," delimited by size
                 L5Q-Safe-Empno delimited by size
                 "," delimited by size
                 L5Q-Money-Text delimited by size
                 "," delimited by size
                 L5Q-Safe-Payee delimited by size
                 into L5Q-Csv-Line
              end-string
           end-if
           write chk-rpt-record from L5Q-Csv-Line.

      *> Expects the reason in L5Q-Err-Desc.
        380-reject-exception.
           inspect L5Q-Safe-Empno replacing all "," by " "
           add 1 to L5Q-Reject-Count
           move spaces to L5Q-Csv-Line
           string "REJECT" delimited by size
              ",," delimited by size
              L5Q-Safe-Empno delimited by size
              ",," delimited by size
              L5Q-Err-Desc delimited by size
              into L5Q-Csv-Line
           end-string
           write chk-rpt-record from L5Q-Csv-Line.

        385-note-no-check.
           inspect L5Q-Safe-Empno replacing all "," by " "
           add 1 to L5Q-No-Check-Count
           move spaces to L5Q-Csv-Line
           move L5Q-Amount to L5Q-Money-Text
           string "NO-CHECK" delimited by size
              ",," delimited by size
              L5Q-Safe-Empno delimited by size
              "," delimited by size
              L5Q-Money-Text delimited by size
              "," delimited by size
              "Net pay not positive - no check issued" delimited
                 by size
              into L5Q-Csv-Line
           end-string
           write chk-rpt-record from L5Q-Csv-Line.

      *================================================================
      *  800-PRINT-TOTALS - the positive-pay trailer the bank
      *  balances the file against, and the closing rows of the
      *  check register report.
      *================================================================
        800-print-totals.
           if L5Q-Issue-Open
              perform 805-write-positive-pay-trailer
           else
              move spaces to L5Q-Csv-Line
              string "NOTE" delimited by size
                 ",,,," delimited by size
                 "No checks or voids - check print and positive-pay"
                    delimited by size
                 " not written" delimited by size
                 into L5Q-Csv-Line
              end-string
              write chk-rpt-record from L5Q-Csv-Line
           end-if

           move spaces to L5Q-Csv-Line
           move L5Q-Exc-Read-Count to L5Q-Count-Text
           string "GRAND-TOTAL" delimited by size
              ",,," delimited by size
              L5Q-Count-Text delimited by size
              "," delimited by size
              "Exceptions read off the exception list" delimited
                 by size
              into L5Q-Csv-Line
           end-string
           write chk-rpt-record from L5Q-Csv-Line

           move spaces to L5Q-Csv-Line
           move L5Q-Issue-Count to L5Q-Count-Text
           string "GRAND-TOTAL" delimited by size
              ",,," delimited by size
              L5Q-Count-Text delimited by size
              "," delimited by size
              "Checks issued (including replacements)" delimited
                 by size
              into L5Q-Csv-Line
           end-string
           write chk-rpt-record from L5Q-Csv-Line

           move spaces to L5Q-Csv-Line
           move L5Q-Issue-Total to L5Q-Money-Text
           string "GRAND-TOTAL" delimited by size
              ",,," delimited by size
              L5Q-Money-Text delimited by size
              "," delimited by size
              "Total dollars issued on positive-pay" delimited by
                 size
              into L5Q-Csv-Line
           end-string
           write chk-rpt-record from L5Q-Csv-Line

           move spaces to L5Q-Csv-Line
           move L5Q-Void-Count to L5Q-Count-Text
           string "GRAND-TOTAL" delimited by size
              ",,," delimited by size
              L5Q-Count-Text delimited by size
              "," delimited by size
              "Checks voided" delimited by size
              into L5Q-Csv-Line
           end-string
           write chk-rpt-record from L5Q-Csv-Line

           move spaces to L5Q-Csv-Line
           move L5Q-Void-Total to L5Q-Money-Text
           string "GRAND-TOTAL" delimited by size
              ",,," delimited by size
              L5Q-Money-Text delimited by size
              "," delimited by size
              "Total dollars voided on positive-pay" delimited by
                 size
              into L5Q-Csv-Line
           end-string
           write chk-rpt-record from L5Q-Csv-Line

           move spaces to L5Q-Csv-Line
           move L5Q-No-Check-Count to L5Q-Count-Text
           string "GRAND-TOTAL" delimited by size
              ",,," delimited by size
              L5Q-Count-Text delimited by size
              "," delimited by size
              "Exceptions with no positive net - no check"
                 delimited by size
              into L5Q-Csv-Line
           end-string
           write chk-rpt-record from L5Q-Csv-Line

           move spaces to L5Q-Csv-Line
           move L5Q-Reject-Count to L5Q-Count-Text
           string "GRAND-TOTAL" delimited by size
              ",,," delimited by size
              L5Q-Count-Text delimited by size
              "," delimited by size
              "Exceptions and void requests rejected" delimited
                 by size
              into L5Q-Csv-Line
           end-string
           write chk-rpt-record from L5Q-Csv-Line.

        805-write-positive-pay-trailer.
           move spaces to ppy-record
           move "PPYTRL" to Ppy-Trl-Id
           move L5Q-Issue-Count to Ppy-Trl-Count
           move L5Q-Issue-Total to Ppy-Trl-Amount
           move L5Q-Void-Count to Ppy-Trl-Void-Count
           move L5Q-Void-Total to Ppy-Trl-Void-Amount
           write ppy-trailer-record.

      *================================================================
      *  850-ABORT-CHECKS - a check run that cannot number its
      *  checks safely must not print any more.  One clear ABORT row
      *  with the reason, return code 8, and the run stops.  A stop
      *  before the check files are open leaves the control record
      *  as it was.  A stop after voids or checks have gone out
      *  closes out what was written - the positive-pay file gets
      *  its trailer so the bank can balance it, and the control
      *  record moves past the last number used, with the register
      *  marked printed if any of its checks went out, so the next
      *  run can neither reuse a number nor print those checks
      *  twice.
      *================================================================
        850-abort-checks.
           move spaces to L5Q-Csv-Line
           string "CHECK-ABORT" delimited by size
              ",,,," delimited by size
              L5Q-Abort-Reason delimited by size
              into L5Q-Csv-Line
           end-string
           write chk-rpt-record from L5Q-Csv-Line
           display "LAB5CHK: " L5Q-Abort-Reason
           display "LAB5CHK: CHECKS NOT PRODUCED - RUN STOPPED"
           move 8 to return-code
           if L5Q-Issue-Open
              perform 805-write-positive-pay-trailer
              if L5Q-Issue-Count = 0
                 move "N" to L5Q-Print-Run-Sw
              end-if
              perform 910-write-check-control
              if L5Q-Mast-Open
                 close mast-file
              end-if
              close chkhist-file
              close chk-print
              close posipay-file
           end-if
           close chk-rpt
           stop run.

      *> The control record carries the next unused number forward
      *> - the stock in the printer picks up exactly where tonight
      *> left off - and the register just printed, for the next
      *> run's guard.
        900-finalize.
           perform 910-write-check-control
           if L5Q-Mast-Open
              close mast-file
           end-if
           close chkhist-file
           if L5Q-Issue-Open
              close chk-print
              close posipay-file
           end-if
           close chk-rpt.

        910-write-check-control.
           move L5Q-Next-Check to Chkctl-Next-Check
           if L5Q-Print-Run
              move L5Q-Reg-Date to Chkctl-Last-Reg-Date
           else
              move L5Q-Last-Reg-Date to Chkctl-Last-Reg-Date
           end-if
           move L5Q-Account to Chkctl-Account
           open output chkctl-file
           write chkctl-record
           close chkctl-file.

       *> file (lab5-coa.dat, one record per department code with its
       *> GL account, in the same shape as lab5-org.dat), and writes
       *> the balanced journal file Finance used to re-key by hand:
       *> one debit per department charged (built up from the
       *> DETAIL rows, split by labor distribution), one
       *> offsetting accrued-payroll credit per region off the
       *> REGION-TOTAL rows, and a trailer proving debits equal
       *> credits.
       *>                   balance proof, abort on an unmapped
       *>                   department or a chart with no clearing
       *>                   account.
       *>   2026-10-15  TZ  The register now carries straight time,
       *>                   overtime, and shift differential ahead
       *>                   of gross, so gross moves to column 9 on
       *>                   the DEPT-TOTAL and REGION-TOTAL rows; the
       *>                   register record is widened to match, and
       *>                   the abort reason rides in its own
       *>                   L5G-Err-Desc field instead of borrowing a
       *>                   register CSV-column buffer.
       *>   2026-10-15  TZ  Garnishments withheld from pay are owed
       *>                   to the agencies, not to the employees:
       *>                   each region's credit now splits into
       *>                   accrued payroll (gross less the region's
       *>                   garnishments, register column 15) and a
       *>                   credit to the garnishments-payable
       *>                   account (chart type G), so the journal
       *>                   still balances to gross.  A region with
       *>                   garnishments and no type G account on the
       *>                   chart stops the extract.
       *>   2026-10-15  TZ  Labor distribution: the debits are now
       *>                   built from the register's DETAIL rows.
       *>                   An employee with a distribution on
       *>                   lab5-labdist.dat (kept by Lab5Dst) has
       *>                   their gross split across its departments
       *>                   by percentage, with the rounding
       *>                   remainder charged to the home department;
       *>                   everyone else is charged wholly to home,
       *>                   as before.  One debit per department
       *>                   charged, written ahead of the trailer,
       *>                   and a distribution report
       *>                   (lab5-ldrpt.dat) showing each
       *>                   department's charges for its own people
       *>                   and for people borrowed from elsewhere.
       *>   2026-10-15  TZ  Run control: the step refuses to start
       *>                   unless LAB5PAY finished cleanly for the
       *>                   night named on the run-control file
       *>                   (lab5-runctl.dat) and the register on
       *>                   hand carries that night's run date, and
       *>                   records its own start, finish, return
       *>                   code, and counts (register DETAIL rows,
       *>                   journal lines) there - an abort records
       *>                   its reason.
       *>   2026-10-15  TZ  Review fixes: a stopped extract closes the
       *>                   distribution report and file as well.

       identification division.
       program-id.     Lab5Gl.
        input-output section.
        file-control.
            select reg-in assign to "lab5-payreg.dat"
                organization is line sequential
                file status is L5G-Reg-Status.

            select coa-file assign to "lab5-coa.dat"
                organization is line sequential
            select jrnl-file assign to "lab5-jrnl.dat"
                organization is line sequential.

            select ldist-file assign to "lab5-labdist.dat"
                organization is indexed
                access is random
                record key is Ldst-Employee-Number
                file status is L5G-Ldist-Status.

            select ldrpt-file assign to "lab5-ldrpt.dat"
                organization is line sequential.

            select rctl-file assign to "lab5-runctl.dat"
                organization is indexed
                access is random
                record key is Rctl-Key
                file status is L5G-Rctl-Status.

        data division.
        file section.

         fd  reg-in.
         01  reg-record             pic x(400).

      *> Finance's chart-of-accounts file - one record per
      *> department code (type D) with its labor-expense account,
      *> plus the accrued-payroll clearing account the credits post
      *> to (type C) and the garnishments-payable account the
      *> amounts withheld for the agencies post to (type G), in the
      *> same type/code/detail shape as lab5-org.dat.
         fd  coa-file.
         01  coa-record.
           05 Coa-Type              pic X(1).
         fd  jrnl-file.
         01  jrnl-record            pic x(160).

      *> The labor distribution, in Lab5Dst's layout - up to five
      *> departments and the percentage of pay each is charged.
         fd  ldist-file.
         01  ldist-record.
           05 Ldst-Employee-Number  pic X(5).
           05 Ldst-Split            occurs 5 times.
              10 Ldst-Dept          pic X(5).
              10 Ldst-Pct           pic 9(3)v99.
           05 Ldst-Changed-Date     pic 9(8).

      *> The distribution report - a SPLIT row for each share of a
      *> distributed employee's gross, one LDIST-DEPT row per
      *> department charged (own people, borrowed people, total),
      *> and an LDIST-TOTAL row.
         fd  ldrpt-file.
         01  ldrpt-record           pic x(160).

      *> The nightly run-control file, in Lab5's layout - one record
      *> per run date and step, and the CURRENT record (run date
      *> zero) naming the night in progress.
         fd  rctl-file.
         01  rctl-record.
           05 Rctl-Key.
              10 Rctl-Run-Date      pic 9(8).
              10 Rctl-Step          pic X(8).
           05 Rctl-Status           pic X(1).
              88 Rctl-Started       value "S".
              88 Rctl-Complete      value "C".
              88 Rctl-Failed        value "F".
              88 Rctl-Refused       value "R".
              88 Rctl-Superseded    value "X".
           05 Rctl-Start-Date       pic 9(8).
           05 Rctl-Start-Time       pic 9(8).
           05 Rctl-End-Date         pic 9(8).
           05 Rctl-End-Time         pic 9(8).
           05 Rctl-Return-Code      pic 9(3).
           05 Rctl-Count-1          pic 9(7).
           05 Rctl-Count-2          pic 9(7).
           05 Rctl-Count-3          pic 9(7).
           05 Rctl-Attempts         pic 9(3).
           05 Rctl-Message          pic X(80).
         01  rctl-current-record.
           05 filler                pic X(16).
           05 Rctl-Current-Date     pic 9(8).
           05 filler                pic X(132).

        working-storage section.
        01  eof                    pic x value "N".

        01  crt-date               pic 9(8).

      *> The register row in hand split into its CSV columns - the
      *> DETAIL rows carry Region/Department/Employee-Number in
      *> columns 2-4 and gross in column 9, the REGION-TOTAL rows
      *> Region in column 2, gross in column 9, and garnishments in
      *> column 15.
        01  L5G-Reg-Tag            pic X(16) value spaces.
        01  L5G-Reg-Col2           pic X(50) value spaces.
        01  L5G-Reg-Col3           pic X(50) value spaces.
        01  L5G-Reg-Col10          pic X(50) value spaces.
        01  L5G-Reg-Col11          pic X(50) value spaces.
        01  L5G-Reg-Col12          pic X(50) value spaces.
        01  L5G-Reg-Col13          pic X(50) value spaces.
        01  L5G-Reg-Col14          pic X(50) value spaces.
        01  L5G-Reg-Col15          pic X(50) value spaces.
        01  L5G-Reg-Col16          pic X(50) value spaces.
        01  L5G-Reg-Col17          pic X(60) value spaces.

      *> Why the extract stopped - set by the check that fired,
      *> written by 850.
        01  L5G-Err-Desc           pic X(60) value spaces.

      *> Department expense accounts off the chart, loaded at
      *> 120-load-chart the same way Lab5 loads the organizational
        01  L5G-Clearing-Acct      pic X(10) value spaces.
        01  L5G-Clearing-Seen-Sw   pic X value "N".
            88  L5G-Clearing-Seen      value "Y".
        01  L5G-Garn-Acct          pic X(10) value spaces.
        01  L5G-Garn-Seen-Sw       pic X value "N".
            88  L5G-Garn-Seen          value "Y".
        01  L5G-Garn-Amount        pic S9(13)v99 value 0.

        01  L5G-Amount             pic S9(13)v99 value 0.
        01  L5G-Debit-Total        pic S9(13)v99 value 0.
        01  L5G-Credit-Total       pic S9(13)v99 value 0.
        01  L5G-Debit-Count        pic 9(5) value 0.
        01  L5G-Credit-Count       pic 9(5) value 0.
        01  L5G-Detail-Count       pic 9(7) value 0.
        01  L5G-Line-Count         pic 9(7) value 0.

      *> Run control - the night this run belongs to, this step's
      *> entry on the run-control file, and the date on the REGISTER
      *> row of the register on hand.
        01  L5G-Rctl-Status        pic X(2) value spaces.
        01  L5G-Reg-Status         pic X(2) value spaces.
        01  L5G-Rctl-Open-Sw       pic X value "N".
            88  L5G-Rctl-Open          value "Y".
        01  L5G-Rctl-Found-Sw      pic X value "N".
            88  L5G-Rctl-Found         value "Y".
        01  L5G-Run-Date           pic 9(8) value 0.
        01  L5G-Rctl-Today         pic 9(8) value 0.
        01  L5G-Rctl-Time          pic 9(8) value 0.
        01  L5G-Rctl-Step-Name     pic X(8) value spaces.
        01  L5G-Rctl-Reason        pic X(80) value spaces.
        01  L5G-Rctl-Desc          pic X(40) value spaces.
        01  L5G-Rctl-Rc-Text       pic 9(3) value 0.
        01  L5G-Rctl-Reg-Tag       pic X(16) value spaces.
        01  L5G-Rctl-Reg-Date      pic X(8) value spaces.

      *> Labor distribution.  Each department charged gets one
      *> entry - its chart account and what it was charged for its
      *> own people and for people whose home department is
      *> elsewhere - in the order the register first charges it.
      *> No distribution file just means nobody is split.
        01  L5G-Ldist-Status       pic X(2) value spaces.
        01  L5G-Ldist-Open-Sw      pic X value "N".
            88  L5G-Ldist-Open         value "Y".
        01  L5G-Ldrpt-Open-Sw      pic X value "N".
            88  L5G-Ldrpt-Open         value "Y".
        01  L5G-Split-Found-Sw     pic X value "N".
            88  L5G-Split-Found        value "Y".
        01  L5G-Dist-Max           pic 9(3) value 200.
        01  L5G-Dist-Count         pic 9(3) value 0.
        01  L5G-Dist-Sub           pic 9(3) value 0.
        01  L5G-Dist-Table.
            05 L5G-Dist-Entry      occurs 200 times
                                   indexed by L5G-Dist-Idx.
               10 L5G-Dist-Dept        pic X(5).
               10 L5G-Dist-Acct        pic X(10).
               10 L5G-Dist-Own         pic S9(13)v99.
               10 L5G-Dist-Borrowed    pic S9(13)v99.
        01  L5G-Dist-Found-Sw      pic X value "N".
            88  L5G-Dist-Found         value "Y".
        01  L5G-Home-Dept          pic X(5) value spaces.
        01  L5G-Safe-Empno         pic X(5) value spaces.
        01  L5G-Gross              pic S9(13)v99 value 0.
        01  L5G-Allocated          pic S9(13)v99 value 0.
        01  L5G-Split-Sub          pic 9(1) value 0.
        01  L5G-Charge-Dept        pic X(5) value spaces.
        01  L5G-Charge-Amount      pic S9(13)v99 value 0.
        01  L5G-Split-Emp-Count    pic 9(5) value 0.
        01  L5G-Own-Total          pic S9(13)v99 value 0.
        01  L5G-Borrowed-Total     pic S9(13)v99 value 0.

        01  L5G-Money-Text         pic -(12)9.99.
        01  L5G-Own-Text           pic -(12)9.99.
        01  L5G-Borrowed-Text      pic -(12)9.99.
        01  L5G-Pct-Text           pic ZZ9.99.
        01  L5G-Count-Text         pic ZZZZZZ9.
        01  L5G-Rpt-Line           pic X(160).
        01  L5G-Csv-Line           pic X(160).
        01  L5G-Safe-Dept-Num      pic X(5) value spaces.
        01  L5G-Safe-Region-Num    pic X(2) value spaces.
              end-read
           end-perform

           perform 700-write-department-debits

           perform 800-write-trailer

           perform 900-finalize

        100-initialize.
           accept crt-date from date YYYYMMDD
           perform 050-open-run-control
           open output jrnl-file
           open input reg-in
           perform 120-load-chart
           perform 130-open-distribution.

      *================================================================
      *  050-series - run control.  LAB5GL starts only when LAB5PAY
      *  has finished cleanly for the night named on the run-control
      *  file (lab5-runctl.dat) and the register on hand is that
      *  night's, and it records its own start and finish there.
      *================================================================
        050-open-run-control.
           open i-o rctl-file
           if L5G-Rctl-Status not = "00"
              move spaces to L5G-Rctl-Reason
              string "Run-control file would not open (status "
                    delimited by size
                 L5G-Rctl-Status delimited by size
                 ") - run Lab5 first" delimited by size
                 into L5G-Rctl-Reason
              end-string
              perform 058-refuse-step
           end-if
           move "Y" to L5G-Rctl-Open-Sw
           move 0 to Rctl-Run-Date
           move "CURRENT" to Rctl-Step
           read rctl-file
              invalid key
                 move "No night open on the run-control file - run Lab5"
                    to L5G-Rctl-Reason
                 perform 058-refuse-step
              not invalid key
                 move Rctl-Current-Date to L5G-Run-Date
           end-read
           move "LAB5PAY" to L5G-Rctl-Step-Name
           perform 055-check-predecessor
           perform 057-check-register-date
           perform 060-record-step-start.

      *> The step named in L5G-Rctl-Step-Name must have finished
      *> cleanly for this night, or this one does not start.
        055-check-predecessor.
           perform 062-read-step-entry
           if not L5G-Rctl-Found or not Rctl-Complete
              perform 056-describe-status
              move spaces to L5G-Rctl-Reason
              string "Predecessor " delimited by size
                 L5G-Rctl-Step-Name delimited by space
                 " for " delimited by size
                 L5G-Run-Date delimited by size
                 " " delimited by size
                 L5G-Rctl-Desc delimited by "  "
                 into L5G-Rctl-Reason
              end-string
              perform 058-refuse-step
           end-if.

        056-describe-status.
           move spaces to L5G-Rctl-Desc
           move Rctl-Return-Code to L5G-Rctl-Rc-Text
           evaluate true
              when not L5G-Rctl-Found
                 move "never ran" to L5G-Rctl-Desc
              when Rctl-Started
                 move "started but never finished" to L5G-Rctl-Desc
              when Rctl-Failed
                 string "failed with return code " delimited by size
                    L5G-Rctl-Rc-Text delimited by size
                    into L5G-Rctl-Desc
                 end-string
              when Rctl-Refused
                 move "was refused and never ran" to L5G-Rctl-Desc
              when Rctl-Superseded
                 move "was superseded by a rerun" to L5G-Rctl-Desc
              when other
                 string "has unknown status " delimited by size
                    Rctl-Status delimited by size
                    into L5G-Rctl-Desc
                 end-string
           end-evaluate.

      *> The register on hand must be the one LAB5PAY wrote for this
      *> night - its REGISTER row carries the run date.  One left
      *> over from an earlier night is refused, not worked from.
        057-check-register-date.
           move spaces to L5G-Rctl-Reg-Tag
           move spaces to L5G-Rctl-Reg-Date
           open input reg-in
           if L5G-Reg-Status = "00"
              read reg-in
                 at end
                    continue
                 not at end
                    unstring reg-record delimited by ","
                       into L5G-Rctl-Reg-Tag L5G-Rctl-Reg-Date
                    end-unstring
              end-read
              close reg-in
           end-if
           if L5G-Rctl-Reg-Tag not = "REGISTER"
              move "No register on hand, or no REGISTER row on it"
                 to L5G-Rctl-Reason
              perform 058-refuse-step
           end-if
           if L5G-Rctl-Reg-Date not = L5G-Run-Date
              move spaces to L5G-Rctl-Reason
              string "Register lab5-payreg.dat is dated "
                    delimited by size
                 L5G-Rctl-Reg-Date delimited by space
                 ", not run date " delimited by size
                 L5G-Run-Date delimited by size
                 into L5G-Rctl-Reason
              end-string
              perform 058-refuse-step
           end-if.

      *> A step that will not start records why on its own entry -
      *> when it knows the night, and unless the entry already shows
      *> a clean finish - says so on the console, and stops with
      *> return code 8 before any of its own output is opened, so
      *> the files from its last good run stay as they were.
        058-refuse-step.
           if L5G-Rctl-Open and L5G-Run-Date > 0
              move "LAB5GL" to L5G-Rctl-Step-Name
              perform 062-read-step-entry
           end-if
           if L5G-Rctl-Open and L5G-Run-Date > 0 and
              not (L5G-Rctl-Found and Rctl-Complete)
              accept L5G-Rctl-Today from date YYYYMMDD
              accept L5G-Rctl-Time from time
              move "R" to Rctl-Status
              move L5G-Rctl-Today to Rctl-Start-Date
              move L5G-Rctl-Time to Rctl-Start-Time
              move L5G-Rctl-Today to Rctl-End-Date
              move L5G-Rctl-Time to Rctl-End-Time
              move 8 to Rctl-Return-Code
              move 0 to Rctl-Count-1
              move 0 to Rctl-Count-2
              move 0 to Rctl-Count-3
              move L5G-Rctl-Reason to Rctl-Message
              perform 064-put-step-entry
           end-if
           if L5G-Rctl-Open
              close rctl-file
           end-if
           display "LAB5GL: " L5G-Rctl-Reason
           display "LAB5GL: RUN REFUSED - NOTHING PROCESSED"
           move 8 to return-code
           stop run.

      *> This step's entry for the night - a fresh one, or the entry
      *> a prior attempt left, restarted with the attempt counted.
        060-record-step-start.
           move "LAB5GL" to L5G-Rctl-Step-Name
           perform 062-read-step-entry
           accept L5G-Rctl-Today from date YYYYMMDD
           accept L5G-Rctl-Time from time
           move "S" to Rctl-Status
           move L5G-Rctl-Today to Rctl-Start-Date
           move L5G-Rctl-Time to Rctl-Start-Time
           move 0 to Rctl-End-Date
           move 0 to Rctl-End-Time
           move 0 to Rctl-Return-Code
           move 0 to Rctl-Count-1
           move 0 to Rctl-Count-2
           move 0 to Rctl-Count-3
           add 1 to Rctl-Attempts
           move "Started" to Rctl-Message
           perform 064-put-step-entry.

      *> Reads the night's entry for the step in L5G-Rctl-Step-Name,
      *> or sets up an empty one when the step has none yet.
        062-read-step-entry.
           move L5G-Run-Date to Rctl-Run-Date
           move L5G-Rctl-Step-Name to Rctl-Step
           read rctl-file
              invalid key
                 move "N" to L5G-Rctl-Found-Sw
                 move spaces to rctl-record
                 move L5G-Run-Date to Rctl-Run-Date
                 move L5G-Rctl-Step-Name to Rctl-Step
                 move 0 to Rctl-Start-Date
                 move 0 to Rctl-Start-Time
                 move 0 to Rctl-End-Date
                 move 0 to Rctl-End-Time
                 move 0 to Rctl-Return-Code
                 move 0 to Rctl-Count-1
                 move 0 to Rctl-Count-2
                 move 0 to Rctl-Count-3
                 move 0 to Rctl-Attempts
              not invalid key
                 move "Y" to L5G-Rctl-Found-Sw
           end-read.

        064-put-step-entry.
           if L5G-Rctl-Found
              rewrite rctl-record
           else
              write rctl-record
              move "Y" to L5G-Rctl-Found-Sw
           end-if.

      *> The finish - complete below return code 8, failed at 8 or
      *> above (out of balance, or an abort with its reason) - with
      *> the counts handed on: register DETAIL rows charged and
      *> journal lines written.
        070-record-step-end.
           if L5G-Rctl-Open
              move "LAB5GL" to L5G-Rctl-Step-Name
              perform 062-read-step-entry
              accept L5G-Rctl-Today from date YYYYMMDD
              accept L5G-Rctl-Time from time
              move L5G-Rctl-Today to Rctl-End-Date
              move L5G-Rctl-Time to Rctl-End-Time
              move return-code to Rctl-Return-Code
              move return-code to L5G-Rctl-Rc-Text
              if return-code < 8
                 move "C" to Rctl-Status
                 move "Finished" to Rctl-Message
              else
                 move "F" to Rctl-Status
                 move spaces to Rctl-Message
                 string "Ended with return code " delimited by size
                    L5G-Rctl-Rc-Text delimited by size
                    into Rctl-Message
                 end-string
              end-if
              if L5G-Rctl-Reason not = spaces
                 move L5G-Rctl-Reason to Rctl-Message
              end-if
              move L5G-Detail-Count to Rctl-Count-1
              move L5G-Line-Count to Rctl-Count-2
              perform 064-put-step-entry
              close rctl-file
              move "N" to L5G-Rctl-Open-Sw
           end-if.

      *> The chart is not optional the way the parameter files are -
      *> without it every department is unmapped and the journal
           open input coa-file
           if L5G-Coa-Status not = "00"
              move "Chart-of-accounts file would not open"
                 to L5G-Err-Desc
              perform 850-abort-extract
           end-if
           perform until L5G-Coa-Eof = "y"
           close coa-file
           if not L5G-Clearing-Seen
              move "No clearing account (type C) on the chart"
                 to L5G-Err-Desc
              perform 850-abort-extract
           end-if.

                    move Coa-Account to L5G-Coa-Acct(L5G-Coa-Count)
                 else
                    move "Chart-of-accounts exceeds table limit"
                       to L5G-Err-Desc
                    perform 850-abort-extract
                 end-if
              when "C"
                 move Coa-Account to L5G-Clearing-Acct
                 move "Y" to L5G-Clearing-Seen-Sw
              when "G"
                 move Coa-Account to L5G-Garn-Acct
                 move "Y" to L5G-Garn-Seen-Sw
              when other
                 continue
           end-evaluate.

      *> The distribution file is read as it stands - Lab5Dst has
      *> already proved every distribution on it.
        130-open-distribution.
           open output ldrpt-file
           move "Y" to L5G-Ldrpt-Open-Sw
           open input ldist-file
           if L5G-Ldist-Status = "00"
              move "Y" to L5G-Ldist-Open-Sw
           end-if
           move spaces to L5G-Rpt-Line
           string "LABOR-DIST" delimited by size
              "," delimited by size
              crt-date delimited by size
              into L5G-Rpt-Line
           end-string
           write ldrpt-record from L5G-Rpt-Line.

        300-process-register-row.
           move spaces to L5G-Reg-Tag
           move spaces to L5G-Reg-Col2
           move spaces to L5G-Reg-Col11
           move spaces to L5G-Reg-Col12
           move spaces to L5G-Reg-Col13
           move spaces to L5G-Reg-Col14
           move spaces to L5G-Reg-Col15
           move spaces to L5G-Reg-Col16
           move spaces to L5G-Reg-Col17
           unstring reg-record delimited by ","
              into L5G-Reg-Tag L5G-Reg-Col2 L5G-Reg-Col3
                 L5G-Reg-Col4 L5G-Reg-Col5 L5G-Reg-Col6
                 L5G-Reg-Col7 L5G-Reg-Col8 L5G-Reg-Col9
                 L5G-Reg-Col10 L5G-Reg-Col11 L5G-Reg-Col12
                 L5G-Reg-Col13 L5G-Reg-Col14 L5G-Reg-Col15
                 L5G-Reg-Col16 L5G-Reg-Col17
           end-unstring
           evaluate L5G-Reg-Tag
              when "DETAIL"
                 add 1 to L5G-Detail-Count
                 perform 320-distribute-employee
              when "REGION-TOTAL"
                 perform 330-write-region-credit
              when other
                 continue
           end-evaluate.

      *================================================================
      *  320-series - charge one employee's gross.  A distributed
      *  employee's share for each department is the percentage of
      *  gross with the fraction of a cent dropped; whatever the
      *  shares leave over is the rounding remainder, charged to the
      *  home department so the shares add back to gross exactly.
      *================================================================
        320-distribute-employee.
           move L5G-Reg-Col3(1:5) to L5G-Home-Dept
           move L5G-Reg-Col4(1:5) to L5G-Safe-Empno
           compute L5G-Gross = function numval(L5G-Reg-Col9)
           move "N" to L5G-Split-Found-Sw
           if L5G-Ldist-Open
              move L5G-Safe-Empno to Ldst-Employee-Number
              read ldist-file
                 invalid key
                    continue
                 not invalid key
                    move "Y" to L5G-Split-Found-Sw
              end-read
           end-if
           if L5G-Split-Found
              add 1 to L5G-Split-Emp-Count
              move 0 to L5G-Allocated
              move 1 to L5G-Split-Sub
              perform 322-charge-one-split 5 times
              compute L5G-Charge-Amount = L5G-Gross - L5G-Allocated
              if L5G-Charge-Amount not = 0
                 move L5G-Home-Dept to L5G-Charge-Dept
                 perform 325-charge-department
                 move 0 to L5G-Pct-Text
                 move "Rounding remainder to home department"
                    to L5G-Err-Desc
                 perform 328-write-split-row
              end-if
           else
              move L5G-Home-Dept to L5G-Charge-Dept
              move L5G-Gross to L5G-Charge-Amount
              perform 325-charge-department
           end-if.

        322-charge-one-split.
           if Ldst-Dept(L5G-Split-Sub) not = spaces
              compute L5G-Charge-Amount =
                 L5G-Gross * Ldst-Pct(L5G-Split-Sub) / 100
              add L5G-Charge-Amount to L5G-Allocated
              move Ldst-Dept(L5G-Split-Sub) to L5G-Charge-Dept
              perform 325-charge-department
              move Ldst-Pct(L5G-Split-Sub) to L5G-Pct-Text
              if L5G-Charge-Dept = L5G-Home-Dept
                 move "Share charged to home department"
                    to L5G-Err-Desc
              else
                 move "Share charged to borrowing department"
                    to L5G-Err-Desc
              end-if
              perform 328-write-split-row
           end-if
           add 1 to L5G-Split-Sub.

      *> Adds L5G-Charge-Amount to L5G-Charge-Dept's entry - as own
      *> people when it is the employee's home department, borrowed
      *> otherwise - opening the entry the first time the department
      *> is charged.  A department the chart does not carry stops
      *> the extract right here - posting around it would leave the
      *> journal unbalanced.
        325-charge-department.
           move "N" to L5G-Dist-Found-Sw
           set L5G-Dist-Idx to 1
           search L5G-Dist-Entry
              at end
                 continue
              when L5G-Dist-Idx > L5G-Dist-Count
                 continue
              when L5G-Dist-Dept(L5G-Dist-Idx) = L5G-Charge-Dept
                 move "Y" to L5G-Dist-Found-Sw
           end-search
           if not L5G-Dist-Found
              perform 326-find-chart-account
              if L5G-Dist-Count not < L5G-Dist-Max
                 move "Departments charged exceed table limit"
                    to L5G-Err-Desc
                 perform 850-abort-extract
              end-if
              add 1 to L5G-Dist-Count
              set L5G-Dist-Idx to L5G-Dist-Count
              move L5G-Charge-Dept to L5G-Dist-Dept(L5G-Dist-Idx)
              move L5G-Coa-Acct(L5G-Coa-Idx)
                 to L5G-Dist-Acct(L5G-Dist-Idx)
              move 0 to L5G-Dist-Own(L5G-Dist-Idx)
              move 0 to L5G-Dist-Borrowed(L5G-Dist-Idx)
           end-if
           if L5G-Charge-Dept = L5G-Home-Dept
              add L5G-Charge-Amount to L5G-Dist-Own(L5G-Dist-Idx)
           else
              add L5G-Charge-Amount to L5G-Dist-Borrowed(L5G-Dist-Idx)
           end-if.

        326-find-chart-account.
           move L5G-Charge-Dept to L5G-Safe-Dept-Num
           move "N" to L5G-Coa-Found-Sw
           set L5G-Coa-Idx to 1
           search L5G-Coa-Entry
                 move "Y" to L5G-Coa-Found-Sw
           end-search
           if not L5G-Coa-Found
              move spaces to L5G-Err-Desc
              string "Department " delimited by size
                 L5G-Safe-Dept-Num delimited by size
                 " has no account on the chart" delimited by size
                 into L5G-Err-Desc
              end-string
              perform 850-abort-extract
           end-if.

      *> SPLIT row - expects the share in L5G-Charge-Amount, its
      *> percentage in L5G-Pct-Text, and the wording in L5G-Err-Desc.
        328-write-split-row.
           move spaces to L5G-Rpt-Line
           move L5G-Charge-Amount to L5G-Money-Text
           string "SPLIT" delimited by size
              "," delimited by size
              L5G-Safe-Empno delimited by size
              "," delimited by size
              L5G-Home-Dept delimited by size
              "," delimited by size
              L5G-Charge-Dept delimited by size
              "," delimited by size
              L5G-Pct-Text delimited by size
              "," delimited by size
              L5G-Money-Text delimited by size
              "," delimited by size
              L5G-Err-Desc delimited by size
              into L5G-Rpt-Line
           end-string
           write ldrpt-record from L5G-Rpt-Line.

      *> The offsetting credits - one per region to the accrued
      *> payroll clearing account, plus one to garnishments payable
      *> for whatever the region withheld for the agencies, so the
      *> two sides tie region by region as well as in total.
        330-write-region-credit.
           move L5G-Reg-Col2(1:2) to L5G-Safe-Region-Num
           compute L5G-Garn-Amount = function numval(L5G-Reg-Col15)
           if L5G-Garn-Amount not = 0 and not L5G-Garn-Seen
              move "No garnishments-payable account (type G) on chart"
                 to L5G-Err-Desc
              perform 850-abort-extract
           end-if
           compute L5G-Amount = function numval(L5G-Reg-Col9)
              - L5G-Garn-Amount
           move spaces to L5G-Csv-Line
           move L5G-Amount to L5G-Money-Text
           string "JRNL-CREDIT" delimited by size
           end-string
           write jrnl-record from L5G-Csv-Line
           add L5G-Amount to L5G-Credit-Total
           add 1 to L5G-Credit-Count
           if L5G-Garn-Amount not = 0
              perform 335-write-garnishment-credit
           end-if.

        335-write-garnishment-credit.
           move spaces to L5G-Csv-Line
           move L5G-Garn-Amount to L5G-Money-Text
           string "JRNL-CREDIT" delimited by size
              "," delimited by size
              crt-date delimited by size
              "," delimited by size
              L5G-Garn-Acct delimited by size
              "," delimited by size
              L5G-Money-Text delimited by size
              "," delimited by size
              "Garnishments payable - region " delimited by size
              L5G-Safe-Region-Num delimited by size
              into L5G-Csv-Line
           end-string
           write jrnl-record from L5G-Csv-Line
           add L5G-Garn-Amount to L5G-Credit-Total
           add 1 to L5G-Credit-Count.

      *================================================================
      *  700-series - one labor-expense debit per department
      *  charged, for its own people and borrowed people together,
      *  and the department's line on the distribution report.
      *================================================================
        700-write-department-debits.
           move 1 to L5G-Dist-Sub
           perform 710-write-department-debit L5G-Dist-Count times
           move spaces to L5G-Rpt-Line
           move L5G-Own-Total to L5G-Own-Text
           move L5G-Borrowed-Total to L5G-Borrowed-Text
           move L5G-Debit-Total to L5G-Money-Text
           move L5G-Split-Emp-Count to L5G-Count-Text
           string "LDIST-TOTAL" delimited by size
              ",," delimited by size
              L5G-Own-Text delimited by size
              "," delimited by size
              L5G-Borrowed-Text delimited by size
              "," delimited by size
              L5G-Money-Text delimited by size
              "," delimited by size
              "Employees split across departments "
                 delimited by size
              L5G-Count-Text delimited by size
              into L5G-Rpt-Line
           end-string
           write ldrpt-record from L5G-Rpt-Line.

        710-write-department-debit.
           compute L5G-Amount = L5G-Dist-Own(L5G-Dist-Sub)
              + L5G-Dist-Borrowed(L5G-Dist-Sub)
           move L5G-Dist-Dept(L5G-Dist-Sub) to L5G-Safe-Dept-Num
           move spaces to L5G-Csv-Line
           move L5G-Amount to L5G-Money-Text
           string "JRNL-DEBIT" delimited by size
              "," delimited by size
              crt-date delimited by size
              "," delimited by size
              L5G-Dist-Acct(L5G-Dist-Sub) delimited by size
              "," delimited by size
              L5G-Money-Text delimited by size
              "," delimited by size
              "Labor expense - department " delimited by size
              L5G-Safe-Dept-Num delimited by size
              into L5G-Csv-Line
           end-string
           write jrnl-record from L5G-Csv-Line
           add L5G-Amount to L5G-Debit-Total
           add 1 to L5G-Debit-Count
           add L5G-Dist-Own(L5G-Dist-Sub) to L5G-Own-Total
           add L5G-Dist-Borrowed(L5G-Dist-Sub) to L5G-Borrowed-Total
           move spaces to L5G-Rpt-Line
           move L5G-Dist-Own(L5G-Dist-Sub) to L5G-Own-Text
           move L5G-Dist-Borrowed(L5G-Dist-Sub) to L5G-Borrowed-Text
           string "LDIST-DEPT" delimited by size
              "," delimited by size
              L5G-Safe-Dept-Num delimited by size
              "," delimited by size
              L5G-Own-Text delimited by size
              "," delimited by size
              L5G-Borrowed-Text delimited by size
              "," delimited by size
              L5G-Money-Text delimited by size
              "," delimited by size
              L5G-Dist-Acct(L5G-Dist-Sub) delimited by size
              into L5G-Rpt-Line
           end-string
           write ldrpt-record from L5G-Rpt-Line
           add 1 to L5G-Dist-Sub.

      *================================================================
      *  800-WRITE-TRAILER - the proof Finance posts on: both sides'
      *  line counts and dollar totals on one row.  Debits not equal
      *  850-ABORT-EXTRACT - a journal that cannot balance must not
      *  go out looking postable.  One clear JRNL-ABORT row with the
      *  reason, no trailer, return code 8, and the run stops.
      *  Expects the reason in L5G-Err-Desc.
      *================================================================
        850-abort-extract.
           move spaces to L5G-Csv-Line
              "," delimited by size
              crt-date delimited by size
              ",,," delimited by size
              L5G-Err-Desc delimited by size
              into L5G-Csv-Line
           end-string
           write jrnl-record from L5G-Csv-Line
           display "LAB5GL: " L5G-Err-Desc
           display "LAB5GL: JOURNAL NOT PRODUCED - RUN STOPPED"
           move 8 to return-code
           close reg-in jrnl-file
           if L5G-Ldrpt-Open
              close ldrpt-file
           end-if
           if L5G-Ldist-Open
              close ldist-file
           end-if
           move L5G-Err-Desc to L5G-Rctl-Reason
           add L5G-Debit-Count L5G-Credit-Count giving L5G-Line-Count
           perform 070-record-step-end
           stop run.

       900-finalize.
           close reg-in jrnl-file
           close ldrpt-file
           if L5G-Ldist-Open
              close ldist-file
           end-if
           add L5G-Debit-Count L5G-Credit-Count giving L5G-Line-Count
           perform 070-record-step-end.

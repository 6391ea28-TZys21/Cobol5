       *>                   downstream can tell one run's register
       *>                   from another's instead of trusting file
       *>                   timestamps.
       *>   2026-10-15  TZ  Hourly pay now comes off the hours the
       *>                   timecard step (Lab5Tcd) hands over in
       *>                   lab5-hours.dat instead of the scheduled
       *>                   Hours-Per-week: straight time on regular
       *>                   hours, time-and-a-half on overtime hours,
       *>                   and the per-hour shift differential, each
       *>                   in its own register column ahead of
       *>                   gross on the DETAIL and total rows.  No
       *>                   hours file at all falls back to the
       *>                   scheduled hours (split at the overtime
       *>                   threshold) under a NOTE row; an hourly
       *>                   employee missing from the file is paid
       *>                   no hours, under a NOTE row of their own.
       *>   2026-10-15  TZ  Court-ordered garnishments: each
       *>                   employee's orders on the garnishment file
       *>                   (lab5-garn.dat, maintained by Lab5Gar)
       *>                   are taken after withholding in priority
       *>                   order, each within its legal maximum
       *>                   percent of disposable earnings and never
       *>                   past its arrears balance, into a new
       *>                   garnishment column ahead of net on the
       *>                   DETAIL and total rows (net moves to
       *>                   column 16, the name to column 17).  Every
       *>                   amount taken goes to lab5-garndet.dat for
       *>                   Lab5Gar's remittance and arrears posting.
       *>   2026-10-15  TZ  Employees the master carries as
       *>                   terminated are left off the register,
       *>                   each under a NOTE row, whatever reaches
       *>                   the clean file.  No master on hand means
       *>                   nobody is excluded, and the register
       *>                   says so.
       *>   2026-10-15  TZ  Run control: the step refuses to start
       *>                   unless Lab5 finished cleanly for the
       *>                   night named on the run-control file
       *>                   (lab5-runctl.dat), dates the register
       *>                   with that run date, and records its own
       *>                   start, finish, return code, and counts
       *>                   (clean records read, employees paid,
       *>                   terminated employees left off) there.
       *>                   Any later step already recorded for the
       *>                   night is marked superseded.
       *>   2026-10-15  TZ  Review fixes: an hours file the timecard
       *>                   step dated outside this pay week (after
       *>                   the run date, or a week or more before
       *>                   it) is set aside under a NOTE row and
       *>                   hourly employees are paid scheduled
       *>                   hours, instead of paying a stale week.

       identification division.
       program-id.     Lab5Pay.
                organization is line sequential
                file status is L5P-Prem-Status.

            select hours-file assign to "lab5-hours.dat"
                organization is indexed
                access is dynamic
                record key is Hrs-Employee-Number
                file status is L5P-Hours-Status.

            select tcparm-file assign to "lab5-tcparm.dat"
                organization is line sequential
                file status is L5P-Tcparm-Status.

            select garn-file assign to "lab5-garn.dat"
                organization is indexed
                access is random
                record key is Garn-Employee-Number
                file status is L5P-Garn-Status.

            select garndet-file assign to "lab5-garndet.dat"
                organization is line sequential.

            select mast-file assign to "lab5-mast.dat"
                organization is indexed
                access is random
                record key is Mast-Employee-Number
                file status is L5P-Mast-Status.

            select rctl-file assign to "lab5-runctl.dat"
                organization is indexed
                access is random
                record key is Rctl-Key
                file status is L5P-Rctl-Status.

        data division.
        file section.

           05 filler                pic X(185).

         fd  pay-rpt.
         01  pay-record             pic x(400).

      *> Weekly per-plan insurance premiums, maintained by Benefits
      *> the same way Payroll maintains lab5-parm.dat - no file on
           05 Prem-Den              pic 9(3)v99.
           05 Prem-Vis              pic 9(3)v99.

      *> The week's worked hours per employee off the timecard step.
         fd  hours-file.
         01  hours-record.
           05 Hrs-Employee-Number   pic X(5).
           05 Hrs-Regular           pic 9(3)v99.
           05 Hrs-Overtime          pic 9(3)v99.
           05 Hrs-Shift             pic 9(3)v99.
           05 Hrs-Days              pic 9(2).
           05 Hrs-Run-Date          pic 9(8).

      *> Timekeeping rules shared with the timecard step - the
      *> register takes the overtime factor and the per-hour shift
      *> differential, plus the threshold for the scheduled-hours
      *> fallback.
         fd  tcparm-file.
         01  tcparm-record.
           05 Tcparm-Ot-Threshold   pic 9(2)v99.
           05 Tcparm-Max-Daily      pic 9(2)v99.
           05 Tcparm-Ot-Factor      pic 9(1)v99.
           05 Tcparm-Shift-Diff     pic 9(3)v99.

      *> Court-ordered garnishments - up to five orders per employee,
      *> each with its case number, the agency it is remitted to,
      *> its priority (lowest taken first), a flat weekly amount
      *> (type F) or a percent of disposable earnings (type P), the
      *> legal maximum percent of disposable earnings all orders up
      *> to and including this one may take, and the arrears
      *> balance still owed.  An unused slot has a blank case.
         fd  garn-file.
         01  garn-record.
           05 Garn-Employee-Number  pic X(5).
           05 Garn-Order            occurs 5 times.
              10 Garn-Case-Number   pic X(15).
              10 Garn-Agency        pic X(20).
              10 Garn-Priority      pic 9(2).
              10 Garn-Type          pic X(1).
              10 Garn-Amount        pic 9(7)v99.
              10 Garn-Percent       pic 9(3)v99.
              10 Garn-Max-Pct       pic 9(3)v99.
              10 Garn-Arrears       pic 9(9)v99.

      *> The week's garnishments taken - one header with the run
      *> date, one record per order taken, one trailer with the
      *> count and dollars, in the same id/detail/trailer shape as
      *> the bank transfer file.
         fd  garndet-file.
         01  garndet-record         pic x(100).
         01  garndet-header-record.
           05 Gd-Hdr-Id             pic X(6).
           05 Gd-Hdr-Date           pic 9(8).
           05 filler                pic X(86).
         01  garndet-detail-record.
           05 Gd-Det-Id             pic X(6).
           05 Gd-Det-Empno          pic X(5).
           05 Gd-Det-Case           pic X(15).
           05 Gd-Det-Agency         pic X(20).
           05 Gd-Det-Amount         pic 9(9)v99.
           05 Gd-Det-Name           pic X(36).
           05 filler                pic X(7).
         01  garndet-trailer-record.
           05 Gd-Trl-Id             pic X(6).
           05 Gd-Trl-Count          pic 9(7).
           05 Gd-Trl-Amount         pic 9(13)v99.
           05 filler                pic X(72).

      *> The employee master - only the employment status is wanted
      *> here, to keep terminated employees off the register.
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

      *> The nightly run-control file, in Lab5's layout - one record
      *> per run date and step, and the CURRENT record (run date
      *> zero) naming the night in progress.
         fd  rctl-file.
         01  rctl-record.
           05 Rctl-Key.
              10 Rctl-Run-Date        pic 9(8).
              10 Rctl-Step            pic X(8).
           05 Rctl-Status             pic X(1).
              88 Rctl-Started             value "S".
              88 Rctl-Complete            value "C".
              88 Rctl-Failed              value "F".
              88 Rctl-Refused             value "R".
              88 Rctl-Superseded          value "X".
           05 Rctl-Start-Date         pic 9(8).
           05 Rctl-Start-Time         pic 9(8).
           05 Rctl-End-Date           pic 9(8).
           05 Rctl-End-Time           pic 9(8).
           05 Rctl-Return-Code        pic 9(3).
           05 Rctl-Count-1            pic 9(7).
           05 Rctl-Count-2            pic 9(7).
           05 Rctl-Count-3            pic 9(7).
           05 Rctl-Attempts           pic 9(3).
           05 Rctl-Message            pic X(80).
         01  rctl-current-record.
           05 filler                  pic X(16).
           05 Rctl-Current-Date       pic 9(8).
           05 filler                  pic X(132).

        working-storage section.
        01  eof                    pic x value "N".

      *> the running money totals the control breaks print.  Sized
      *> for 10,000-odd employees at a 9-digit rate without
      *> overflowing the grand total.
        01  L5P-Straight           pic S9(11)v99 value 0.
        01  L5P-Overtime           pic S9(11)v99 value 0.
        01  L5P-Shift-Pay          pic S9(11)v99 value 0.
        01  L5P-Gross              pic S9(11)v99 value 0.
        01  L5P-Ded-401k           pic S9(11)v99 value 0.
        01  L5P-Ded-Med            pic S9(11)v99 value 0.
        01  L5P-Ded-Den            pic S9(11)v99 value 0.
        01  L5P-Ded-Vis            pic S9(11)v99 value 0.
        01  L5P-Ded-Tax            pic S9(11)v99 value 0.
        01  L5P-Ded-Garn           pic S9(11)v99 value 0.
        01  L5P-Net                pic S9(11)v99 value 0.
        01  L5P-Dept-Straight      pic S9(13)v99 value 0.
        01  L5P-Dept-Overtime      pic S9(13)v99 value 0.
        01  L5P-Dept-Shift         pic S9(13)v99 value 0.
        01  L5P-Dept-Gross         pic S9(13)v99 value 0.
        01  L5P-Dept-401k          pic S9(13)v99 value 0.
        01  L5P-Dept-Med           pic S9(13)v99 value 0.
        01  L5P-Dept-Den           pic S9(13)v99 value 0.
        01  L5P-Dept-Vis           pic S9(13)v99 value 0.
        01  L5P-Dept-Tax           pic S9(13)v99 value 0.
        01  L5P-Dept-Garn          pic S9(13)v99 value 0.
        01  L5P-Dept-Net           pic S9(13)v99 value 0.
        01  L5P-Region-Straight    pic S9(13)v99 value 0.
        01  L5P-Region-Overtime    pic S9(13)v99 value 0.
        01  L5P-Region-Shift       pic S9(13)v99 value 0.
        01  L5P-Region-Gross       pic S9(13)v99 value 0.
        01  L5P-Region-401k        pic S9(13)v99 value 0.
        01  L5P-Region-Med         pic S9(13)v99 value 0.
        01  L5P-Region-Den         pic S9(13)v99 value 0.
        01  L5P-Region-Vis         pic S9(13)v99 value 0.
        01  L5P-Region-Tax         pic S9(13)v99 value 0.
        01  L5P-Region-Garn        pic S9(13)v99 value 0.
        01  L5P-Region-Net         pic S9(13)v99 value 0.
        01  L5P-Grand-Straight     pic S9(13)v99 value 0.
        01  L5P-Grand-Overtime     pic S9(13)v99 value 0.
        01  L5P-Grand-Shift        pic S9(13)v99 value 0.
        01  L5P-Grand-Gross        pic S9(13)v99 value 0.
        01  L5P-Grand-401k         pic S9(13)v99 value 0.
        01  L5P-Grand-Med          pic S9(13)v99 value 0.
        01  L5P-Grand-Den          pic S9(13)v99 value 0.
        01  L5P-Grand-Vis          pic S9(13)v99 value 0.
        01  L5P-Grand-Tax          pic S9(13)v99 value 0.
        01  L5P-Grand-Garn         pic S9(13)v99 value 0.
        01  L5P-Grand-Net          pic S9(13)v99 value 0.
        01  L5P-Employee-Count     pic 9(5) value 0.
        01  L5P-Count-Text         pic ZZZZ9.

      *> One edited field per money column so a DETAIL or total row
      *> can splice all eleven amounts into one STRING.
        01  L5P-Straight-Text      pic -(12)9.99.
        01  L5P-Overtime-Text      pic -(12)9.99.
        01  L5P-Shift-Text         pic -(12)9.99.
        01  L5P-Gross-Text         pic -(12)9.99.
        01  L5P-401k-Text          pic -(12)9.99.
        01  L5P-Med-Text           pic -(12)9.99.
        01  L5P-Den-Text           pic -(12)9.99.
        01  L5P-Vis-Text           pic -(12)9.99.
        01  L5P-Tax-Text           pic -(12)9.99.
        01  L5P-Garn-Text          pic -(12)9.99.
        01  L5P-Net-Text           pic -(12)9.99.

      *> Weekly per-plan premiums - defaults standing until
        01  L5P-Den-Premium        pic 9(3)v99 value 8.50.
        01  L5P-Vis-Premium        pic 9(3)v99 value 4.25.

      *> Hours worked for the hourly employee in hand, and the rules
      *> they are paid under - defaults standing until
      *> lab5-tcparm.dat overrides them at 120-load-timekeeping-rules.
      *> No hours file at all (status other than "00" at open) means
      *> the scheduled Hours-Per-week is paid instead.
        01  L5P-Hours-Status       pic X(2) value spaces.
        01  L5P-Tcparm-Status      pic X(2) value spaces.
        01  L5P-Hours-Open-Sw      pic X value "N".
            88  L5P-Hours-Open         value "Y".
        01  L5P-Hours-Date         pic 9(8) value 0.
        01  L5P-Hours-Age          pic S9(7) value 0.
        01  L5P-Ot-Threshold       pic 9(2)v99 value 40.00.
        01  L5P-Ot-Factor          pic 9(1)v99 value 1.50.
        01  L5P-Shift-Diff         pic 9(3)v99 value 1.00.
        01  L5P-Regular-Hours      pic S9(3)v99 value 0.
        01  L5P-Overtime-Hours     pic S9(3)v99 value 0.
        01  L5P-Shift-Hours        pic S9(3)v99 value 0.

      *> Master lookup for terminated employees - no master on hand
      *> means nobody can be excluded.
        01  L5P-Mast-Status        pic X(2) value spaces.
        01  L5P-Mast-Open-Sw       pic X value "N".
            88  L5P-Mast-Open          value "Y".
        01  L5P-Termed-Sw          pic X value "N".
            88  L5P-Termed             value "Y".
        01  L5P-Termed-Count       pic 9(7) value 0.

      *> Run control - the night this run belongs to, this step's
      *> entry on the run-control file, and the clean records the
      *> sort hands back, to check against what Lab5 wrote.
        01  L5P-Rctl-Status        pic X(2) value spaces.
        01  L5P-Rctl-Open-Sw       pic X value "N".
            88  L5P-Rctl-Open          value "Y".
        01  L5P-Rctl-Found-Sw      pic X value "N".
            88  L5P-Rctl-Found         value "Y".
        01  L5P-Run-Date           pic 9(8) value 0.
        01  L5P-Rctl-Today         pic 9(8) value 0.
        01  L5P-Rctl-Time          pic 9(8) value 0.
        01  L5P-Rctl-Step-Name     pic X(8) value spaces.
        01  L5P-Rctl-Reason        pic X(80) value spaces.
        01  L5P-Rctl-Desc          pic X(40) value spaces.
        01  L5P-Rctl-Rc-Text       pic 9(3) value 0.
        01  L5P-Sorted-Count       pic 9(7) value 0.

      *> Garnishment work fields - no garnishment file on hand just
      *> means no orders are on file yet.  Disposable earnings are
      *> gross less withholding; each order's take is held to what
      *> its legal maximum still allows after the orders ahead of
      *> it, to its arrears balance, and to the net left to take
      *> from.  The done switches keep each order to one pass of
      *> the priority pick.
        01  L5P-Garn-Status        pic X(2) value spaces.
        01  L5P-Garn-Open-Sw       pic X value "N".
            88  L5P-Garn-Open          value "Y".
        01  L5P-Disposable         pic S9(11)v99 value 0.
        01  L5P-Garn-Avail         pic S9(11)v99 value 0.
        01  L5P-Garn-Want          pic S9(11)v99 value 0.
        01  L5P-Garn-Room          pic S9(11)v99 value 0.
        01  L5P-Garn-Take          pic S9(11)v99 value 0.
        01  L5P-Garn-Sub           pic 9(1) value 0.
        01  L5P-Garn-Pick          pic 9(1) value 0.
        01  L5P-Garn-Pick-Pri      pic 9(3) value 0.
        01  L5P-Garn-Done-Table.
            05 L5P-Garn-Done-Sw    pic X occurs 5 times.
        01  L5P-Garn-Det-Count     pic 9(7) value 0.
        01  L5P-Garn-Det-Total     pic S9(13)v99 value 0.

      *> Weekly withholding brackets, loaded at 115-load-tax-brackets
      *> the same way Lab5 loads its district table.  Withholding is
      *> computed bracket by bracket on taxable gross (gross less the
        01  L5P-Safe-Dept-Num      pic X(5) value spaces.
        01  L5P-Safe-Empno         pic X(5) value spaces.

        01  L5P-Csv-Line           pic X(400).

        procedure division.
        000-main.
              output procedure is 150-produce-register

           move spaces to L5P-Csv-Line
           move L5P-Grand-Straight to L5P-Straight-Text
           move L5P-Grand-Overtime to L5P-Overtime-Text
           move L5P-Grand-Shift to L5P-Shift-Text
           move L5P-Grand-Gross to L5P-Gross-Text
           move L5P-Grand-401k to L5P-401k-Text
           move L5P-Grand-Med to L5P-Med-Text
           move L5P-Grand-Den to L5P-Den-Text
           move L5P-Grand-Vis to L5P-Vis-Text
           move L5P-Grand-Tax to L5P-Tax-Text
           move L5P-Grand-Garn to L5P-Garn-Text
           move L5P-Grand-Net to L5P-Net-Text
           string "GRAND-TOTAL" delimited by size
              ",,,,," delimited by size
              L5P-Straight-Text delimited by size
              "," delimited by size
              L5P-Overtime-Text delimited by size
              "," delimited by size
              L5P-Shift-Text delimited by size
              "," delimited by size
              L5P-Gross-Text delimited by size
              "," delimited by size
              L5P-401k-Text delimited by size
              "," delimited by size
              L5P-Tax-Text delimited by size
              "," delimited by size
              L5P-Garn-Text delimited by size
              "," delimited by size
              L5P-Net-Text delimited by size
              "," delimited by size
              "Total pay this run - gross deductions net"

           stop run.

      *================================================================
      *  050-series - run control.  LAB5PAY starts only when Lab5
      *  has finished cleanly for the night named on the run-control
      *  file (lab5-runctl.dat); it records its own start and finish
      *  there, and marks superseded whatever the steps after it
      *  recorded for the night, since the register they worked from
      *  is about to be rebuilt.
      *================================================================
        050-open-run-control.
           open i-o rctl-file
           if L5P-Rctl-Status not = "00"
              move spaces to L5P-Rctl-Reason
              string "Run-control file would not open (status "
                    delimited by size
                 L5P-Rctl-Status delimited by size
                 ") - run Lab5 first" delimited by size
                 into L5P-Rctl-Reason
              end-string
              perform 058-refuse-step
           end-if
           move "Y" to L5P-Rctl-Open-Sw
           move 0 to Rctl-Run-Date
           move "CURRENT" to Rctl-Step
           read rctl-file
              invalid key
                 move "No night open on the run-control file - run Lab5"
                    to L5P-Rctl-Reason
                 perform 058-refuse-step
              not invalid key
                 move Rctl-Current-Date to L5P-Run-Date
           end-read
           move "LAB5" to L5P-Rctl-Step-Name
           perform 055-check-predecessor
           perform 060-record-step-start
           move "LAB5DEP" to L5P-Rctl-Step-Name
           perform 066-supersede-one-step
           move "LAB5GL" to L5P-Rctl-Step-Name
           perform 066-supersede-one-step
           move "LAB5YTD" to L5P-Rctl-Step-Name
           perform 066-supersede-one-step

      *> The register and the garnishment detail go out under the
      *> night's run date, which a rerun after midnight keeps.
           move L5P-Run-Date to crt-date.

      *> The step named in L5P-Rctl-Step-Name must have finished
      *> cleanly for this night, or this one does not start.
        055-check-predecessor.
           perform 062-read-step-entry
           if not L5P-Rctl-Found or not Rctl-Complete
              perform 056-describe-status
              move spaces to L5P-Rctl-Reason
              string "Predecessor " delimited by size
                 L5P-Rctl-Step-Name delimited by space
                 " for " delimited by size
                 L5P-Run-Date delimited by size
                 " " delimited by size
                 L5P-Rctl-Desc delimited by "  "
                 into L5P-Rctl-Reason
              end-string
              perform 058-refuse-step
           end-if.

        056-describe-status.
           move spaces to L5P-Rctl-Desc
           move Rctl-Return-Code to L5P-Rctl-Rc-Text
           evaluate true
              when not L5P-Rctl-Found
                 move "never ran" to L5P-Rctl-Desc
              when Rctl-Started
                 move "started but never finished" to L5P-Rctl-Desc
              when Rctl-Failed
                 string "failed with return code " delimited by size
                    L5P-Rctl-Rc-Text delimited by size
                    into L5P-Rctl-Desc
                 end-string
              when Rctl-Refused
                 move "was refused and never ran" to L5P-Rctl-Desc
              when Rctl-Superseded
                 move "was superseded by a rerun" to L5P-Rctl-Desc
              when other
                 string "has unknown status " delimited by size
                    Rctl-Status delimited by size
                    into L5P-Rctl-Desc
                 end-string
           end-evaluate.

      *> A step that will not start records why on its own entry -
      *> when it knows the night, and unless the entry already shows
      *> a clean finish - says so on the console, and stops with
      *> return code 8 before any of its own output is opened, so
      *> the files from its last good run stay as they were.
        058-refuse-step.
           if L5P-Rctl-Open and L5P-Run-Date > 0
              move "LAB5PAY" to L5P-Rctl-Step-Name
              perform 062-read-step-entry
           end-if
           if L5P-Rctl-Open and L5P-Run-Date > 0 and
              not (L5P-Rctl-Found and Rctl-Complete)
              accept L5P-Rctl-Today from date YYYYMMDD
              accept L5P-Rctl-Time from time
              move "R" to Rctl-Status
              move L5P-Rctl-Today to Rctl-Start-Date
              move L5P-Rctl-Time to Rctl-Start-Time
              move L5P-Rctl-Today to Rctl-End-Date
              move L5P-Rctl-Time to Rctl-End-Time
              move 8 to Rctl-Return-Code
              move 0 to Rctl-Count-1
              move 0 to Rctl-Count-2
              move 0 to Rctl-Count-3
              move L5P-Rctl-Reason to Rctl-Message
              perform 064-put-step-entry
           end-if
           if L5P-Rctl-Open
              close rctl-file
           end-if
           display "LAB5PAY: " L5P-Rctl-Reason
           display "LAB5PAY: RUN REFUSED - NOTHING PROCESSED"
           move 8 to return-code
           stop run.

      *> This step's entry for the night - a fresh one, or the entry
      *> a prior attempt left, restarted with the attempt counted.
        060-record-step-start.
           move "LAB5PAY" to L5P-Rctl-Step-Name
           perform 062-read-step-entry
           accept L5P-Rctl-Today from date YYYYMMDD
           accept L5P-Rctl-Time from time
           move "S" to Rctl-Status
           move L5P-Rctl-Today to Rctl-Start-Date
           move L5P-Rctl-Time to Rctl-Start-Time
           move 0 to Rctl-End-Date
           move 0 to Rctl-End-Time
           move 0 to Rctl-Return-Code
           move 0 to Rctl-Count-1
           move 0 to Rctl-Count-2
           move 0 to Rctl-Count-3
           add 1 to Rctl-Attempts
           move "Started" to Rctl-Message
           perform 064-put-step-entry.

      *> Reads the night's entry for the step in L5P-Rctl-Step-Name,
      *> or sets up an empty one when the step has none yet.
        062-read-step-entry.
           move L5P-Run-Date to Rctl-Run-Date
           move L5P-Rctl-Step-Name to Rctl-Step
           read rctl-file
              invalid key
                 move "N" to L5P-Rctl-Found-Sw
                 move spaces to rctl-record
                 move L5P-Run-Date to Rctl-Run-Date
                 move L5P-Rctl-Step-Name to Rctl-Step
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
                 move "Y" to L5P-Rctl-Found-Sw
           end-read.

        064-put-step-entry.
           if L5P-Rctl-Found
              rewrite rctl-record
           else
              write rctl-record
              move "Y" to L5P-Rctl-Found-Sw
           end-if.

      *> A later step that ran (or tried to) for this night worked
      *> from files this run is rebuilding - its entry no longer
      *> counts, and it must run again before its own successors
      *> will.  A step that was refused never ran and is left alone.
        066-supersede-one-step.
           perform 062-read-step-entry
           if L5P-Rctl-Found and
              not Rctl-Refused and not Rctl-Superseded
              move "X" to Rctl-Status
              move "Superseded - LAB5PAY was rerun for this night"
                 to Rctl-Message
              perform 064-put-step-entry
           end-if.

      *> The finish - complete below return code 8, failed at 8 or
      *> above - with the counts handed on: clean records read from
      *> Lab5's file, employees paid, and terminated employees left
      *> off the register.
        070-record-step-end.
           if L5P-Rctl-Open
              move "LAB5PAY" to L5P-Rctl-Step-Name
              perform 062-read-step-entry
              accept L5P-Rctl-Today from date YYYYMMDD
              accept L5P-Rctl-Time from time
              move L5P-Rctl-Today to Rctl-End-Date
              move L5P-Rctl-Time to Rctl-End-Time
              move return-code to Rctl-Return-Code
              move return-code to L5P-Rctl-Rc-Text
              if return-code < 8
                 move "C" to Rctl-Status
                 move "Finished" to Rctl-Message
              else
                 move "F" to Rctl-Status
                 move spaces to Rctl-Message
                 string "Ended with return code " delimited by size
                    L5P-Rctl-Rc-Text delimited by size
                    into Rctl-Message
                 end-string
              end-if
              if L5P-Rctl-Reason not = spaces
                 move L5P-Rctl-Reason to Rctl-Message
              end-if
              move L5P-Sorted-Count to Rctl-Count-1
              move L5P-Employee-Count to Rctl-Count-2
              move L5P-Termed-Count to Rctl-Count-3
              perform 064-put-step-entry
              close rctl-file
              move "N" to L5P-Rctl-Open-Sw
           end-if.

      *> pay-in is not opened here - the SORT takes it over via
      *> USING and closes it behind itself.
        100-initialize.
           accept crt-date from date YYYYMMDD
           perform 050-open-run-control
           open output pay-rpt
           perform 105-write-register-header
           perform 110-load-premium-rates
           perform 115-load-tax-brackets
           perform 120-load-timekeeping-rules
           perform 125-open-hours-file
           perform 130-open-garnishment-files
           perform 135-open-master.

      *> The run date opens the register so the downstream steps
      *> (direct deposit, GL, year-to-date) can tell which run they
           move 999999999.99 to L5P-Tax-Ceiling(6)
           move 32.00 to L5P-Tax-Rate(6).

      *> Pick up the overtime factor, shift differential, and
      *> overtime threshold off the timekeeping rules the timecard
      *> step also reads; no file just means the defaults stand.
        120-load-timekeeping-rules.
           open input tcparm-file
           if L5P-Tcparm-Status = "00"
              read tcparm-file
                 at end
                    continue
                 not at end
                    if Tcparm-Ot-Threshold is numeric and
                       Tcparm-Ot-Threshold > 0
                       move Tcparm-Ot-Threshold to L5P-Ot-Threshold
                    end-if
                    if Tcparm-Ot-Factor is numeric and
                       Tcparm-Ot-Factor > 0
                       move Tcparm-Ot-Factor to L5P-Ot-Factor
                    end-if
                    if Tcparm-Shift-Diff is numeric
                       move Tcparm-Shift-Diff to L5P-Shift-Diff
                    end-if
              end-read
              close tcparm-file
           end-if.

      *> No hours file means the timecard step has not been run for
      *> this payroll - hourly employees are paid their scheduled
      *> hours as before, and the register says so up front.
        125-open-hours-file.
           open input hours-file
           if L5P-Hours-Status = "00"
              move "Y" to L5P-Hours-Open-Sw
              perform 126-check-hours-week
           else
              move spaces to L5P-Csv-Line
              string "NOTE" delimited by size
                 ",,,,," delimited by size
                 "No timecard hours file (status " delimited by size
                 L5P-Hours-Status delimited by size
                 ") - hourly employees paid scheduled hours"
                    delimited by size
                 into L5P-Csv-Line
              end-string
              write pay-record from L5P-Csv-Line
           end-if.

      *> The timecard step stamps every hours record with the date
      *> it ran.  Hours dated after this run, or a week or more
      *> before it, are not this pay week's - a file left over from
      *> last week must not pay its hours again, so it is set aside
      *> and hourly employees are paid scheduled hours, the same as
      *> when there is no file at all.  An empty file is this week's
      *> (nobody's cards passed) and stays in use.
        126-check-hours-week.
           move 0 to L5P-Hours-Date
           read hours-file next record
              at end
                 continue
              not at end
                 if Hrs-Run-Date is numeric
                    move Hrs-Run-Date to L5P-Hours-Date
                 else
                    move 99999999 to L5P-Hours-Date
                 end-if
           end-read
           if L5P-Hours-Date not = 0
              move -1 to L5P-Hours-Age
              if L5P-Hours-Date <= crt-date
                 compute L5P-Hours-Age =
                    function integer-of-date(crt-date) -
                    function integer-of-date(L5P-Hours-Date)
              end-if
              if L5P-Hours-Age < 0 or L5P-Hours-Age > 6
                 close hours-file
                 move "N" to L5P-Hours-Open-Sw
                 move spaces to L5P-Csv-Line
                 string "NOTE" delimited by size
                    ",,,,," delimited by size
                    "Timecard hours file dated " delimited by size
                    L5P-Hours-Date delimited by size
                    " is not this pay week's - hourly employees "
                       delimited by size
                    "paid scheduled hours" delimited by size
                    into L5P-Csv-Line
                 end-string
                 write pay-record from L5P-Csv-Line
              end-if
           end-if.

      *> The week's garnishment detail always goes out, header and
      *> trailer even when nothing was taken, so Lab5Gar can tell
      *> an empty week from a missing file.
        130-open-garnishment-files.
           open output garndet-file
           move spaces to garndet-record
           move "GRNHDR" to Gd-Hdr-Id
           move crt-date to Gd-Hdr-Date
           write garndet-header-record
           open input garn-file
           if L5P-Garn-Status = "00"
              move "Y" to L5P-Garn-Open-Sw
           end-if.

      *> Lab5 rejects terminated employees off the daily file, but
      *> the master is checked again here so nothing that slipped
      *> into the clean file is paid.
        135-open-master.
           open input mast-file
           if L5P-Mast-Status = "00"
              move "Y" to L5P-Mast-Open-Sw
           else
              move spaces to L5P-Csv-Line
              string "NOTE" delimited by size
                 ",,,,," delimited by size
                 "Employee master would not open (status "
                    delimited by size
                 L5P-Mast-Status delimited by size
                 ") - terminated employees not screened"
                    delimited by size
                 into L5P-Csv-Line
              end-string
              write pay-record from L5P-Csv-Line
           end-if.

      *> Sorted records come back one at a time; the control breaks
      *> and the gross computation run against them exactly as they
      *> used to run against the raw file, then the final break
      *> closes out the last group.  A terminated employee is
      *> noted and skipped.
        150-produce-register.
           perform until eof = "y"
              return sort-file into in-record
                 at end
                    move "y" to eof
                 not at end
                    add 1 to L5P-Sorted-Count
                    perform 155-check-terminated
                    if L5P-Termed
                       add 1 to L5P-Termed-Count
                    else
                       perform 200-check-control-break
                       perform 300-compute-gross
                    end-if
              end-return
           end-perform
           perform 210-print-final-control-break.

        155-check-terminated.
           move "N" to L5P-Termed-Sw
           if L5P-Mast-Open
              move Employee-Number to Mast-Employee-Number
              read mast-file
                 invalid key
                    continue
                 not invalid key
                    if Mast-Terminated
                       move "Y" to L5P-Termed-Sw
                       perform 156-note-terminated
                    end-if
              end-read
           end-if.

        156-note-terminated.
           move spaces to L5P-Csv-Line
           move RegionNum to L5P-Safe-Region-Num
           inspect L5P-Safe-Region-Num replacing all "," by " "
           move DepartmentNum to L5P-Safe-Dept-Num
           inspect L5P-Safe-Dept-Num replacing all "," by " "
           move Employee-Number to L5P-Safe-Empno
           inspect L5P-Safe-Empno replacing all "," by " "
           string "NOTE" delimited by size
              "," delimited by size
              L5P-Safe-Region-Num delimited by size
              "," delimited by size
              L5P-Safe-Dept-Num delimited by size
              "," delimited by size
              L5P-Safe-Empno delimited by size
              ",," delimited by size
              "Employee terminated " delimited by size
              Mast-Term-Date delimited by size
              " - excluded from payroll" delimited by size
              into L5P-Csv-Line
           end-string
           write pay-record from L5P-Csv-Line.

      *================================================================
      *  200-series - Region/Department money control breaks, the
      *  same pattern as the error subtotal breaks in Lab5: checked

        220-print-dept-total.
           move spaces to L5P-Csv-Line
           move L5P-Dept-Straight to L5P-Straight-Text
           move L5P-Dept-Overtime to L5P-Overtime-Text
           move L5P-Dept-Shift to L5P-Shift-Text
           move L5P-Dept-Gross to L5P-Gross-Text
           move L5P-Dept-401k to L5P-401k-Text
           move L5P-Dept-Med to L5P-Med-Text
           move L5P-Dept-Den to L5P-Den-Text
           move L5P-Dept-Vis to L5P-Vis-Text
           move L5P-Dept-Tax to L5P-Tax-Text
           move L5P-Dept-Garn to L5P-Garn-Text
           move L5P-Dept-Net to L5P-Net-Text
           move L5P-Prev-Dept-Name to L5P-Safe-Dept-Name
           inspect L5P-Safe-Dept-Name replacing all "," by " "
              "," delimited by size
              L5P-Prev-Dept-Num delimited by size
              ",,," delimited by size
              L5P-Straight-Text delimited by size
              "," delimited by size
              L5P-Overtime-Text delimited by size
              "," delimited by size
              L5P-Shift-Text delimited by size
              "," delimited by size
              L5P-Gross-Text delimited by size
              "," delimited by size
              L5P-401k-Text delimited by size
              "," delimited by size
              L5P-Tax-Text delimited by size
              "," delimited by size
              L5P-Garn-Text delimited by size
              "," delimited by size
              L5P-Net-Text delimited by size
              "," delimited by size
              "Department pay for " delimited by size
           write pay-record from L5P-Csv-Line.

        225-reset-dept-totals.
           move 0 to L5P-Dept-Straight
           move 0 to L5P-Dept-Overtime
           move 0 to L5P-Dept-Shift
           move 0 to L5P-Dept-Gross
           move 0 to L5P-Dept-401k
           move 0 to L5P-Dept-Med
           move 0 to L5P-Dept-Den
           move 0 to L5P-Dept-Vis
           move 0 to L5P-Dept-Tax
           move 0 to L5P-Dept-Garn
           move 0 to L5P-Dept-Net.

        230-print-region-total.
           move spaces to L5P-Csv-Line
           move L5P-Region-Straight to L5P-Straight-Text
           move L5P-Region-Overtime to L5P-Overtime-Text
           move L5P-Region-Shift to L5P-Shift-Text
           move L5P-Region-Gross to L5P-Gross-Text
           move L5P-Region-401k to L5P-401k-Text
           move L5P-Region-Med to L5P-Med-Text
           move L5P-Region-Den to L5P-Den-Text
           move L5P-Region-Vis to L5P-Vis-Text
           move L5P-Region-Tax to L5P-Tax-Text
           move L5P-Region-Garn to L5P-Garn-Text
           move L5P-Region-Net to L5P-Net-Text
           move L5P-Prev-Region-Name to L5P-Safe-Region-Name
           inspect L5P-Safe-Region-Name replacing all "," by " "
              "," delimited by size
              L5P-Prev-Region-Num delimited by size
              ",,,," delimited by size
              L5P-Straight-Text delimited by size
              "," delimited by size
              L5P-Overtime-Text delimited by size
              "," delimited by size
              L5P-Shift-Text delimited by size
              "," delimited by size
              L5P-Gross-Text delimited by size
              "," delimited by size
              L5P-401k-Text delimited by size
              "," delimited by size
              L5P-Tax-Text delimited by size
              "," delimited by size
              L5P-Garn-Text delimited by size
              "," delimited by size
              L5P-Net-Text delimited by size
              "," delimited by size
              "Region pay for " delimited by size
           write pay-record from L5P-Csv-Line.

        235-reset-region-totals.
           move 0 to L5P-Region-Straight
           move 0 to L5P-Region-Overtime
           move 0 to L5P-Region-Shift
           move 0 to L5P-Region-Gross
           move 0 to L5P-Region-401k
           move 0 to L5P-Region-Med
           move 0 to L5P-Region-Den
           move 0 to L5P-Region-Vis
           move 0 to L5P-Region-Tax
           move 0 to L5P-Region-Garn
           move 0 to L5P-Region-Net.

      *================================================================
      *  300-COMPUTE-GROSS - gross pay for one clean record by
      *  PayCode.  The record has already passed every Lab5 edit so
      *  the numeric fields and PayCode can be trusted here:
      *    H - hourly: straight time, overtime, and shift
      *        differential off the hours worked (302)
      *    S - salaried: PayRate as the weekly rate
      *    C - commissioned: PayRate base plus commis percent of
      *        ActualSales
      *  Salaried and commissioned pay rides whole in the straight-
      *  time column, so the three earnings columns always add up
      *  to gross.
      *================================================================
        300-compute-gross.
           move 0 to L5P-Overtime
           move 0 to L5P-Shift-Pay
           evaluate PayCode
              when "H"
              when "h"
                 perform 302-compute-hourly-pay
              when "S"
              when "s"
                 move PayRate to L5P-Straight
              when "C"
              when "c"
                 compute L5P-Straight =
                    PayRate + (commis * ActualSales) / 100
              when other
                 move 0 to L5P-Straight
           end-evaluate
           compute L5P-Gross =
              L5P-Straight + L5P-Overtime + L5P-Shift-Pay

           perform 305-compute-deductions

           add L5P-Straight to L5P-Dept-Straight
           add L5P-Overtime to L5P-Dept-Overtime
           add L5P-Shift-Pay to L5P-Dept-Shift
           add L5P-Gross to L5P-Dept-Gross
           add L5P-Ded-401k to L5P-Dept-401k
           add L5P-Ded-Med to L5P-Dept-Med
           add L5P-Ded-Den to L5P-Dept-Den
           add L5P-Ded-Vis to L5P-Dept-Vis
           add L5P-Ded-Tax to L5P-Dept-Tax
           add L5P-Ded-Garn to L5P-Dept-Garn
           add L5P-Net to L5P-Dept-Net
           add L5P-Straight to L5P-Region-Straight
           add L5P-Overtime to L5P-Region-Overtime
           add L5P-Shift-Pay to L5P-Region-Shift
           add L5P-Gross to L5P-Region-Gross
           add L5P-Ded-401k to L5P-Region-401k
           add L5P-Ded-Med to L5P-Region-Med
           add L5P-Ded-Den to L5P-Region-Den
           add L5P-Ded-Vis to L5P-Region-Vis
           add L5P-Ded-Tax to L5P-Region-Tax
           add L5P-Ded-Garn to L5P-Region-Garn
           add L5P-Net to L5P-Region-Net
           add L5P-Straight to L5P-Grand-Straight
           add L5P-Overtime to L5P-Grand-Overtime
           add L5P-Shift-Pay to L5P-Grand-Shift
           add L5P-Gross to L5P-Grand-Gross
           add L5P-Ded-401k to L5P-Grand-401k
           add L5P-Ded-Med to L5P-Grand-Med
           add L5P-Ded-Den to L5P-Grand-Den
           add L5P-Ded-Vis to L5P-Grand-Vis
           add L5P-Ded-Tax to L5P-Grand-Tax
           add L5P-Ded-Garn to L5P-Grand-Garn
           add L5P-Net to L5P-Grand-Net
           add 1 to L5P-Employee-Count

           perform 310-build-detail-row
           write pay-record from L5P-Csv-Line.

      *================================================================
      *  302-COMPUTE-HOURLY-PAY - the week's hours off the timecard
      *  step: regular hours at PayRate, overtime hours at PayRate
      *  times the overtime factor, and the per-hour differential on
      *  the shift hours.  With no hours file on hand the scheduled
      *  Hours-Per-week stands in, split at the overtime threshold
      *  the way the timecard step splits a worked week.  An hourly
      *  employee the timecard step handed no hours for worked none
      *  this week as far as the register knows - paid nothing, with
      *  a NOTE row ahead of the DETAIL row so Payroll sees why.
      *================================================================
        302-compute-hourly-pay.
           move 0 to L5P-Regular-Hours
           move 0 to L5P-Overtime-Hours
           move 0 to L5P-Shift-Hours
           if L5P-Hours-Open
              move Employee-Number to Hrs-Employee-Number
              read hours-file
                 invalid key
                    perform 303-note-no-hours
                 not invalid key
                    move Hrs-Regular to L5P-Regular-Hours
                    move Hrs-Overtime to L5P-Overtime-Hours
                    move Hrs-Shift to L5P-Shift-Hours
              end-read
           else
              if Hours-Per-week > L5P-Ot-Threshold
                 move L5P-Ot-Threshold to L5P-Regular-Hours
                 compute L5P-Overtime-Hours =
                    Hours-Per-week - L5P-Ot-Threshold
              else
                 move Hours-Per-week to L5P-Regular-Hours
              end-if
           end-if
           compute L5P-Straight rounded =
              PayRate * L5P-Regular-Hours
           compute L5P-Overtime rounded =
              PayRate * L5P-Overtime-Hours * L5P-Ot-Factor
           compute L5P-Shift-Pay rounded =
              L5P-Shift-Hours * L5P-Shift-Diff.

        303-note-no-hours.
           move spaces to L5P-Csv-Line
           move RegionNum to L5P-Safe-Region-Num
           inspect L5P-Safe-Region-Num replacing all "," by " "
           move DepartmentNum to L5P-Safe-Dept-Num
           inspect L5P-Safe-Dept-Num replacing all "," by " "
           move Employee-Number to L5P-Safe-Empno
           inspect L5P-Safe-Empno replacing all "," by " "
           string "NOTE" delimited by size
              "," delimited by size
              L5P-Safe-Region-Num delimited by size
              "," delimited by size
              L5P-Safe-Dept-Num delimited by size
              "," delimited by size
              L5P-Safe-Empno delimited by size
              ",," delimited by size
              "No timecard hours for this hourly employee - "
                 delimited by size
              "no hours paid" delimited by size
              into L5P-Csv-Line
           end-string
           write pay-record from L5P-Csv-Line.

      *================================================================
      *  305-COMPUTE-DEDUCTIONS - nets the gross just computed down:
      *  the 401k field is a contribution percent of gross, each
           perform 320-compute-withholding
           compute L5P-Net = L5P-Gross - L5P-Ded-401k
              - L5P-Ded-Med - L5P-Ded-Den - L5P-Ded-Vis
              - L5P-Ded-Tax
           perform 330-compute-garnishments
           subtract L5P-Ded-Garn from L5P-Net.

      *> Bracket-by-bracket withholding - each slice of taxable gross
      *> between the prior bracket's ceiling and this one's takes this
              set L5P-Tax-Idx up by 1
           end-if.

      *================================================================
      *  330-COMPUTE-GARNISHMENTS - the employee's court orders,
      *  lowest priority number first.  Disposable earnings are
      *  gross less withholding.  Each order wants its flat amount
      *  or its percent of disposable earnings, and takes the least
      *  of that, the room its legal maximum percent leaves after
      *  the orders already taken, its arrears balance, and the net
      *  still left - so a garnishment can never drive net below
      *  zero.  An order whose arrears are paid off takes nothing.
      *================================================================
        330-compute-garnishments.
           move 0 to L5P-Ded-Garn
           if L5P-Garn-Open
              move Employee-Number to Garn-Employee-Number
              read garn-file
                 invalid key
                    continue
                 not invalid key
                    compute L5P-Disposable = L5P-Gross - L5P-Ded-Tax
                    if L5P-Disposable < 0
                       move 0 to L5P-Disposable
                    end-if
                    move L5P-Net to L5P-Garn-Avail
                    move all "N" to L5P-Garn-Done-Table
                    perform 335-take-next-order 5 times
              end-read
           end-if.

      *> Picks the lowest-priority order not yet taken this week
      *> and takes it.
        335-take-next-order.
           move 0 to L5P-Garn-Pick
           move 999 to L5P-Garn-Pick-Pri
           move 1 to L5P-Garn-Sub
           perform 336-compare-one-order 5 times
           if L5P-Garn-Pick > 0
              move "Y" to L5P-Garn-Done-Sw(L5P-Garn-Pick)
              perform 340-take-one-order
           end-if.

        336-compare-one-order.
           if L5P-Garn-Done-Sw(L5P-Garn-Sub) = "N" and
              Garn-Case-Number(L5P-Garn-Sub) not = spaces and
              Garn-Priority(L5P-Garn-Sub) is numeric
              if Garn-Priority(L5P-Garn-Sub) < L5P-Garn-Pick-Pri
                 move L5P-Garn-Sub to L5P-Garn-Pick
                 move Garn-Priority(L5P-Garn-Sub)
                    to L5P-Garn-Pick-Pri
              end-if
           end-if
           add 1 to L5P-Garn-Sub.

        340-take-one-order.
           if Garn-Type(L5P-Garn-Pick) = "P" or
              Garn-Type(L5P-Garn-Pick) = "p"
              compute L5P-Garn-Want rounded = L5P-Disposable
                 * Garn-Percent(L5P-Garn-Pick) / 100
           else
              move Garn-Amount(L5P-Garn-Pick) to L5P-Garn-Want
           end-if
           compute L5P-Garn-Room rounded = L5P-Disposable
              * Garn-Max-Pct(L5P-Garn-Pick) / 100
           subtract L5P-Ded-Garn from L5P-Garn-Room
           move L5P-Garn-Want to L5P-Garn-Take
           if L5P-Garn-Take > L5P-Garn-Room
              move L5P-Garn-Room to L5P-Garn-Take
           end-if
           if L5P-Garn-Take > Garn-Arrears(L5P-Garn-Pick)
              move Garn-Arrears(L5P-Garn-Pick) to L5P-Garn-Take
           end-if
           if L5P-Garn-Take > L5P-Garn-Avail - L5P-Ded-Garn
              compute L5P-Garn-Take = L5P-Garn-Avail - L5P-Ded-Garn
           end-if
           if L5P-Garn-Take > 0
              add L5P-Garn-Take to L5P-Ded-Garn
              perform 345-write-garnishment-detail
           end-if.

        345-write-garnishment-detail.
           move spaces to garndet-record
           move "GRNDET" to Gd-Det-Id
           move Employee-Number to Gd-Det-Empno
           move Garn-Case-Number(L5P-Garn-Pick) to Gd-Det-Case
           move Garn-Agency(L5P-Garn-Pick) to Gd-Det-Agency
           move L5P-Garn-Take to Gd-Det-Amount
           string LastName delimited by "  "
              " " delimited by size
              FirstName delimited by "  "
              into Gd-Det-Name
           end-string
           write garndet-detail-record
           add 1 to L5P-Garn-Det-Count
           add L5P-Garn-Take to L5P-Garn-Det-Total.

        310-build-detail-row.
           move spaces to L5P-Csv-Line
           move LastName to L5P-Safe-Last-Name
           inspect L5P-Safe-Dept-Num replacing all "," by " "
           move Employee-Number to L5P-Safe-Empno
           inspect L5P-Safe-Empno replacing all "," by " "
           move L5P-Straight to L5P-Straight-Text
           move L5P-Overtime to L5P-Overtime-Text
           move L5P-Shift-Pay to L5P-Shift-Text
           move L5P-Gross to L5P-Gross-Text
           move L5P-Ded-401k to L5P-401k-Text
           move L5P-Ded-Med to L5P-Med-Text
           move L5P-Ded-Den to L5P-Den-Text
           move L5P-Ded-Vis to L5P-Vis-Text
           move L5P-Ded-Tax to L5P-Tax-Text
           move L5P-Ded-Garn to L5P-Garn-Text
           move L5P-Net to L5P-Net-Text
           string "DETAIL" delimited by size
              "," delimited by size
              "," delimited by size
              PayCode delimited by size
              "," delimited by size
              L5P-Straight-Text delimited by size
              "," delimited by size
              L5P-Overtime-Text delimited by size
              "," delimited by size
              L5P-Shift-Text delimited by size
              "," delimited by size
              L5P-Gross-Text delimited by size
              "," delimited by size
              L5P-401k-Text delimited by size
              "," delimited by size
              L5P-Tax-Text delimited by size
              "," delimited by size
              L5P-Garn-Text delimited by size
              "," delimited by size
              L5P-Net-Text delimited by size
              "," delimited by size
              L5P-Safe-Last-Name delimited by size
           end-string.

       900-finalize.
           if L5P-Hours-Open
              close hours-file
           end-if
           if L5P-Mast-Open
              close mast-file
           end-if
           if L5P-Garn-Open
              close garn-file
           end-if
           move spaces to garndet-record
           move "GRNTRL" to Gd-Trl-Id
           move L5P-Garn-Det-Count to Gd-Trl-Count
           move L5P-Garn-Det-Total to Gd-Trl-Amount
           write garndet-trailer-record
           close garndet-file
           close pay-rpt
           perform 070-record-step-end.

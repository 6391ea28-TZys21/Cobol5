       *>                   subtotal rows instead of two columns
       *>                   early; moved 110-parse-register-row
       *>                   back into numeric order.
       *>   2026-10-15  TZ  The register now carries straight time,
       *>                   overtime, and shift differential ahead
       *>                   of gross, so gross moves to column 9,
       *>                   the deductions to columns 10-14, net to
       *>                   column 15, and the name to column 16; the
       *>                   register record is widened to match.
       *>   2026-10-15  TZ  Each quarter bucket now also keeps the
       *>                   straight time, overtime, and shift
       *>                   differential, and each deduction (401k,
       *>                   medical, dental, vision, withholding)
       *>                   separately, so the earnings statement
       *>                   can print every line year-to-date; the
       *>                   archive and sort records widen to match.
       *>   2026-10-15  TZ  The register now carries the garnishment
       *>                   column ahead of net (net to column 16,
       *>                   the name to column 17); garnishments count
       *>                   in total deductions and get a quarter
       *>                   bucket of their own.
       *>   2026-10-15  TZ  Each register posted appends its
       *>                   GRAND-TOTAL figures (employees paid,
       *>                   gross, each deduction, net) to the
       *>                   permanent register-totals history
       *>                   (lab5-reghist.dat), the figures the
       *>                   year-end wage statements reconcile to.
       *>   2026-10-15  TZ  Run control: the step refuses to start
       *>                   unless LAB5PAY finished cleanly for the
       *>                   night named on the run-control file
       *>                   (lab5-runctl.dat) and the register on
       *>                   hand carries that night's run date, or
       *>                   when it has already posted that night,
       *>                   and records its own start, finish,
       *>                   return code, and register rows posted
       *>                   there - an abort records its reason.
       *>   2026-10-15  TZ  Review fixes: a register already posted
       *>                   - the night's stream rerun after this
       *>                   step had posted it - is skipped with a
       *>                   YTD-SKIP row and return code 4 and
       *>                   recorded as a clean finish, instead of
       *>                   stopping the step as failed.
       *>   2026-10-15  TZ  Review fixes: the double-posting guard
       *>                   runs before the YTD report is opened, so
       *>                   a skipped register leaves the last report
       *>                   as it was and says so on the console and
       *>                   the run-control file only.

       identification division.
       program-id.     Lab5Ytd.
        input-output section.
        file-control.
            select reg-in assign to "lab5-payreg.dat"
                organization is line sequential
                file status is L5Y-Reg-Status.

            select ytd-file assign to "lab5-ytd.dat"
                organization is indexed
            select arch-file assign to "lab5-ytdarch.dat"
                organization is line sequential.

            select optional reghist-file
                assign to "lab5-reghist.dat"
                organization is line sequential.

            select ytd-rpt assign to "lab5-ytdrpt.dat"
                organization is line sequential.

            select sort-file assign to "lab5-ytdsort.tmp".

            select rctl-file assign to "lab5-runctl.dat"
                organization is indexed
                access is random
                record key is Rctl-Key
                file status is L5Y-Rctl-Status.

        data division.
        file section.

         fd  reg-in.
         01  reg-record             pic x(400).

      *> The year-to-date accumulator - one record per employee paid
      *> this year, gross/deductions/net bucketed by quarter along
      *> with the pay and deduction lines behind them.
         fd  ytd-file.
         01  ytd-record.
           05 Ytd-Employee-Number   pic X(5).
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

      *> One control record - the year the file is accumulating and
      *> the run date of the register last posted, the double-post
         01  arch-record.
           05 Arch-Year             pic 9(4).
           05 filler                pic X(1).
           05 Arch-Body             pic X(672).

      *> The permanent register-totals history - appended to,
      *> never rewritten, one line per register posted with the
      *> register's own GRAND-TOTAL figures.  A year's lines add up
      *> to what the year's registers paid, whatever has happened
      *> to the registers themselves since.
         fd  reghist-file.
         01  reghist-record.
           05 Rhist-Reg-Date        pic 9(8).
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

         fd  ytd-rpt.
         01  ytd-rpt-record         pic x(250).

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

      *> Sort work file - the YTD file comes off its key in
      *> Employee-Number order, so the report sorts it into one
      *> Region/Department sequence ahead of the control breaks,
           05 Sort-Empno            pic X(5).
           05 Sort-Region           pic X(2).
           05 Sort-Dept             pic X(5).
           05 filler                pic X(660).

        working-storage section.
        01  eof                    pic x value "N".
        01  L5Y-Ctl-Last-Posted    pic 9(8) value 0.

      *> The register row in hand split into its CSV columns - the
      *> DETAIL rows carry Employee-Number in column 4, straight
      *> time/overtime/shift differential in columns 6-8, gross in
      *> column 9, the five deductions in columns 10-14, the
      *> garnishment in column 15, net in column 16, and the
      *> employee name in column 17.
        01  L5Y-Reg-Tag            pic X(16) value spaces.
        01  L5Y-Reg-Col2           pic X(50) value spaces.
        01  L5Y-Reg-Col3           pic X(50) value spaces.
        01  L5Y-Reg-Col10          pic X(50) value spaces.
        01  L5Y-Reg-Col11          pic X(50) value spaces.
        01  L5Y-Reg-Col12          pic X(50) value spaces.
        01  L5Y-Reg-Col13          pic X(50) value spaces.
        01  L5Y-Reg-Col14          pic X(50) value spaces.
        01  L5Y-Reg-Col15          pic X(50) value spaces.
        01  L5Y-Reg-Col16          pic X(50) value spaces.
        01  L5Y-Reg-Col17          pic X(60) value spaces.

        01  L5Y-Gross              pic S9(11)v99 value 0.
        01  L5Y-Deds               pic S9(11)v99 value 0.
        01  L5Y-Net                pic S9(11)v99 value 0.
        01  L5Y-Straight           pic S9(11)v99 value 0.
        01  L5Y-Overtime           pic S9(11)v99 value 0.
        01  L5Y-Shift              pic S9(11)v99 value 0.
        01  L5Y-401k               pic S9(11)v99 value 0.
        01  L5Y-Med                pic S9(11)v99 value 0.
        01  L5Y-Den                pic S9(11)v99 value 0.
        01  L5Y-Vis                pic S9(11)v99 value 0.
        01  L5Y-Tax                pic S9(11)v99 value 0.
        01  L5Y-Garn               pic S9(11)v99 value 0.
        01  L5Y-Posted-Count       pic 9(5) value 0.
        01  L5Y-Archived-Count     pic 9(5) value 0.

      *> The register's own GRAND-TOTAL figures, carried to the
      *> register-totals history once the register has posted.
        01  L5Y-Rtot-Seen-Sw       pic X value "N".
            88  L5Y-Rtot-Seen          value "Y".
        01  L5Y-Rtot-Gross         pic S9(13)v99 value 0.
        01  L5Y-Rtot-401k          pic S9(13)v99 value 0.
        01  L5Y-Rtot-Med           pic S9(13)v99 value 0.
        01  L5Y-Rtot-Den           pic S9(13)v99 value 0.
        01  L5Y-Rtot-Vis           pic S9(13)v99 value 0.
        01  L5Y-Rtot-Tax           pic S9(13)v99 value 0.
        01  L5Y-Rtot-Garn          pic S9(13)v99 value 0.
        01  L5Y-Rtot-Net           pic S9(13)v99 value 0.
        01  L5Y-Rtot-Count         pic 9(7) value 0.

      *> A fresh record takes this image before the first post.
        01  L5Y-New-Ytd-Record.
           05 L5Y-New-Empno         pic X(5).
              10 L5Y-New-Qtr-Gross  pic S9(11)v99.
              10 L5Y-New-Qtr-Deds   pic S9(11)v99.
              10 L5Y-New-Qtr-Net    pic S9(11)v99.
              10 L5Y-New-Qtr-Straight
                                    pic S9(11)v99.
              10 L5Y-New-Qtr-Overtime
                                    pic S9(11)v99.
              10 L5Y-New-Qtr-Shift  pic S9(11)v99.
              10 L5Y-New-Qtr-401k   pic S9(11)v99.
              10 L5Y-New-Qtr-Med    pic S9(11)v99.
              10 L5Y-New-Qtr-Den    pic S9(11)v99.
              10 L5Y-New-Qtr-Vis    pic S9(11)v99.
              10 L5Y-New-Qtr-Tax    pic S9(11)v99.
              10 L5Y-New-Qtr-Garn   pic S9(11)v99.
        01  L5Y-Qtr-Sub            pic 9(1) value 0.

      *> YTD totals for the record in hand plus the running money
        01  L5Y-Count-Text         pic ZZZZ9.
        01  L5Y-Csv-Line           pic X(250).
        01  L5Y-Abort-Reason       pic X(60) value spaces.
        01  L5Y-Skipped-Count      pic 9(7) value 0.
        01  L5Y-Rpt-Open-Sw        pic X value "N".
            88  L5Y-Rpt-Open           value "Y".

      *> Run control - the night this run belongs to, this step's
      *> entry on the run-control file, and the date on the REGISTER
      *> row of the register on hand.
        01  L5Y-Rctl-Status        pic X(2) value spaces.
        01  L5Y-Reg-Status         pic X(2) value spaces.
        01  L5Y-Rctl-Open-Sw       pic X value "N".
            88  L5Y-Rctl-Open          value "Y".
        01  L5Y-Rctl-Found-Sw      pic X value "N".
            88  L5Y-Rctl-Found         value "Y".
        01  L5Y-Run-Date           pic 9(8) value 0.
        01  L5Y-Rctl-Today         pic 9(8) value 0.
        01  L5Y-Rctl-Time          pic 9(8) value 0.
        01  L5Y-Rctl-Step-Name     pic X(8) value spaces.
        01  L5Y-Rctl-Reason        pic X(80) value spaces.
        01  L5Y-Rctl-Desc          pic X(40) value spaces.
        01  L5Y-Rctl-Rc-Text       pic 9(3) value 0.
        01  L5Y-Rctl-Reg-Tag       pic X(16) value spaces.
        01  L5Y-Rctl-Reg-Date      pic X(8) value spaces.

        procedure division.
        000-main.

           perform 100-initialize

           perform 160-check-year-rollover

           perform 200-post-register
      *> The register's own REGISTER row names the run being posted
      *> - a register without one predates the run-date header and
      *> cannot be guarded against double posting, so it stops here.
      *> The report is only opened once the register has passed the
      *> double-posting guard, so a skipped rerun leaves the last
      *> one as it was.
        100-initialize.
           perform 050-open-run-control
           open input reg-in
           read reg-in
              at end
              add 1 to L5Y-Quarter
           end-if
           perform 120-open-ytd-file
           perform 130-load-control-record
           perform 150-check-duplicate-posting
           open output ytd-rpt
           move "Y" to L5Y-Rpt-Open-Sw.

      *================================================================
      *  050-series - run control.  LAB5YTD starts only when
      *  LAB5PAY has finished cleanly for the night named on the
      *  run-control file (lab5-runctl.dat), the register on hand is
      *  that night's, and this step has not already posted it; it
      *  records its own start and finish there.
      *================================================================
        050-open-run-control.
           open i-o rctl-file
           if L5Y-Rctl-Status not = "00"
              move spaces to L5Y-Rctl-Reason
              string "Run-control file would not open (status "
                    delimited by size
                 L5Y-Rctl-Status delimited by size
                 ") - run Lab5 first" delimited by size
                 into L5Y-Rctl-Reason
              end-string
              perform 058-refuse-step
           end-if
           move "Y" to L5Y-Rctl-Open-Sw
           move 0 to Rctl-Run-Date
           move "CURRENT" to Rctl-Step
           read rctl-file
              invalid key
                 move "No night open on the run-control file - run Lab5"
                    to L5Y-Rctl-Reason
                 perform 058-refuse-step
              not invalid key
                 move Rctl-Current-Date to L5Y-Run-Date
           end-read
           move "LAB5PAY" to L5Y-Rctl-Step-Name
           perform 055-check-predecessor
           perform 057-check-register-date
           perform 059-check-not-posted
           perform 060-record-step-start.

      *> The step named in L5Y-Rctl-Step-Name must have finished
      *> cleanly for this night, or this one does not start.
        055-check-predecessor.
           perform 062-read-step-entry
           if not L5Y-Rctl-Found or not Rctl-Complete
              perform 056-describe-status
              move spaces to L5Y-Rctl-Reason
              string "Predecessor " delimited by size
                 L5Y-Rctl-Step-Name delimited by space
                 " for " delimited by size
                 L5Y-Run-Date delimited by size
                 " " delimited by size
                 L5Y-Rctl-Desc delimited by "  "
                 into L5Y-Rctl-Reason
              end-string
              perform 058-refuse-step
           end-if.

        056-describe-status.
           move spaces to L5Y-Rctl-Desc
           move Rctl-Return-Code to L5Y-Rctl-Rc-Text
           evaluate true
              when not L5Y-Rctl-Found
                 move "never ran" to L5Y-Rctl-Desc
              when Rctl-Started
                 move "started but never finished" to L5Y-Rctl-Desc
              when Rctl-Failed
                 string "failed with return code " delimited by size
                    L5Y-Rctl-Rc-Text delimited by size
                    into L5Y-Rctl-Desc
                 end-string
              when Rctl-Refused
                 move "was refused and never ran" to L5Y-Rctl-Desc
              when Rctl-Superseded
                 move "was superseded by a rerun" to L5Y-Rctl-Desc
              when other
                 string "has unknown status " delimited by size
                    Rctl-Status delimited by size
                    into L5Y-Rctl-Desc
                 end-string
           end-evaluate.

      *> The register on hand must be the one LAB5PAY wrote for this
      *> night - its REGISTER row carries the run date.  One left
      *> over from an earlier night is refused, not worked from.
        057-check-register-date.
           move spaces to L5Y-Rctl-Reg-Tag
           move spaces to L5Y-Rctl-Reg-Date
           open input reg-in
           if L5Y-Reg-Status = "00"
              read reg-in
                 at end
                    continue
                 not at end
                    unstring reg-record delimited by ","
                       into L5Y-Rctl-Reg-Tag L5Y-Rctl-Reg-Date
                    end-unstring
              end-read
              close reg-in
           end-if
           if L5Y-Rctl-Reg-Tag not = "REGISTER"
              move "No register on hand, or no REGISTER row on it"
                 to L5Y-Rctl-Reason
              perform 058-refuse-step
           end-if
           if L5Y-Rctl-Reg-Date not = L5Y-Run-Date
              move spaces to L5Y-Rctl-Reason
              string "Register lab5-payreg.dat is dated "
                    delimited by size
                 L5Y-Rctl-Reg-Date delimited by space
                 ", not run date " delimited by size
                 L5Y-Run-Date delimited by size
                 into L5Y-Rctl-Reason
              end-string
              perform 058-refuse-step
           end-if.

      *> A step that will not start records why on its own entry -
      *> when it knows the night, and unless the entry already shows
      *> a clean finish - says so on the console, and stops with
      *> return code 8 before any of its own output is opened, so
      *> the files from its last good run stay as they were.
        058-refuse-step.
           if L5Y-Rctl-Open and L5Y-Run-Date > 0
              move "LAB5YTD" to L5Y-Rctl-Step-Name
              perform 062-read-step-entry
           end-if
           if L5Y-Rctl-Open and L5Y-Run-Date > 0 and
              not (L5Y-Rctl-Found and Rctl-Complete)
              accept L5Y-Rctl-Today from date YYYYMMDD
              accept L5Y-Rctl-Time from time
              move "R" to Rctl-Status
              move L5Y-Rctl-Today to Rctl-Start-Date
              move L5Y-Rctl-Time to Rctl-Start-Time
              move L5Y-Rctl-Today to Rctl-End-Date
              move L5Y-Rctl-Time to Rctl-End-Time
              move 8 to Rctl-Return-Code
              move 0 to Rctl-Count-1
              move 0 to Rctl-Count-2
              move 0 to Rctl-Count-3
              move L5Y-Rctl-Reason to Rctl-Message
              perform 064-put-step-entry
           end-if
           if L5Y-Rctl-Open
              close rctl-file
           end-if
           display "LAB5YTD: " L5Y-Rctl-Reason
           display "LAB5YTD: RUN REFUSED - NOTHING PROCESSED"
           move 8 to return-code
           stop run.

      *> A night this step has already finished cleanly is posted -
      *> a second run would only trip the double-posting guard and
      *> leave the night looking failed, so it is refused here with
      *> the clean entry left as it stands.
        059-check-not-posted.
           move "LAB5YTD" to L5Y-Rctl-Step-Name
           perform 062-read-step-entry
           if L5Y-Rctl-Found and Rctl-Complete
              move spaces to L5Y-Rctl-Reason
              string "LAB5YTD already finished cleanly for "
                    delimited by size
                 L5Y-Run-Date delimited by size
                 " - register already posted" delimited by size
                 into L5Y-Rctl-Reason
              end-string
              perform 058-refuse-step
           end-if.

      *> This step's entry for the night - a fresh one, or the entry
      *> a prior attempt left, restarted with the attempt counted.
        060-record-step-start.
           move "LAB5YTD" to L5Y-Rctl-Step-Name
           perform 062-read-step-entry
           accept L5Y-Rctl-Today from date YYYYMMDD
           accept L5Y-Rctl-Time from time
           move "S" to Rctl-Status
           move L5Y-Rctl-Today to Rctl-Start-Date
           move L5Y-Rctl-Time to Rctl-Start-Time
           move 0 to Rctl-End-Date
           move 0 to Rctl-End-Time
           move 0 to Rctl-Return-Code
           move 0 to Rctl-Count-1
           move 0 to Rctl-Count-2
           move 0 to Rctl-Count-3
           add 1 to Rctl-Attempts
           move "Started" to Rctl-Message
           perform 064-put-step-entry.

      *> Reads the night's entry for the step in L5Y-Rctl-Step-Name,
      *> or sets up an empty one when the step has none yet.
        062-read-step-entry.
           move L5Y-Run-Date to Rctl-Run-Date
           move L5Y-Rctl-Step-Name to Rctl-Step
           read rctl-file
              invalid key
                 move "N" to L5Y-Rctl-Found-Sw
                 move spaces to rctl-record
                 move L5Y-Run-Date to Rctl-Run-Date
                 move L5Y-Rctl-Step-Name to Rctl-Step
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
                 move "Y" to L5Y-Rctl-Found-Sw
           end-read.

        064-put-step-entry.
           if L5Y-Rctl-Found
              rewrite rctl-record
           else
              write rctl-record
              move "Y" to L5Y-Rctl-Found-Sw
           end-if.

      *> The finish - complete below return code 8, failed at 8 or
      *> above (an abort, with its reason) - with the counts handed
      *> on: register rows posted, and 1 when the register was
      *> skipped as already posted.
        070-record-step-end.
           if L5Y-Rctl-Open
              move "LAB5YTD" to L5Y-Rctl-Step-Name
              perform 062-read-step-entry
              accept L5Y-Rctl-Today from date YYYYMMDD
              accept L5Y-Rctl-Time from time
              move L5Y-Rctl-Today to Rctl-End-Date
              move L5Y-Rctl-Time to Rctl-End-Time
              move return-code to Rctl-Return-Code
              move return-code to L5Y-Rctl-Rc-Text
              if return-code < 8
                 move "C" to Rctl-Status
                 move "Finished" to Rctl-Message
              else
                 move "F" to Rctl-Status
                 move spaces to Rctl-Message
                 string "Ended with return code " delimited by size
                    L5Y-Rctl-Rc-Text delimited by size
                    into Rctl-Message
                 end-string
              end-if
              if L5Y-Rctl-Reason not = spaces
                 move L5Y-Rctl-Reason to Rctl-Message
              end-if
              move L5Y-Posted-Count to Rctl-Count-1
              move L5Y-Skipped-Count to Rctl-Count-2
              perform 064-put-step-entry
              close rctl-file
              move "N" to L5Y-Rctl-Open-Sw
           end-if.

        110-parse-register-row.
           move spaces to L5Y-Reg-Tag
           move spaces to L5Y-Reg-Col11
           move spaces to L5Y-Reg-Col12
           move spaces to L5Y-Reg-Col13
           move spaces to L5Y-Reg-Col14
           move spaces to L5Y-Reg-Col15
           move spaces to L5Y-Reg-Col16
           move spaces to L5Y-Reg-Col17
           unstring reg-record delimited by ","
              into L5Y-Reg-Tag L5Y-Reg-Col2 L5Y-Reg-Col3
                 L5Y-Reg-Col4 L5Y-Reg-Col5 L5Y-Reg-Col6
                 L5Y-Reg-Col7 L5Y-Reg-Col8 L5Y-Reg-Col9
                 L5Y-Reg-Col10 L5Y-Reg-Col11 L5Y-Reg-Col12
                 L5Y-Reg-Col13 L5Y-Reg-Col14 L5Y-Reg-Col15
                 L5Y-Reg-Col16 L5Y-Reg-Col17
           end-unstring.

      *> The YTD file is created empty the first time a posting run
      *> The same run posted twice would double every quarter it
      *> touches - the control record remembers the last register
      *> posted, and since registers only ever post in date order,
      *> that same date again is a rerun and is skipped, while
      *> anything before it - or before the YTD year on file - is
      *> out of order and stops the step cold.
        150-check-duplicate-posting.
           if L5Y-Reg-Date = L5Y-Ctl-Last-Posted
              perform 155-skip-already-posted
           end-if
           if L5Y-Reg-Date < L5Y-Ctl-Last-Posted
              move "Register older than last posted - run stopped"
              perform 850-abort-posting
           end-if.

      *> The register on hand is the one already posted - the night
      *> was rerun from an earlier step after this one had posted
      *> it.  Posting it again would double every employee's year,
      *> so nothing is posted; the step says so on the console and
      *> on its run-control entry and finishes clean with return
      *> code 4, leaving the YTD file, the control record, and the
      *> last report exactly as they were.
        155-skip-already-posted.
           display "LAB5YTD: REGISTER " L5Y-Reg-Date
              " ALREADY POSTED - NOT POSTED AGAIN"
           move 4 to return-code
           move 1 to L5Y-Skipped-Count
           close reg-in
           close ytd-file
           move spaces to L5Y-Rctl-Reason
           string "Register " delimited by size
              L5Y-Reg-Date delimited by size
              " already posted - not posted again" delimited by size
              into L5Y-Rctl-Reason
           end-string
           perform 070-record-step-end
           stop run.

      *================================================================
      *  160-CHECK-YEAR-ROLLOVER - the first register dated in a new
      *  year retires the old year: every record is appended to the
           perform 110-parse-register-row
           if L5Y-Reg-Tag = "DETAIL"
              perform 220-post-one-detail
           end-if
           if L5Y-Reg-Tag = "GRAND-TOTAL"
              perform 250-capture-register-totals
           end-if.

        220-post-one-detail.
           compute L5Y-Straight = function numval(L5Y-Reg-Col6)
           compute L5Y-Overtime = function numval(L5Y-Reg-Col7)
           compute L5Y-Shift = function numval(L5Y-Reg-Col8)
           compute L5Y-Gross = function numval(L5Y-Reg-Col9)
           compute L5Y-401k = function numval(L5Y-Reg-Col10)
           compute L5Y-Med = function numval(L5Y-Reg-Col11)
           compute L5Y-Den = function numval(L5Y-Reg-Col12)
           compute L5Y-Vis = function numval(L5Y-Reg-Col13)
           compute L5Y-Tax = function numval(L5Y-Reg-Col14)
           compute L5Y-Garn = function numval(L5Y-Reg-Col15)
           compute L5Y-Deds = L5Y-401k + L5Y-Med + L5Y-Den
              + L5Y-Vis + L5Y-Tax + L5Y-Garn
           compute L5Y-Net = function numval(L5Y-Reg-Col16)
           move L5Y-Reg-Col4(1:5) to Ytd-Employee-Number
           read ytd-file
              invalid key
           move 0 to L5Y-New-Qtr-Gross(L5Y-Qtr-Sub)
           move 0 to L5Y-New-Qtr-Deds(L5Y-Qtr-Sub)
           move 0 to L5Y-New-Qtr-Net(L5Y-Qtr-Sub)
           move 0 to L5Y-New-Qtr-Straight(L5Y-Qtr-Sub)
           move 0 to L5Y-New-Qtr-Overtime(L5Y-Qtr-Sub)
           move 0 to L5Y-New-Qtr-Shift(L5Y-Qtr-Sub)
           move 0 to L5Y-New-Qtr-401k(L5Y-Qtr-Sub)
           move 0 to L5Y-New-Qtr-Med(L5Y-Qtr-Sub)
           move 0 to L5Y-New-Qtr-Den(L5Y-Qtr-Sub)
           move 0 to L5Y-New-Qtr-Vis(L5Y-Qtr-Sub)
           move 0 to L5Y-New-Qtr-Tax(L5Y-Qtr-Sub)
           move 0 to L5Y-New-Qtr-Garn(L5Y-Qtr-Sub)
           add 1 to L5Y-Qtr-Sub.

        240-accumulate-into-record.
           move L5Y-Reg-Col2(1:2) to Ytd-Region
           move L5Y-Reg-Col3(1:5) to Ytd-Dept
           move L5Y-Reg-Col17(1:36) to Ytd-Name
           add L5Y-Gross to Ytd-Qtr-Gross(L5Y-Quarter)
           add L5Y-Deds to Ytd-Qtr-Deds(L5Y-Quarter)
           add L5Y-Net to Ytd-Qtr-Net(L5Y-Quarter)
           add L5Y-Straight to Ytd-Qtr-Straight(L5Y-Quarter)
           add L5Y-Overtime to Ytd-Qtr-Overtime(L5Y-Quarter)
           add L5Y-Shift to Ytd-Qtr-Shift(L5Y-Quarter)
           add L5Y-401k to Ytd-Qtr-401k(L5Y-Quarter)
           add L5Y-Med to Ytd-Qtr-Med(L5Y-Quarter)
           add L5Y-Den to Ytd-Qtr-Den(L5Y-Quarter)
           add L5Y-Vis to Ytd-Qtr-Vis(L5Y-Quarter)
           add L5Y-Tax to Ytd-Qtr-Tax(L5Y-Quarter)
           add L5Y-Garn to Ytd-Qtr-Garn(L5Y-Quarter).

      *> The money row and the count row both lead GRAND-TOTAL; the
      *> description column tells them apart, the way Lab5Dep finds
      *> the register's net.
        250-capture-register-totals.
           if L5Y-Reg-Col17(1:18) = "Total pay this run"
              compute L5Y-Rtot-Gross = function numval(L5Y-Reg-Col9)
              compute L5Y-Rtot-401k = function numval(L5Y-Reg-Col10)
              compute L5Y-Rtot-Med = function numval(L5Y-Reg-Col11)
              compute L5Y-Rtot-Den = function numval(L5Y-Reg-Col12)
              compute L5Y-Rtot-Vis = function numval(L5Y-Reg-Col13)
              compute L5Y-Rtot-Tax = function numval(L5Y-Reg-Col14)
              compute L5Y-Rtot-Garn = function numval(L5Y-Reg-Col15)
              compute L5Y-Rtot-Net = function numval(L5Y-Reg-Col16)
              move "Y" to L5Y-Rtot-Seen-Sw
           end-if
           if L5Y-Reg-Col7(1:24) = "Number of employees paid"
              compute L5Y-Rtot-Count = function numval(L5Y-Reg-Col6)
           end-if.

      *================================================================
      *  300-series - the YTD report.  The file comes off its key in
                    move "y" to L5Y-Ytd-Eof
                 not at end
                    move spaces to sort-record
                    move ytd-record to sort-record(1:672)
                    release sort-record
              end-read
           end-perform.
      *  clear row on the report, return code 8, and the step stops.
      *================================================================
        850-abort-posting.
           if not L5Y-Rpt-Open
              open output ytd-rpt
           end-if
           move spaces to L5Y-Csv-Line
           string "YTD-ABORT" delimited by size
              ",,,,,," delimited by size
           display "LAB5YTD: " L5Y-Abort-Reason
           move 8 to return-code
           close ytd-rpt
           move L5Y-Abort-Reason to L5Y-Rctl-Reason
           perform 070-record-step-end
           stop run.

       900-finalize.
           move L5Y-Reg-Date to Ytdctl-Last-Posted
           open output ytdctl-file
           write ytdctl-record
           close ytdctl-file

      *> The register just posted joins the register-totals history.
           if L5Y-Rtot-Seen
              move spaces to reghist-record
              move L5Y-Reg-Date to Rhist-Reg-Date
              move L5Y-Rtot-Count to Rhist-Paid-Count
              move L5Y-Rtot-Gross to Rhist-Gross
              move L5Y-Rtot-401k to Rhist-401k
              move L5Y-Rtot-Med to Rhist-Med
              move L5Y-Rtot-Den to Rhist-Den
              move L5Y-Rtot-Vis to Rhist-Vis
              move L5Y-Rtot-Tax to Rhist-Tax
              move L5Y-Rtot-Garn to Rhist-Garn
              move L5Y-Rtot-Net to Rhist-Net
              open extend reghist-file
              write reghist-record
              close reghist-file
           end-if

           perform 070-record-step-end.

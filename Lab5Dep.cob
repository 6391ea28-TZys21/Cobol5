       *>                   reasons now ride in their own
       *>                   L5D-Err-Desc field instead of borrowing
       *>                   a register CSV-column buffer.
       *>   2026-10-15  TZ  The register now carries straight time,
       *>                   overtime, and shift differential ahead
       *>                   of gross, so net moves to column 15 and
       *>                   the row description to column 16; the
       *>                   register record is widened to match.
       *>   2026-10-15  TZ  The register now carries the garnishment
       *>                   column ahead of net, so net moves to
       *>                   column 16 and the row description to
       *>                   column 17.
       *>   2026-10-15  TZ  Run control: the step refuses to start
       *>                   unless LAB5PAY finished cleanly for the
       *>                   night named on the run-control file
       *>                   (lab5-runctl.dat) and the register on
       *>                   hand carries that night's run date, and
       *>                   records its own start, finish, return
       *>                   code, and counts (register employees
       *>                   paid, deposits, exceptions) there.

       identification division.
       program-id.     Lab5Dep.
        input-output section.
        file-control.
            select reg-in assign to "lab5-payreg.dat"
                organization is line sequential
                file status is L5D-Reg-Status.

            select bnktrn-file assign to "lab5-bnktrn.dat"
                organization is line sequential
            select exc-file assign to "lab5-bnkexc.dat"
                organization is line sequential.

            select rctl-file assign to "lab5-runctl.dat"
                organization is indexed
                access is random
                record key is Rctl-Key
                file status is L5D-Rctl-Status.

        data division.
        file section.

         fd  reg-in.
         01  reg-record             pic x(400).

      *> Daily bank-account maintenance transactions - an action
      *> code (A add, C change, D delete) ahead of the account
         fd  exc-file.
         01  exc-record             pic x(160).

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


      *> The register row in hand split into its CSV columns - the
      *> DETAIL rows carry Employee-Number in column 4 and net pay
      *> in column 16, and the GRAND-TOTAL rows carry the run's
      *> totals in the same columns.
        01  L5D-Reg-Tag            pic X(16) value spaces.
        01  L5D-Reg-Col2           pic X(50) value spaces.
        01  L5D-Reg-Col10          pic X(50) value spaces.
        01  L5D-Reg-Col11          pic X(50) value spaces.
        01  L5D-Reg-Col12          pic X(50) value spaces.
        01  L5D-Reg-Col13          pic X(50) value spaces.
        01  L5D-Reg-Col14          pic X(50) value spaces.
        01  L5D-Reg-Col15          pic X(50) value spaces.
        01  L5D-Reg-Col16          pic X(50) value spaces.
        01  L5D-Reg-Col17          pic X(60) value spaces.

        01  L5D-Net                pic S9(11)v99 value 0.
        01  L5D-Dep-Count          pic 9(7) value 0.
        01  L5D-Tran-Error-Sw      pic X value "N".
            88  L5D-Tran-Error         value "Y".

      *> Run control - the night this run belongs to, this step's
      *> entry on the run-control file, and the date on the REGISTER
      *> row of the register on hand.
        01  L5D-Rctl-Status        pic X(2) value spaces.
        01  L5D-Reg-Status         pic X(2) value spaces.
        01  L5D-Rctl-Open-Sw       pic X value "N".
            88  L5D-Rctl-Open          value "Y".
        01  L5D-Rctl-Found-Sw      pic X value "N".
            88  L5D-Rctl-Found         value "Y".
        01  L5D-Run-Date           pic 9(8) value 0.
        01  L5D-Rctl-Today         pic 9(8) value 0.
        01  L5D-Rctl-Time          pic 9(8) value 0.
        01  L5D-Rctl-Step-Name     pic X(8) value spaces.
        01  L5D-Rctl-Reason        pic X(80) value spaces.
        01  L5D-Rctl-Desc          pic X(40) value spaces.
        01  L5D-Rctl-Rc-Text       pic 9(3) value 0.
        01  L5D-Rctl-Reg-Tag       pic X(16) value spaces.
        01  L5D-Rctl-Reg-Date      pic X(8) value spaces.

        procedure division.
        000-main.


        100-initialize.
           accept crt-date from date YYYYMMDD
           perform 050-open-run-control
           open output dep-file
           open output exc-file.

      *================================================================
      *  050-series - run control.  LAB5DEP starts only when
      *  LAB5PAY has finished cleanly for the night named on the
      *  run-control file (lab5-runctl.dat) and the register on hand
      *  is that night's, and it records its own start and finish
      *  there.
      *================================================================
        050-open-run-control.
           open i-o rctl-file
           if L5D-Rctl-Status not = "00"
              move spaces to L5D-Rctl-Reason
              string "Run-control file would not open (status "
                    delimited by size
                 L5D-Rctl-Status delimited by size
                 ") - run Lab5 first" delimited by size
                 into L5D-Rctl-Reason
              end-string
              perform 058-refuse-step
           end-if
           move "Y" to L5D-Rctl-Open-Sw
           move 0 to Rctl-Run-Date
           move "CURRENT" to Rctl-Step
           read rctl-file
              invalid key
                 move "No night open on the run-control file - run Lab5"
                    to L5D-Rctl-Reason
                 perform 058-refuse-step
              not invalid key
                 move Rctl-Current-Date to L5D-Run-Date
           end-read
           move "LAB5PAY" to L5D-Rctl-Step-Name
           perform 055-check-predecessor
           perform 057-check-register-date
           perform 060-record-step-start.

      *> The step named in L5D-Rctl-Step-Name must have finished
      *> cleanly for this night, or this one does not start.
        055-check-predecessor.
           perform 062-read-step-entry
           if not L5D-Rctl-Found or not Rctl-Complete
              perform 056-describe-status
              move spaces to L5D-Rctl-Reason
              string "Predecessor " delimited by size
                 L5D-Rctl-Step-Name delimited by space
                 " for " delimited by size
                 L5D-Run-Date delimited by size
                 " " delimited by size
                 L5D-Rctl-Desc delimited by "  "
                 into L5D-Rctl-Reason
              end-string
              perform 058-refuse-step
           end-if.

        056-describe-status.
           move spaces to L5D-Rctl-Desc
           move Rctl-Return-Code to L5D-Rctl-Rc-Text
           evaluate true
              when not L5D-Rctl-Found
                 move "never ran" to L5D-Rctl-Desc
              when Rctl-Started
                 move "started but never finished" to L5D-Rctl-Desc
              when Rctl-Failed
                 string "failed with return code " delimited by size
                    L5D-Rctl-Rc-Text delimited by size
                    into L5D-Rctl-Desc
                 end-string
              when Rctl-Refused
                 move "was refused and never ran" to L5D-Rctl-Desc
              when Rctl-Superseded
                 move "was superseded by a rerun" to L5D-Rctl-Desc
              when other
                 string "has unknown status " delimited by size
                    Rctl-Status delimited by size
                    into L5D-Rctl-Desc
                 end-string
           end-evaluate.

      *> The register on hand must be the one LAB5PAY wrote for this
      *> night - its REGISTER row carries the run date.  One left
      *> over from an earlier night is refused, not worked from.
        057-check-register-date.
           move spaces to L5D-Rctl-Reg-Tag
           move spaces to L5D-Rctl-Reg-Date
           open input reg-in
           if L5D-Reg-Status = "00"
              read reg-in
                 at end
                    continue
                 not at end
                    unstring reg-record delimited by ","
                       into L5D-Rctl-Reg-Tag L5D-Rctl-Reg-Date
                    end-unstring
              end-read
              close reg-in
           end-if
           if L5D-Rctl-Reg-Tag not = "REGISTER"
              move "No register on hand, or no REGISTER row on it"
                 to L5D-Rctl-Reason
              perform 058-refuse-step
           end-if
           if L5D-Rctl-Reg-Date not = L5D-Run-Date
              move spaces to L5D-Rctl-Reason
              string "Register lab5-payreg.dat is dated "
                    delimited by size
                 L5D-Rctl-Reg-Date delimited by space
                 ", not run date " delimited by size
                 L5D-Run-Date delimited by size
                 into L5D-Rctl-Reason
              end-string
              perform 058-refuse-step
           end-if.

      *> A step that will not start records why on its own entry -
      *> when it knows the night, and unless the entry already shows
      *> a clean finish - says so on the console, and stops with
      *> return code 8 before any of its own output is opened, so
      *> the files from its last good run stay as they were.
        058-refuse-step.
           if L5D-Rctl-Open and L5D-Run-Date > 0
              move "LAB5DEP" to L5D-Rctl-Step-Name
              perform 062-read-step-entry
           end-if
           if L5D-Rctl-Open and L5D-Run-Date > 0 and
              not (L5D-Rctl-Found and Rctl-Complete)
              accept L5D-Rctl-Today from date YYYYMMDD
              accept L5D-Rctl-Time from time
              move "R" to Rctl-Status
              move L5D-Rctl-Today to Rctl-Start-Date
              move L5D-Rctl-Time to Rctl-Start-Time
              move L5D-Rctl-Today to Rctl-End-Date
              move L5D-Rctl-Time to Rctl-End-Time
              move 8 to Rctl-Return-Code
              move 0 to Rctl-Count-1
              move 0 to Rctl-Count-2
              move 0 to Rctl-Count-3
              move L5D-Rctl-Reason to Rctl-Message
              perform 064-put-step-entry
           end-if
           if L5D-Rctl-Open
              close rctl-file
           end-if
           display "LAB5DEP: " L5D-Rctl-Reason
           display "LAB5DEP: RUN REFUSED - NOTHING PROCESSED"
           move 8 to return-code
           stop run.

      *> This step's entry for the night - a fresh one, or the entry
      *> a prior attempt left, restarted with the attempt counted.
        060-record-step-start.
           move "LAB5DEP" to L5D-Rctl-Step-Name
           perform 062-read-step-entry
           accept L5D-Rctl-Today from date YYYYMMDD
           accept L5D-Rctl-Time from time
           move "S" to Rctl-Status
           move L5D-Rctl-Today to Rctl-Start-Date
           move L5D-Rctl-Time to Rctl-Start-Time
           move 0 to Rctl-End-Date
           move 0 to Rctl-End-Time
           move 0 to Rctl-Return-Code
           move 0 to Rctl-Count-1
           move 0 to Rctl-Count-2
           move 0 to Rctl-Count-3
           add 1 to Rctl-Attempts
           move "Started" to Rctl-Message
           perform 064-put-step-entry.

      *> Reads the night's entry for the step in L5D-Rctl-Step-Name,
      *> or sets up an empty one when the step has none yet.
        062-read-step-entry.
           move L5D-Run-Date to Rctl-Run-Date
           move L5D-Rctl-Step-Name to Rctl-Step
           read rctl-file
              invalid key
                 move "N" to L5D-Rctl-Found-Sw
                 move spaces to rctl-record
                 move L5D-Run-Date to Rctl-Run-Date
                 move L5D-Rctl-Step-Name to Rctl-Step
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
                 move "Y" to L5D-Rctl-Found-Sw
           end-read.

        064-put-step-entry.
           if L5D-Rctl-Found
              rewrite rctl-record
           else
              write rctl-record
              move "Y" to L5D-Rctl-Found-Sw
           end-if.

      *> The finish - complete below return code 8, failed at 8 or
      *> above (out of balance) - with the counts handed on: the
      *> register's employees paid, deposits, and exceptions.
        070-record-step-end.
           if L5D-Rctl-Open
              move "LAB5DEP" to L5D-Rctl-Step-Name
              perform 062-read-step-entry
              accept L5D-Rctl-Today from date YYYYMMDD
              accept L5D-Rctl-Time from time
              move L5D-Rctl-Today to Rctl-End-Date
              move L5D-Rctl-Time to Rctl-End-Time
              move return-code to Rctl-Return-Code
              move return-code to L5D-Rctl-Rc-Text
              if return-code < 8
                 move "C" to Rctl-Status
                 move "Finished" to Rctl-Message
              else
                 move "F" to Rctl-Status
                 move spaces to Rctl-Message
                 string "Ended with return code " delimited by size
                    L5D-Rctl-Rc-Text delimited by size
                    into Rctl-Message
                 end-string
              end-if
              if L5D-Rctl-Reason not = spaces
                 move L5D-Rctl-Reason to Rctl-Message
              end-if
              move L5D-Reg-Paid-Count to Rctl-Count-1
              move L5D-Dep-Count to Rctl-Count-2
              move L5D-Exc-Count to Rctl-Count-3
              perform 064-put-step-entry
              close rctl-file
              move "N" to L5D-Rctl-Open-Sw
           end-if.

      *================================================================
      *  200-series - bank-account file maintenance, the same pattern
      *  as the employee-master maintenance in Lab5: each transaction
           move spaces to L5D-Reg-Col11
           move spaces to L5D-Reg-Col12
           move spaces to L5D-Reg-Col13
           move spaces to L5D-Reg-Col14
           move spaces to L5D-Reg-Col15
           move spaces to L5D-Reg-Col16
           move spaces to L5D-Reg-Col17
           unstring reg-record delimited by ","
              into L5D-Reg-Tag L5D-Reg-Col2 L5D-Reg-Col3
                 L5D-Reg-Col4 L5D-Reg-Col5 L5D-Reg-Col6
                 L5D-Reg-Col7 L5D-Reg-Col8 L5D-Reg-Col9
                 L5D-Reg-Col10 L5D-Reg-Col11 L5D-Reg-Col12
                 L5D-Reg-Col13 L5D-Reg-Col14 L5D-Reg-Col15
                 L5D-Reg-Col16 L5D-Reg-Col17
           end-unstring
           evaluate L5D-Reg-Tag
              when "DETAIL"
           end-evaluate.

        330-process-one-detail.
           compute L5D-Net = function numval(L5D-Reg-Col16)
           if L5D-Net <= 0
              move "Net pay not positive - paper check"
                 to L5D-Err-Desc
      *> column the DETAIL rows use; the count row carries the
      *> number of employees paid.
        340-capture-grand-total.
           if L5D-Reg-Col17(1:18) = "Total pay this run"
              compute L5D-Reg-Grand-Net =
                 function numval(L5D-Reg-Col16)
              move "Y" to L5D-Reg-Grand-Seen-Sw
           end-if
           if L5D-Reg-Col7(1:24) = "Number of employees paid"
           end-string
           write exc-record from L5D-Csv-Line

           close dep-file exc-file
           perform 070-record-step-end.

       *> Tyler Zysberg
       *> A LAB5RUN inquiry step - the nightly run-control status
       *> report.  Every step in the nightly stream (Lab5, then
       *> LAB5PAY, then LAB5DEP/LAB5GL/LAB5YTD) records its start,
       *> finish, return code, and hand-off counts on the run-control
       *> file (lab5-runctl.dat).  For one run date - the one on
       *> lab5-runparm.dat, or the night in progress when the file is
       *> missing or blank - this step lists each step as finished,
       *> failed, refused, superseded, or never run, holds the counts
       *> handed from step to step to each other, and names the
       *> steps a rerun picks up at (lab5-runrpt.dat).  Return code
       *> 4 when any hand-off count disagrees.
       *>
       *> Mod history:
       *>   2026-10-15  TZ  Initial version - STEP rows off the
       *>                   run-control file, COUNT-CHECK rows for
       *>                   each hand-off, RERUN rows, and RUN-TOTAL
       *>                   counts.
       *>   2026-10-15  TZ  Review fixes: the LAB5YTD hand-off is not
       *>                   checked when LAB5YTD skipped a register
       *>                   already posted on an earlier run.

       identification division.
       program-id.     Lab5Run.

       Environment division.
       configuration section.

        input-output section.
        file-control.
            select optional parm-file assign to "lab5-runparm.dat"
                organization is line sequential
                file status is L5Z-Parm-Status.

            select rctl-file assign to "lab5-runctl.dat"
                organization is indexed
                access is random
                record key is Rctl-Key
                file status is L5Z-Rctl-Status.

            select run-rpt assign to "lab5-runrpt.dat"
                organization is line sequential.

        data division.
        file section.

      *> The run date to report - blank or zero means the night in
      *> progress.
         fd  parm-file.
         01  parm-record.
           05 Rparm-Run-Date          pic X(8).

      *> The nightly run-control file, in Lab5's layout - one record
      *> per run date and step, and the CURRENT record (run date
      *> zero) naming the night in progress.
         fd  rctl-file.
         01  rctl-record.
           05 Rctl-Key.
              10 Rctl-Run-Date        pic 9(8).
              10 Rctl-Step            pic X(8).
           05 Rctl-Status             pic X(1).
              88 Rctl-Started         value "S".
              88 Rctl-Complete        value "C".
              88 Rctl-Failed          value "F".
              88 Rctl-Refused         value "R".
              88 Rctl-Superseded      value "X".
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

      *> The status report - a RUN header, a STEP row per step, a
      *> COUNT-CHECK row per hand-off, RERUN rows, and RUN-TOTAL
      *> counts; RUN-ABORT when there is nothing to report from.
         fd  run-rpt.
         01  run-rpt-record         pic x(250).

        working-storage section.
        01  crt-date               pic 9(8).
        01  L5Z-Now                pic 9(8) value 0.

        01  L5Z-Parm-Status        pic X(2) value spaces.
        01  L5Z-Rctl-Status        pic X(2) value spaces.
        01  L5Z-Run-Date           pic 9(8) value 0.
        01  L5Z-Current-Date       pic 9(8) value 0.

      *> One entry per step in stream order - 1 LAB5, 2 LAB5PAY,
      *> 3 LAB5DEP, 4 LAB5GL, 5 LAB5YTD - with what the run-control
      *> file holds for it.  A blank state means no entry: the step
      *> never ran for the night.
        01  L5Z-Step-Max           pic 9(1) value 5.
        01  L5Z-Step-Table.
            05 L5Z-Step-Entry      occurs 5 times.
               10 L5Z-Step-Name    pic X(8).
               10 L5Z-Step-State   pic X(1).
                  88 L5Z-Step-Complete    value "C".
               10 L5Z-Step-Count-1 pic 9(7).
               10 L5Z-Step-Count-2 pic 9(7).
               10 L5Z-Step-Count-3 pic 9(7).
        01  L5Z-Sub                pic 9(1) value 0.

      *> The hand-off being checked - which step gave which count
      *> and which step took it, set up before each 310.
        01  L5Z-Chk-From           pic 9(1) value 0.
        01  L5Z-Chk-To             pic 9(1) value 0.
        01  L5Z-Chk-Given          pic 9(7) value 0.
        01  L5Z-Chk-Taken          pic 9(7) value 0.
        01  L5Z-Chk-Desc           pic X(60) value spaces.
        01  L5Z-Chk-Result         pic X(11) value spaces.

        01  L5Z-Finished-Count     pic 9(1) value 0.
        01  L5Z-Failed-Count       pic 9(1) value 0.
        01  L5Z-Not-Run-Count      pic 9(1) value 0.
        01  L5Z-Superseded-Count   pic 9(1) value 0.
        01  L5Z-Agree-Count        pic 9(2) value 0.
        01  L5Z-Disagree-Count     pic 9(2) value 0.
        01  L5Z-Unchecked-Count    pic 9(2) value 0.
        01  L5Z-Rerun-Count        pic 9(1) value 0.

        01  L5Z-State-Desc         pic X(22) value spaces.
        01  L5Z-Time-Work          pic 9(8) value 0.
        01  L5Z-Time-Parts redefines L5Z-Time-Work.
            05 L5Z-Time-Hhmmss     pic X(6).
            05 filler              pic X(2).
        01  L5Z-Start-Text         pic X(6) value spaces.
        01  L5Z-End-Text           pic X(6) value spaces.
        01  L5Z-Rc-Text            pic ZZ9.
        01  L5Z-Attempts-Text      pic ZZ9.
        01  L5Z-Count-Text         pic ZZZZZZ9.
        01  L5Z-Count2-Text        pic ZZZZZZ9.
        01  L5Z-Count3-Text        pic ZZZZZZ9.
        01  L5Z-Safe-Message       pic X(80) value spaces.
        01  L5Z-Abort-Reason       pic X(60) value spaces.
        01  L5Z-Csv-Line           pic X(250).

        procedure division.
        000-main.

           perform 100-initialize

           perform 200-report-steps

           perform 300-check-counts

           perform 400-list-reruns

           perform 800-print-totals

           perform 900-finalize

           stop run.

        100-initialize.
           accept crt-date from date YYYYMMDD
           accept L5Z-Now from time
           open output run-rpt
           open input rctl-file
           if L5Z-Rctl-Status not = "00"
              move spaces to L5Z-Abort-Reason
              string "Run-control file would not open (status "
                    delimited by size
                 L5Z-Rctl-Status delimited by size
                 ")" delimited by size
                 into L5Z-Abort-Reason
              end-string
              perform 850-abort-report
           end-if
           perform 110-load-run-date
           perform 120-load-step-names
           perform 130-write-report-header.

      *> The night in progress comes off the CURRENT record; a date
      *> on the parameter file asks about an earlier night instead.
        110-load-run-date.
           move 0 to Rctl-Run-Date
           move "CURRENT" to Rctl-Step
           read rctl-file
              invalid key
                 move 0 to L5Z-Current-Date
              not invalid key
                 move Rctl-Current-Date to L5Z-Current-Date
           end-read
           move L5Z-Current-Date to L5Z-Run-Date
           open input parm-file
           if L5Z-Parm-Status = "00"
              read parm-file
                 at end
                    continue
                 not at end
                    if Rparm-Run-Date is numeric and
                       Rparm-Run-Date not = "00000000"
                       move Rparm-Run-Date to L5Z-Run-Date
                    end-if
              end-read
              close parm-file
           end-if
           if L5Z-Run-Date = 0
              move "No night open on the run-control file"
                 to L5Z-Abort-Reason
              perform 850-abort-report
           end-if.

        120-load-step-names.
           move "LAB5" to L5Z-Step-Name(1)
           move "LAB5PAY" to L5Z-Step-Name(2)
           move "LAB5DEP" to L5Z-Step-Name(3)
           move "LAB5GL" to L5Z-Step-Name(4)
           move "LAB5YTD" to L5Z-Step-Name(5).

        130-write-report-header.
           move spaces to L5Z-Csv-Line
           move L5Z-Now to L5Z-Time-Work
           if L5Z-Run-Date = L5Z-Current-Date
              string "RUN" delimited by size
                 "," delimited by size
                 L5Z-Run-Date delimited by size
                 "," delimited by size
                 crt-date delimited by size
                 "," delimited by size
                 L5Z-Time-Hhmmss delimited by size
                 ",,,,,,,,," delimited by size
                 "Run date / reported on - the night in progress"
                    delimited by size
                 into L5Z-Csv-Line
              end-string
           else
              string "RUN" delimited by size
                 "," delimited by size
                 L5Z-Run-Date delimited by size
                 "," delimited by size
                 crt-date delimited by size
                 "," delimited by size
                 L5Z-Time-Hhmmss delimited by size
                 ",,,,,,,,," delimited by size
                 "Run date / reported on - an earlier night"
                    delimited by size
                 into L5Z-Csv-Line
              end-string
           end-if
           write run-rpt-record from L5Z-Csv-Line.

      *================================================================
      *  200-series - one STEP row per step in stream order: state,
      *  attempts, start and finish, return code, the three counts
      *  the step handed on, and the message it left.
      *================================================================
        200-report-steps.
           move 1 to L5Z-Sub
           perform 210-report-one-step
              until L5Z-Sub > L5Z-Step-Max.

        210-report-one-step.
           move L5Z-Run-Date to Rctl-Run-Date
           move L5Z-Step-Name(L5Z-Sub) to Rctl-Step
           read rctl-file
              invalid key
                 move space to L5Z-Step-State(L5Z-Sub)
                 move 0 to L5Z-Step-Count-1(L5Z-Sub)
                 move 0 to L5Z-Step-Count-2(L5Z-Sub)
                 move 0 to L5Z-Step-Count-3(L5Z-Sub)
                 add 1 to L5Z-Not-Run-Count
                 perform 225-write-not-run-row
              not invalid key
                 move Rctl-Status to L5Z-Step-State(L5Z-Sub)
                 move Rctl-Count-1 to L5Z-Step-Count-1(L5Z-Sub)
                 move Rctl-Count-2 to L5Z-Step-Count-2(L5Z-Sub)
                 move Rctl-Count-3 to L5Z-Step-Count-3(L5Z-Sub)
                 perform 215-describe-state
                 perform 220-write-step-row
           end-read
           add 1 to L5Z-Sub.

      *> A step still marked started never recorded a finish - it
      *> abended, or it is running now - and counts with the
      *> failures.  A refused step never ran.
        215-describe-state.
           evaluate true
              when Rctl-Complete
                 move "COMPLETE" to L5Z-State-Desc
                 add 1 to L5Z-Finished-Count
              when Rctl-Failed
                 move "FAILED" to L5Z-State-Desc
                 add 1 to L5Z-Failed-Count
              when Rctl-Started
                 move "STARTED-NOT-FINISHED" to L5Z-State-Desc
                 add 1 to L5Z-Failed-Count
              when Rctl-Refused
                 move "REFUSED" to L5Z-State-Desc
                 add 1 to L5Z-Not-Run-Count
              when Rctl-Superseded
                 move "SUPERSEDED" to L5Z-State-Desc
                 add 1 to L5Z-Superseded-Count
              when other
                 move "UNKNOWN" to L5Z-State-Desc
                 add 1 to L5Z-Failed-Count
           end-evaluate.

        220-write-step-row.
           move Rctl-Start-Time to L5Z-Time-Work
           move L5Z-Time-Hhmmss to L5Z-Start-Text
           move Rctl-End-Time to L5Z-Time-Work
           move L5Z-Time-Hhmmss to L5Z-End-Text
           move Rctl-Attempts to L5Z-Attempts-Text
           move Rctl-Return-Code to L5Z-Rc-Text
           move Rctl-Count-1 to L5Z-Count-Text
           move Rctl-Count-2 to L5Z-Count2-Text
           move Rctl-Count-3 to L5Z-Count3-Text
           move Rctl-Message to L5Z-Safe-Message
           inspect L5Z-Safe-Message replacing all "," by " "
           move spaces to L5Z-Csv-Line
           string "STEP" delimited by size
              "," delimited by size
              Rctl-Step delimited by space
              "," delimited by size
              L5Z-State-Desc delimited by space
              "," delimited by size
              L5Z-Attempts-Text delimited by size
              "," delimited by size
              Rctl-Start-Date delimited by size
              "," delimited by size
              L5Z-Start-Text delimited by size
              "," delimited by size
              Rctl-End-Date delimited by size
              "," delimited by size
              L5Z-End-Text delimited by size
              "," delimited by size
              L5Z-Rc-Text delimited by size
              "," delimited by size
              L5Z-Count-Text delimited by size
              "," delimited by size
              L5Z-Count2-Text delimited by size
              "," delimited by size
              L5Z-Count3-Text delimited by size
              "," delimited by size
              L5Z-Safe-Message delimited by size
              into L5Z-Csv-Line
           end-string
           write run-rpt-record from L5Z-Csv-Line.

        225-write-not-run-row.
           move spaces to L5Z-Csv-Line
           string "STEP" delimited by size
              "," delimited by size
              L5Z-Step-Name(L5Z-Sub) delimited by space
              "," delimited by size
              "NOT RUN" delimited by size
              ",,,,,,,,,," delimited by size
              "No entry on the run-control file for this night"
                 delimited by size
              into L5Z-Csv-Line
           end-string
           write run-rpt-record from L5Z-Csv-Line.

      *================================================================
      *  300-series - the hand-offs.  Each count a step handed on is
      *  held to what the next step says it took:
      *    LAB5 clean records written    = LAB5PAY records read
      *    LAB5PAY records read          = paid + terminated left off
      *    LAB5PAY employees paid        = LAB5DEP register count
      *    LAB5DEP register count        = deposits + exceptions
      *    LAB5PAY employees paid        = LAB5GL DETAIL rows
      *    LAB5PAY employees paid        = LAB5YTD rows posted
      *  A hand-off is only checked when both ends finished cleanly
      *  - a failed or missing step's counts prove nothing.  Nor is
      *  LAB5YTD's when it skipped a register already posted on an
      *  earlier run (its second count 1) - it posted no rows.
      *================================================================
        300-check-counts.
           move 1 to L5Z-Chk-From
           move 2 to L5Z-Chk-To
           move L5Z-Step-Count-1(1) to L5Z-Chk-Given
           move L5Z-Step-Count-1(2) to L5Z-Chk-Taken
           move "Clean records written - read by LAB5PAY"
              to L5Z-Chk-Desc
           perform 310-compare-counts

           move 2 to L5Z-Chk-From
           move 2 to L5Z-Chk-To
           move L5Z-Step-Count-1(2) to L5Z-Chk-Given
           add L5Z-Step-Count-2(2) L5Z-Step-Count-3(2)
              giving L5Z-Chk-Taken
           move "Records read - paid plus terminated left off"
              to L5Z-Chk-Desc
           perform 310-compare-counts

           move 2 to L5Z-Chk-From
           move 3 to L5Z-Chk-To
           move L5Z-Step-Count-2(2) to L5Z-Chk-Given
           move L5Z-Step-Count-1(3) to L5Z-Chk-Taken
           move "Employees paid - register count taken by LAB5DEP"
              to L5Z-Chk-Desc
           perform 310-compare-counts

           move 3 to L5Z-Chk-From
           move 3 to L5Z-Chk-To
           move L5Z-Step-Count-1(3) to L5Z-Chk-Given
           add L5Z-Step-Count-2(3) L5Z-Step-Count-3(3)
              giving L5Z-Chk-Taken
           move "Register employees paid - deposits plus exceptions"
              to L5Z-Chk-Desc
           perform 310-compare-counts

           move 2 to L5Z-Chk-From
           move 4 to L5Z-Chk-To
           move L5Z-Step-Count-2(2) to L5Z-Chk-Given
           move L5Z-Step-Count-1(4) to L5Z-Chk-Taken
           move "Employees paid - DETAIL rows charged by LAB5GL"
              to L5Z-Chk-Desc
           perform 310-compare-counts

           move 2 to L5Z-Chk-From
           move 5 to L5Z-Chk-To
           move L5Z-Step-Count-2(2) to L5Z-Chk-Given
           move L5Z-Step-Count-1(5) to L5Z-Chk-Taken
           move "Employees paid - register rows posted by LAB5YTD"
              to L5Z-Chk-Desc
           if L5Z-Step-Count-2(5) = 1
              move "Register already posted on an earlier run"
                 to L5Z-Chk-Desc
              move "NOT CHECKED" to L5Z-Chk-Result
              add 1 to L5Z-Unchecked-Count
              perform 320-write-check-row
           else
              perform 310-compare-counts
           end-if.

        310-compare-counts.
           if L5Z-Step-Complete(L5Z-Chk-From) and
              L5Z-Step-Complete(L5Z-Chk-To)
              if L5Z-Chk-Given = L5Z-Chk-Taken
                 move "AGREE" to L5Z-Chk-Result
                 add 1 to L5Z-Agree-Count
              else
                 move "DISAGREE" to L5Z-Chk-Result
                 add 1 to L5Z-Disagree-Count
                 if return-code < 4
                    move 4 to return-code
                 end-if
              end-if
           else
              move "NOT CHECKED" to L5Z-Chk-Result
              add 1 to L5Z-Unchecked-Count
           end-if
           perform 320-write-check-row.

        320-write-check-row.
           move L5Z-Chk-Given to L5Z-Count-Text
           move L5Z-Chk-Taken to L5Z-Count2-Text
           move spaces to L5Z-Csv-Line
           string "COUNT-CHECK" delimited by size
              "," delimited by size
              L5Z-Step-Name(L5Z-Chk-From) delimited by space
              "," delimited by size
              L5Z-Count-Text delimited by size
              "," delimited by size
              L5Z-Step-Name(L5Z-Chk-To) delimited by space
              "," delimited by size
              L5Z-Count2-Text delimited by size
              "," delimited by size
              L5Z-Chk-Result delimited by "  "
              "," delimited by size
              L5Z-Chk-Desc delimited by size
              into L5Z-Csv-Line
           end-string
           write run-rpt-record from L5Z-Csv-Line.

      *================================================================
      *  400-series - where a rerun picks up.  Lab5 first; LAB5PAY
      *  once Lab5 is clean; then each of LAB5DEP, LAB5GL, and
      *  LAB5YTD that has not finished cleanly, once LAB5PAY is.
      *  Nothing earlier than the first unfinished step is rerun.
      *================================================================
        400-list-reruns.
           if not L5Z-Step-Complete(1)
              move 1 to L5Z-Sub
              perform 410-write-rerun-row
           else
              if not L5Z-Step-Complete(2)
                 move 2 to L5Z-Sub
                 perform 410-write-rerun-row
              else
                 move 3 to L5Z-Sub
                 perform 405-check-one-rerun
                    until L5Z-Sub > L5Z-Step-Max
              end-if
           end-if.

        405-check-one-rerun.
           if not L5Z-Step-Complete(L5Z-Sub)
              perform 410-write-rerun-row
           end-if
           add 1 to L5Z-Sub.

        410-write-rerun-row.
           add 1 to L5Z-Rerun-Count
           move spaces to L5Z-Csv-Line
           string "RERUN" delimited by size
              "," delimited by size
              L5Z-Step-Name(L5Z-Sub) delimited by space
              ",,,,,,,,,,," delimited by size
              "Not finished cleanly - the night picks up here"
                 delimited by size
              into L5Z-Csv-Line
           end-string
           write run-rpt-record from L5Z-Csv-Line.

        800-print-totals.
           move spaces to L5Z-Csv-Line
           move L5Z-Finished-Count to L5Z-Count-Text
           string "RUN-TOTAL" delimited by size
              ",,,,,,,,,," delimited by size
              L5Z-Count-Text delimited by size
              ",," delimited by size
              "Steps finished cleanly" delimited by size
              into L5Z-Csv-Line
           end-string
           write run-rpt-record from L5Z-Csv-Line

           move spaces to L5Z-Csv-Line
           move L5Z-Failed-Count to L5Z-Count-Text
           string "RUN-TOTAL" delimited by size
              ",,,,,,,,,," delimited by size
              L5Z-Count-Text delimited by size
              ",," delimited by size
              "Steps failed or never finished" delimited by size
              into L5Z-Csv-Line
           end-string
           write run-rpt-record from L5Z-Csv-Line

           move spaces to L5Z-Csv-Line
           move L5Z-Not-Run-Count to L5Z-Count-Text
           string "RUN-TOTAL" delimited by size
              ",,,,,,,,,," delimited by size
              L5Z-Count-Text delimited by size
              ",," delimited by size
              "Steps never run or refused" delimited by size
              into L5Z-Csv-Line
           end-string
           write run-rpt-record from L5Z-Csv-Line

           move spaces to L5Z-Csv-Line
           move L5Z-Superseded-Count to L5Z-Count-Text
           string "RUN-TOTAL" delimited by size
              ",,,,,,,,,," delimited by size
              L5Z-Count-Text delimited by size
              ",," delimited by size
              "Steps superseded by a rerun - to run again"
                 delimited by size
              into L5Z-Csv-Line
           end-string
           write run-rpt-record from L5Z-Csv-Line

           move spaces to L5Z-Csv-Line
           move L5Z-Disagree-Count to L5Z-Count-Text
           string "RUN-TOTAL" delimited by size
              ",,,,,,,,,," delimited by size
              L5Z-Count-Text delimited by size
              ",," delimited by size
              "Hand-off counts that disagree" delimited by size
              into L5Z-Csv-Line
           end-string
           write run-rpt-record from L5Z-Csv-Line

           move spaces to L5Z-Csv-Line
           move L5Z-Unchecked-Count to L5Z-Count-Text
           string "RUN-TOTAL" delimited by size
              ",,,,,,,,,," delimited by size
              L5Z-Count-Text delimited by size
              ",," delimited by size
              "Hand-offs not checked - a step not finished"
                 delimited by size
              into L5Z-Csv-Line
           end-string
           write run-rpt-record from L5Z-Csv-Line

           if L5Z-Rerun-Count = 0 and L5Z-Disagree-Count = 0
              move spaces to L5Z-Csv-Line
              string "RUN-TOTAL" delimited by size
                 ",,,,,,,,,,,," delimited by size
                 "Night complete - every step finished and agrees"
                    delimited by size
                 into L5Z-Csv-Line
              end-string
              write run-rpt-record from L5Z-Csv-Line
           end-if.

      *================================================================
      *  850-ABORT-REPORT - no run-control file, or no night on it to
      *  report.  One clear RUN-ABORT row, return code 8, and the
      *  step stops.
      *================================================================
        850-abort-report.
           move spaces to L5Z-Csv-Line
           string "RUN-ABORT" delimited by size
              ",,,,,,,,,,,," delimited by size
              L5Z-Abort-Reason delimited by size
              into L5Z-Csv-Line
           end-string
           write run-rpt-record from L5Z-Csv-Line
           display "LAB5RUN: " L5Z-Abort-Reason
           display "LAB5RUN: NO STATUS REPORTED - RUN STOPPED"
           move 8 to return-code
           close run-rpt
           stop run.

        900-finalize.
           close rctl-file
           close run-rpt.

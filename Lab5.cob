       *>                   call out a reject spike on day one
       *>                   instead of someone spotting it across
       *>                   old printouts.
       *>   2026-10-15  TZ  Added future-dated master transactions -
       *>                   a transaction may carry an effective
       *>                   date; one dated after today is held on
       *>                   the pending file (lab5-pend.dat, carried
       *>                   forward as lab5-pendnew.dat) instead of
       *>                   being applied, and every maintenance run
       *>                   first releases the pending items that
       *>                   have come due through the same edits and
       *>                   change history.  A pending Change whose
       *>                   employee has been changed since it was
       *>                   keyed is overtaken and not applied.  The
       *>                   pending report (lab5-pendrpt.dat) lists
       *>                   what was released, overtaken, and still
       *>                   pending with its due date.
       *>   2026-10-15  TZ  A Delete transaction now terminates the
       *>                   employee instead of removing the master
       *>                   record: status T, the termination date
       *>                   (the effective date, or today), and the
       *>                   reason code keyed in the new transaction
       *>                   column go on the master, which grows a
       *>                   status area behind the employee image.
       *>                   A terminated employee turning up on the
       *>                   daily file, or in a Change, is rejected;
       *>                   an Add for a terminated number rehires
       *>                   the employee under it, and an Add for a
       *>                   new number whose name and birth date
       *>                   match a terminated employee is rejected
       *>                   naming the prior number to re-key under.
       *>   2026-10-15  TZ  Added the nightly run-control file
       *>                   (lab5-runctl.dat) shared by the job
       *>                   stream.  Lab5 opens the night on it -
       *>                   the run date every later step works to
       *>                   - and records its own start, finish,
       *>                   return code, and clean/error/read
       *>                   counts there.  A rerun before the night
       *>                   has finished cleanly stays on the same
       *>                   run date, and any later step already
       *>                   recorded for the night is marked
       *>                   superseded, since its inputs are about
       *>                   to be rebuilt.
       *>   2026-10-15  TZ  Review fixes: a terminated employee on
       *>                   the daily file is checked before the
       *>                   duplicate check and is not registered as
       *>                   seen, so a rehire Add the same run still
       *>                   writes the clean record and is paid.

       identification division.
       program-id.     Lab5.
                organization is line sequential
                file status is L5-Tran-Status.

            select pend-in assign to "lab5-pend.dat"
                organization is line sequential
                file status is L5-PendIn-Status.

            select pend-out assign to "lab5-pendnew.dat"
                organization is line sequential
                file status is L5-PendOut-Status.

            select pend-rpt assign to "lab5-pendrpt.dat"
                organization is line sequential.

            select mast-file assign to "lab5-mast.dat"
                organization is indexed
                access is dynamic
                record key is Mast-Employee-Number
                file status is L5-Mast-Status.

            select rctl-file assign to "lab5-runctl.dat"
                organization is indexed
                access is random
                record key is Rctl-Key
                file status is L5-Rctl-Status.
        data division.
        file section.

             05 Ckpt-Seq-Prev-Region    pic X(2).
             05 Ckpt-Seq-Prev-Dept      pic X(5).
             05 Ckpt-Histogram.
               10 Ckpt-Hist-Entry       occurs 38 times
                                    indexed by L5-Ckpt-Hist-Idx.
                 15 Ckpt-Hist-Count     pic 9(7).

             05 Parm-Min-Age          pic 9(3).
             05 Parm-Look-Ahead       pic 9(3).
             05 Parm-Retire-Age       pic 9(3).
      *> Years a terminated employee stays on the master before the
      *> purge step archives the record - read by Lab5Prg only.
             05 Parm-Purge-Years      pic 9(3).

      *> Control totals written at end of run - what this run read
      *> and wrote, plus the hash totals, for run-to-run balancing.
             10 SuspO-Err-Code        occurs 5 times pic 9(4).

      *> Daily master-maintenance transactions - an action code (A
      *> add, C change, D delete) ahead of the full in-record layout,
      *> then an optional effective date (YYYYMMDD).  Blank, or not
      *> after today, means apply today; a later date holds the
      *> transaction on the pending file until it comes due.  A
      *> Delete terminates the employee and carries HR's two-
      *> character termination reason code behind the date.
         fd  tran-file.
         01  tran-record.
           05 Tran-Action             pic X(1).
           05 Tran-Body               pic X(207).
           05 Tran-Effective-Date     pic X(8).
           05 Tran-Eff-Date-Num redefines Tran-Effective-Date
                                      pic 9(8).
           05 Tran-Term-Reason        pic X(2).

      *> Pending (future-dated) transactions - the transaction as
      *> keyed, its effective date, the date it was keyed, and the
      *> master record as it stood when it was keyed (spaces when
      *> the employee was not on the master yet).  A Change comes
      *> due against that base image: if the master no longer
      *> matches it, another change has overtaken this one.  A
      *> held Delete keeps its termination reason code at the end.
      *> lab5-pend.dat is read; the items still pending go to
      *> lab5-pendnew.dat, which operations carry forward as the
      *> next run's lab5-pend.dat, the same as suspense.
         fd  pend-in.
         01  pend-in-record.
           05 PendI-Action            pic X(1).
           05 PendI-Body              pic X(207).
           05 PendI-Effective-Date    pic 9(8).
           05 PendI-Keyed-Date        pic 9(8).
           05 PendI-Base-Image        pic X(207).
           05 PendI-Term-Reason       pic X(2).

         fd  pend-out.
         01  pend-out-record.
           05 PendO-Action            pic X(1).
           05 PendO-Body              pic X(207).
           05 PendO-Effective-Date    pic 9(8).
           05 PendO-Keyed-Date        pic 9(8).
           05 PendO-Base-Image        pic X(207).
           05 PendO-Term-Reason       pic X(2).

      *> The pending-transaction report - CSV rows: RELEASED,
      *> OVERTAKEN, and PENDING, closed out by PEND-TOTAL counts.
         fd  pend-rpt.
         01  pend-rpt-record        pic x(207).

      *> The employee master - the full in-record layout keyed on
      *> Employee-Number, in the same position it holds on the daily
      *> file, followed by the employment status: blank or A active,
      *> T terminated with the date and HR's reason code, and the
      *> date of the latest rehire.  The names and birth date are
      *> broken out to match a rehire to the number held before.
         fd  mast-file.
         01  mast-record.
           05 Mast-Employee-Image.
             10 filler                pic X(52).
             10 Mast-Employee-Number  pic X(5).
             10 Mast-LastName         pic X(20).
             10 Mast-FirstName        pic X(15).
             10 filler                pic X(61).
             10 Mast-DOB              pic 9(8).
             10 filler                pic X(46).
           05 Mast-Status-Area.
             10 Mast-Emp-Status       pic X(1).
                88 Mast-Terminated        value "T".
             10 Mast-Term-Date        pic 9(8).
             10 Mast-Term-Reason      pic X(2).
             10 Mast-Rehire-Date      pic 9(8).

      *> The nightly run-control file, shared by every step in the
      *> stream - one record per run date and step: its status
      *> (S started, C complete, F failed, R refused to start, X
      *> superseded by a rerun of an earlier step), when it started
      *> and finished, its return code, the counts it hands on, and
      *> how many times it has been started.  One CURRENT record
      *> (run date zero) names the night in progress.
         fd  rctl-file.
         01  rctl-record.
           05 Rctl-Key.
             10 Rctl-Run-Date         pic 9(8).
             10 Rctl-Step             pic X(8).
           05 Rctl-Status             pic X(1).
                88 Rctl-Started           value "S".
                88 Rctl-Complete          value "C".
                88 Rctl-Failed            value "F".
                88 Rctl-Refused           value "R".
                88 Rctl-Superseded        value "X".
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
        01  L5-Dup-Count           pic 9(5) value 0.
        01  L5-Dup-Found-Sw        pic X value "N".
            88  L5-Dup-Found           value "Y".
        01  L5-Emp-Termed-Sw       pic X value "N".
            88  L5-Emp-Termed          value "Y".

      *> CSV exception-row work fields - every failed edit goes through
      *> 400-raise-error, which writes one DETAIL row to ot-rpt with
        01  L5-Chg-Before-Image    pic X(207) value spaces.
        01  L5-Chg-After-Image     pic X(207) value spaces.

      *> The transaction being applied - off today's file or
      *> released from the pending file - as 510 and the change
      *> history see it.
        01  L5-Apply-Tran.
            05 L5-Apply-Action     pic X(1).
            05 L5-Apply-Body       pic X(207).
            05 L5-Apply-Eff-Date   pic 9(8).
            05 L5-Apply-Term-Reason
                                   pic X(2).

      *> Termination work fields - the master is opened for lookup
      *> during the daily pass so a terminated employee on HR's file
      *> is caught, and scanned on an Add for a terminated employee
      *> with the same name and birth date under another number.
        01  L5-Mast-Lookup-Sw      pic X value "N".
            88  L5-Mast-Lookup-Open    value "Y".
        01  L5-Mast-Scan-Eof       pic X value "N".
        01  L5-Prior-Found-Sw      pic X value "N".
            88  L5-Prior-Found         value "Y".
        01  L5-Prior-Empno         pic X(5) value spaces.

      *> Pending (future-dated) transaction work fields.
        01  L5-PendIn-Status       pic X(2) value spaces.
        01  L5-PendOut-Status      pic X(2) value spaces.
        01  L5-Pend-Eof            pic X value "N".
        01  L5-Pend-Overtaken-Sw   pic X value "N".
            88  L5-Pend-Overtaken      value "Y".
        01  L5-Pend-Due-Count      pic 9(5) value 0.
        01  L5-Pend-Applied-Count  pic 9(5) value 0.
        01  L5-Pend-Rejected-Count pic 9(5) value 0.
        01  L5-Pend-Overtaken-Count
                                   pic 9(5) value 0.
        01  L5-Pend-Held-Count     pic 9(5) value 0.
        01  L5-Pend-Waiting-Count  pic 9(5) value 0.
        01  L5-Pend-Stale-Count    pic 9(5) value 0.
        01  L5-Pend-Reject-Before  pic 9(5) value 0.
        01  L5-Pend-Tag            pic X(9) value spaces.
        01  L5-Pend-Eff-Date       pic 9(8) value 0.
        01  L5-Pend-Keyed-Date     pic 9(8) value 0.
        01  L5-Pend-Desc           pic X(60) value spaces.

      *> Run control - the night this run belongs to, and this
      *> step's own entry on the run-control file.
        01  L5-Rctl-Status         pic X(2) value spaces.
        01  L5-Rctl-Open-Sw        pic X value "N".
            88  L5-Rctl-Open           value "Y".
        01  L5-Rctl-Found-Sw       pic X value "N".
            88  L5-Rctl-Found          value "Y".
        01  L5-Run-Date            pic 9(8) value 0.
        01  L5-Rctl-Today          pic 9(8) value 0.
        01  L5-Rctl-Time           pic 9(8) value 0.
        01  L5-Rctl-Step-Name      pic X(8) value spaces.

        procedure division.
        000-main.


           perform 210-print-final-control-break

           if L5-Mast-Lookup-Open
              close mast-file
              move "N" to L5-Mast-Lookup-Sw
           end-if

           perform 500-process-transactions

           move spaces to L5-Csv-Line
      *> first record has been through 300-process.
           accept crt-date from date YYYYMMDD.

      *> The night is opened on the run-control file before anything
      *> is read or written.
           perform 050-open-run-control.

           perform 120-load-district-table.
           perform 127-load-org-table.
           perform 125-load-parameters.
           perform 135-set-milestone-window.
           perform 130-load-histogram.
           perform 140-load-checkpoint.
           perform 129-open-master-lookup.

      *> A restart continues the prior run's report instead of
      *> truncating it - lab5-out.dat/lab5-clean.dat are only opened

           perform 170-write-audit-record.

      *================================================================
      *  050-series - run control.  Lab5 opens the night on the
      *  run-control file (lab5-runctl.dat): it settles the run date
      *  every later step in the stream works to, records its own
      *  start and finish, and marks superseded whatever the later
      *  steps recorded for the same night, since the files they
      *  worked from are about to be rebuilt.  A run-control file
      *  that will not open stops the run before anything is read.
      *================================================================
        050-open-run-control.
           open i-o rctl-file
           if L5-Rctl-Status = "35"
              open output rctl-file
              close rctl-file
              open i-o rctl-file
           end-if
           if L5-Rctl-Status not = "00"
              display "LAB5: RUN-CONTROL FILE WOULD NOT OPEN (STATUS "
                 L5-Rctl-Status ")"
              display "LAB5: RUN REFUSED - NOTHING PROCESSED"
              close infile
              move 8 to return-code
              stop run
           end-if
           move "Y" to L5-Rctl-Open-Sw
           perform 052-set-run-date
           perform 060-record-step-start
           move "LAB5PAY" to L5-Rctl-Step-Name
           perform 066-supersede-one-step
           move "LAB5DEP" to L5-Rctl-Step-Name
           perform 066-supersede-one-step
           move "LAB5GL" to L5-Rctl-Step-Name
           perform 066-supersede-one-step
           move "LAB5YTD" to L5-Rctl-Step-Name
           perform 066-supersede-one-step.

      *> The night in progress is on the CURRENT record.  Until its
      *> Lab5 has finished cleanly, a run is a rerun of that same
      *> night - even one started after midnight - and picks up
      *> there; once it has, a run on a later date opens a new night.
        052-set-run-date.
           move 0 to Rctl-Run-Date
           move "CURRENT" to Rctl-Step
           read rctl-file
              invalid key
                 move crt-date to L5-Run-Date
                 perform 054-write-current-record
              not invalid key
                 move Rctl-Current-Date to L5-Run-Date
                 perform 053-check-night-finished
           end-read.

        053-check-night-finished.
           move L5-Run-Date to Rctl-Run-Date
           move "LAB5" to Rctl-Step
           read rctl-file
              invalid key
                 continue
              not invalid key
                 if Rctl-Complete and crt-date > L5-Run-Date
                    move crt-date to L5-Run-Date
                    perform 054-write-current-record
                 end-if
           end-read.

        054-write-current-record.
           move spaces to rctl-current-record
           move 0 to Rctl-Run-Date
           move "CURRENT" to Rctl-Step
           move L5-Run-Date to Rctl-Current-Date
           write rctl-current-record
              invalid key
                 rewrite rctl-current-record
           end-write.

      *> This step's entry for the night - a fresh one, or the entry
      *> a prior attempt left, restarted with the attempt counted.
        060-record-step-start.
           move "LAB5" to L5-Rctl-Step-Name
           perform 062-read-step-entry
           accept L5-Rctl-Today from date YYYYMMDD
           accept L5-Rctl-Time from time
           move "S" to Rctl-Status
           move L5-Rctl-Today to Rctl-Start-Date
           move L5-Rctl-Time to Rctl-Start-Time
           move 0 to Rctl-End-Date
           move 0 to Rctl-End-Time
           move 0 to Rctl-Return-Code
           move 0 to Rctl-Count-1
           move 0 to Rctl-Count-2
           move 0 to Rctl-Count-3
           add 1 to Rctl-Attempts
           move "Started" to Rctl-Message
           perform 064-put-step-entry.

      *> Reads the night's entry for the step in L5-Rctl-Step-Name,
      *> or sets up an empty one when the step has none yet.
        062-read-step-entry.
           move L5-Run-Date to Rctl-Run-Date
           move L5-Rctl-Step-Name to Rctl-Step
           read rctl-file
              invalid key
                 move "N" to L5-Rctl-Found-Sw
                 move spaces to rctl-record
                 move L5-Run-Date to Rctl-Run-Date
                 move L5-Rctl-Step-Name to Rctl-Step
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
                 move "Y" to L5-Rctl-Found-Sw
           end-read.

        064-put-step-entry.
           if L5-Rctl-Found
              rewrite rctl-record
           else
              write rctl-record
              move "Y" to L5-Rctl-Found-Sw
           end-if.

      *> A later step that ran (or tried to) for this night worked
      *> from files this run is rebuilding - its entry no longer
      *> counts, and it must run again before its own successors
      *> will.  A step that was refused never ran and is left alone.
        066-supersede-one-step.
           perform 062-read-step-entry
           if L5-Rctl-Found and
              not Rctl-Refused and not Rctl-Superseded
              move "X" to Rctl-Status
              move "Superseded - LAB5 was rerun for this night"
                 to Rctl-Message
              perform 064-put-step-entry
           end-if.

      *> The finish - complete below return code 8, failed at 8 or
      *> above - with the counts handed to LAB5PAY: clean records
      *> written, records with errors, and records read.
        070-record-step-end.
           if L5-Rctl-Open
              move "LAB5" to L5-Rctl-Step-Name
              perform 062-read-step-entry
              accept L5-Rctl-Today from date YYYYMMDD
              accept L5-Rctl-Time from time
              move L5-Rctl-Today to Rctl-End-Date
              move L5-Rctl-Time to Rctl-End-Time
              move return-code to Rctl-Return-Code
              move L5-Run-Outcome to Rctl-Message
              if return-code < 8
                 move "C" to Rctl-Status
              else
                 move "F" to Rctl-Status
                 if L5-Run-Outcome = "COMPLETE"
                    move "Out of balance with the HR trailer"
                       to Rctl-Message
                 end-if
              end-if
              move L5-Clean-Count to Rctl-Count-1
              move total-record-errors to Rctl-Count-2
              move L5-Recs-Read to Rctl-Count-3
              perform 064-put-step-entry
              close rctl-file
              move "N" to L5-Rctl-Open-Sw
           end-if.

      *> Our valid school-district code list.
        120-load-district-table.
           move 101 to L5-District-Entry(1)
              close parm-file
           end-if.

      *> The master is looked up for terminated employees during
      *> the daily pass; no master yet just means nobody has been
      *> terminated.  It is closed again before the maintenance
      *> step opens it for update.
        129-open-master-lookup.
           open input mast-file
           if L5-Mast-Status = "00"
              move "Y" to L5-Mast-Lookup-Sw
           end-if.

      *> End of the milestones look-ahead window - the window months
      *> added to the run date with the year carried.  The day is
      *> left as-is; the window end is only ever compared as a whole
              to L5-Hist-Desc(33)
           move EC-DEPTNAME-MISMATCH to L5-Hist-Code(34)
           move "Dept name disagrees with org master"
              to L5-Hist-Desc(34)
           move EC-EFFDATE-INVALID to L5-Hist-Code(35)
           move "Effective date is not a valid date"
              to L5-Hist-Desc(35)
           move EC-EMP-TERMINATED to L5-Hist-Code(36)
           move "Terminated Employee on file" to L5-Hist-Desc(36)
           move EC-TERM-REASON-MISSING to L5-Hist-Code(37)
           move "Termination reason code missing"
              to L5-Hist-Desc(37)
           move EC-REHIRE-PRIOR-EMPNO to L5-Hist-Code(38)
           move "Rehire keyed under a new Employee Number"
              to L5-Hist-Desc(38).

      *> Pick up a checkpoint left by a prior run, if any, along with
      *> the running totals and control-break keys that went with it,
            perform 345-check-organization
         end-if.

      *> A terminated employee on the daily file is rejected rather
      *> than paid - master transactions make their own check.  It
      *> runs ahead of the duplicate check so the number is never
      *> registered as seen - a rehire Add later this run must still
      *> be able to write the employee's clean record.
         move "N" to L5-Emp-Termed-Sw
         if L5-Mast-Lookup-Open and not L5-Tran-Mode-On
            perform 348-check-terminated-employee
         end-if.

      *> Duplicate Employee Number - checked across every Region and
      *> Department, not just the current control-break group.
      *> Master-file transactions skip it - a Change legitimately
      *> re-carries a number the daily file already used.
         if not L5-Tran-Mode-On and not L5-Emp-Termed
            perform 340-check-duplicate-empno
         end-if.

              end-if
           end-if.

      *> A terminated employee stays on the master with status T;
      *> one turning up again on HR's file is off the payroll until
      *> rehired through an Add transaction.
        348-check-terminated-employee.
           if Employee-Number is numeric
              move Employee-Number to Mast-Employee-Number
              read mast-file
                 invalid key
                    continue
                 not invalid key
                    if Mast-Terminated
                       move "Y" to L5-Emp-Termed-Sw
                       move EC-EMP-TERMINATED to L5-Err-Code
                       move "Terminated Employee on daily file"
                          to L5-Err-Desc
                       perform 400-raise-error
                    end-if
              end-read
           end-if.

      *> RegionNum/DepartmentNum against the organizational tables -
      *> the two fields the whole report breaks on were the only
      *> ones taken on faith until now.
      *> failure is a duplicate Employee Number stays out - a
      *> duplicate is not correctable data, and suspending it would
      *> recycle the same employee back into a fresh duplicate
      *> reject every run, forever, without ever aging.  The same
      *> goes for a terminated employee: that is fixed by a rehire
      *> transaction, not by correcting the record.
        430-write-suspense-record.
           if counter = 1 and
              (L5-Rec-Err-Code(1) = EC-EMPNO-DUPLICATE or
               L5-Rec-Err-Code(1) = EC-EMP-TERMINATED)
              continue
           else
              move in-record to SuspO-Body
      *================================================================
        500-process-transactions.
           open input tran-file
           open input pend-in
           open output pend-out
           open output pend-rpt
           if L5-Tran-Status = "00" or L5-PendIn-Status = "00"
              perform 505-open-master
              if L5-Mast-Open
                 open extend chg-file
                 move "Y" to L5-Tran-Mode-Sw
                 if L5-PendIn-Status = "00"
                    perform 570-release-pending-transactions
                 end-if
                 if L5-Tran-Status = "00"
                    perform until L5-Tran-Eof = "y"
                       read tran-file
                          at end
                             move "y" to L5-Tran-Eof
                          not at end
                             add 1 to L5-Tran-Read-Count
                             perform 507-route-one-transaction
                       end-read
                    end-perform
                 end-if
                 move "N" to L5-Tran-Mode-Sw
                 close pend-out
                 perform 580-list-pending-transactions
                 close mast-file
                 close chg-file
                 move "N" to L5-Mast-Open-Sw
                 perform 520-print-transaction-totals
                 perform 590-print-pending-totals
              else
                 move spaces to L5-Csv-Line
                 string "NOTE" delimited by size
                    into L5-Csv-Line
                 end-string
                 write ot-record from L5-Csv-Line
                 if L5-PendIn-Status = "00"
                    perform 578-carry-all-pending
                 end-if
                 close pend-out
              end-if
           else
              close pend-out
           end-if
           if L5-Tran-Status = "00"
              close tran-file
           end-if
           if L5-PendIn-Status = "00"
              close pend-in
           end-if
           close pend-rpt.

      *> The master is created empty the first time a maintenance run
      *> finds it missing (status 35) and opened for update from then
              move "Y" to L5-Mast-Open-Sw
           end-if.

      *> Today's transaction is applied now, or held on the pending
      *> file when it carries an effective date after today.  An
      *> effective date that is not a real date rejects the
      *> transaction outright - holding it would only surface the
      *> problem weeks late.  A bad action code is left for 510 to
      *> reject whatever the date.
        507-route-one-transaction.
           move Tran-Action to L5-Apply-Action
           move Tran-Body to L5-Apply-Body
           move Tran-Term-Reason to L5-Apply-Term-Reason
           if Tran-Effective-Date is numeric
              move Tran-Eff-Date-Num to L5-Apply-Eff-Date
           else
              move 0 to L5-Apply-Eff-Date
           end-if
           if Tran-Effective-Date = spaces or
              Tran-Effective-Date = zeros
              perform 510-apply-one-transaction
           else
              if Tran-Effective-Date is not numeric
                 perform 508-reject-effective-date
              else
                 if Function Test-Date-YYYYMMDD(Tran-Eff-Date-Num)
                    not equal 0
                    perform 508-reject-effective-date
                 else
                    if Tran-Eff-Date-Num > crt-date and
                       (Tran-Action = "A" or Tran-Action = "a" or
                        Tran-Action = "C" or Tran-Action = "c" or
                        Tran-Action = "D" or Tran-Action = "d")
                       perform 575-hold-pending-transaction
                    else
                       perform 510-apply-one-transaction
                    end-if
                 end-if
              end-if
           end-if.

        508-reject-effective-date.
           move Tran-Body to in-record
           move 0 to counter
           move EC-EFFDATE-INVALID to L5-Err-Code
           move "Effective date is not a valid date"
              to L5-Err-Desc
           perform 400-raise-error
           add 1 to total-record-errors
           add 1 to L5-Tran-Reject-Count
           add counter to total-counter
           move 0 to counter.

      *> Adds and Changes carry a full record and take the full set
      *> of edits; a Delete (a termination) only has to name an
      *> active employee on the master and give a reason code.
        510-apply-one-transaction.
           move L5-Apply-Body to in-record
           move 0 to counter
           evaluate L5-Apply-Action
              when "A"
              when "a"
                 perform 300-process
              "Master transactions rejected" delimited by size
              into L5-Csv-Line
           end-string
           write ot-record from L5-Csv-Line

           move spaces to L5-Csv-Line
           move L5-Pend-Due-Count to L5-Count-Text
           string "TRAN-TOTAL" delimited by size
              ",,,,," delimited by size
              L5-Count-Text delimited by size
              "," delimited by size
              "Pending transactions come due" delimited by size
              into L5-Csv-Line
           end-string
           write ot-record from L5-Csv-Line

           move spaces to L5-Csv-Line
           move L5-Pend-Held-Count to L5-Count-Text
           string "TRAN-TOTAL" delimited by size
              ",,,,," delimited by size
              L5-Count-Text delimited by size
              "," delimited by size
              "Master transactions held for a later date"
                 delimited by size
              into L5-Csv-Line
           end-string
           write ot-record from L5-Csv-Line

           move spaces to L5-Csv-Line
           move L5-Pend-Overtaken-Count to L5-Count-Text
           string "TRAN-TOTAL" delimited by size
              ",,,,," delimited by size
              L5-Count-Text delimited by size
              "," delimited by size
              "Pending transactions overtaken - not applied"
                 delimited by size
              into L5-Csv-Line
           end-string
           write ot-record from L5-Csv-Line.

      *> An Add for a number already on the master as terminated
      *> is a rehire under that number - the new record goes back on
      *> file active, with today's (or the effective) date as the
      *> rehire date.  An Add for a number not on the master is held
      *> first to the terminated employees: one with the same name
      *> and birth date means a rehire keyed as a stranger, and it
      *> is rejected naming the number to re-key it under.
        530-add-to-master.
           move in-record to mast-record
           read mast-file
              invalid key
                 perform 532-check-prior-employment
                 if not L5-Prior-Found
                    perform 534-write-new-employee
                 end-if
              not invalid key
                 if Mast-Terminated
                    perform 535-rehire-on-master
                 else
                    move EC-TRANS-ADD-EXISTS to L5-Err-Code
                    move "Add for Employee already on master"
                       to L5-Err-Desc
                    perform 400-raise-error
                 end-if
           end-read.

        532-check-prior-employment.
           move "N" to L5-Prior-Found-Sw
           move "N" to L5-Mast-Scan-Eof
           move low-values to Mast-Employee-Number
           start mast-file key is greater than Mast-Employee-Number
              invalid key
                 move "y" to L5-Mast-Scan-Eof
           end-start
           perform until L5-Mast-Scan-Eof = "y" or L5-Prior-Found
              read mast-file next record
                 at end
                    move "y" to L5-Mast-Scan-Eof
                 not at end
                    if Mast-Terminated and
                       Mast-LastName = LastName and
                       Mast-FirstName = FirstName and
                       Mast-DOB = DOB
                       move "Y" to L5-Prior-Found-Sw
                       move Mast-Employee-Number to L5-Prior-Empno
                    end-if
              end-read
           end-perform
           if L5-Prior-Found
              move EC-REHIRE-PRIOR-EMPNO to L5-Err-Code
              move spaces to L5-Err-Desc
              string "Rehire - use prior Employee Number "
                    delimited by size
                 L5-Prior-Empno delimited by size
                 into L5-Err-Desc
              end-string
              perform 400-raise-error
           end-if.

        534-write-new-employee.
           move in-record to Mast-Employee-Image
           move "A" to Mast-Emp-Status
           move 0 to Mast-Term-Date
           move spaces to Mast-Term-Reason
           move 0 to Mast-Rehire-Date
           write mast-record
              invalid key
                 move EC-TRANS-ADD-EXISTS to L5-Err-Code
                 perform 545-write-tran-clean-record
           end-write.

      *> The terminated record's last image is the "before" side of
      *> the change history, so the history shows the rehire as an
      *> Add over a prior image rather than from nothing.
        535-rehire-on-master.
           move Mast-Employee-Image to L5-Chg-Before-Image
           move in-record to Mast-Employee-Image
           move "A" to Mast-Emp-Status
           move 0 to Mast-Term-Date
           move spaces to Mast-Term-Reason
           if L5-Apply-Eff-Date > 0
              move L5-Apply-Eff-Date to Mast-Rehire-Date
           else
              move crt-date to Mast-Rehire-Date
           end-if
           rewrite mast-record
              invalid key
                 move EC-TRANS-NOT-FOUND to L5-Err-Code
                 move "Change/Delete Employee not on master"
                    to L5-Err-Desc
                 perform 400-raise-error
              not invalid key
                 move in-record to L5-Chg-After-Image
                 perform 560-write-change-history
                 perform 545-write-tran-clean-record
           end-rewrite.

      *> The record about to be replaced is read first - its image
      *> is the "before" side of the change history, and a number
      *> not on the master surfaces here instead of on the rewrite.
      *> A terminated employee takes no changes until rehired; the
      *> status area rides through a change untouched.
        540-change-on-master.
           move in-record to mast-record
           read mast-file
                    to L5-Err-Desc
                 perform 400-raise-error
              not invalid key
                 if Mast-Terminated
                    move EC-EMP-TERMINATED to L5-Err-Code
                    move "Change for terminated Employee"
                       to L5-Err-Desc
                    perform 400-raise-error
                 else
                    perform 542-rewrite-changed-employee
                 end-if
           end-read.

        542-rewrite-changed-employee.
           move Mast-Employee-Image to L5-Chg-Before-Image
           move in-record to Mast-Employee-Image
           rewrite mast-record
              invalid key
                 move EC-TRANS-NOT-FOUND to L5-Err-Code
                 move "Change/Delete Employee not on master"
                    to L5-Err-Desc
                 perform 400-raise-error
              not invalid key
                 move in-record to L5-Chg-After-Image
                 perform 560-write-change-history
                 perform 545-write-tran-clean-record
           end-rewrite.

      *> An applied transaction body goes to the clean file only
      *> when this run has not already written the same employee -
      *> HR's full file normally carries the changed record too,
              end-if
           end-if.

      *> A Delete terminates the employee rather than removing the
      *> record: status T, the termination date (the effective date,
      *> or today), and HR's reason code go on the master, and the
      *> record stays on file for audit, the EEO filing, and a
      *> rehire, until the purge step archives it once the
      *> retention period has run.  The change history carries the
      *> employee image as it stood at termination on both sides.
        550-delete-from-master.
           move in-record to mast-record
           read mast-file
                    to L5-Err-Desc
                 perform 400-raise-error
              not invalid key
                 if Mast-Terminated
                    move EC-EMP-TERMINATED to L5-Err-Code
                    move "Employee already terminated"
                       to L5-Err-Desc
                    perform 400-raise-error
                 else
                    if L5-Apply-Term-Reason = spaces
                       move EC-TERM-REASON-MISSING to L5-Err-Code
                       move "Termination reason code missing"
                          to L5-Err-Desc
                       perform 400-raise-error
                    else
                       perform 552-terminate-on-master
                    end-if
                 end-if
           end-read.

        552-terminate-on-master.
           move Mast-Employee-Image to L5-Chg-Before-Image
           move "T" to Mast-Emp-Status
           if L5-Apply-Eff-Date > 0
              move L5-Apply-Eff-Date to Mast-Term-Date
           else
              move crt-date to Mast-Term-Date
           end-if
           move L5-Apply-Term-Reason to Mast-Term-Reason
           rewrite mast-record
              invalid key
                 move EC-TRANS-NOT-FOUND to L5-Err-Code
                 move "Change/Delete Employee not on master"
                    to L5-Err-Desc
                 perform 400-raise-error
              not invalid key
                 move Mast-Employee-Image to L5-Chg-After-Image
                 perform 560-write-change-history
           end-rewrite.

      *================================================================
      *  560-WRITE-CHANGE-HISTORY - one permanent record per applied
      *  transaction: date/time, action, Employee-Number, and the
           move spaces to chg-record
           move crt-date to Chg-Date
           move L5-Run-Time to Chg-Time
           move L5-Apply-Action to Chg-Action
           move Employee-Number to Chg-Empno
           move L5-Chg-Before-Image to Chg-Before
           move L5-Chg-After-Image to Chg-After
           write chg-record.

      *================================================================
      *  570-series - future-dated transactions.  Items on the
      *  pending file that have come due are released ahead of
      *  today's transactions and go through 510 exactly as if keyed
      *  today - same edits, same change history.  A Change whose
      *  employee's master no longer matches the image it was keyed
      *  against has been overtaken by another change: applying its
      *  full record now would quietly undo that change, so it is
      *  dropped and reported for HR to re-key.  Items not yet due
      *  are carried forward in the order they were keyed.
      *================================================================
        570-release-pending-transactions.
           perform until L5-Pend-Eof = "y"
              read pend-in
                 at end
                    move "y" to L5-Pend-Eof
                 not at end
                    if PendI-Effective-Date > crt-date
                       move pend-in-record to pend-out-record
                       write pend-out-record
                    else
                       perform 572-release-one-pending
                    end-if
              end-read
           end-perform.

        572-release-one-pending.
           add 1 to L5-Pend-Due-Count
           move PendI-Action to L5-Apply-Action
           move PendI-Body to L5-Apply-Body
           move PendI-Effective-Date to L5-Apply-Eff-Date
           move PendI-Term-Reason to L5-Apply-Term-Reason
           move PendI-Effective-Date to L5-Pend-Eff-Date
           move PendI-Keyed-Date to L5-Pend-Keyed-Date
           move "N" to L5-Pend-Overtaken-Sw
           if (PendI-Action = "C" or PendI-Action = "c") and
              PendI-Base-Image not = spaces
              move PendI-Body to in-record
              move PendI-Base-Image to L5-Chg-Before-Image
              perform 574-check-overtaken
           end-if
           if L5-Pend-Overtaken
              add 1 to L5-Pend-Overtaken-Count
              move "OVERTAKEN" to L5-Pend-Tag
              move "Employee changed since keyed - not applied - re-key"
                 to L5-Pend-Desc
              perform 585-write-pending-row
           else
              move L5-Tran-Reject-Count to L5-Pend-Reject-Before
              perform 510-apply-one-transaction
              move "RELEASED" to L5-Pend-Tag
              if L5-Tran-Reject-Count > L5-Pend-Reject-Before
                 add 1 to L5-Pend-Rejected-Count
                 move "Rejected by the edits - see exception report"
                    to L5-Pend-Desc
              else
                 add 1 to L5-Pend-Applied-Count
                 move "Applied to the master" to L5-Pend-Desc
              end-if
              perform 585-write-pending-row
           end-if.

      *> Expects the transaction body in in-record and the image it
      *> was keyed against in L5-Chg-Before-Image.  An employee no
      *> longer on the master is left for 510 to reject.
        574-check-overtaken.
           move in-record to mast-record
           read mast-file
              invalid key
                 continue
              not invalid key
                 if Mast-Employee-Image not = L5-Chg-Before-Image
                    move "Y" to L5-Pend-Overtaken-Sw
                 end-if
           end-read.

      *> A transaction dated after today waits on the pending file,
      *> along with the master record as it stands now - the base a
      *> Change is held to when it comes due.  Its edits run then,
      *> against the master as it is on that day.
        575-hold-pending-transaction.
           move Tran-Body to in-record
           move spaces to pend-out-record
           move Tran-Action to PendO-Action
           move Tran-Body to PendO-Body
           move Tran-Eff-Date-Num to PendO-Effective-Date
           move crt-date to PendO-Keyed-Date
           move Tran-Term-Reason to PendO-Term-Reason
           move in-record to mast-record
           read mast-file
              invalid key
                 move spaces to PendO-Base-Image
              not invalid key
                 move Mast-Employee-Image to PendO-Base-Image
           end-read
           write pend-out-record
           add 1 to L5-Pend-Held-Count.

      *> No master to apply against - every pending item is carried
      *> forward untouched so nothing HR keyed ahead is lost.
        578-carry-all-pending.
           perform until L5-Pend-Eof = "y"
              read pend-in
                 at end
                    move "y" to L5-Pend-Eof
                 not at end
                    move pend-in-record to pend-out-record
                    write pend-out-record
              end-read
           end-perform.

      *> Everything still pending after today's run, with its due
      *> date.  A Change already overtaken by something applied
      *> since it was keyed is called out now, while there is still
      *> time to re-key it, rather than on the day it falls due.
        580-list-pending-transactions.
           open input pend-out
           if L5-PendOut-Status = "00"
              move "N" to L5-Pend-Eof
              perform until L5-Pend-Eof = "y"
                 read pend-out
                    at end
                       move "y" to L5-Pend-Eof
                    not at end
                       perform 582-list-one-pending
                 end-read
              end-perform
              close pend-out
           end-if.

        582-list-one-pending.
           add 1 to L5-Pend-Waiting-Count
           move PendO-Action to L5-Apply-Action
           move PendO-Body to L5-Apply-Body
           move PendO-Body to in-record
           move PendO-Effective-Date to L5-Pend-Eff-Date
           move PendO-Keyed-Date to L5-Pend-Keyed-Date
           move "N" to L5-Pend-Overtaken-Sw
           if (PendO-Action = "C" or PendO-Action = "c") and
              PendO-Base-Image not = spaces
              move PendO-Base-Image to L5-Chg-Before-Image
              perform 574-check-overtaken
           end-if
           if L5-Pend-Overtaken
              add 1 to L5-Pend-Stale-Count
              move "OVERTAKEN" to L5-Pend-Tag
              move "Still pending - employee changed since keyed"
                 to L5-Pend-Desc
           else
              move "PENDING" to L5-Pend-Tag
              move "Held until its effective date" to L5-Pend-Desc
           end-if
           perform 585-write-pending-row.

      *> One pending-report row - expects the tag, dates, and
      *> description set and the transaction in L5-Apply-Tran.
        585-write-pending-row.
           move L5-Apply-Body to in-record
           move Employee-Number to L5-Safe-Empno
           inspect L5-Safe-Empno replacing all "," by " "
           move spaces to L5-Csv-Line
           string L5-Pend-Tag delimited by space
              "," delimited by size
              L5-Safe-Empno delimited by size
              "," delimited by size
              L5-Apply-Action delimited by size
              "," delimited by size
              L5-Pend-Eff-Date delimited by size
              "," delimited by size
              L5-Pend-Keyed-Date delimited by size
              "," delimited by size
              L5-Pend-Desc delimited by size
              into L5-Csv-Line
           end-string
           write pend-rpt-record from L5-Csv-Line.

        590-print-pending-totals.
           move spaces to L5-Csv-Line
           move L5-Pend-Applied-Count to L5-Count-Text
           string "PEND-TOTAL" delimited by size
              ",,," delimited by size
              L5-Count-Text delimited by size
              ",," delimited by size
              "Released and applied today" delimited by size
              into L5-Csv-Line
           end-string
           write pend-rpt-record from L5-Csv-Line

           move spaces to L5-Csv-Line
           move L5-Pend-Rejected-Count to L5-Count-Text
           string "PEND-TOTAL" delimited by size
              ",,," delimited by size
              L5-Count-Text delimited by size
              ",," delimited by size
              "Released and rejected by the edits" delimited by size
              into L5-Csv-Line
           end-string
           write pend-rpt-record from L5-Csv-Line

           move spaces to L5-Csv-Line
           move L5-Pend-Overtaken-Count to L5-Count-Text
           string "PEND-TOTAL" delimited by size
              ",,," delimited by size
              L5-Count-Text delimited by size
              ",," delimited by size
              "Came due overtaken - not applied" delimited by size
              into L5-Csv-Line
           end-string
           write pend-rpt-record from L5-Csv-Line

           move spaces to L5-Csv-Line
           move L5-Pend-Held-Count to L5-Count-Text
           string "PEND-TOTAL" delimited by size
              ",,," delimited by size
              L5-Count-Text delimited by size
              ",," delimited by size
              "Keyed today for a later date" delimited by size
              into L5-Csv-Line
           end-string
           write pend-rpt-record from L5-Csv-Line

           move spaces to L5-Csv-Line
           move L5-Pend-Waiting-Count to L5-Count-Text
           string "PEND-TOTAL" delimited by size
              ",,," delimited by size
              L5-Count-Text delimited by size
              ",," delimited by size
              "Still pending after this run" delimited by size
              into L5-Csv-Line
           end-string
           write pend-rpt-record from L5-Csv-Line

           move spaces to L5-Csv-Line
           move L5-Pend-Stale-Count to L5-Count-Text
           string "PEND-TOTAL" delimited by size
              ",,," delimited by size
              L5-Count-Text delimited by size
              ",," delimited by size
              "Still pending but already overtaken" delimited by size
              into L5-Csv-Line
           end-string
           write pend-rpt-record from L5-Csv-Line.

      *> Drop a checkpoint every L5-Ckpt-Interval records so a rerun
      *> after an abend or an operator cancel can pick back up instead
      *> of reprocessing the whole file.
      *> cleared, with the final counts and outcome on it.
           perform 170-write-audit-record.

           perform 070-record-step-end.

      *================================================================
      *  915-ABORT-FINALIZE - wrap-up for a run that stopped short.
      *  The outputs are partial, so nothing that signals
        915-abort-finalize.
           close infile ot-rpt cln-out benx-file susp-out prt-file
              mile-file errhist-file
           if L5-Mast-Lookup-Open
              close mast-file
           end-if
           perform 920-clear-checkpoint
           perform 170-write-audit-record
           perform 070-record-step-end.

      *> A finished (or deliberately stopped) run leaves nothing to
      *> restart from - clear the checkpoint, and every piece of

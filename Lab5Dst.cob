       *> Tyler Zysberg
       *> A LAB5DST step run ahead of Lab5Gl - maintains the labor
       *> distribution file (lab5-labdist.dat, keyed on
       *> Employee-Number), which lists the departments an employee's
       *> pay is split across and the percentage each carries.  An
       *> employee with no distribution on file is charged wholly to
       *> their home DepartmentNum, as before.
       *>
       *> Maintenance transactions (lab5-ldsttrn.dat) Add, Change
       *> (replace the whole distribution), or Delete an employee's
       *> distribution.  An Add or Change has to name departments
       *> that are open on Finance's organizational reference file
       *> (lab5-org.dat), each once, with percentages adding to
       *> exactly 100 - a distribution that charged 99 or 101 percent
       *> of someone's pay could not balance the journal.  Every
       *> failing edit is reported with its numbered code
       *> (ERRCODES.CPY) on lab5-ldstrpt.dat, along with each
       *> distribution applied and the counts.
       *>
       *> Mod history:
       *>   2026-10-15  TZ  Initial version - add/change/delete of
       *>                   an employee's labor distribution, edited
       *>                   against the master and the open
       *>                   departments on lab5-org.dat.
       *>   2026-10-15  TZ  The employee master now carries the
       *>                   employment status area behind the
       *>                   employee image; record layout widened.
       *>   2026-10-15  TZ  Review fixes: an add, change, or delete
       *>                   the distribution file will not take is
       *>                   rejected instead of counted as applied.

       identification division.
       program-id.     Lab5Dst.

       Environment division.
       configuration section.

        input-output section.
        file-control.
            select ldist-file assign to "lab5-labdist.dat"
                organization is indexed
                access is random
                record key is Ldst-Employee-Number
                file status is L5B-Ldist-Status.

            select mast-file assign to "lab5-mast.dat"
                organization is indexed
                access is random
                record key is Mast-Employee-Number
                file status is L5B-Mast-Status.

            select org-file assign to "lab5-org.dat"
                organization is line sequential
                file status is L5B-Org-Status.

            select ldsttrn-file assign to "lab5-ldsttrn.dat"
                organization is line sequential
                file status is L5B-Trn-Status.

            select ldst-rpt assign to "lab5-ldstrpt.dat"
                organization is line sequential.

        data division.
        file section.

      *> The labor distribution - up to five departments and the
      *> percentage of the employee's pay each is charged, the
      *> unused slots blank, and the date the distribution was last
      *> maintained.
         fd  ldist-file.
         01  ldist-record.
           05 Ldst-Employee-Number  pic X(5).
           05 Ldst-Split            occurs 5 times.
              10 Ldst-Dept          pic X(5).
              10 Ldst-Pct           pic 9(3)v99.
           05 Ldst-Changed-Date     pic 9(8).

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

      *> The organizational reference file, in Lab5's layout - type
      *> D records carry a Department code and its status (C closed).
         fd  org-file.
         01  org-record.
           05 Org-Type                pic X(1).
           05 Org-Code                pic X(5).
           05 Org-Status              pic X(1).
           05 Org-Name                pic X(30).

      *> Maintenance transactions - A add, C change, D delete.  A
      *> Delete only has to name the employee.
         fd  ldsttrn-file.
         01  ldsttrn-record.
           05 Dtrn-Action           pic X(1).
           05 Dtrn-Empno            pic X(5).
           05 Dtrn-Split            occurs 5 times.
              10 Dtrn-Dept          pic X(5).
              10 Dtrn-Pct           pic X(5).
              10 Dtrn-Pct-Num redefines Dtrn-Pct
                                    pic 9(3)v99.

         fd  ldst-rpt.
         01  ldst-rpt-record        pic x(160).

        working-storage section.
        01  crt-date               pic 9(8).

        01  L5B-Ldist-Status       pic X(2) value spaces.
        01  L5B-Mast-Status        pic X(2) value spaces.
        01  L5B-Org-Status         pic X(2) value spaces.
        01  L5B-Trn-Status         pic X(2) value spaces.
        01  L5B-Org-Eof            pic X value "N".
        01  L5B-Trn-Eof            pic X value "N".

      *> Department codes off lab5-org.dat, loaded the way Lab5
      *> loads them.
        01  L5B-Org-Dept-Max       pic 9(3) value 200.
        01  L5B-Org-Dept-Count     pic 9(3) value 0.
        01  L5B-Org-Dept-Table.
            05 L5B-Org-Dept-Entry  occurs 200 times
                                   indexed by L5B-Org-Dept-Idx.
               10 L5B-Org-Dept-Code    pic X(5).
               10 L5B-Org-Dept-Status  pic X(1).
        01  L5B-Org-Found-Sw       pic X value "N".
            88  L5B-Org-Found          value "Y".

        01  L5B-Split-Sub          pic 9(1) value 0.
        01  L5B-Check-Sub          pic 9(1) value 0.
        01  L5B-Split-Count        pic 9(1) value 0.
        01  L5B-Pct-Total          pic 9(5)v99 value 0.
        01  L5B-Dup-Sw             pic X value "N".
            88  L5B-Dup-Dept           value "Y".

        01  L5B-Tran-Read-Count    pic 9(5) value 0.
        01  L5B-Tran-Applied-Count pic 9(5) value 0.
        01  L5B-Tran-Reject-Count  pic 9(5) value 0.
        01  L5B-Tran-Error-Sw      pic X value "N".
            88  L5B-Tran-Error         value "Y".
        01  L5B-Rec-Found-Sw       pic X value "N".
            88  L5B-Rec-Found          value "Y".

      *> Numbered error codes - the distribution edits' codes.
           copy ERRCODES.

        01  L5B-Err-Code           pic 9(4) value 0.
        01  L5B-Err-Desc           pic X(60) value spaces.
        01  L5B-Abort-Reason       pic X(60) value spaces.
        01  L5B-Pct-Text           pic ZZ9.99.
        01  L5B-Count-Text         pic ZZZZZZ9.
        01  L5B-Csv-Line           pic X(160).
        01  L5B-Safe-Empno         pic X(5) value spaces.
        01  L5B-Safe-Dept          pic X(5) value spaces.

        procedure division.
        000-main.

           perform 100-initialize

           perform 400-apply-distribution-transactions

           perform 900-finalize

           stop run.

      *> No transactions just means nothing to maintain this run.
      *> With transactions to apply, the master and the org file are
      *> both needed for the edits, and the distribution file is
      *> created empty the first time a run finds it missing.
        100-initialize.
           accept crt-date from date YYYYMMDD
           open output ldst-rpt
           open input ldsttrn-file
           if L5B-Trn-Status not = "00"
              move spaces to L5B-Csv-Line
              string "NOTE" delimited by size
                 ",,,," delimited by size
                 "No labor-distribution transactions this run"
                    delimited by size
                 into L5B-Csv-Line
              end-string
              write ldst-rpt-record from L5B-Csv-Line
              close ldst-rpt
              stop run
           end-if
           open input mast-file
           if L5B-Mast-Status not = "00"
              move "Employee master would not open"
                 to L5B-Abort-Reason
              perform 850-abort-distribution
           end-if
           perform 120-load-org-table
           open i-o ldist-file
           if L5B-Ldist-Status = "35"
              open output ldist-file
              close ldist-file
              open i-o ldist-file
           end-if
           if L5B-Ldist-Status not = "00"
              move "Labor-distribution file would not open"
                 to L5B-Abort-Reason
              perform 850-abort-distribution
           end-if.

      *> Unlike Lab5, where a missing org file stands the org edits
      *> down, every distribution has to be proved against it - so
      *> no org file, or one too large for the table, stops the step
      *> before anything is applied.
        120-load-org-table.
           open input org-file
           if L5B-Org-Status not = "00"
              move "Organizational reference file would not open"
                 to L5B-Abort-Reason
              perform 850-abort-distribution
           end-if
           perform until L5B-Org-Eof = "y"
              read org-file
                 at end
                    move "y" to L5B-Org-Eof
                 not at end
                    perform 125-load-one-org-record
              end-read
           end-perform
           close org-file.

        125-load-one-org-record.
           if Org-Type = "D"
              if L5B-Org-Dept-Count < L5B-Org-Dept-Max
                 add 1 to L5B-Org-Dept-Count
                 move Org-Code to L5B-Org-Dept-Code(L5B-Org-Dept-Count)
                 move Org-Status
                    to L5B-Org-Dept-Status(L5B-Org-Dept-Count)
              else
                 move "Organizational reference exceeds table limit"
                    to L5B-Abort-Reason
                 perform 850-abort-distribution
              end-if
           end-if.

      *================================================================
      *  400-series - distribution maintenance, in the shape of the
      *  garnishment maintenance in Lab5Gar.  A Change replaces the
      *  whole distribution rather than one department of it, so
      *  the percentages are always proved together.
      *================================================================
        400-apply-distribution-transactions.
           perform until L5B-Trn-Eof = "y"
              read ldsttrn-file
                 at end
                    move "y" to L5B-Trn-Eof
                 not at end
                    add 1 to L5B-Tran-Read-Count
                    perform 410-apply-one-transaction
              end-read
           end-perform
           close ldsttrn-file
           perform 480-print-transaction-totals.

        410-apply-one-transaction.
           move "N" to L5B-Tran-Error-Sw
           move Dtrn-Empno to L5B-Safe-Empno
           inspect L5B-Safe-Empno replacing all "," by " "
           perform 415-edit-one-transaction
           if not L5B-Tran-Error
              move Dtrn-Empno to Ldst-Employee-Number
              move "N" to L5B-Rec-Found-Sw
              read ldist-file
                 invalid key
                    continue
                 not invalid key
                    move "Y" to L5B-Rec-Found-Sw
              end-read
              evaluate Dtrn-Action
                 when "A"
                 when "a"
                    perform 420-add-distribution
                 when "C"
                 when "c"
                    perform 425-change-distribution
                 when "D"
                 when "d"
                    perform 430-delete-distribution
              end-evaluate
           end-if
           if L5B-Tran-Error
              add 1 to L5B-Tran-Reject-Count
           else
              add 1 to L5B-Tran-Applied-Count
              perform 460-write-applied-row
           end-if.

        415-edit-one-transaction.
           if Dtrn-Action not = "A" and Dtrn-Action not = "a"
              and Dtrn-Action not = "C" and Dtrn-Action not = "c"
              and Dtrn-Action not = "D" and Dtrn-Action not = "d"
              move EC-LDIST-ACTION-INVALID to L5B-Err-Code
              move "Invalid distribution transaction action code"
                 to L5B-Err-Desc
              perform 470-reject-transaction
           end-if
           if Dtrn-Empno is not numeric
              move EC-LDIST-EMPNO-INVALID to L5B-Err-Code
              move "Non-numeric Employee Number on distribution"
                 to L5B-Err-Desc
              perform 470-reject-transaction
           else
              if Dtrn-Action not = "D" and Dtrn-Action not = "d"
                 move Dtrn-Empno to Mast-Employee-Number
                 read mast-file
                    invalid key
                       move EC-LDIST-NOT-ON-MASTER to L5B-Err-Code
                       move "Distribution for an Employee not on master"
                          to L5B-Err-Desc
                       perform 470-reject-transaction
                 end-read
              end-if
           end-if
           if Dtrn-Action = "A" or Dtrn-Action = "a"
              or Dtrn-Action = "C" or Dtrn-Action = "c"
              perform 416-edit-splits
           end-if.

      *> Every department named is edited, then the percentages are
      *> proved as a whole - a distribution naming no department at
      *> all fails the 100 percent test.
        416-edit-splits.
           move 0 to L5B-Pct-Total
           move 0 to L5B-Split-Count
           move 1 to L5B-Split-Sub
           perform 417-edit-one-split 5 times
           if L5B-Pct-Total not = 100
              move EC-LDIST-PCT-NOT-100 to L5B-Err-Code
              move spaces to L5B-Err-Desc
              move L5B-Pct-Total to L5B-Pct-Text
              string "Distribution percentages total " delimited by size
                 L5B-Pct-Text delimited by size
                 " - must be 100" delimited by size
                 into L5B-Err-Desc
              end-string
              perform 470-reject-transaction
           end-if.

        417-edit-one-split.
           if Dtrn-Dept(L5B-Split-Sub) = spaces
              if Dtrn-Pct(L5B-Split-Sub) not = spaces
                 and Dtrn-Pct(L5B-Split-Sub) not = zeros
                 move EC-LDIST-DEPT-UNKNOWN to L5B-Err-Code
                 move "Percentage given with no department"
                    to L5B-Err-Desc
                 perform 470-reject-transaction
              end-if
           else
              add 1 to L5B-Split-Count
              move Dtrn-Dept(L5B-Split-Sub) to L5B-Safe-Dept
              inspect L5B-Safe-Dept replacing all "," by " "
              perform 418-check-department-open
              perform 419-check-department-repeated
              if Dtrn-Pct(L5B-Split-Sub) is not numeric
                 move EC-LDIST-PCT-INVALID to L5B-Err-Code
                 move spaces to L5B-Err-Desc
                 string "Percentage missing for department "
                       delimited by size
                    L5B-Safe-Dept delimited by size
                    into L5B-Err-Desc
                 end-string
                 perform 470-reject-transaction
              else
                 if Dtrn-Pct-Num(L5B-Split-Sub) = 0
                    or Dtrn-Pct-Num(L5B-Split-Sub) > 100
                    move EC-LDIST-PCT-INVALID to L5B-Err-Code
                    move spaces to L5B-Err-Desc
                    string "Percentage must be over 0 and up to 100 "
                          delimited by size
                       "- department " delimited by size
                       L5B-Safe-Dept delimited by size
                       into L5B-Err-Desc
                    end-string
                    perform 470-reject-transaction
                 else
                    add Dtrn-Pct-Num(L5B-Split-Sub) to L5B-Pct-Total
                 end-if
              end-if
           end-if
           add 1 to L5B-Split-Sub.

        418-check-department-open.
           move "N" to L5B-Org-Found-Sw
           set L5B-Org-Dept-Idx to 1
           search L5B-Org-Dept-Entry
              at end
                 continue
              when L5B-Org-Dept-Idx > L5B-Org-Dept-Count
                 continue
              when L5B-Org-Dept-Code(L5B-Org-Dept-Idx)
                 = Dtrn-Dept(L5B-Split-Sub)
                 move "Y" to L5B-Org-Found-Sw
           end-search
           if not L5B-Org-Found
              move EC-LDIST-DEPT-UNKNOWN to L5B-Err-Code
              move spaces to L5B-Err-Desc
              string "Department " delimited by size
                 L5B-Safe-Dept delimited by size
                 " is not on the organizational file" delimited by size
                 into L5B-Err-Desc
              end-string
              perform 470-reject-transaction
           else
              if L5B-Org-Dept-Status(L5B-Org-Dept-Idx) = "C"
                 move EC-LDIST-DEPT-CLOSED to L5B-Err-Code
                 move spaces to L5B-Err-Desc
                 string "Department " delimited by size
                    L5B-Safe-Dept delimited by size
                    " is closed" delimited by size
                    into L5B-Err-Desc
                 end-string
                 perform 470-reject-transaction
              end-if
           end-if.

      *> A department named twice would split its share in two and
      *> hide the real percentage - only the later one is reported.
        419-check-department-repeated.
           move "N" to L5B-Dup-Sw
           move 1 to L5B-Check-Sub
           perform 421-compare-one-earlier-split
              until L5B-Check-Sub not < L5B-Split-Sub
           if L5B-Dup-Dept
              move EC-LDIST-DEPT-DUPLICATE to L5B-Err-Code
              move spaces to L5B-Err-Desc
              string "Department " delimited by size
                 L5B-Safe-Dept delimited by size
                 " named more than once" delimited by size
                 into L5B-Err-Desc
              end-string
              perform 470-reject-transaction
           end-if.

        421-compare-one-earlier-split.
           if Dtrn-Dept(L5B-Check-Sub) = Dtrn-Dept(L5B-Split-Sub)
              move "Y" to L5B-Dup-Sw
           end-if
           add 1 to L5B-Check-Sub.

        420-add-distribution.
           if L5B-Rec-Found
              move EC-LDIST-ALREADY-ON-FILE to L5B-Err-Code
              move "Distribution already on file - use a Change"
                 to L5B-Err-Desc
              perform 470-reject-transaction
           else
              perform 450-build-distribution
              write ldist-record
                 invalid key
                    move EC-LDIST-ALREADY-ON-FILE to L5B-Err-Code
                    move "Distribution already on file - use a Change"
                       to L5B-Err-Desc
                    perform 470-reject-transaction
              end-write
           end-if.

        425-change-distribution.
           if not L5B-Rec-Found
              move EC-LDIST-NOT-ON-FILE to L5B-Err-Code
              move "Employee has no distribution on file"
                 to L5B-Err-Desc
              perform 470-reject-transaction
           else
              perform 450-build-distribution
              rewrite ldist-record
                 invalid key
                    move EC-LDIST-NOT-ON-FILE to L5B-Err-Code
                    move "Employee has no distribution on file"
                       to L5B-Err-Desc
                    perform 470-reject-transaction
              end-rewrite
           end-if.

      *> With the distribution gone the employee is charged wholly
      *> to their home department again.
        430-delete-distribution.
           if not L5B-Rec-Found
              move EC-LDIST-NOT-ON-FILE to L5B-Err-Code
              move "Employee has no distribution on file"
                 to L5B-Err-Desc
              perform 470-reject-transaction
           else
              delete ldist-file record
                 invalid key
                    move EC-LDIST-NOT-ON-FILE to L5B-Err-Code
                    move "Employee has no distribution on file"
                       to L5B-Err-Desc
                    perform 470-reject-transaction
              end-delete
           end-if.

      *> The departments are packed into the leading slots, in the
      *> order keyed.
        450-build-distribution.
           move spaces to ldist-record
           move Dtrn-Empno to Ldst-Employee-Number
           move 1 to L5B-Split-Sub
           perform 455-clear-one-split 5 times
           move 0 to L5B-Check-Sub
           move 1 to L5B-Split-Sub
           perform 456-pack-one-split 5 times
           move crt-date to Ldst-Changed-Date.

        455-clear-one-split.
           move spaces to Ldst-Dept(L5B-Split-Sub)
           move 0 to Ldst-Pct(L5B-Split-Sub)
           add 1 to L5B-Split-Sub.

        456-pack-one-split.
           if Dtrn-Dept(L5B-Split-Sub) not = spaces
              add 1 to L5B-Check-Sub
              move Dtrn-Dept(L5B-Split-Sub) to Ldst-Dept(L5B-Check-Sub)
              move Dtrn-Pct-Num(L5B-Split-Sub)
                 to Ldst-Pct(L5B-Check-Sub)
           end-if
           add 1 to L5B-Split-Sub.

        460-write-applied-row.
           evaluate Dtrn-Action
              when "A"
              when "a"
                 move "Labor distribution added" to L5B-Err-Desc
              when "C"
              when "c"
                 move "Labor distribution replaced" to L5B-Err-Desc
              when other
                 move "Labor distribution deleted" to L5B-Err-Desc
           end-evaluate
           move spaces to L5B-Csv-Line
           string "LDIST-APPLIED" delimited by size
              "," delimited by size
              L5B-Safe-Empno delimited by size
              "," delimited by size
              Dtrn-Action delimited by size
              ",," delimited by size
              L5B-Err-Desc delimited by size
              into L5B-Csv-Line
           end-string
           write ldst-rpt-record from L5B-Csv-Line.

      *> One reject row per failed edit - expects the code in
      *> L5B-Err-Code and the reason in L5B-Err-Desc.
        470-reject-transaction.
           move "Y" to L5B-Tran-Error-Sw
           move spaces to L5B-Csv-Line
           string "LDIST-REJECT" delimited by size
              "," delimited by size
              L5B-Safe-Empno delimited by size
              "," delimited by size
              L5B-Err-Code delimited by size
              ",," delimited by size
              L5B-Err-Desc delimited by size
              into L5B-Csv-Line
           end-string
           write ldst-rpt-record from L5B-Csv-Line.

        480-print-transaction-totals.
           move spaces to L5B-Csv-Line
           move L5B-Tran-Read-Count to L5B-Count-Text
           string "LDIST-TOTAL" delimited by size
              ",,," delimited by size
              L5B-Count-Text delimited by size
              "," delimited by size
              "Distribution transactions read" delimited by size
              into L5B-Csv-Line
           end-string
           write ldst-rpt-record from L5B-Csv-Line

           move spaces to L5B-Csv-Line
           move L5B-Tran-Applied-Count to L5B-Count-Text
           string "LDIST-TOTAL" delimited by size
              ",,," delimited by size
              L5B-Count-Text delimited by size
              "," delimited by size
              "Distribution transactions applied" delimited by size
              into L5B-Csv-Line
           end-string
           write ldst-rpt-record from L5B-Csv-Line

           move spaces to L5B-Csv-Line
           move L5B-Tran-Reject-Count to L5B-Count-Text
           string "LDIST-TOTAL" delimited by size
              ",,," delimited by size
              L5B-Count-Text delimited by size
              "," delimited by size
              "Distribution transactions rejected" delimited by size
              into L5B-Csv-Line
           end-string
           write ldst-rpt-record from L5B-Csv-Line.

      *================================================================
      *  850-ABORT-DISTRIBUTION - every guard runs ahead of the first
      *  transaction, so the distribution file is left as it was.
      *  One clear ABORT row, return code 8, and the step stops.
      *================================================================
        850-abort-distribution.
           move spaces to L5B-Csv-Line
           string "LDIST-ABORT" delimited by size
              ",,,," delimited by size
              L5B-Abort-Reason delimited by size
              into L5B-Csv-Line
           end-string
           write ldst-rpt-record from L5B-Csv-Line
           display "LAB5DST: " L5B-Abort-Reason
           display "LAB5DST: DISTRIBUTIONS NOT MAINTAINED - RUN STOPPED"
           move 8 to return-code
           close ldst-rpt
           stop run.

        900-finalize.
           close mast-file
           close ldist-file
           close ldst-rpt.

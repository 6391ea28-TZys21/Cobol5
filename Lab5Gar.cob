       *> Tyler Zysberg
       *> A LAB5GAR step run after Lab5Pay - the garnishment side of
       *> the payroll.  Lab5Pay takes each employee's court orders
       *> off the garnishment file (lab5-garn.dat, keyed on
       *> Employee-Number) and lists every amount it took on
       *> lab5-garndet.dat.  This step:
       *>
       *>   - posts those amounts against each order's arrears
       *>     balance, so an order counts down to zero and stops;
       *>   - prints the remittance report (lab5-garnrmt.dat) by
       *>     agency - what is owed to each agency, case by case,
       *>     for this payroll - which ties to the garnishments-
       *>     payable credit on the journal;
       *>   - applies the order maintenance transactions
       *>     (lab5-garntrn.dat) in the same add/change/delete shape
       *>     as the bank-account maintenance, effective from the
       *>     next payroll.
       *>
       *> Posting rides on the run date off the detail file's header:
       *> the date last posted is kept on lab5-garnctl.dat, and a
       *> detail file already posted is not posted again.  Posting
       *> notes, maintenance rejects, and the counts go to the
       *> control report (lab5-garnrpt.dat).
       *>
       *> Mod history:
       *>   2026-10-15  TZ  Initial version - arrears posting off the
       *>                   week's garnishment detail, remittance
       *>                   report by agency, order maintenance,
       *>                   double-post guard.
       *>   2026-10-15  TZ  Review fixes: the remittance report is
       *>                   opened only once a detail file has passed
       *>                   its guards and is being posted, so a rerun
       *>                   no longer empties the last one sent.

       identification division.
       program-id.     Lab5Gar.

       Environment division.
       configuration section.

        input-output section.
        file-control.
            select garndet-in assign to "lab5-garndet.dat"
                organization is line sequential
                file status is L5A-Det-Status.

            select garn-file assign to "lab5-garn.dat"
                organization is indexed
                access is random
                record key is Garn-Employee-Number
                file status is L5A-Garn-Status.

            select garntrn-file assign to "lab5-garntrn.dat"
                organization is line sequential
                file status is L5A-Garntrn-Status.

            select garnctl-file assign to "lab5-garnctl.dat"
                organization is line sequential
                file status is L5A-Ctl-Status.

            select rmt-rpt assign to "lab5-garnrmt.dat"
                organization is line sequential.

            select garn-rpt assign to "lab5-garnrpt.dat"
                organization is line sequential.

            select sort-file assign to "lab5-garnsort.tmp".

        data division.
        file section.

      *> The week's garnishments taken, in Lab5Pay's layout.
         fd  garndet-in.
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

      *> Order maintenance transactions - an action code (A add,
      *> C change, D delete) and the order's case number ahead of
      *> the order fields; a Delete only has to name the employee
      *> and case.
         fd  garntrn-file.
         01  garntrn-record.
           05 Gtrn-Action           pic X(1).
           05 Gtrn-Empno            pic X(5).
           05 Gtrn-Case-Number      pic X(15).
           05 Gtrn-Agency           pic X(20).
           05 Gtrn-Priority         pic 9(2).
           05 Gtrn-Type             pic X(1).
           05 Gtrn-Amount           pic 9(7)v99.
           05 Gtrn-Percent          pic 9(3)v99.
           05 Gtrn-Max-Pct          pic 9(3)v99.
           05 Gtrn-Arrears          pic 9(9)v99.

      *> One control record - the run date of the detail file last
      *> posted, the double-post guard.
         fd  garnctl-file.
         01  garnctl-record.
           05 Garnctl-Last-Posted   pic 9(8).

         fd  rmt-rpt.
         01  rmt-rpt-record         pic x(160).

         fd  garn-rpt.
         01  garn-rpt-record        pic x(160).

      *> Sort work file - the detail arrives in register order; the
      *> remittance goes out by agency and case.
         sd  sort-file.
         01  sort-record.
           05 Sort-Agency           pic X(20).
           05 Sort-Case             pic X(15).
           05 Sort-Empno            pic X(5).
           05 Sort-Name             pic X(36).
           05 Sort-Amount           pic 9(9)v99.

        working-storage section.
        01  eof                    pic x value "N".

        01  crt-date               pic 9(8).

        01  L5A-Det-Status         pic X(2) value spaces.
        01  L5A-Garn-Status        pic X(2) value spaces.
        01  L5A-Garntrn-Status     pic X(2) value spaces.
        01  L5A-Ctl-Status         pic X(2) value spaces.
        01  L5A-Garntrn-Eof        pic X value "N".
        01  L5A-Sort-Eof           pic X value "N".

      *> The detail file's run date and trailer, and what the
      *> detail records themselves add up to.
        01  L5A-Det-Date           pic 9(8) value 0.
        01  L5A-Last-Posted        pic 9(8) value 0.
        01  L5A-Posted-Sw          pic X value "N".
            88  L5A-Posted             value "Y".
        01  L5A-Trl-Seen-Sw        pic X value "N".
            88  L5A-Trl-Seen           value "Y".
        01  L5A-Trl-Count          pic 9(7) value 0.
        01  L5A-Trl-Amount         pic S9(13)v99 value 0.
        01  L5A-Det-Count          pic 9(7) value 0.
        01  L5A-Det-Total          pic S9(13)v99 value 0.

      *> Remittance control-break work fields.
        01  L5A-Prev-Agency        pic X(20) value spaces.
        01  L5A-First-Record-Sw    pic X value "Y".
            88  L5A-First-Record       value "Y".
        01  L5A-Agency-Total       pic S9(13)v99 value 0.
        01  L5A-Agency-Count       pic 9(7) value 0.
        01  L5A-Remit-Total        pic S9(13)v99 value 0.
        01  L5A-Agency-Tally       pic 9(5) value 0.
        01  L5A-Satisfied-Count    pic 9(7) value 0.
        01  L5A-Unposted-Count     pic 9(7) value 0.

      *> Order slot work fields - the slot holding the case in hand,
      *> the first free slot, and how many slots are in use.
        01  L5A-Slot-Sub           pic 9(1) value 0.
        01  L5A-Case-Slot          pic 9(1) value 0.
        01  L5A-Free-Slot          pic 9(1) value 0.
        01  L5A-Used-Count         pic 9(1) value 0.
        01  L5A-Find-Case          pic X(15) value spaces.

      *> Maintenance work fields.
        01  L5A-Tran-Read-Count    pic 9(5) value 0.
        01  L5A-Tran-Applied-Count pic 9(5) value 0.
        01  L5A-Tran-Reject-Count  pic 9(5) value 0.
        01  L5A-Tran-Error-Sw      pic X value "N".
            88  L5A-Tran-Error         value "Y".
        01  L5A-Rec-Found-Sw       pic X value "N".
            88  L5A-Rec-Found          value "Y".

        01  L5A-Err-Desc           pic X(60) value spaces.
        01  L5A-Abort-Reason       pic X(60) value spaces.
        01  L5A-Money-Text         pic -(12)9.99.
        01  L5A-Count-Text         pic ZZZZZZ9.
        01  L5A-Csv-Line           pic X(160).
        01  L5A-Safe-Empno         pic X(5) value spaces.
        01  L5A-Safe-Case          pic X(15) value spaces.
        01  L5A-Safe-Agency        pic X(20) value spaces.
        01  L5A-Safe-Name          pic X(36) value spaces.

        procedure division.
        000-main.

           perform 100-initialize

           perform 200-post-garnishments

           perform 400-apply-garnishment-transactions

           perform 900-finalize

           stop run.

        100-initialize.
           accept crt-date from date YYYYMMDD
           open output garn-rpt
           perform 110-open-garn-file
           perform 120-load-control-record.

      *> The garnishment file is created empty the first time a run
      *> finds it missing (status 35), the way the bank-account file
      *> is.  Without it nothing can be posted or maintained.
        110-open-garn-file.
           open i-o garn-file
           if L5A-Garn-Status = "35"
              open output garn-file
              close garn-file
              open i-o garn-file
           end-if
           if L5A-Garn-Status not = "00"
              move "Garnishment file would not open"
                 to L5A-Abort-Reason
              perform 850-abort-garnishments
           end-if.

        120-load-control-record.
           open input garnctl-file
           if L5A-Ctl-Status = "00"
              read garnctl-file
                 at end
                    continue
                 not at end
                    if Garnctl-Last-Posted is numeric
                       move Garnctl-Last-Posted to L5A-Last-Posted
                    end-if
              end-read
              close garnctl-file
           end-if.

      *================================================================
      *  200-series - post the week's garnishments and print the
      *  remittance.  The detail file's header names the payroll it
      *  came from; one already posted (or older) is left alone, so
      *  a rerun can never count an order down twice.  The trailer
      *  is checked before the first order is touched.
      *================================================================
        200-post-garnishments.
           open input garndet-in
           if L5A-Det-Status not = "00"
              move spaces to L5A-Csv-Line
              string "NOTE" delimited by size
                 ",,,," delimited by size
                 "No garnishment detail from the payroll (status "
                    delimited by size
                 L5A-Det-Status delimited by size
                 ") - nothing posted" delimited by size
                 into L5A-Csv-Line
              end-string
              write garn-rpt-record from L5A-Csv-Line
           else
              read garndet-in
                 at end
                    continue
                 not at end
                    if Gd-Hdr-Id = "GRNHDR" and
                       Gd-Hdr-Date is numeric
                       move Gd-Hdr-Date to L5A-Det-Date
                    end-if
              end-read
              if L5A-Det-Date = 0
                 move "Garnishment detail has no GRNHDR header"
                    to L5A-Abort-Reason
                 perform 850-abort-garnishments
              end-if
              if L5A-Det-Date <= L5A-Last-Posted
                 perform 205-note-already-posted
                 close garndet-in
              else
                 sort sort-file
                    on ascending key Sort-Agency Sort-Case
                       Sort-Empno
                    input procedure is 210-release-details
                    output procedure is 220-post-and-remit
                 move "Y" to L5A-Posted-Sw
              end-if
           end-if.

        205-note-already-posted.
           move spaces to L5A-Csv-Line
           string "NOTE" delimited by size
              ",,,," delimited by size
              "Garnishment detail " delimited by size
              L5A-Det-Date delimited by size
              " already posted - not posted again" delimited by
                 size
              into L5A-Csv-Line
           end-string
           write garn-rpt-record from L5A-Csv-Line
           display "LAB5GAR: GARNISHMENTS ALREADY POSTED FOR "
              L5A-Det-Date
           move 4 to return-code.

      *> The detail records go to the sort; the trailer's count and
      *> dollars are held for the balance check.
        210-release-details.
           perform until eof = "y"
              read garndet-in
                 at end
                    move "y" to eof
                 not at end
                    evaluate Gd-Det-Id
                       when "GRNDET"
                          perform 215-release-one-detail
                       when "GRNTRL"
                          move Gd-Trl-Count to L5A-Trl-Count
                          move Gd-Trl-Amount to L5A-Trl-Amount
                          move "Y" to L5A-Trl-Seen-Sw
                       when other
                          continue
                    end-evaluate
              end-read
           end-perform
           close garndet-in.

        215-release-one-detail.
           move Gd-Det-Agency to Sort-Agency
           move Gd-Det-Case to Sort-Case
           move Gd-Det-Empno to Sort-Empno
           move Gd-Det-Name to Sort-Name
           move Gd-Det-Amount to Sort-Amount
           release sort-record
           add 1 to L5A-Det-Count
           add Gd-Det-Amount to L5A-Det-Total.

      *> A detail file cut short (no trailer) or not agreeing with
      *> its own trailer is not posted - the arrears would be wrong
      *> for good.  The remittance report is only opened past these
      *> guards, so a run that posts nothing leaves the last one
      *> as it was.
        220-post-and-remit.
           if not L5A-Trl-Seen
              move "Garnishment detail has no GRNTRL trailer"
                 to L5A-Abort-Reason
              perform 850-abort-garnishments
           end-if
           if L5A-Det-Count not = L5A-Trl-Count or
              L5A-Det-Total not = L5A-Trl-Amount
              move "Garnishment detail does not agree with trailer"
                 to L5A-Abort-Reason
              perform 850-abort-garnishments
           end-if
           open output rmt-rpt
           perform until L5A-Sort-Eof = "y"
              return sort-file
                 at end
                    move "y" to L5A-Sort-Eof
                 not at end
                    perform 225-check-agency-break
                    perform 230-post-one-order
                    perform 240-write-remit-row
              end-return
           end-perform
           if not L5A-First-Record
              perform 245-write-agency-total
           end-if
           perform 250-write-remit-totals.

        225-check-agency-break.
           if L5A-First-Record
              move Sort-Agency to L5A-Prev-Agency
              move "N" to L5A-First-Record-Sw
              add 1 to L5A-Agency-Tally
           else
              if Sort-Agency not = L5A-Prev-Agency
                 perform 245-write-agency-total
                 move 0 to L5A-Agency-Total
                 move 0 to L5A-Agency-Count
                 move Sort-Agency to L5A-Prev-Agency
                 add 1 to L5A-Agency-Tally
              end-if
           end-if.

      *> The order is found by its case number - maintenance may
      *> have moved it to another slot since the payroll ran.  An
      *> order deleted in between is called out, not posted.
        230-post-one-order.
           move Sort-Empno to L5A-Safe-Empno
           inspect L5A-Safe-Empno replacing all "," by " "
           move Sort-Case to L5A-Safe-Case
           inspect L5A-Safe-Case replacing all "," by " "
           move Sort-Empno to Garn-Employee-Number
           read garn-file
              invalid key
                 move "Employee no longer has orders - not posted"
                    to L5A-Err-Desc
                 perform 260-write-posting-note
              not invalid key
                 move Sort-Case to L5A-Find-Case
                 perform 440-find-case-slot
                 if L5A-Case-Slot = 0
                    move "Case no longer on file - not posted"
                       to L5A-Err-Desc
                    perform 260-write-posting-note
                 else
                    perform 235-reduce-arrears
                 end-if
           end-read.

        235-reduce-arrears.
           if Sort-Amount >= Garn-Arrears(L5A-Case-Slot)
              move 0 to Garn-Arrears(L5A-Case-Slot)
           else
              subtract Sort-Amount from Garn-Arrears(L5A-Case-Slot)
           end-if
           rewrite garn-record
           if Garn-Arrears(L5A-Case-Slot) = 0
              add 1 to L5A-Satisfied-Count
              move spaces to L5A-Csv-Line
              string "SATISFIED" delimited by size
                 "," delimited by size
                 L5A-Safe-Empno delimited by size
                 "," delimited by size
                 L5A-Safe-Case delimited by size
                 ",," delimited by size
                 "Arrears paid off - order takes nothing further"
                    delimited by size
                 into L5A-Csv-Line
              end-string
              write garn-rpt-record from L5A-Csv-Line
           end-if.

        240-write-remit-row.
           add Sort-Amount to L5A-Agency-Total
           add 1 to L5A-Agency-Count
           add Sort-Amount to L5A-Remit-Total
           move Sort-Agency to L5A-Safe-Agency
           inspect L5A-Safe-Agency replacing all "," by " "
           move Sort-Name to L5A-Safe-Name
           inspect L5A-Safe-Name replacing all "," by " "
           move Sort-Amount to L5A-Money-Text
           move spaces to L5A-Csv-Line
           string "REMIT" delimited by size
              "," delimited by size
              L5A-Safe-Agency delimited by size
              "," delimited by size
              L5A-Safe-Case delimited by size
              "," delimited by size
              L5A-Safe-Empno delimited by size
              "," delimited by size
              L5A-Money-Text delimited by size
              "," delimited by size
              L5A-Safe-Name delimited by size
              into L5A-Csv-Line
           end-string
           write rmt-rpt-record from L5A-Csv-Line.

        245-write-agency-total.
           move L5A-Prev-Agency to L5A-Safe-Agency
           inspect L5A-Safe-Agency replacing all "," by " "
           move L5A-Agency-Total to L5A-Money-Text
           move L5A-Agency-Count to L5A-Count-Text
           move spaces to L5A-Csv-Line
           string "AGENCY-TOTAL" delimited by size
              "," delimited by size
              L5A-Safe-Agency delimited by size
              ",," delimited by size
              L5A-Count-Text delimited by size
              "," delimited by size
              L5A-Money-Text delimited by size
              "," delimited by size
              "Remit to agency for payroll " delimited by size
              L5A-Det-Date delimited by size
              into L5A-Csv-Line
           end-string
           write rmt-rpt-record from L5A-Csv-Line.

        250-write-remit-totals.
           move spaces to L5A-Csv-Line
           move L5A-Agency-Tally to L5A-Count-Text
           string "GRAND-TOTAL" delimited by size
              ",,," delimited by size
              L5A-Count-Text delimited by size
              ",," delimited by size
              "Agencies to be paid" delimited by size
              into L5A-Csv-Line
           end-string
           write rmt-rpt-record from L5A-Csv-Line

           move spaces to L5A-Csv-Line
           move L5A-Det-Count to L5A-Count-Text
           move L5A-Remit-Total to L5A-Money-Text
           string "GRAND-TOTAL" delimited by size
              ",,," delimited by size
              L5A-Count-Text delimited by size
              "," delimited by size
              L5A-Money-Text delimited by size
              "," delimited by size
              "Total garnishments to remit" delimited by size
              into L5A-Csv-Line
           end-string
           write rmt-rpt-record from L5A-Csv-Line.

      *> Expects the reason in L5A-Err-Desc and the employee and
      *> case already scrubbed.
        260-write-posting-note.
           add 1 to L5A-Unposted-Count
           move spaces to L5A-Csv-Line
           string "NOTE" delimited by size
              "," delimited by size
              L5A-Safe-Empno delimited by size
              "," delimited by size
              L5A-Safe-Case delimited by size
              ",," delimited by size
              L5A-Err-Desc delimited by size
              into L5A-Csv-Line
           end-string
           write garn-rpt-record from L5A-Csv-Line.

      *================================================================
      *  400-series - garnishment order maintenance, the same pattern
      *  as the bank-account maintenance in Lab5Dep: each transaction
      *  is edited, applied to the indexed file only when it comes
      *  through clean, and rejects are called out with the reason.
      *  An Add puts a new order in the employee's first free slot
      *  (creating the employee's record on the first order), a
      *  Change replaces the order's fields, and a Delete clears the
      *  slot - removing the record with its last order.  No
      *  transaction file just means no order maintenance today.
      *================================================================
        400-apply-garnishment-transactions.
           open input garntrn-file
           if L5A-Garntrn-Status = "00"
              perform until L5A-Garntrn-Eof = "y"
                 read garntrn-file
                    at end
                       move "y" to L5A-Garntrn-Eof
                    not at end
                       add 1 to L5A-Tran-Read-Count
                       perform 410-apply-one-transaction
                 end-read
              end-perform
              close garntrn-file
              perform 480-print-transaction-totals
           end-if.

        410-apply-one-transaction.
           move "N" to L5A-Tran-Error-Sw
           perform 415-edit-one-transaction
           if not L5A-Tran-Error
              move Gtrn-Empno to Garn-Employee-Number
              move "N" to L5A-Rec-Found-Sw
              read garn-file
                 invalid key
                    continue
                 not invalid key
                    move "Y" to L5A-Rec-Found-Sw
              end-read
              move Gtrn-Case-Number to L5A-Find-Case
              evaluate Gtrn-Action
                 when "A"
                 when "a"
                    perform 420-add-order
                 when "C"
                 when "c"
                    perform 425-change-order
                 when "D"
                 when "d"
                    perform 430-delete-order
              end-evaluate
           end-if
           if L5A-Tran-Error
              add 1 to L5A-Tran-Reject-Count
           else
              add 1 to L5A-Tran-Applied-Count
           end-if.

      *> Adds and Changes carry the full order; a Delete only has to
      *> name the employee and case.  An order wrong here takes the
      *> wrong money out of someone's pay, so the edits are strict.
        415-edit-one-transaction.
           if Gtrn-Action not = "A" and Gtrn-Action not = "a"
              and Gtrn-Action not = "C" and Gtrn-Action not = "c"
              and Gtrn-Action not = "D" and Gtrn-Action not = "d"
              move "Invalid garnishment transaction action code"
                 to L5A-Err-Desc
              perform 470-reject-transaction
           end-if
           if Gtrn-Empno is not numeric
              move "Non-numeric Employee Number on garnishment"
                 to L5A-Err-Desc
              perform 470-reject-transaction
           end-if
           if Gtrn-Case-Number = spaces
              move "Blank case number on garnishment transaction"
                 to L5A-Err-Desc
              perform 470-reject-transaction
           end-if
           if Gtrn-Action = "D" or Gtrn-Action = "d"
              continue
           else
              perform 416-edit-order-fields
           end-if.

        416-edit-order-fields.
           if Gtrn-Agency = spaces
              move "Blank payee agency on garnishment transaction"
                 to L5A-Err-Desc
              perform 470-reject-transaction
           end-if
           if Gtrn-Priority is not numeric or Gtrn-Priority = 0
              move "Priority must be 01-99 on garnishment"
                 to L5A-Err-Desc
              perform 470-reject-transaction
           end-if
           evaluate Gtrn-Type
              when "F"
              when "f"
                 if Gtrn-Amount is not numeric or Gtrn-Amount = 0
                    move "Flat order needs a positive amount"
                       to L5A-Err-Desc
                    perform 470-reject-transaction
                 end-if
              when "P"
              when "p"
                 if Gtrn-Percent is not numeric or
                    Gtrn-Percent = 0 or Gtrn-Percent > 100
                    move "Percent order needs a percent 0-100"
                       to L5A-Err-Desc
                    perform 470-reject-transaction
                 end-if
              when other
                 move "Order type must be F (flat) or P (percent)"
                    to L5A-Err-Desc
                 perform 470-reject-transaction
           end-evaluate
           if Gtrn-Max-Pct is not numeric or
              Gtrn-Max-Pct = 0 or Gtrn-Max-Pct > 100
              move "Legal maximum percent must be 0-100"
                 to L5A-Err-Desc
              perform 470-reject-transaction
           end-if
           if Gtrn-Arrears is not numeric
              move "Non-numeric arrears balance on garnishment"
                 to L5A-Err-Desc
              perform 470-reject-transaction
           else
              if (Gtrn-Action = "A" or Gtrn-Action = "a") and
                 Gtrn-Arrears = 0
                 move "New order needs an arrears balance owed"
                    to L5A-Err-Desc
                 perform 470-reject-transaction
              end-if
           end-if.

        420-add-order.
           if not L5A-Rec-Found
              move spaces to garn-record
              move Gtrn-Empno to Garn-Employee-Number
              move 1 to L5A-Slot-Sub
              perform 445-clear-one-slot 5 times
           end-if
           perform 440-find-case-slot
           if L5A-Case-Slot > 0
              move "Case already on file for this employee"
                 to L5A-Err-Desc
              perform 470-reject-transaction
           else
              if L5A-Free-Slot = 0
                 move "Employee already has five orders on file"
                    to L5A-Err-Desc
                 perform 470-reject-transaction
              else
                 move L5A-Free-Slot to L5A-Case-Slot
                 perform 450-build-order
                 if L5A-Rec-Found
                    rewrite garn-record
                 else
                    write garn-record
                 end-if
              end-if
           end-if.

        425-change-order.
           if not L5A-Rec-Found
              move "Employee has no garnishment orders on file"
                 to L5A-Err-Desc
              perform 470-reject-transaction
           else
              perform 440-find-case-slot
              if L5A-Case-Slot = 0
                 move "Case not on file for this employee"
                    to L5A-Err-Desc
                 perform 470-reject-transaction
              else
                 perform 450-build-order
                 rewrite garn-record
              end-if
           end-if.

        430-delete-order.
           if not L5A-Rec-Found
              move "Employee has no garnishment orders on file"
                 to L5A-Err-Desc
              perform 470-reject-transaction
           else
              perform 440-find-case-slot
              if L5A-Case-Slot = 0
                 move "Case not on file for this employee"
                    to L5A-Err-Desc
                 perform 470-reject-transaction
              else
                 move L5A-Case-Slot to L5A-Slot-Sub
                 perform 445-clear-one-slot
                 if L5A-Used-Count = 1
                    delete garn-file record
                 else
                    rewrite garn-record
                 end-if
              end-if
           end-if.

      *> Scans the record in hand for L5A-Find-Case - sets the slot
      *> holding it (0 when absent), the first free slot (0 when
      *> all five are used), and the number of slots in use.
        440-find-case-slot.
           move 0 to L5A-Case-Slot
           move 0 to L5A-Free-Slot
           move 0 to L5A-Used-Count
           move 1 to L5A-Slot-Sub
           perform 442-check-one-slot 5 times.

        442-check-one-slot.
           if Garn-Case-Number(L5A-Slot-Sub) = spaces
              if L5A-Free-Slot = 0
                 move L5A-Slot-Sub to L5A-Free-Slot
              end-if
           else
              add 1 to L5A-Used-Count
              if Garn-Case-Number(L5A-Slot-Sub) = L5A-Find-Case
                 move L5A-Slot-Sub to L5A-Case-Slot
              end-if
           end-if
           add 1 to L5A-Slot-Sub.

        445-clear-one-slot.
           move spaces to Garn-Case-Number(L5A-Slot-Sub)
           move spaces to Garn-Agency(L5A-Slot-Sub)
           move 0 to Garn-Priority(L5A-Slot-Sub)
           move space to Garn-Type(L5A-Slot-Sub)
           move 0 to Garn-Amount(L5A-Slot-Sub)
           move 0 to Garn-Percent(L5A-Slot-Sub)
           move 0 to Garn-Max-Pct(L5A-Slot-Sub)
           move 0 to Garn-Arrears(L5A-Slot-Sub)
           add 1 to L5A-Slot-Sub.

      *> The unused one of amount/percent is stored as zero.
        450-build-order.
           move Gtrn-Case-Number to Garn-Case-Number(L5A-Case-Slot)
           move Gtrn-Agency to Garn-Agency(L5A-Case-Slot)
           move Gtrn-Priority to Garn-Priority(L5A-Case-Slot)
           move 0 to Garn-Amount(L5A-Case-Slot)
           move 0 to Garn-Percent(L5A-Case-Slot)
           if Gtrn-Type = "P" or Gtrn-Type = "p"
              move "P" to Garn-Type(L5A-Case-Slot)
              move Gtrn-Percent to Garn-Percent(L5A-Case-Slot)
           else
              move "F" to Garn-Type(L5A-Case-Slot)
              move Gtrn-Amount to Garn-Amount(L5A-Case-Slot)
           end-if
           move Gtrn-Max-Pct to Garn-Max-Pct(L5A-Case-Slot)
           move Gtrn-Arrears to Garn-Arrears(L5A-Case-Slot).

      *> One reject row per failed edit - expects the reason in
      *> L5A-Err-Desc.
        470-reject-transaction.
           move "Y" to L5A-Tran-Error-Sw
           move Gtrn-Empno to L5A-Safe-Empno
           inspect L5A-Safe-Empno replacing all "," by " "
           move Gtrn-Case-Number to L5A-Safe-Case
           inspect L5A-Safe-Case replacing all "," by " "
           move spaces to L5A-Csv-Line
           string "GARNTRAN-REJECT" delimited by size
              "," delimited by size
              L5A-Safe-Empno delimited by size
              "," delimited by size
              L5A-Safe-Case delimited by size
              ",," delimited by size
              L5A-Err-Desc delimited by size
              into L5A-Csv-Line
           end-string
           write garn-rpt-record from L5A-Csv-Line.

        480-print-transaction-totals.
           move spaces to L5A-Csv-Line
           move L5A-Tran-Read-Count to L5A-Count-Text
           string "GARNTRAN-TOTAL" delimited by size
              ",,," delimited by size
              L5A-Count-Text delimited by size
              "," delimited by size
              "Garnishment transactions read" delimited by size
              into L5A-Csv-Line
           end-string
           write garn-rpt-record from L5A-Csv-Line

           move spaces to L5A-Csv-Line
           move L5A-Tran-Applied-Count to L5A-Count-Text
           string "GARNTRAN-TOTAL" delimited by size
              ",,," delimited by size
              L5A-Count-Text delimited by size
              "," delimited by size
              "Garnishment transactions applied" delimited by size
              into L5A-Csv-Line
           end-string
           write garn-rpt-record from L5A-Csv-Line

           move spaces to L5A-Csv-Line
           move L5A-Tran-Reject-Count to L5A-Count-Text
           string "GARNTRAN-TOTAL" delimited by size
              ",,," delimited by size
              L5A-Count-Text delimited by size
              "," delimited by size
              "Garnishment transactions rejected" delimited by size
              into L5A-Csv-Line
           end-string
           write garn-rpt-record from L5A-Csv-Line.

      *================================================================
      *  850-ABORT-GARNISHMENTS - nothing has been posted (every
      *  guard runs ahead of the first arrears update), so the
      *  garnishment file and control record are left as they were.
      *  One clear ABORT row, return code 8, and the step stops.
      *================================================================
        850-abort-garnishments.
           move spaces to L5A-Csv-Line
           string "GARN-ABORT" delimited by size
              ",,,," delimited by size
              L5A-Abort-Reason delimited by size
              into L5A-Csv-Line
           end-string
           write garn-rpt-record from L5A-Csv-Line
           display "LAB5GAR: " L5A-Abort-Reason
           display "LAB5GAR: GARNISHMENTS NOT POSTED - RUN STOPPED"
           move 8 to return-code
           close garn-rpt
           stop run.

      *> The control record remembers the payroll just posted, for
      *> the next run's guard.
        900-finalize.
           move spaces to L5A-Csv-Line
           move L5A-Satisfied-Count to L5A-Count-Text
           string "GRAND-TOTAL" delimited by size
              ",,," delimited by size
              L5A-Count-Text delimited by size
              "," delimited by size
              "Orders paid off this run" delimited by size
              into L5A-Csv-Line
           end-string
           write garn-rpt-record from L5A-Csv-Line

           move spaces to L5A-Csv-Line
           move L5A-Unposted-Count to L5A-Count-Text
           string "GRAND-TOTAL" delimited by size
              ",,," delimited by size
              L5A-Count-Text delimited by size
              "," delimited by size
              "Amounts taken but not posted to an order" delimited
                 by size
              into L5A-Csv-Line
           end-string
           write garn-rpt-record from L5A-Csv-Line

           close garn-file
           if L5A-Posted
              close rmt-rpt
           end-if
           close garn-rpt
           if L5A-Posted
              move L5A-Det-Date to Garnctl-Last-Posted
              open output garnctl-file
              write garnctl-record
              close garnctl-file
           end-if.

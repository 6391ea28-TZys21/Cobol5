       *> Tyler Zysberg
       *> A LAB5TCD step run after Lab5 and ahead of Lab5Pay - edits
       *> the week's timecard file from the time clock
       *> (lab5-tcard.dat, one row per employee per work date with
       *> the regular, overtime, and shift-differential hours
       *> punched) against the employee master and hands the
       *> register the hours each employee actually worked
       *> (lab5-hours.dat, keyed on Employee-Number).  Cards for an
       *> employee not on the master or terminated, cards that fail
       *> their field edits, and whole days whose hours could not
       *> have been worked are rejected onto the edit report
       *> (lab5-tcdrpt.dat) with the reason, and never reach the
       *> register.
       *>
       *> Overtime is weekly: regular hours past the overtime
       *> threshold (40 unless lab5-tcparm.dat says otherwise) move
       *> to overtime on top of whatever the clock already flagged
       *> as overtime, so the register pays time-and-a-half on every
       *> hour past 40 whether or not the clock caught it.
       *>
       *> Mod history:
       *>   2026-10-15  TZ  Initial version - timecard edits against
       *>                   the master, daily-hours limit, weekly
       *>                   overtime threshold, per-employee worked
       *>                   hours for the register.
       *>   2026-10-15  TZ  Cards for an employee the master carries
       *>                   as terminated are rejected with the
       *>                   termination date; master record layout
       *>                   widened for the employment status area.
       *>   2026-10-15  TZ  Review fixes: a card worked before this
       *>                   pay week - an old clock file sent again -
       *>                   is rejected instead of adding its hours
       *>                   to this week's.

       identification division.
       program-id.     Lab5Tcd.

       Environment division.
       configuration section.

        input-output section.
        file-control.
            select tcard-file assign to "lab5-tcard.dat"
                organization is line sequential
                file status is L5K-Tcard-Status.

            select mast-file assign to "lab5-mast.dat"
                organization is indexed
                access is random
                record key is Mast-Employee-Number
                file status is L5K-Mast-Status.

            select hours-file assign to "lab5-hours.dat"
                organization is indexed
                access is sequential
                record key is Hrs-Employee-Number
                file status is L5K-Hours-Status.

            select tcparm-file assign to "lab5-tcparm.dat"
                organization is line sequential
                file status is L5K-Parm-Status.

            select tcd-rpt assign to "lab5-tcdrpt.dat"
                organization is line sequential.

            select sort-file assign to "lab5-tcdsort.tmp".

        data division.
        file section.

      *> One row per employee per work date off the time clock -
      *> hours carry two implied decimals (0800 is eight hours).
      *> Shift hours are the part of the day's hours worked on a
      *> night or weekend shift, not hours on top of them.
         fd  tcard-file.
         01  tcard-record.
           05 Tc-Employee-Number    pic X(5).
           05 Tc-Work-Date          pic X(8).
           05 Tc-Regular-Hours      pic 9(2)v99.
           05 Tc-Overtime-Hours     pic 9(2)v99.
           05 Tc-Shift-Hours        pic 9(2)v99.

      *> The employee master - the full in-record layout keyed on
      *> Employee-Number.
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

      *> The week's worked hours per employee, handed to Lab5Pay.
      *> Rebuilt from scratch every run so last week's hours can
      *> never be paid twice.
         fd  hours-file.
         01  hours-record.
           05 Hrs-Employee-Number   pic X(5).
           05 Hrs-Regular           pic 9(3)v99.
           05 Hrs-Overtime          pic 9(3)v99.
           05 Hrs-Shift             pic 9(3)v99.
           05 Hrs-Days              pic 9(2).
           05 Hrs-Run-Date          pic 9(8).

      *> Timekeeping rules - weekly overtime threshold, the most
      *> hours anyone can work in one day, and the overtime factor
      *> and per-hour shift differential the register pays.  No file
      *> on hand just means the defaults below stand.
         fd  tcparm-file.
         01  tcparm-record.
           05 Tcparm-Ot-Threshold   pic 9(2)v99.
           05 Tcparm-Max-Daily      pic 9(2)v99.
           05 Tcparm-Ot-Factor      pic 9(1)v99.
           05 Tcparm-Shift-Diff     pic 9(3)v99.

         fd  tcd-rpt.
         01  tcd-rpt-record         pic x(160).

      *> Sort work file - the clock writes cards in punch order, so
      *> they are sorted into Employee-Number/work-date sequence
      *> ahead of the employee and day breaks.
         sd  sort-file.
         01  sort-record.
           05 Sort-Empno            pic X(5).
           05 Sort-Work-Date        pic X(8).
           05 filler                pic X(12).

        working-storage section.
        01  eof                    pic x value "N".

        01  crt-date               pic 9(8).

        01  L5K-Tcard-Status       pic X(2) value spaces.
        01  L5K-Mast-Status        pic X(2) value spaces.
        01  L5K-Hours-Status       pic X(2) value spaces.
        01  L5K-Parm-Status        pic X(2) value spaces.

      *> The card in hand, returned off the sort.
        01  L5K-Card.
           05 L5K-Card-Empno        pic X(5).
           05 L5K-Card-Date         pic X(8).
           05 L5K-Card-Date-Num redefines L5K-Card-Date
                                    pic 9(8).
           05 L5K-Card-Regular      pic 9(2)v99.
           05 L5K-Card-Overtime     pic 9(2)v99.
           05 L5K-Card-Shift        pic 9(2)v99.

      *> Timekeeping rules - defaults standing until lab5-tcparm.dat
      *> overrides them at 110-load-parameters.
        01  L5K-Ot-Threshold       pic 9(2)v99 value 40.00.
        01  L5K-Max-Daily          pic 9(2)v99 value 24.00.

      *> Employee and day break work fields.  The employee's master
      *> lookup is done once at the employee break; every card for
      *> an employee who fails it is rejected with the same reason.
        01  L5K-Prev-Empno         pic X(5) value spaces.
        01  L5K-Prev-Date          pic X(8) value spaces.
        01  L5K-First-Card-Sw      pic X value "Y".
            88  L5K-First-Card         value "Y".
        01  L5K-Emp-Ok-Sw          pic X value "N".
            88  L5K-Emp-Ok             value "Y".
        01  L5K-Emp-Reason         pic X(60) value spaces.
        01  L5K-Card-Error-Sw      pic X value "N".
            88  L5K-Card-Error         value "Y".

      *> Hours accepted so far for the day and for the week.
        01  L5K-Day-Regular        pic 9(3)v99 value 0.
        01  L5K-Day-Overtime       pic 9(3)v99 value 0.
        01  L5K-Day-Shift          pic 9(3)v99 value 0.
        01  L5K-Day-Cards          pic 9(3) value 0.
        01  L5K-Day-Worked         pic 9(3)v99 value 0.
        01  L5K-Week-Regular       pic 9(3)v99 value 0.
        01  L5K-Week-Overtime      pic 9(3)v99 value 0.
        01  L5K-Week-Shift         pic 9(3)v99 value 0.
        01  L5K-Week-Days          pic 9(2) value 0.
        01  L5K-Card-Worked        pic 9(3)v99 value 0.
        01  L5K-Card-Age           pic S9(7) value 0.

      *> Run totals for the closing rows.
        01  L5K-Read-Count         pic 9(7) value 0.
        01  L5K-Accept-Count       pic 9(7) value 0.
        01  L5K-Reject-Count       pic 9(7) value 0.
        01  L5K-Day-Reject-Count   pic 9(7) value 0.
        01  L5K-Employee-Count     pic 9(7) value 0.
        01  L5K-Total-Regular      pic 9(7)v99 value 0.
        01  L5K-Total-Overtime     pic 9(7)v99 value 0.
        01  L5K-Total-Shift        pic 9(7)v99 value 0.

        01  L5K-Err-Desc           pic X(60) value spaces.
        01  L5K-Count-Text         pic ZZZZZZ9.
        01  L5K-Hours-Text         pic Z(6)9.99.
        01  L5K-Reg-Text           pic ZZ9.99.
        01  L5K-Ot-Text            pic ZZ9.99.
        01  L5K-Shift-Text         pic ZZ9.99.
        01  L5K-Csv-Line           pic X(160).
        01  L5K-Safe-Empno         pic X(5) value spaces.
        01  L5K-Safe-Date          pic X(8) value spaces.

        procedure division.
        000-main.

           perform 100-initialize

           if L5K-Tcard-Status = "00"
              sort sort-file
                 on ascending key Sort-Empno Sort-Work-Date
                 using tcard-file
                 output procedure is 200-edit-timecards
           end-if

           perform 800-print-totals

           perform 900-finalize

           stop run.

      *> The hours file is opened (emptied) before anything else so a
      *> run that stops early can never leave last week's hours
      *> behind for the register to pay again.  A master that will
      *> not open stops the step - every card would reject.
        100-initialize.
           accept crt-date from date YYYYMMDD
           open output tcd-rpt
           open output hours-file
           perform 110-load-parameters
           open input mast-file
           if L5K-Mast-Status not = "00"
              move spaces to L5K-Csv-Line
              string "NOTE" delimited by size
                 ",,," delimited by size
                 "Employee master would not open (status "
                    delimited by size
                 L5K-Mast-Status delimited by size
                 ") - timecards not edited" delimited by size
                 into L5K-Csv-Line
              end-string
              write tcd-rpt-record from L5K-Csv-Line
              display "LAB5TCD: MASTER WOULD NOT OPEN - RUN STOPPED"
              move 8 to return-code
              close hours-file
              close tcd-rpt
              stop run
           end-if
           perform 120-check-timecard-file.

      *> Pick up the timekeeping rules, if a file has been dropped
      *> off; no file just means the defaults stand.  The overtime
      *> factor and differential on the same record are Lab5Pay's.
        110-load-parameters.
           open input tcparm-file
           if L5K-Parm-Status = "00"
              read tcparm-file
                 at end
                    continue
                 not at end
                    if Tcparm-Ot-Threshold is numeric and
                       Tcparm-Ot-Threshold > 0
                       move Tcparm-Ot-Threshold to L5K-Ot-Threshold
                    end-if
                    if Tcparm-Max-Daily is numeric and
                       Tcparm-Max-Daily > 0
                       move Tcparm-Max-Daily to L5K-Max-Daily
                    end-if
              end-read
              close tcparm-file
           end-if.

      *> The SORT takes the timecard file over via USING, so it is
      *> only probed here.  No timecard file means no hours for
      *> anyone - hourly employees would go unpaid, so the step says
      *> so through the return code.
        120-check-timecard-file.
           open input tcard-file
           if L5K-Tcard-Status = "00"
              close tcard-file
           else
              move spaces to L5K-Csv-Line
              string "NOTE" delimited by size
                 ",,," delimited by size
                 "No timecard file (status " delimited by size
                 L5K-Tcard-Status delimited by size
                 ") - no hours handed to the register" delimited
                    by size
                 into L5K-Csv-Line
              end-string
              write tcd-rpt-record from L5K-Csv-Line
              display "LAB5TCD: NO TIMECARD FILE - NO HOURS WRITTEN"
              move 8 to return-code
           end-if.

      *================================================================
      *  200-series - the cards come back in Employee-Number/work-
      *  date order.  A new employee closes out the prior one (and
      *  its last day); a new date closes out the prior day.  Each
      *  card is edited on its own as it arrives, and each day's
      *  accepted hours are held to the daily maximum as a whole
      *  when the day closes, so two cards for the same date cannot
      *  add up to more hours than the day has.
      *================================================================
        200-edit-timecards.
           perform until eof = "y"
              return sort-file into L5K-Card
                 at end
                    move "y" to eof
                 not at end
                    add 1 to L5K-Read-Count
                    perform 210-check-breaks
                    perform 230-edit-one-card
              end-return
           end-perform
           if not L5K-First-Card
              perform 220-close-employee
           end-if.

        210-check-breaks.
           if L5K-First-Card
              move "N" to L5K-First-Card-Sw
              perform 215-start-employee
           else
              if L5K-Card-Empno not = L5K-Prev-Empno
                 perform 220-close-employee
                 perform 215-start-employee
              else
                 if L5K-Card-Date not = L5K-Prev-Date
                    perform 225-close-day
                    move L5K-Card-Date to L5K-Prev-Date
                 end-if
              end-if
           end-if.

      *> One master lookup per employee.  A terminated employee's
      *> cards are rejected with the termination date - whoever is
      *> still punching in has to be rehired before being paid.
        215-start-employee.
           move L5K-Card-Empno to L5K-Prev-Empno
           move L5K-Card-Date to L5K-Prev-Date
           move 0 to L5K-Week-Regular
           move 0 to L5K-Week-Overtime
           move 0 to L5K-Week-Shift
           move 0 to L5K-Week-Days
           move "N" to L5K-Emp-Ok-Sw
           move spaces to L5K-Emp-Reason
           if L5K-Card-Empno is not numeric
              move "Employee Number not numeric" to L5K-Emp-Reason
           else
              move L5K-Card-Empno to Mast-Employee-Number
              read mast-file
                 invalid key
                    move "Employee not on the master"
                       to L5K-Emp-Reason
                 not invalid key
                    if Mast-Terminated
                       string "Employee terminated " delimited by size
                          Mast-Term-Date delimited by size
                          " - card rejected" delimited by size
                          into L5K-Emp-Reason
                       end-string
                    else
                       move "Y" to L5K-Emp-Ok-Sw
                    end-if
              end-read
           end-if.

      *> Weekly overtime: regular hours past the threshold move to
      *> overtime, on top of whatever the clock flagged.
        220-close-employee.
           perform 225-close-day
           if L5K-Emp-Ok and L5K-Week-Days > 0
              if L5K-Week-Regular > L5K-Ot-Threshold
                 compute L5K-Week-Overtime = L5K-Week-Overtime
                    + L5K-Week-Regular - L5K-Ot-Threshold
                 move L5K-Ot-Threshold to L5K-Week-Regular
              end-if
              perform 240-write-hours
           end-if.

      *> A day whose accepted hours add up past the daily maximum
      *> could not have been worked - the whole day is rejected
      *> rather than paying some of it.
        225-close-day.
           if L5K-Day-Cards > 0
              compute L5K-Day-Worked =
                 L5K-Day-Regular + L5K-Day-Overtime
              if L5K-Day-Worked > L5K-Max-Daily
                 move "Hours for the day exceed the daily maximum"
                    to L5K-Err-Desc
                 move L5K-Prev-Empno to L5K-Safe-Empno
                 move L5K-Prev-Date to L5K-Safe-Date
                 perform 250-write-reject
                 add 1 to L5K-Day-Reject-Count
                 subtract L5K-Day-Cards from L5K-Accept-Count
                 add L5K-Day-Cards to L5K-Reject-Count
              else
                 add L5K-Day-Regular to L5K-Week-Regular
                 add L5K-Day-Overtime to L5K-Week-Overtime
                 add L5K-Day-Shift to L5K-Week-Shift
                 add 1 to L5K-Week-Days
              end-if
           end-if
           move 0 to L5K-Day-Regular
           move 0 to L5K-Day-Overtime
           move 0 to L5K-Day-Shift
           move 0 to L5K-Day-Cards.

      *================================================================
      *  230-EDIT-ONE-CARD - the card's own field edits.  Anything
      *  the clock could not have produced for a real day's work
      *  rejects the card: an unknown employee, a work date that is
      *  not a date, has not happened yet, or falls before this pay
      *  week (more than 6 days back), hours that are not numbers,
      *  shift hours beyond the hours worked, or more hours than the
      *  day has.
      *================================================================
        230-edit-one-card.
           move "N" to L5K-Card-Error-Sw
           move L5K-Card-Empno to L5K-Safe-Empno
           move L5K-Card-Date to L5K-Safe-Date
           if not L5K-Emp-Ok
              move L5K-Emp-Reason to L5K-Err-Desc
              perform 235-reject-card
           end-if
           if not L5K-Card-Error
              if L5K-Card-Date is not numeric
                 move "Work date not numeric" to L5K-Err-Desc
                 perform 235-reject-card
              else
                 if Function Test-Date-YYYYMMDD(L5K-Card-Date-Num)
                    not equal 0
                    move "Work date is not a valid date"
                       to L5K-Err-Desc
                    perform 235-reject-card
                 else
                    if L5K-Card-Date-Num > crt-date
                       move "Work date is in the future"
                          to L5K-Err-Desc
                       perform 235-reject-card
                    else
                       compute L5K-Card-Age =
                          function integer-of-date(crt-date) -
                          function integer-of-date(L5K-Card-Date-Num)
                       if L5K-Card-Age > 6
                          move "Work date is not in this pay week"
                             to L5K-Err-Desc
                          perform 235-reject-card
                       end-if
                    end-if
                 end-if
              end-if
           end-if
           if not L5K-Card-Error
              if L5K-Card-Regular is not numeric or
                 L5K-Card-Overtime is not numeric or
                 L5K-Card-Shift is not numeric
                 move "Hours not numeric" to L5K-Err-Desc
                 perform 235-reject-card
              end-if
           end-if
           if not L5K-Card-Error
              compute L5K-Card-Worked =
                 L5K-Card-Regular + L5K-Card-Overtime
              if L5K-Card-Worked > L5K-Max-Daily
                 move "Hours on the card exceed the daily maximum"
                    to L5K-Err-Desc
                 perform 235-reject-card
              else
                 if L5K-Card-Shift > L5K-Card-Worked
                    move "Shift hours exceed the hours worked"
                       to L5K-Err-Desc
                    perform 235-reject-card
                 end-if
              end-if
           end-if
           if not L5K-Card-Error
              add L5K-Card-Regular to L5K-Day-Regular
              add L5K-Card-Overtime to L5K-Day-Overtime
              add L5K-Card-Shift to L5K-Day-Shift
              add 1 to L5K-Day-Cards
              add 1 to L5K-Accept-Count
           end-if.

      *> Expects the reason in L5K-Err-Desc.
        235-reject-card.
           move "Y" to L5K-Card-Error-Sw
           add 1 to L5K-Reject-Count
           perform 250-write-reject.

        240-write-hours.
           move spaces to hours-record
           move L5K-Prev-Empno to Hrs-Employee-Number
           move L5K-Week-Regular to Hrs-Regular
           move L5K-Week-Overtime to Hrs-Overtime
           move L5K-Week-Shift to Hrs-Shift
           move L5K-Week-Days to Hrs-Days
           move crt-date to Hrs-Run-Date
           write hours-record
           add 1 to L5K-Employee-Count
           add L5K-Week-Regular to L5K-Total-Regular
           add L5K-Week-Overtime to L5K-Total-Overtime
           add L5K-Week-Shift to L5K-Total-Shift

           move spaces to L5K-Csv-Line
           move L5K-Week-Regular to L5K-Reg-Text
           move L5K-Week-Overtime to L5K-Ot-Text
           move L5K-Week-Shift to L5K-Shift-Text
           string "HOURS" delimited by size
              "," delimited by size
              L5K-Prev-Empno delimited by size
              "," delimited by size
              L5K-Reg-Text delimited by size
              "," delimited by size
              L5K-Ot-Text delimited by size
              "," delimited by size
              L5K-Shift-Text delimited by size
              "," delimited by size
              "Regular overtime shift hours for the week"
                 delimited by size
              into L5K-Csv-Line
           end-string
           write tcd-rpt-record from L5K-Csv-Line.

      *> Expects the reason in L5K-Err-Desc and the card's keys in
      *> L5K-Safe-Empno/L5K-Safe-Date.
        250-write-reject.
           inspect L5K-Safe-Empno replacing all "," by " "
           inspect L5K-Safe-Date replacing all "," by " "
           move spaces to L5K-Csv-Line
           string "REJECT" delimited by size
              "," delimited by size
              L5K-Safe-Empno delimited by size
              "," delimited by size
              L5K-Safe-Date delimited by size
              "," delimited by size
              L5K-Err-Desc delimited by size
              into L5K-Csv-Line
           end-string
           write tcd-rpt-record from L5K-Csv-Line.

        800-print-totals.
           move spaces to L5K-Csv-Line
           move L5K-Read-Count to L5K-Count-Text
           string "GRAND-TOTAL" delimited by size
              ",," delimited by size
              L5K-Count-Text delimited by size
              "," delimited by size
              "Timecards read" delimited by size
              into L5K-Csv-Line
           end-string
           write tcd-rpt-record from L5K-Csv-Line

           move spaces to L5K-Csv-Line
           move L5K-Accept-Count to L5K-Count-Text
           string "GRAND-TOTAL" delimited by size
              ",," delimited by size
              L5K-Count-Text delimited by size
              "," delimited by size
              "Timecards accepted" delimited by size
              into L5K-Csv-Line
           end-string
           write tcd-rpt-record from L5K-Csv-Line

           move spaces to L5K-Csv-Line
           move L5K-Reject-Count to L5K-Count-Text
           string "GRAND-TOTAL" delimited by size
              ",," delimited by size
              L5K-Count-Text delimited by size
              "," delimited by size
              "Timecards rejected" delimited by size
              into L5K-Csv-Line
           end-string
           write tcd-rpt-record from L5K-Csv-Line

           move spaces to L5K-Csv-Line
           move L5K-Day-Reject-Count to L5K-Count-Text
           string "GRAND-TOTAL" delimited by size
              ",," delimited by size
              L5K-Count-Text delimited by size
              "," delimited by size
              "Days rejected over the daily maximum" delimited by
                 size
              into L5K-Csv-Line
           end-string
           write tcd-rpt-record from L5K-Csv-Line

           move spaces to L5K-Csv-Line
           move L5K-Employee-Count to L5K-Count-Text
           string "GRAND-TOTAL" delimited by size
              ",," delimited by size
              L5K-Count-Text delimited by size
              "," delimited by size
              "Employees with hours handed to the register"
                 delimited by size
              into L5K-Csv-Line
           end-string
           write tcd-rpt-record from L5K-Csv-Line

           move spaces to L5K-Csv-Line
           move L5K-Total-Regular to L5K-Hours-Text
           string "GRAND-TOTAL" delimited by size
              ",," delimited by size
              L5K-Hours-Text delimited by size
              "," delimited by size
              "Regular hours" delimited by size
              into L5K-Csv-Line
           end-string
           write tcd-rpt-record from L5K-Csv-Line

           move spaces to L5K-Csv-Line
           move L5K-Total-Overtime to L5K-Hours-Text
           string "GRAND-TOTAL" delimited by size
              ",," delimited by size
              L5K-Hours-Text delimited by size
              "," delimited by size
              "Overtime hours" delimited by size
              into L5K-Csv-Line
           end-string
           write tcd-rpt-record from L5K-Csv-Line

           move spaces to L5K-Csv-Line
           move L5K-Total-Shift to L5K-Hours-Text
           string "GRAND-TOTAL" delimited by size
              ",," delimited by size
              L5K-Hours-Text delimited by size
              "," delimited by size
              "Shift-differential hours" delimited by size
              into L5K-Csv-Line
           end-string
           write tcd-rpt-record from L5K-Csv-Line.

        900-finalize.
           close mast-file
           close hours-file
           close tcd-rpt.

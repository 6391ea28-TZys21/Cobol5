       *>                   "never added to master"; discrepancy
       *>                   row descriptions moved to column 7 to
       *>                   match the GRAND-TOTAL grammar.
       *>   2026-10-15  TZ  Terminated employees stay on the master
       *>                   now: one absent from HR's file is as
       *>                   expected and only counted, not reported
       *>                   as a ghost; one still on HR's file is
       *>                   reported as TERMINATED-ON-HR.

       identification division.
       program-id.     Lab5Rec.
           05 filler                  pic X(52).
           05 Mast-Employee-Number    pic X(5).
           05 filler                  pic X(150).
           05 Mast-Emp-Status         pic X(1).
              88 Mast-Terminated          value "T".
           05 Mast-Term-Date          pic 9(8).
           05 Mast-Term-Reason        pic X(2).
           05 Mast-Rehire-Date        pic 9(8).

         fd  recon-rpt.
         01  recon-record           pic x(160).
           05 Rec-M-PayRate          pic X(9).
           05 Rec-M-Hours            pic X(4).
           05 filler                 pic X(12).
           05 Rec-M-Status           pic X(1).
              88 Rec-M-Terminated        value "T".
           05 Rec-M-Term-Date        pic X(8).
           05 filler                 pic X(10).

        01  L5R-Mast-Status        pic X(2) value spaces.
        01  L5R-Mast-Eof           pic X value "N".
        01  L5R-Daily-Only-Count   pic 9(5) value 0.
        01  L5R-Daily-Dup-Count    pic 9(5) value 0.
        01  L5R-Mismatch-Count     pic 9(5) value 0.
        01  L5R-Termed-Absent-Count
                                   pic 9(5) value 0.
        01  L5R-Termed-Present-Count
                                   pic 9(5) value 0.

      *> The daily key just consumed - after the sort a duplicate
      *> Employee-Number sits right behind the first occurrence, so
                    perform 340-report-daily-only
                    perform 320-read-next-daily
                 when other
                    if Rec-M-Terminated
                       perform 355-report-terminated-on-hr
                    else
                       perform 350-compare-matched-employee
                    end-if
                    perform 310-read-next-master
                    perform 320-read-next-daily
              end-evaluate
           end-return.

      *> On the master, absent from HR's file - the ghost-employee
      *> case the last audit finding was about.  A terminated
      *> employee is expected to be gone from HR's file and is only
      *> counted.
        330-report-master-only.
           if Rec-M-Terminated
              add 1 to L5R-Termed-Absent-Count
           else
              perform 335-write-master-only
           end-if.

        335-write-master-only.
           add 1 to L5R-Mast-Only-Count
           move spaces to L5R-Csv-Line
           move Rec-M-Empno to L5R-Safe-Empno
              perform 360-report-field-mismatch
           end-if.

      *> Terminated on the master but still sent by HR - Lab5 is
      *> rejecting the record daily, so HR needs to drop it or key
      *> the rehire.  No field comparison against a terminated
      *> record.
        355-report-terminated-on-hr.
           add 1 to L5R-Termed-Present-Count
           move spaces to L5R-Csv-Line
           move Employee-Number to L5R-Safe-Empno
           inspect L5R-Safe-Empno replacing all "," by " "
           move LastName to L5R-Safe-Last-Name
           inspect L5R-Safe-Last-Name replacing all "," by " "
           string "TERMINATED-ON-HR" delimited by size
              "," delimited by size
              RegionNum delimited by size
              "," delimited by size
              DepartmentNum delimited by size
              "," delimited by size
              L5R-Safe-Empno delimited by size
              ",,," delimited by size
              "Terminated " delimited by size
              Rec-M-Term-Date delimited by size
              " but still on HR file - " delimited by size
              L5R-Safe-Last-Name delimited by size
              into L5R-Csv-Line
           end-string
           write recon-record from L5R-Csv-Line.

      *> Expects the field name in L5R-Safe-Last-Name.  The raw
      *> bytes of both sides go on the row - the values are off the
      *> files unedited, so no numeric editing is trusted here.
                 by size
              into L5R-Csv-Line
           end-string
           write recon-record from L5R-Csv-Line

           move spaces to L5R-Csv-Line
           move L5R-Termed-Absent-Count to L5R-Count-Text
           string "GRAND-TOTAL" delimited by size
              ",,,,," delimited by size
              L5R-Count-Text delimited by size
              "," delimited by size
              "Terminated on master - off HR file as expected"
                 delimited by size
              into L5R-Csv-Line
           end-string
           write recon-record from L5R-Csv-Line

           move spaces to L5R-Csv-Line
           move L5R-Termed-Present-Count to L5R-Count-Text
           string "GRAND-TOTAL" delimited by size
              ",,,,," delimited by size
              L5R-Count-Text delimited by size
              "," delimited by size
              "Terminated on master but still on HR file"
                 delimited by size
              into L5R-Csv-Line
           end-string
           write recon-record from L5R-Csv-Line.

       900-finalize.

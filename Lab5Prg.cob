       *> Tyler Zysberg
       *> A LAB5PRG periodic step - the master purge.  A Delete
       *> transaction only terminates an employee, so terminated
       *> employees stay on the master (lab5-mast.dat) for audit, the
       *> EEO filing, and a possible rehire.  Once an employee has
       *> been terminated longer than the retention period on
       *> lab5-parm.dat (7 years when the file does not say), this
       *> step moves the record off the master onto the permanent
       *> master archive (lab5-mastarch.dat, appended to run after
       *> run, each record stamped with the purge date) and lists it
       *> on the purge report (lab5-prgrpt.dat) with the counts.
       *>
       *> Mod history:
       *>   2026-10-15  TZ  Initial version - retention off the
       *>                   parameter file, archive ahead of delete,
       *>                   PURGED rows and PURGE-TOTAL counts.
       *>   2026-10-15  TZ  Review fixes: a record the archive would
       *>                   not take stops the purge before it is
       *>                   deleted from the master.

       identification division.
       program-id.     Lab5Prg.

       Environment division.
       configuration section.

        input-output section.
        file-control.
            select mast-file assign to "lab5-mast.dat"
                organization is indexed
                access is sequential
                record key is Mast-Employee-Number
                file status is L5X-Mast-Status.

            select parm-file assign to "lab5-parm.dat"
                organization is line sequential
                file status is L5X-Parm-Status.

            select optional marc-file assign to "lab5-mastarch.dat"
                organization is line sequential
                file status is L5X-Marc-Status.

            select prg-rpt assign to "lab5-prgrpt.dat"
                organization is line sequential.

        data division.
        file section.

      *> The employee master - the full in-record layout keyed on
      *> Employee-Number, with the employment status area behind
      *> it.  Only the keys and the name are broken out for the
      *> report.
         fd  mast-file.
         01  mast-record.
           05 Mast-Employee-Image.
             10 Mast-Region           pic X(2).
             10 filler                pic X(15).
             10 Mast-Dept             pic X(5).
             10 filler                pic X(30).
             10 Mast-Employee-Number  pic X(5).
             10 Mast-LastName         pic X(20).
             10 Mast-FirstName        pic X(15).
             10 filler                pic X(115).
           05 Mast-Status-Area.
             10 Mast-Emp-Status       pic X(1).
                88 Mast-Terminated        value "T".
             10 Mast-Term-Date        pic 9(8).
             10 Mast-Term-Reason      pic X(2).
             10 Mast-Rehire-Date      pic 9(8).

      *> Payroll's thresholds file, in Lab5's layout - only the
      *> retention years are wanted here.
         fd  parm-file.
         01  parm-record.
           05 Parm-Max-Hours          pic 9(3).
           05 Parm-Min-Age            pic 9(3).
           05 Parm-Look-Ahead         pic 9(3).
           05 Parm-Retire-Age         pic 9(3).
           05 Parm-Purge-Years        pic 9(3).

      *> The permanent master archive - the purge date ahead of the
      *> master record exactly as it stood when purged.
         fd  marc-file.
         01  marc-record.
           05 Marc-Purge-Date         pic 9(8).
           05 Marc-Master             pic X(226).

         fd  prg-rpt.
         01  prg-rpt-record         pic x(160).

        working-storage section.
        01  crt-date               pic 9(8).

        01  L5X-Mast-Status        pic X(2) value spaces.
        01  L5X-Parm-Status        pic X(2) value spaces.
        01  L5X-Marc-Status        pic X(2) value spaces.
        01  L5X-Mast-Eof           pic X value "N".

      *> Retention - a record is purged once its termination date
      *> falls before the cutoff, the run date less the retention
      *> years (YYYYMMDD arithmetic, the way Lab5 works out the
      *> minimum hire age).
        01  L5X-Purge-Years        pic 9(3) value 007.
        01  L5X-Cutoff-Date        pic 9(8) value 0.

        01  L5X-Read-Count         pic 9(7) value 0.
        01  L5X-Termed-Count       pic 9(7) value 0.
        01  L5X-Purged-Count       pic 9(7) value 0.
        01  L5X-Retained-Count     pic 9(7) value 0.

        01  L5X-Abort-Reason       pic X(60) value spaces.
        01  L5X-Years-Text         pic ZZ9.
        01  L5X-Count-Text         pic ZZZZZZ9.
        01  L5X-Csv-Line           pic X(160).
        01  L5X-Safe-Last-Name     pic X(20) value spaces.
        01  L5X-Safe-First-Name    pic X(15) value spaces.
        01  L5X-Safe-Empno         pic X(5) value spaces.
        01  L5X-Safe-Reason        pic X(2) value spaces.

        procedure division.
        000-main.

           perform 100-initialize

           perform 200-purge-master

           perform 800-print-totals

           perform 900-finalize

           stop run.

        100-initialize.
           accept crt-date from date YYYYMMDD
           open output prg-rpt
           perform 110-load-retention
           compute L5X-Cutoff-Date =
              crt-date - (L5X-Purge-Years * 10000)
           perform 120-write-report-header
           open i-o mast-file
           if L5X-Mast-Status not = "00"
              move spaces to L5X-Abort-Reason
              string "Employee master would not open (status "
                    delimited by size
                 L5X-Mast-Status delimited by size
                 ")" delimited by size
                 into L5X-Abort-Reason
              end-string
              perform 850-abort-purge
           end-if
           open extend marc-file
           if L5X-Marc-Status not = "00" and
              L5X-Marc-Status not = "05"
              move spaces to L5X-Abort-Reason
              string "Master archive would not open (status "
                    delimited by size
                 L5X-Marc-Status delimited by size
                 ")" delimited by size
                 into L5X-Abort-Reason
              end-string
              close mast-file
              perform 850-abort-purge
           end-if.

      *> No parameter file, or no retention on it, means the
      *> default stands - a zero would purge everyone terminated
      *> before today, so it is treated as not set.
        110-load-retention.
           open input parm-file
           if L5X-Parm-Status = "00"
              read parm-file
                 at end
                    continue
                 not at end
                    if Parm-Purge-Years is numeric and
                       Parm-Purge-Years > 0
                       move Parm-Purge-Years to L5X-Purge-Years
                    end-if
              end-read
              close parm-file
           end-if.

        120-write-report-header.
           move spaces to L5X-Csv-Line
           move L5X-Purge-Years to L5X-Years-Text
           string "PURGE" delimited by size
              "," delimited by size
              crt-date delimited by size
              "," delimited by size
              L5X-Cutoff-Date delimited by size
              ",,,," delimited by size
              "Run date / terminated before - retention years "
                 delimited by size
              L5X-Years-Text delimited by size
              into L5X-Csv-Line
           end-string
           write prg-rpt-record from L5X-Csv-Line.

      *================================================================
      *  200-series - one pass through the master in key order.  A
      *  terminated record past retention is written to the archive
      *  first and only then deleted, so a record is never off the
      *  master without being on the archive.
      *================================================================
        200-purge-master.
           perform until L5X-Mast-Eof = "y"
              read mast-file next record
                 at end
                    move "y" to L5X-Mast-Eof
                 not at end
                    add 1 to L5X-Read-Count
                    perform 210-check-one-employee
              end-read
           end-perform.

      *> A termination date that is not a number cannot be proved
      *> past retention, so the record stays.
        210-check-one-employee.
           if Mast-Terminated
              add 1 to L5X-Termed-Count
              if Mast-Term-Date is numeric and
                 Mast-Term-Date < L5X-Cutoff-Date
                 perform 220-archive-and-delete
              else
                 add 1 to L5X-Retained-Count
              end-if
           end-if.

      *> Nothing leaves the master unless its archive copy was
      *> written first.
        220-archive-and-delete.
           move crt-date to Marc-Purge-Date
           move mast-record to Marc-Master
           write marc-record
           if L5X-Marc-Status not = "00"
              move spaces to L5X-Abort-Reason
              string "Archive write failed (status " delimited by size
                 L5X-Marc-Status delimited by size
                 ") - Employee " delimited by size
                 Mast-Employee-Number delimited by size
                 " not purged" delimited by size
                 into L5X-Abort-Reason
              end-string
              close mast-file marc-file
              perform 850-abort-purge
           end-if
           delete mast-file record
              invalid key
                 move spaces to L5X-Abort-Reason
                 string "Archived but not deleted - Employee "
                       delimited by size
                    Mast-Employee-Number delimited by size
                    into L5X-Abort-Reason
                 end-string
                 close mast-file marc-file
                 perform 850-abort-purge
              not invalid key
                 add 1 to L5X-Purged-Count
                 perform 230-write-purged-row
           end-delete.

        230-write-purged-row.
           move spaces to L5X-Csv-Line
           move Mast-Employee-Number to L5X-Safe-Empno
           inspect L5X-Safe-Empno replacing all "," by " "
           move Mast-LastName to L5X-Safe-Last-Name
           inspect L5X-Safe-Last-Name replacing all "," by " "
           move Mast-FirstName to L5X-Safe-First-Name
           inspect L5X-Safe-First-Name replacing all "," by " "
           move Mast-Term-Reason to L5X-Safe-Reason
           inspect L5X-Safe-Reason replacing all "," by " "
           string "PURGED" delimited by size
              "," delimited by size
              Mast-Region delimited by size
              "," delimited by size
              Mast-Dept delimited by size
              "," delimited by size
              L5X-Safe-Empno delimited by size
              "," delimited by size
              Mast-Term-Date delimited by size
              "," delimited by size
              L5X-Safe-Reason delimited by size
              "," delimited by size
              L5X-Safe-Last-Name delimited by size
              " " delimited by size
              L5X-Safe-First-Name delimited by size
              into L5X-Csv-Line
           end-string
           write prg-rpt-record from L5X-Csv-Line.

        800-print-totals.
           move spaces to L5X-Csv-Line
           move L5X-Read-Count to L5X-Count-Text
           string "PURGE-TOTAL" delimited by size
              ",,,,," delimited by size
              L5X-Count-Text delimited by size
              "," delimited by size
              "Master records read" delimited by size
              into L5X-Csv-Line
           end-string
           write prg-rpt-record from L5X-Csv-Line

           move spaces to L5X-Csv-Line
           move L5X-Termed-Count to L5X-Count-Text
           string "PURGE-TOTAL" delimited by size
              ",,,,," delimited by size
              L5X-Count-Text delimited by size
              "," delimited by size
              "Terminated employees on the master" delimited by size
              into L5X-Csv-Line
           end-string
           write prg-rpt-record from L5X-Csv-Line

           move spaces to L5X-Csv-Line
           move L5X-Retained-Count to L5X-Count-Text
           string "PURGE-TOTAL" delimited by size
              ",,,,," delimited by size
              L5X-Count-Text delimited by size
              "," delimited by size
              "Terminated - within retention, kept" delimited by size
              into L5X-Csv-Line
           end-string
           write prg-rpt-record from L5X-Csv-Line

           move spaces to L5X-Csv-Line
           move L5X-Purged-Count to L5X-Count-Text
           string "PURGE-TOTAL" delimited by size
              ",,,,," delimited by size
              L5X-Count-Text delimited by size
              "," delimited by size
              "Purged to the master archive" delimited by size
              into L5X-Csv-Line
           end-string
           write prg-rpt-record from L5X-Csv-Line.

      *================================================================
      *  850-ABORT-PURGE - one clear ABORT row, return code 8, and
      *  the step stops.  Anything already purged is on the archive.
      *================================================================
        850-abort-purge.
           move spaces to L5X-Csv-Line
           string "PURGE-ABORT" delimited by size
              ",,,,,," delimited by size
              L5X-Abort-Reason delimited by size
              into L5X-Csv-Line
           end-string
           write prg-rpt-record from L5X-Csv-Line
           display "LAB5PRG: " L5X-Abort-Reason
           display "LAB5PRG: MASTER NOT PURGED - RUN STOPPED"
           move 8 to return-code
           close prg-rpt
           stop run.

        900-finalize.
           close mast-file
           close marc-file
           close prg-rpt.

       *>                   a NOTE; dropped the one-assignment
       *>                   L5W-Row-Tag indirection from the title
       *>                   rows.
       *>   2026-10-15  TZ  Terminated employees stay on the master
       *>                   but are left out of the census
       *>                   headcounts; how many were passed over
       *>                   closes out the company summary.

       identification division.
       program-id.     Lab5Cen.
           05 filler                  pic X(52).
           05 Mast-Employee-Number    pic X(5).
           05 filler                  pic X(150).
           05 Mast-Emp-Status         pic X(1).
              88 Mast-Terminated          value "T".
           05 Mast-Term-Date          pic 9(8).
           05 Mast-Term-Reason        pic X(2).
           05 Mast-Rehire-Date        pic 9(8).

         fd  cen-rpt.
         01  cen-record             pic x(200).

        01  L5W-Mast-Status        pic X(2) value spaces.
        01  L5W-Sort-Eof           pic X value "N".
        01  L5W-Termed-Count       pic 9(5) value 0.

        01  crt-date               pic 9(8).

           move zero to L5W-Comp-Svc-Table.

      *> The master is already open - 100-initialize stopped the
      *> run if it would not be.  Terminated employees are on file
      *> but no longer part of the workforce, so they are counted
      *> and passed over.
        200-release-master-records.
           perform until eof = "y"
              read mast-file into in-record
                 at end
                    move "y" to eof
                 not at end
                    if Mast-Terminated
                       add 1 to L5W-Termed-Count
                    else
                       release sort-record from in-record
                    end-if
              end-read
           end-perform
           close mast-file.
              "Company headcount off the master" delimited by size
              into L5W-Csv-Line
           end-string
           write cen-record from L5W-Csv-Line

           move spaces to L5W-Csv-Line
           move L5W-Termed-Count to L5W-C1-Text
           string "GRAND-TOTAL" delimited by size
              ",,," delimited by size
              L5W-C1-Text delimited by size
              "," delimited by size
              "Terminated employees on file - not in headcount"
                 delimited by size
              into L5W-Csv-Line
           end-string
           write cen-record from L5W-Csv-Line.

        820-print-one-company-title.

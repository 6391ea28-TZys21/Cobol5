       *>                   (CLOSED) marker after its official
       *>                   name; widened the name fields so the
       *>                   marker and the not-on-file text fit.
       *>   2026-10-15  TZ  Shows the employment status off the
       *>                   master - TERMINATED with the date and
       *>                   reason code, or ACTIVE, with the rehire
       *>                   date when there has been one.

       identification division.
       program-id.     Lab5Inq.
           05 filler                  pic X(52).
           05 Mast-Employee-Number    pic X(5).
           05 filler                  pic X(150).
           05 Mast-Emp-Status         pic X(1).
              88 Mast-Terminated          value "T".
           05 Mast-Term-Date          pic 9(8).
           05 Mast-Term-Reason        pic X(2).
           05 Mast-Rehire-Date        pic 9(8).

      *> Finance's organizational reference file, the same layout
      *> Lab5 loads its edit tables from.
           display "----------------------------------------"
           display "EMPLOYEE  " Employee-Number "  " LastName
              " " FirstName
           if Mast-Terminated
              display "STATUS    TERMINATED " Mast-Term-Date
                 "    REASON " Mast-Term-Reason
           else
              display "STATUS    ACTIVE"
           end-if
           if Mast-Rehire-Date is numeric and Mast-Rehire-Date > 0
              display "REHIRED   " Mast-Rehire-Date
           end-if
           display "REGION    " RegionNum "    " L5I-Official-Region
           display "DEPT      " DepartmentNum " " L5I-Official-Dept
           display "JOB TITLE " JobTitle

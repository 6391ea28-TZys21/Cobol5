      *                     or closed Region/Department codes and
      *                     names disagreeing with Finance's
      *                     organizational master.
      *    2026-10-15  TZ   Added EC-EFFDATE-INVALID for a master
      *                     transaction whose effective date is not
      *                     a real date.
      *    2026-10-15  TZ   Added the leave-balance edit codes
      *                     (20xx) for leave-taken transactions.
      *                     They are raised by the leave step, not
      *                     by Lab5's edits, so they have no slot in
      *                     the histogram below.
      *    2026-10-15  TZ   Added the labor-distribution edit codes
      *                     (21xx), raised by the distribution
      *                     maintenance step - no histogram slot.
      *    2026-10-15  TZ   Added the termination codes - a
      *                     terminated employee turning up again, a
      *                     termination with no reason code, and an
      *                     Add for someone already on the master
      *                     under a prior Employee Number.
      *****************************************************************
       01  EC-EMPNO-NOT-NUMERIC         pic 9(4) value 1001.
       01  EC-DEPTNAME-NOT-ALPHA        pic 9(4) value 1002.
       01  EC-DEPT-CLOSED               pic 9(4) value 1032.
       01  EC-REGIONNAME-MISMATCH       pic 9(4) value 1033.
       01  EC-DEPTNAME-MISMATCH         pic 9(4) value 1034.
       01  EC-EFFDATE-INVALID           pic 9(4) value 1035.
       01  EC-EMP-TERMINATED            pic 9(4) value 1036.
       01  EC-TERM-REASON-MISSING       pic 9(4) value 1037.
       01  EC-REHIRE-PRIOR-EMPNO        pic 9(4) value 1038.

      *    Leave-taken transaction edits (Lab5Lve).
       01  EC-LEAVE-EMPNO-INVALID       pic 9(4) value 2001.
       01  EC-LEAVE-NOT-ON-MASTER       pic 9(4) value 2002.
       01  EC-LEAVE-TYPE-INVALID        pic 9(4) value 2003.
       01  EC-LEAVE-HOURS-INVALID       pic 9(4) value 2004.
       01  EC-LEAVE-DATE-INVALID        pic 9(4) value 2005.
       01  EC-LEAVE-OVERDRAFT           pic 9(4) value 2006.

      *    Labor-distribution maintenance edits (Lab5Dst).
       01  EC-LDIST-ACTION-INVALID      pic 9(4) value 2101.
       01  EC-LDIST-EMPNO-INVALID       pic 9(4) value 2102.
       01  EC-LDIST-NOT-ON-MASTER       pic 9(4) value 2103.
       01  EC-LDIST-ALREADY-ON-FILE     pic 9(4) value 2104.
       01  EC-LDIST-NOT-ON-FILE         pic 9(4) value 2105.
       01  EC-LDIST-DEPT-UNKNOWN        pic 9(4) value 2106.
       01  EC-LDIST-DEPT-CLOSED         pic 9(4) value 2107.
       01  EC-LDIST-DEPT-DUPLICATE      pic 9(4) value 2108.
       01  EC-LDIST-PCT-INVALID         pic 9(4) value 2109.
       01  EC-LDIST-PCT-NOT-100         pic 9(4) value 2110.

       01  L5-Hist-Max                  pic 9(2) value 38.
       01  L5-Error-Histogram.
           05  L5-Hist-Entry occurs 38 times
                                         indexed by L5-Hist-Idx.
               10  L5-Hist-Code         pic 9(4).
               10  L5-Hist-Desc         pic X(40).

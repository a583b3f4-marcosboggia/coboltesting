      ******************************************************************
      *  QUOTAREC.CPY
      *
      *  Host-variable layout matching one QUOTA row - the monthly
      *  sales target management sets, keyed by period (YYYYMM),
      *  branch and salesperson.  A row with QUOTA-SPERSON blank is
      *  the branch's own target for the month; without one the
      *  branch's target is the sum of its salespeople's.  The
      *  company target is the sum of the branches'.  A salesperson
      *  selling at two branches carries a quota at each.  Loaded
      *  by QUOTLOAD; SALSQUOT measures month-to-date net sales
      *  against it.
      ******************************************************************
       01  QUOTA-RECORD.
           05  QUOTA-PERIOD        PIC 9(06).
           05  QUOTA-BRANCH        PIC X(03).
           05  QUOTA-SPERSON       PIC X(15).
               88  QUOTA-IS-BRANCH     VALUE SPACES.
           05  QUOTA-AMT           PIC S9(11)V99 USAGE COMP-3.

      *  every correction or void) so a row can always be traced back
      *  to the job/terminal that produced it and what it looked like
      *  at the time, not just "it's in the SALES table somewhere".
      *  AUD-TAX-AMT is the line's sales tax, logged on the same
      *  footing as AUD-EXT-AMT.
      ******************************************************************
       01  AUDIT-RECORD.
           05  AUD-SPERSON         PIC X(15).
           05  AUD-TS-DATE         PIC 9(08).
           05  AUD-TS-TIME         PIC 9(08).
           05  AUD-BRANCH          PIC X(03).
           05  AUD-TAX-AMT         PIC S9(9)V99 USAGE COMP-3.

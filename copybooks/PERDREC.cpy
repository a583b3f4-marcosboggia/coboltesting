      *  SALES_HIST.  SALSCORR checks it before touching a row - a
      *  correction or void against a closed period is refused, so a
      *  reported month's totals cannot quietly change after the
      *  fact.  NEWSALE and SALSDRV refuse a ticket whose sale date
      *  falls in a closed period for the same reason.
      *
      *  SALSPURG later moves a closed period past the retention
      *  policy out of SALES_HIST and SALES_AUDIT to a dated archive
      *  file and marks it PURGED, with PER-PURGE-DATE naming the
      *  archive; SALSRLOD can bring it back, marked RELOADED, until
      *  the next SALSPURG run takes it out again.  A purged or
      *  reloaded period is still closed - PER-CLOSED covers all
      *  three - and PER-ROW-COUNT / PER-AMT-TOTAL stay the totals
      *  SALSCLOS sealed it with, whichever table the rows are in.
      ******************************************************************
       01  PERIOD-RECORD.
           05  PER-PERIOD          PIC 9(06).
           05  PER-STATUS          PIC X(01).
               88  PER-CLOSED          VALUE "C" "P" "R".
               88  PER-ON-HIST         VALUE "C" "R".
               88  PER-PURGED          VALUE "P".
               88  PER-RELOADED        VALUE "R".
           05  PER-CLOSED-DATE     PIC 9(08).
           05  PER-ROW-COUNT       PIC 9(09).
           05  PER-AMT-TOTAL       PIC S9(11)V99 USAGE COMP-3.
           05  PER-PURGE-DATE      PIC 9(08).

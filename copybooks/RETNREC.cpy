      ******************************************************************
      *  RETNREC.CPY
      *
      *  Fixed-format layout of one record on the retention archive
      *  SALSPURG writes and SALSRLOD reads back.  Each run day has
      *  one dated archive file; a rerun the same day adds to it.
      *  Each attempt at a period opens with one "H" header, then a
      *  run of "S" records (its SALES_HIST rows), then "A" records
      *  (the SALES_AUDIT rows logged during the period), then one
      *  "T" trailer.  RTN-PERIOD is the period (YYYYMM) on every
      *  record.
      *
      *  An "S" record is the SALES row in the SALESREC layout plus
      *  the original-ticket reference a return carries - the same
      *  102 bytes SALSCLOS writes to its month-end archive.  An "A"
      *  record is the SALES_AUDIT row in the AUDITREC layout.
      *
      *  The trailer carries the period's proved row count and
      *  amount (equal to the PERIOD_CTL totals SALSCLOS sealed the
      *  period with), its audit row count, and the purge date -
      *  the PER-PURGE-DATE that names the archive on PERIOD_CTL.  A
      *  period is only purged once its trailer is written; rows
      *  with no trailer behind them are a period that failed its
      *  proof (or a run stopped part way) and stayed on SALES_HIST.
      *  SALSRLOD ignores them - a later header for the same period
      *  starts it over.
      ******************************************************************
       01  RETAIN-RECORD.
           05  RTN-TYPE            PIC X(01).
               88  RTN-IS-HEADER       VALUE "H".
               88  RTN-IS-SALES        VALUE "S".
               88  RTN-IS-AUDIT        VALUE "A".
               88  RTN-IS-TRAILER      VALUE "T".
           05  RTN-PERIOD          PIC 9(06).
           05  RTN-BODY            PIC X(102).
           05  RTN-SALES-BODY      REDEFINES RTN-BODY.
               10  RTN-SALES       PIC X(93).
               10  RTN-ORIG-TKT    PIC 9(09).
           05  RTN-AUDIT-BODY      REDEFINES RTN-BODY.
               10  RTN-AUDIT       PIC X(102).
           05  RTN-TRAILER-BODY    REDEFINES RTN-BODY.
               10  RTN-ROW-COUNT   PIC 9(09).
               10  RTN-AMT-TOTAL   PIC S9(11)V99 USAGE COMP-3.
               10  RTN-AUD-COUNT   PIC 9(09).
               10  RTN-PURGE-DATE  PIC 9(08).
               10  FILLER          PIC X(69).

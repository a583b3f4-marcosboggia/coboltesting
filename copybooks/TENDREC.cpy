      ******************************************************************
      *  TENDREC.CPY
      *
      *  Layout of one SALES_TENDER row - how a posted ticket was
      *  paid.  SALSDRV writes one row per tender type on each
      *  ticket it drives (the "T" records of a type summed), so
      *  the payment survives the nightly ticket file.  A refund
      *  carries a negative amount.  TND-ACCT is the charge
      *  account on an on-account row, blank otherwise.  TND-DATE is
      *  the ticket's business sale date, the same date its lines
      *  post under in SALES.  SALSLOSS reads it to match a return's
      *  refund against how the original sale was paid.
      ******************************************************************
       01  TENDER-LOG-RECORD.
           05  TND-SPERSON         PIC X(15).
           05  TND-TKT-NO          PIC 9(09).
           05  TND-BRANCH          PIC X(03).
           05  TND-DATE            PIC 9(08).
           05  TND-TYPE            PIC X(01).
               88  TND-IS-CASH         VALUE "C".
               88  TND-IS-CARD         VALUE "D".
               88  TND-IS-ACCOUNT      VALUE "A".
           05  TND-AMT             PIC S9(9)V99 USAGE COMP-3.
           05  TND-ACCT            PIC X(10).

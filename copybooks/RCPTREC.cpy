      ******************************************************************
      *  RCPTREC.CPY
      *
      *  Host-variable layout matching one STOCK_RCPT row - a
      *  warehouse receipt STKRCPT has applied to STOCK.  Keyed by
      *  branch, product, and the warehouse's receipt number, so a
      *  receipt transmitted twice is applied once.  RCPT-POST-DATE
      *  is the night STKRCPT added the quantity to on-hand, which
      *  is the date SALSSTK reports it received under.
      ******************************************************************
       01  STOCK-RCPT-RECORD.
           05  RCPT-BRANCH         PIC X(03).
           05  RCPT-PRODUCT        PIC X(12).
           05  RCPT-NO             PIC X(10).
           05  RCPT-QTY            PIC S9(9).
           05  RCPT-POST-DATE      PIC 9(08).

      ******************************************************************
      *  STOCKREC.CPY
      *
      *  Host-variable layout matching one STOCK row - the perpetual
      *  on-hand quantity of one product (PROD-CODE) at one branch
      *  (SALES-BRANCH).  NEWSALE relieves it for every sale it posts
      *  and adds back every return it credits; STKRCPT adds the
      *  warehouse's receipts and sets the reorder point; SALSCORR
      *  puts stock back when a line is corrected down or voided.
      *  STK-ON-HAND can go negative - a sale is never refused for
      *  want of stock on the books, but NEWSALE flags it on the
      *  line's SALES_AUDIT row so SALSSTK can list it.  A zero
      *  STK-REORDER-PT means no reorder point has been set.
      ******************************************************************
       01  STOCK-RECORD.
           05  STK-BRANCH          PIC X(03).
           05  STK-PRODUCT         PIC X(12).
           05  STK-ON-HAND         PIC S9(9).
           05  STK-REORDER-PT      PIC S9(9).
           05  STK-LAST-RCPT-DATE  PIC 9(08).

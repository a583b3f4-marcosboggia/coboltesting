      *  A detail line is a sale or a return: TKT-TRANS-CD blank is
      *  taken as a sale; a return carries a negative quantity and
      *  names the original ticket being returned against.  NEWSALE
      *  computes each line's extended amount.
      *
      *  TKT-SALE-DATE on the header is the business date the ticket
      *  was rung at the register, and is what NEWSALE posts as the
      *  ticket date - a branch that transmits Friday's tickets on
      *  Monday still posts them as Friday sales.  A header with a
      *  zero or blank sale date (a feed not yet sending it) posts
      *  under the night the batch runs, as tickets always did.
      *
      *  The header also names the keying branch - validated against
      *  BRCHMAST and carried through SALES, the suspense file, and
      *
      *  A ticket's "T" tender records follow its detail lines - one
      *  per payment taken (cash, card, or on account) - and must sum
      *  to the header's ticket total plus the sales tax on its lines
      *  (priced by TAXCALC, as NEWSALE posts it), proved by SALSDRV
      *  the same way it proves the lines.  The header's ticket total
      *  itself stays goods only.  SALSCASH reconciles the night's
      *  tender by type and salesperson against what posted to SALES.
      *
      *  An on-account tender names the charge customer's account
      *  (TKT-TEND-ACCT, blank on cash and card).  SALSDRV refuses
      *  the ticket if the account is unknown, closed, or would go
      *  over its credit limit, and posts the amount to the AR
      *  ledger - a negative on-account tender on a return ticket
      *  is a credit back to the account.  A ticket may carry only
      *  one account.
      ******************************************************************
       01  TICKET-RECORD.
           05  TKT-REC-TYPE        PIC X(01).
               10  TKT-LINE-COUNT      PIC 9(03).
               10  TKT-TICKET-TOTAL    PIC S9(9)V99 USAGE COMP-3.
               10  TKT-BRANCH          PIC X(03).
               10  TKT-SALE-DATE       PIC 9(08).
               10  TKT-SALE-DATE-X     REDEFINES TKT-SALE-DATE
                                       PIC X(08).
           05  TKT-DETAIL REDEFINES TKT-HEADER.
               10  TKT-PRODUCT         PIC X(12).
               10  TKT-QTY             PIC S9(9).
                   88  TKT-IS-SALE         VALUE "S", " ".
                   88  TKT-IS-RETURN       VALUE "R".
               10  TKT-ORIG-TKT-NO     PIC 9(09).
               10  FILLER              PIC X(08).
           05  TKT-TENDER REDEFINES TKT-HEADER.
               10  TKT-TEND-TYPE       PIC X(01).
                   88  TKT-TEND-CASH       VALUE "C".
                   88  TKT-TEND-CARD       VALUE "D".
                   88  TKT-TEND-ACCOUNT    VALUE "A".
               10  TKT-TEND-AMT        PIC S9(9)V99 USAGE COMP-3.
               10  TKT-TEND-ACCT       PIC X(10).
               10  FILLER              PIC X(27).

      *  (salesperson, ticket number and date) and a detail portion
      *  (the line item itself - product, quantity, unit price, and
      *  the extended amount NEWSALE computes from the two).
      *  The sales tax NEWSALE charged on the line rides with the
      *  detail as its own amount, never folded into the extended
      *  amount, together with the jurisdiction it was collected
      *  for.  A return carries its tax negative, the same as its
      *  extended amount.
      *  SALES-PROMO-ID names the PROMOTION row the line was priced
      *  under - blank for a line sold at the PRODMAST price.  A
      *  return carries the promotion of the sale it credits.
      *  SALES-TKT-DATE is the business date the ticket was rung;
      *  SALES-POST-DATE is the night it was posted to SALES.  The
      *  nightly balancing, extract and cash checks select on the
      *  posting date; everything reporting a day or a period of
      *  trade selects on the ticket date.
      ******************************************************************
       01  SALES-RECORD.
           05  SALES-HEADER.
               10  SALES-QTY           PIC S9(9).
               10  SALES-UNIT-PRICE    PIC S9(7)V99 USAGE COMP-3.
               10  SALES-EXT-AMT       PIC S9(9)V99 USAGE COMP-3.
               10  SALES-TAX-AMT       PIC S9(9)V99 USAGE COMP-3.
               10  SALES-TAX-JURIS     PIC X(04).
               10  SALES-PROMO-ID      PIC X(08).
           05  SALES-POST-DATE         PIC 9(08).

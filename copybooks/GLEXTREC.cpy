      *
      *  GLEXT-BRANCH is the keying branch carried off the ticket
      *  header, so the GL can post revenue by location.
      *
      *  GLEXT-TAX-AMT is the sales tax on the line, kept apart from
      *  GLEXT-EXT-AMT so the GL posts it to the tax liability for
      *  GLEXT-TAX-JURIS rather than to revenue.
      *
      *  GLEXT-TKT-DATE is the business date the sale was made, which
      *  for a late ticket is earlier than the night it was extracted;
      *  the GL posts revenue to the period of that date.
      ******************************************************************
       01  GLEXT-RECORD.
           05  GLEXT-HEADER.
               10  GLEXT-QTY           PIC S9(9).
               10  GLEXT-UNIT-PRICE    PIC S9(7)V99.
               10  GLEXT-EXT-AMT       PIC S9(9)V99.
               10  GLEXT-TAX-AMT       PIC S9(9)V99.
               10  GLEXT-TAX-JURIS     PIC X(04).

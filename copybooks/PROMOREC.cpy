      ******************************************************************
      *  PROMOREC.CPY
      *
      *  Layout of one PROMOTION row - merchandising's promotion
      *  calendar.  A promotion sets the price of one product from
      *  PROMO-FROM-DATE through PROMO-TO-DATE, both days included,
      *  at one branch or - PROMO-BRANCH left blank - at every
      *  branch.  Loaded by PROMLOAD, which refuses a promotion that
      *  overlaps another for the same product and branch, so on any
      *  day a product has at most one branch promotion and one
      *  all-branch promotion; NEWSALE prices a line from the branch
      *  one first.  The line records PROMO-ID in SALES_PROMO_ID, and
      *  SALSPROM reports each promotion's results from it.
      ******************************************************************
       01  PROMO-RECORD.
           05  PROMO-ID            PIC X(08).
           05  PROMO-PRODUCT       PIC X(12).
           05  PROMO-BRANCH        PIC X(03).
               88  PROMO-ALL-BRANCHES  VALUE SPACES.
           05  PROMO-FROM-DATE     PIC 9(08).
           05  PROMO-TO-DATE       PIC 9(08).
           05  PROMO-PRICE         PIC S9(7)V99 USAGE COMP-3.
           05  PROMO-DESC          PIC X(30).

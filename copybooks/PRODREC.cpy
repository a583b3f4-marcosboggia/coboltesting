      *  PROD-UNIT-COST is what the item costs us, off the same
      *  catalog file - SALSMRGN reports margin from it and calls
      *  out sales rung below cost.
      *
      *  PROD-TAX-CLASS is the item's taxability class off the same
      *  file ("T" standard taxable unless merchandising says
      *  otherwise).  With the branch's jurisdiction it keys the
      *  TAXRATE table - an exempt class simply carries a zero rate.
      ******************************************************************
       01  PROD-RECORD.
           05  PROD-CODE           PIC X(12).
               88  PROD-INACTIVE       VALUE "I".
           05  PROD-UNIT-PRICE     PIC S9(7)V99 USAGE COMP-3.
           05  PROD-UNIT-COST      PIC S9(7)V99 USAGE COMP-3.
           05  PROD-TAX-CLASS      PIC X(01).

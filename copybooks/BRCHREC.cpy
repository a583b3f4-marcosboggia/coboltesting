      *  open branches - the branch-side twin of EMPREC's employee
      *  check and PRODREC's product check.  Loaded by BRCHLOAD from
      *  the branch office list; eleven branches feed tickets today.
      *
      *  BRCH-TAX-JURIS is the sales-tax jurisdiction the branch
      *  collects for.  With the product's tax class it keys the
      *  TAXRATE table (TAXREC) that TAXCALC prices each line from.
      ******************************************************************
       01  BRCH-RECORD.
           05  BRCH-CODE           PIC X(03).
           05  BRCH-STATUS         PIC X(01).
               88  BRCH-ACTIVE         VALUE "A".
               88  BRCH-INACTIVE       VALUE "I".
           05  BRCH-TAX-JURIS      PIC X(04).

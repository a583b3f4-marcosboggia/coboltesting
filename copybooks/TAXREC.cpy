      ******************************************************************
      *  TAXREC.CPY
      *
      *  Layout of one TAXRATE row - the sales-tax rate charged in a
      *  jurisdiction (BRCH-TAX-JURIS on the branch) for a product
      *  taxability class (PROD-TAX-CLASS on the product).  Loaded by
      *  TAXLOAD from accounting's rate card; read by TAXCALC when
      *  NEWSALE and SALSDRV price the tax on a line.  An exempt
      *  class is loaded with a zero rate rather than left off, so a
      *  missing row always means a gap in the rate card.
      ******************************************************************
       01  TAX-RECORD.
           05  TAX-JURIS           PIC X(04).
           05  TAX-CLASS           PIC X(01).
           05  TAX-RATE            PIC SV9(5) USAGE COMP-3.
           05  TAX-DESC            PIC X(30).

      ******************************************************************
      *  MJIMAGE.CPY
      *
      *  The before and after images a MASTER_JOURNAL row (MJRNREC)
      *  carries, one view per master.  DISPLAY fields throughout so
      *  an image reads the same to every program and in a dump of
      *  the table; money and rates carry assumed decimals as the
      *  load feeds do.  A loader builds the image of the row here
      *  and moves MJ-IMAGE-DATA to MJRN-BEFORE or MJRN-AFTER; a
      *  reader moves either one back here and takes the view that
      *  MJRN-MASTER names.
      ******************************************************************
       01  MJ-IMAGE.
           05  MJ-IMAGE-DATA       PIC X(100).
           05  MJ-PROD-IMAGE REDEFINES MJ-IMAGE-DATA.
               10  MJP-CODE        PIC X(12).
               10  MJP-DESC        PIC X(30).
               10  MJP-STATUS      PIC X(01).
               10  MJP-UNIT-PRICE  PIC 9(7)V99.
               10  MJP-UNIT-COST   PIC 9(7)V99.
               10  MJP-TAX-CLASS   PIC X(01).
               10  FILLER          PIC X(38).
           05  MJ-EMP-IMAGE REDEFINES MJ-IMAGE-DATA.
               10  MJE-ID          PIC X(15).
               10  MJE-NAME        PIC X(30).
               10  MJE-STATUS      PIC X(01).
               10  MJE-COMM-RATE   PIC V9(4).
               10  MJE-PLAN-CD     PIC X(02).
               10  FILLER          PIC X(48).
           05  MJ-BRCH-IMAGE REDEFINES MJ-IMAGE-DATA.
               10  MJB-CODE        PIC X(03).
               10  MJB-NAME        PIC X(30).
               10  MJB-STATUS      PIC X(01).
               10  MJB-TAX-JURIS   PIC X(04).
               10  FILLER          PIC X(62).
           05  MJ-PLAN-IMAGE REDEFINES MJ-IMAGE-DATA.
               10  MJL-PLAN-CD     PIC X(02).
               10  MJL-DESC        PIC X(30).
               10  MJL-TIER1-LIMIT PIC 9(11)V99.
               10  MJL-TIER1-RATE  PIC V9(4).
               10  MJL-TIER2-LIMIT PIC 9(11)V99.
               10  MJL-TIER2-RATE  PIC V9(4).
               10  MJL-TIER3-RATE  PIC V9(4).
               10  MJL-FLOOR-AMT   PIC 9(9)V99.
               10  FILLER          PIC X(19).

      *  REPR-PRODUCT matches every line of the ticket.  The corrected
      *  values follow - any field left blank (or zero) keeps the
      *  suspended row's original value, so a repair card only has to
      *  name what was wrong.  REPR-NEW-SALE-DATE re-dates the line -
      *  the way a ticket refused for a closed period is approved
      *  into the open one.
      ******************************************************************
       01  REPAIR-RECORD.
           05  REPR-SPERSON        PIC X(15).
           05  REPR-NEW-TRANS-CD   PIC X(01).
           05  REPR-NEW-ORIG-TKT   PIC 9(09).
           05  REPR-NEW-BRANCH     PIC X(03).
           05  REPR-NEW-SALE-DATE  PIC 9(08).

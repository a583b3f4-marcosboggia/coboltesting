      *
      *  SUSP-BRANCH is the keying branch off the ticket header, so
      *  the aging report finally says whose keying is the problem.
      *
      *  SUSP-SALE-DATE is the business date off the ticket header,
      *  kept so a repaired line re-driven by SALSSUSP still posts
      *  under the day it was rung.  Zero means the posting night.
      ******************************************************************
       01  SUSPENSE-RECORD.
           05  SUSP-SPERSON        PIC X(15).
           05  SUSP-TRANS-CD       PIC X(01).
           05  SUSP-ORIG-TKT-NO    PIC 9(09).
           05  SUSP-BRANCH         PIC X(03).
           05  SUSP-SALE-DATE      PIC 9(08).

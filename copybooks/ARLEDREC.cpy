      ******************************************************************
      *  ARLEDREC.CPY
      *
      *  Host-variable layout matching one AR_LEDGER row - one
      *  movement on a charge customer's account.  SALSDRV writes a
      *  charge ("C") for each ticket's on-account tender and a
      *  credit ("R") when a return ticket is refunded to the
      *  account; ARPAY writes a payment ("P") from the payments
      *  feed.  AR-AMT is signed the way it moves the balance -
      *  charges positive, credits and payments negative - so the
      *  sum of an account's rows is its balance.  ARSTMT prints the
      *  month's rows on each customer's statement and ARAGE ages
      *  the balance from the charge rows.
      *
      *  AR-TKT-NO and AR-BRANCH name the ticket behind a charge or
      *  credit (zero and blank on a payment); AR-REF is the
      *  customer's remittance reference on a payment.
      ******************************************************************
       01  AR-LEDGER-RECORD.
           05  AR-ACCT             PIC X(10).
           05  AR-POST-DATE        PIC 9(08).
           05  AR-POST-TIME        PIC 9(08).
           05  AR-TYPE             PIC X(01).
               88  AR-IS-CHARGE        VALUE "C".
               88  AR-IS-CREDIT        VALUE "R".
               88  AR-IS-PAYMENT       VALUE "P".
           05  AR-TKT-NO           PIC 9(09).
           05  AR-BRANCH           PIC X(03).
           05  AR-REF              PIC X(10).
           05  AR-AMT              PIC S9(9)V99 USAGE COMP-3.

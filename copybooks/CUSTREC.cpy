      ******************************************************************
      *  CUSTREC.CPY
      *
      *  Layout of one CUSTMAST (customer master) row - a charge
      *  customer allowed to take goods on account.  Loaded by
      *  CUSTLOAD from the credit office's customer file.  SALSDRV
      *  refuses an on-account ("A") tender naming an account that
      *  is not here, is closed, or would go over its credit limit.
      *
      *  CUST-BALANCE is what the customer owes now.  CUSTLOAD never
      *  touches it - only SALSDRV (on-account charges and return
      *  credits) and ARPAY (payments) move it, each writing the
      *  matching AR_LEDGER row (ARLEDREC) so the balance can always
      *  be rebuilt from the ledger.  A closed account may still
      *  take a credit or a payment, never a new charge.
      ******************************************************************
       01  CUST-RECORD.
           05  CUST-ACCT           PIC X(10).
           05  CUST-NAME           PIC X(30).
           05  CUST-ADDR-1         PIC X(30).
           05  CUST-ADDR-2         PIC X(30).
           05  CUST-ADDR-3         PIC X(30).
           05  CUST-STATUS         PIC X(01).
               88  CUST-OPEN           VALUE "A".
               88  CUST-CLOSED         VALUE "C".
           05  CUST-CREDIT-LIMIT   PIC S9(9)V99 USAGE COMP-3.
           05  CUST-BALANCE        PIC S9(9)V99 USAGE COMP-3.

      ******************************************************************
      *  MJRNREC.CPY
      *
      *  Host-variable layout matching one MASTER_JOURNAL row - the
      *  change journal of the master-file loads.  PRODLOAD, EMPLOAD,
      *  BRCHLOAD and PLANLOAD write one row, through MSTJRNL, for
      *  every product, employee, branch or plan they add or change,
      *  before they touch the master.  A record that arrives the
      *  same as the row on file is not journaled.
      *
      *  MJRN-MASTER names the table and MJRN-KEY the row in it
      *  (product code, employee ID, branch code or plan code, left
      *  justified).  MJRN-RUN-DATE is the loader's run date - the
      *  change is in effect for that night's tickets and after -
      *  and MJRN-RUN-TIME / MJRN-SEQ order the changes within it.
      *  MJRN-JOB-ID is the loader and MJRN-FEED the DD name of the
      *  feed the change came in on.
      *
      *  MJRN-BEFORE and MJRN-AFTER are images of the row before
      *  and after the change, in the MJIMAGE layout for the master;
      *  an add has a blank before image.  MJRN-ACTION is "A" for an
      *  add, "S" for a change of the row's status (a termination,
      *  a branch closing, a product dropped, or their reversal) and
      *  "C" for any other change.  MSTCHG reports each night's
      *  changes; MSTASOF answers what a row held on a given date.
      ******************************************************************
       01  MJRN-RECORD.
           05  MJRN-MASTER         PIC X(08).
               88  MJRN-IS-PRODMAST    VALUE "PRODMAST".
               88  MJRN-IS-EMPMAST     VALUE "EMPMAST ".
               88  MJRN-IS-BRCHMAST    VALUE "BRCHMAST".
               88  MJRN-IS-COMMPLAN    VALUE "COMMPLAN".
           05  MJRN-KEY            PIC X(15).
           05  MJRN-RUN-DATE       PIC 9(08).
           05  MJRN-RUN-TIME       PIC 9(08).
           05  MJRN-SEQ            PIC 9(09).
           05  MJRN-ACTION         PIC X(01).
               88  MJRN-ACT-ADD        VALUE "A".
               88  MJRN-ACT-CHANGE     VALUE "C".
               88  MJRN-ACT-STATUS     VALUE "S".
           05  MJRN-JOB-ID         PIC X(08).
           05  MJRN-FEED           PIC X(08).
           05  MJRN-BEFORE         PIC X(100).
           05  MJRN-AFTER          PIC X(100).

      *  CKPT-SALES-AMT is the day's running committed amount, kept
      *  by the driver itself now that batch calls tell NEWSALE to
      *  skip its per-ticket grand-total query.
      *
      *  CKPT-STREAM names the branch stream the record belongs to
      *  when the day is driven as parallel streams (SALSSPLT splits
      *  the ticket file, one SALSDRV per stream) - blank on a
      *  single-stream run and on the one consolidated day record
      *  SALSCONS writes for SALSBAL.
      ******************************************************************
       01  CHECKPOINT-RECORD.
           05  CKPT-RUN-DATE       PIC 9(08).
           05  CKPT-INSERTED-CNT   PIC 9(09).
           05  CKPT-REJECTED-CNT   PIC 9(09).
           05  CKPT-SALES-AMT      PIC S9(11)V99.
           05  CKPT-STREAM         PIC X(02).

      ******************************************************************
      * Copybook: BTCHREG.
      * Purpose: Register of intake batches already applied, keyed
      *          on BG-KEY in the indexed BATCHREG.DAT - which
      *          transaction file the batch arrived on, the sending
      *          branch, and the branch's batch number. VAR2BATCH,
      *          CUSTMAINT, and CSVLOAD add an entry when a batch has
      *          been applied and reject any later batch whose key is
      *          already here, so a file sent (or run) twice never
      *          reaches the customer master a second time. EXCPWORK
      *          reads it to number its own resubmission batches.
      ******************************************************************
       01 BATCH-REGISTER-RECORD.
           05 BG-KEY.
               10 BG-FILE-ID              PIC X(8).
               10 BG-SENDING-BRANCH       PIC X(3).
               10 BG-BATCH-NUMBER         PIC X(6).
           05 BG-BATCH-DATE               PIC X(8).
           05 BG-RECORD-COUNT             PIC 9(6).
           05 BG-PROGRAM-NAME             PIC X(10).
           05 BG-OPERATOR-ID              PIC X(20).
           05 BG-APPLIED-TIMESTAMP        PIC X(21).

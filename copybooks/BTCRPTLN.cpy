      ******************************************************************
      * Copybook: BTCRPTLN.
      * Purpose: One print line of the batch-control report
      *          (BTCHRPT.DAT), the running record of every intake
      *          batch VAR2BATCH, CUSTMAINT, and CSVLOAD accepted or
      *          rejected, and why.
      ******************************************************************
       01 BATCH-REPORT-LINE                PIC X(80).

      ******************************************************************
      * Copybook: ACCTLRLN.
      * Purpose: One print line (header, detail, or trailer) of the
      *          ACCTLOAD account feed load report.
      ******************************************************************
       01 ACCOUNT-LOAD-REPORT-LINE         PIC X(80).

      ******************************************************************
      * Copybook: FWDRPTLN.
      * Purpose: One print line (header, detail, or trailer) of the
      *          CUSTFWD forward-recovery report.
      ******************************************************************
       01 FORWARD-REPORT-LINE              PIC X(80).

      ******************************************************************
      * Copybook: AUDCHRLN.
      * Purpose: One print line (header, detail, or trailer) of the
      *          AUDCHAIN audit log chain verification report.
      ******************************************************************
       01 CHAIN-REPORT-LINE                PIC X(80).

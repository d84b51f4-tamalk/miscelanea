      ******************************************************************
      * Copybook: ADLTOLN.
      * Purpose: One print line (header, detail, or trailer) of the
      *          ADLTOVD overdue adult-review report, ADLTOVD.DAT.
      ******************************************************************
       01 OVERDUE-REPORT-LINE              PIC X(80).

      ******************************************************************
      * Copybook: OPSCSVLN.
      * Purpose: One line (header or detail) of the comma-delimited
      *          copy of the OPSSUMM morning summary (OPSSUMM.CSV),
      *          small enough to mail to the branch managers: section,
      *          item, figure, threshold, and OK or ACTION REQUIRED.
      ******************************************************************
       01 SUMMARY-CSV-LINE                 PIC X(80).

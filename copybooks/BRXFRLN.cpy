      ******************************************************************
      * Copybook: BRXFRLN.
      * Purpose: One print line (header, detail, or trailer) of the
      *          BRCHCONS branch consolidation transfer report.
      ******************************************************************
       01 BRANCH-TRANSFER-LINE             PIC X(80).

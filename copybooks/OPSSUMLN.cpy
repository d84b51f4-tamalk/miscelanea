      ******************************************************************
      * Copybook: OPSSUMLN.
      * Purpose: One print line of the OPSSUMM morning operations
      *          summary (OPSSUMM.DAT) - the one page the morning
      *          shift reads instead of opening every night-cycle
      *          report in turn.
      ******************************************************************
       01 SUMMARY-REPORT-LINE              PIC X(80).

      ******************************************************************
      * Copybook: ALRTRLN.
      * Purpose: One print line of a CUSTALRT suspicious-activity
      *          alert report. Each rule writes its own report file
      *          (ALRTADDR.DAT, ALRTSHAR.DAT, ALRTREST.DAT), so the
      *          review of one pattern does not wait on another.
      ******************************************************************
       01 ALERT-REPORT-LINE                PIC X(80).

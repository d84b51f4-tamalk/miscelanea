      ******************************************************************
      * Copybook: ACCTFEED.
      * Purpose: One record of the daily account open/close extract
      *          from core banking (ACCTFEED.DAT), loaded into the
      *          account-number reference file by ACCTLOAD. An open
      *          adds an account we have never had or reopens a
      *          closed one; a close closes an open one.
      ******************************************************************
       01 ACCOUNT-FEED-RECORD.
           05 AF-ACCOUNT-NUMBER           PIC X(10).
           05 AF-ACTION                   PIC X(1).
               88 AF-OPEN-ACTION          VALUE 'O'.
               88 AF-CLOSE-ACTION         VALUE 'C'.
           05 AF-EFFECTIVE-DATE           PIC X(8).

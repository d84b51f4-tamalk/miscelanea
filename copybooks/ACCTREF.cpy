      * Purpose: Account-number reference record. One record per
      *          valid account number, keyed on AR-ACCOUNT-NUMBER in
      *          the indexed ACCTREF.DAT, with an open/closed status.
      *          Maintained by ACCTMNT and loaded nightly from the
      *          core banking account feed by ACCTLOAD; the intake
      *          programs (VARIABLES2, VAR2BATCH, CUSTMAINT) reject a
      *          registration whose account number is not on this
      *          file or is closed, instead of letting keystroke
      *          noise onto the customer master.

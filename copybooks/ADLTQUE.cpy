      ******************************************************************
      * Copybook: ADLTQUE.
      * Purpose: Minor-to-adult review queue, keyed on AQ-NAM in the
      *          indexed ADLTQUE.DAT. CUSTAGER adds a customer the
      *          night its refresh takes CR-AGE from under 18 to 18 or
      *          over, with AQ-DUE-DATE set to the 18th birthday - the
      *          registration was taken with a guardian and has to be
      *          re-confirmed with the customer. ADLTWORK records the
      *          outcome (confirmed or referred), who recorded it and
      *          why; ADLTOVD lists the items still open 30 days after
      *          they fell due. AQ-BRANCH-CODE is the branch as it
      *          stood when the customer was queued and is not kept
      *          up to date - BRCHCONS and CUSTMAINT branch changes
      *          do not touch this file - so ADLTWORK and ADLTOVD file
      *          each item under the customer's current CR-BRANCH-CODE
      *          on CUSTMAST.DAT, and show one no longer there as NOT
      *          ON MASTER. One entry per NAM: a NAM queued again
      *          replaces its old entry with a fresh open one when
      *          that entry has been worked or carries another date
      *          of birth, and is left alone only when the same
      *          review is still open.
      ******************************************************************
       01 ADULT-REVIEW-RECORD.
           05 AQ-NAM                      PIC X(10).
           05 AQ-BRANCH-CODE              PIC X(3).
           05 AQ-ACCOUNT-NUMBER           PIC X(10).
           05 AQ-DATE-OF-BIRTH            PIC 9(8).
           05 AQ-DUE-DATE                 PIC 9(8).
           05 AQ-QUEUED-DATE              PIC 9(8).
           05 AQ-STATUS                   PIC X(1).
               88 AQ-OPEN                 VALUE 'O'.
               88 AQ-CONFIRMED            VALUE 'C'.
               88 AQ-REFERRED             VALUE 'R'.
           05 AQ-OUTCOME-BY               PIC X(20).
           05 AQ-OUTCOME-TIMESTAMP        PIC X(21).
           05 AQ-OUTCOME-NOTE             PIC X(40).

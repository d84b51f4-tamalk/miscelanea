      ******************************************************************
      * Copybook: RECNBRK.
      * Purpose: Genuine-break record written by VARRECON to
      *          RECNBRK.DAT for investigation. One entry per suspense
      *          item that has been one-sided for more than the break
      *          threshold: which feed it is on, its amount, when it
      *          was first seen and how many days it has waited. These
      *          are never posted as adjustments - the other half is
      *          missing, so there is nothing to correct against.
      ******************************************************************
       01 BREAK-RECORD.
           05 RB-KEY                      PIC X(10).
           05 RB-SOURCE                   PIC X(1).
               88 RB-FROM-SOURCE-A        VALUE 'A'.
               88 RB-FROM-SOURCE-B        VALUE 'B'.
           05 RB-AMOUNT                   PIC S9(7)V9(4).
           05 RB-FIRST-SEEN               PIC 9(8).
           05 RB-DAYS-IN-SUSPENSE         PIC 9(5).
           05 RB-RUN-DATE                 PIC 9(8).

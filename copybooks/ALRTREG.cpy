      ******************************************************************
      * Copybook: ALRTREG.
      * Purpose: Register of suspicious-activity alerts raised by
      *          CUSTALRT, keyed on AR-KEY in the indexed
      *          ALRTREG.DAT - the rule that fired, the customer NAM
      *          or account number it fired on, and the timestamp of
      *          the history entry that completed the pattern. The
      *          same entries rescanned on a later night produce the
      *          same key, so an alert already on the register is
      *          not raised afresh: while AR-OPEN it is reported
      *          again as still open, and once ALRTREV has marked it
      *          AR-REVIEWED it is left out of the reports for good.
      *          The distinct operators on the triggering entries
      *          (up to four) are kept so ALRTREV can stop an
      *          operator reviewing an alert on their own changes;
      *          AR-OPERATOR-COUNT holds the full count, and ALRTREV
      *          refuses an alert whose count is over four.
      ******************************************************************
       01 ALERT-REGISTER-RECORD.
           05 AR-KEY.
               10 AR-RULE-NAME            PIC X(8).
               10 AR-SUBJECT              PIC X(10).
               10 AR-TRIGGER-TIMESTAMP    PIC X(21).
           05 AR-STATUS                   PIC X(1).
               88 AR-OPEN                 VALUE 'O'.
               88 AR-REVIEWED             VALUE 'R'.
           05 AR-FIRST-REPORTED           PIC X(8).
           05 AR-LAST-REPORTED            PIC X(8).
           05 AR-ENTRY-COUNT              PIC 9(3).
           05 AR-OPERATOR-COUNT           PIC 9(2).
           05 AR-OPERATOR-ID              PIC X(20) OCCURS 4 TIMES.
           05 AR-REVIEWED-BY              PIC X(20).
           05 AR-REVIEWED-TIMESTAMP       PIC X(21).
           05 AR-REVIEW-NOTE              PIC X(40).

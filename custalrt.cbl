      ******************************************************************
      * Author: Tamalk.
      * Date: 15/10/2026.
      * Purpose: Nightly suspicious-activity alerts. Each update to a
      *          customer looks fine on its own, but some sequences on
      *          one customer or account in a short space of time are
      *          the classic takeover and fraud patterns. This program
      *          scans CUSTHIST.DAT over a rolling window of the last
      *          WS-WINDOW-DAYS days, and the CUSTREST runs on
      *          AUDITLOG.DAT over the same days, and applies three
      *          named rules:
      *            ADDRACCT - an address change on a NAM followed by
      *                       a change of its CR-ACCOUNT-NUMBER;
      *            SHAREACT - WS-SHARED-NAM-LIMIT or more different
      *                       NAMs registered against the same
      *                       account number (added with it, or
      *                       changed onto it) within WS-SHARED-DAYS;
      *            RESTDEL  - a deleted NAM brought back by CUSTREST
      *                       within WS-RESTORE-DAYS of the delete.
      *          Each rule writes its own report (ALRTADDR.DAT,
      *          ALRTSHAR.DAT, ALRTREST.DAT) showing the customer or
      *          account, every history entry that triggered the
      *          alert with its operator ID, and a flag when one
      *          operator made every one of those changes.
      *          Every alert is kept on the register ALRTREG.DAT. An
      *          alert still open from an earlier night is reported
      *          again as still open; one that ALRTREV has marked
      *          reviewed is not reported again.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTALRT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-HISTORY ASSIGN TO "CUSTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT ALERT-REGISTER ASSIGN TO "ALRTREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-AREG-FILE-STATUS.
           SELECT ALERT-REPORT ASSIGN TO WS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARPT-FILE-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUST-HISTORY.
           COPY CUSTHIST.
       FD  ALERT-REGISTER.
           COPY ALRTREG.
       FD  ALERT-REPORT.
           COPY ALRTRLN.
       FD  AUDIT-LOG.
           COPY AUDITREC.
       WORKING-STORAGE SECTION.
           01 WS-HIST-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-AREG-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-ARPT-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-AUDIT-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-AUDIT-LAST-SEQUENCE PIC 9(9) VALUE 0.
           01 WS-AUDIT-LAST-CHAIN PIC 9(10) VALUE 0.
           01 WS-AUDIT-CHAIN-WORK PIC 9(12) VALUE 0.
           01 WS-AUDIT-CHAIN-SUB PIC 9(3) VALUE 0.
           01 WS-AUDIT-CHAIN-EOF-SW PIC X VALUE 'N'.
               88 END-OF-AUDIT-CHAIN VALUE 'Y'.
           01 WS-ALERT-FILE-NAME PIC X(12).
           01 WS-OPERATOR-ID PIC X(20).
           01 WS-TIMESTAMP PIC X(21).
      * The rolling window, and the limits the rules work to.
           01 WS-WINDOW-DAYS PIC 9(3) VALUE 7.
           01 WS-SHARED-DAYS PIC 9(3) VALUE 7.
           01 WS-SHARED-NAM-LIMIT PIC 9(2) VALUE 3.
           01 WS-RESTORE-DAYS PIC 9(3) VALUE 2.
           01 WS-RUN-DATE PIC 9(8).
           01 WS-RUN-DAY-NUMBER PIC 9(7).
           01 WS-WINDOW-DAY-NUMBER PIC 9(7).
           01 WS-WINDOW-DATE PIC 9(8).
           01 WS-WINDOW-START PIC X(8).
           01 WS-RUN-DATE-X PIC X(8).
           01 WS-ENTRY-DATE PIC 9(8).
           01 WS-ENTRY-DAY-NUMBER PIC 9(7).
           01 WS-DAYS-APART PIC S9(7).
           01 WS-EOF-SWITCH PIC X VALUE 'N'.
               88 END-OF-HISTORY VALUE 'Y'.
           01 WS-AUDIT-EOF-SW PIC X VALUE 'N'.
               88 END-OF-AUDIT-LOG VALUE 'Y'.
      * The named rules, in report order. Adding a rule is one more
      * set of FILLER lines, a bigger OCCURS and WS-RULE-COUNT, and
      * its check in PROCESS-HISTORY-ENTRY or after the scan.
           01 WS-RULE-COUNT PIC 9 VALUE 3.
           01 WS-RULE-TABLE.
               05 FILLER PIC X(8) VALUE "ADDRACCT".
               05 FILLER PIC X(12) VALUE "ALRTADDR.DAT".
               05 FILLER PIC X(8) VALUE "NAM".
               05 FILLER PIC X(50) VALUE
                   "Address change followed by account-number change".
               05 FILLER PIC X(8) VALUE "SHAREACT".
               05 FILLER PIC X(12) VALUE "ALRTSHAR.DAT".
               05 FILLER PIC X(8) VALUE "ACCOUNT".
               05 FILLER PIC X(50) VALUE
                   "Several NAMs registered against one account".
               05 FILLER PIC X(8) VALUE "RESTDEL".
               05 FILLER PIC X(12) VALUE "ALRTREST.DAT".
               05 FILLER PIC X(8) VALUE "NAM".
               05 FILLER PIC X(50) VALUE
                   "CUSTREST restore of a just-deleted record".
           01 WS-RULES REDEFINES WS-RULE-TABLE.
               05 WS-RULE-ENTRY OCCURS 3 TIMES.
                   10 WS-RL-NAME PIC X(8).
                   10 WS-RL-FILE PIC X(12).
                   10 WS-RL-SUBJECT PIC X(8).
                   10 WS-RL-TITLE PIC X(50).
           01 WS-RULE-COUNTS.
               05 WS-RULE-TOTALS OCCURS 3 TIMES.
                   10 WS-RL-NEW PIC 9(6).
                   10 WS-RL-OPEN PIC 9(6).
                   10 WS-RL-REVIEWED PIC 9(6).
           01 WS-RULE-SUB PIC 9.
           01 WS-ADDRACCT-RULE PIC 9 VALUE 1.
           01 WS-SHAREACT-RULE PIC 9 VALUE 2.
           01 WS-RESTDEL-RULE PIC 9 VALUE 3.
      * Per-NAM state. CUSTHIST is keyed NAM first, so a NAM's
      * entries arrive together and oldest first.
           01 WS-PREV-NAM PIC X(10) VALUE SPACES.
           01 WS-ADDR-CHANGE-SW PIC X VALUE 'N'.
               88 ADDRESS-CHANGE-SEEN VALUE 'Y'.
           01 WS-ADDR-CHANGE-TS PIC X(21).
           01 WS-ADDR-CHANGE-OPER PIC X(20).
           01 WS-ADDR-CHANGE-TO PIC X(30).
           01 WS-DELETE-SW PIC X VALUE 'N'.
               88 DELETE-SEEN VALUE 'Y'.
           01 WS-DELETE-TS PIC X(21).
           01 WS-DELETE-OPER PIC X(20).
           01 WS-DELETE-DAY-NUMBER PIC 9(7).
           01 WS-DELETE-ACCOUNT PIC X(10).
           01 WS-BEFORE-CUSTOMER.
               05 WS-BEFORE-NAM PIC X(10).
               05 WS-BEFORE-AGE PIC X(2).
               05 WS-BEFORE-DOB PIC X(8).
               05 WS-BEFORE-ACCOUNT PIC X(10).
               05 WS-BEFORE-ADDRESS PIC X(30).
               05 WS-BEFORE-BRANCH PIC X(3).
           01 WS-AFTER-CUSTOMER.
               05 WS-AFTER-NAM PIC X(10).
               05 WS-AFTER-AGE PIC X(2).
               05 WS-AFTER-DOB PIC X(8).
               05 WS-AFTER-ACCOUNT PIC X(10).
               05 WS-AFTER-ADDRESS PIC X(30).
               05 WS-AFTER-BRANCH PIC X(3).
      * Every NAM put on an account inside the window, for SHAREACT.
      * Sorted by account and time once the scan is done.
           01 WS-REG-LIMIT PIC 9(4) VALUE 2000.
           01 WS-REG-COUNT PIC 9(4) VALUE 0.
           01 WS-REGISTRATION-TABLE.
               05 WS-REG-ENTRY OCCURS 2000 TIMES.
                   10 WS-RG-SORT-KEY.
                       15 WS-RG-ACCOUNT PIC X(10).
                       15 WS-RG-TIMESTAMP PIC X(21).
                   10 WS-RG-DAY-NUMBER PIC 9(7).
                   10 WS-RG-NAM PIC X(10).
                   10 WS-RG-ACTION PIC X(7).
                   10 WS-RG-OPERATOR PIC X(20).
           01 WS-REG-SWAP PIC X(75).
           01 WS-REG-SUB PIC 9(4).
           01 WS-REG-SUB2 PIC 9(4).
           01 WS-REG-SUB3 PIC 9(4).
           01 WS-ACCOUNT-FIRST PIC 9(4).
           01 WS-SPAN-START PIC 9(4).
           01 WS-SPAN-NAMS PIC 9(4).
           01 WS-NAM-REPEAT-SW PIC X VALUE 'N'.
               88 NAM-ALREADY-IN-SPAN VALUE 'Y'.
      * CUSTREST runs inside the window, from the audit log. A
      * CUSTREST run stamps its history entries and its audit entry
      * from the one timestamp, so a restore's history timestamp is
      * equal to its run's.
           01 WS-RESTORE-LIMIT PIC 9(4) VALUE 500.
           01 WS-RESTORE-COUNT PIC 9(4) VALUE 0.
           01 WS-RESTORE-TABLE.
               05 WS-RESTORE-ENTRY OCCURS 500 TIMES.
                   10 WS-RA-OPERATOR PIC X(20).
                   10 WS-RA-TIMESTAMP PIC X(21).
           01 WS-RESTORE-SUB PIC 9(4).
           01 WS-FOUND-RESTORE PIC 9(4).
      * The night's alerts, held until the scan is done so each rule
      * can be written to its own report.
           01 WS-ALERT-LIMIT PIC 9(4) VALUE 500.
           01 WS-ALERT-COUNT PIC 9(4) VALUE 0.
           01 WS-ENTRY-SHOWN-LIMIT PIC 9 VALUE 6.
           01 WS-ALERT-TABLE.
               05 WS-ALERT-ENTRY OCCURS 500 TIMES.
                   10 WS-AT-RULE PIC 9.
                   10 WS-AT-SUBJECT PIC X(10).
                   10 WS-AT-TRIGGER-TS PIC X(21).
                   10 WS-AT-STATE PIC X.
                       88 WS-AT-NEW VALUE 'N'.
                       88 WS-AT-STILL-OPEN VALUE 'O'.
                   10 WS-AT-FIRST-REPORTED PIC X(8).
                   10 WS-AT-ENTRY-COUNT PIC 9(3).
                   10 WS-AT-OPER-COUNT PIC 9(2).
                   10 WS-AT-OPERATOR PIC X(20) OCCURS 4 TIMES.
                   10 WS-AT-TRIGGER OCCURS 6 TIMES.
                       15 WS-AT-TS PIC X(21).
                       15 WS-AT-ACTION PIC X(7).
                       15 WS-AT-NAM PIC X(10).
                       15 WS-AT-OPER PIC X(20).
                       15 WS-AT-DETAIL PIC X(40).
           01 WS-ALERT-SUB PIC 9(4).
           01 WS-TRIGGER-SUB PIC 9(3).
           01 WS-OPER-SUB PIC 9(2).
           01 WS-OPER-FOUND-SW PIC X VALUE 'N'.
               88 OPERATOR-ALREADY-LISTED VALUE 'Y'.
      * The entry being added to the alert under construction.
           01 WS-NEW-TS PIC X(21).
           01 WS-NEW-ACTION PIC X(7).
           01 WS-NEW-NAM PIC X(10).
           01 WS-NEW-OPER PIC X(20).
           01 WS-NEW-DETAIL PIC X(40).
           01 WS-RULE-ALERTS PIC 9(6).
           01 WS-MORE-ENTRIES PIC 9(3).
           01 WS-ENTRIES-READ PIC 9(6) VALUE 0.
           01 WS-WINDOW-ENTRIES PIC 9(6) VALUE 0.
           01 WS-NEW-TOTAL PIC 9(6) VALUE 0.
           01 WS-OPEN-TOTAL PIC 9(6) VALUE 0.
           01 WS-REVIEWED-TOTAL PIC 9(6) VALUE 0.
           01 WS-COUNT-EDIT PIC ZZZ,ZZ9.
           01 WS-DAYS-EDIT PIC ZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INITIALIZE-RUN
            OPEN INPUT CUST-HISTORY
            IF WS-HIST-FILE-STATUS NOT = '00'
                DISPLAY "CUSTALRT: change history is not available "
                    "yet - no alerts to raise"
            ELSE
                PERFORM LOAD-RESTORE-RUNS
                PERFORM OPEN-ALERT-REGISTER
                PERFORM READ-HISTORY
                PERFORM UNTIL END-OF-HISTORY
                    ADD 1 TO WS-ENTRIES-READ
                    PERFORM PROCESS-HISTORY-ENTRY
                    PERFORM READ-HISTORY
                END-PERFORM
                CLOSE CUST-HISTORY
                PERFORM SORT-REGISTRATIONS
                PERFORM CHECK-SHARED-ACCOUNTS
                CLOSE ALERT-REGISTER
                PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                        UNTIL WS-RULE-SUB > WS-RULE-COUNT
                    PERFORM WRITE-RULE-REPORT
                END-PERFORM
                PERFORM WRITE-AUDIT-LOG
                DISPLAY "CUSTALRT: " WS-NEW-TOTAL " new alert(s), "
                    WS-OPEN-TOTAL " still open, " WS-REVIEWED-TOTAL
                    " already reviewed and not reported"
            END-IF
            STOP RUN.

       INITIALIZE-RUN.
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
            MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
            MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE-X
            COMPUTE WS-RUN-DAY-NUMBER =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
            COMPUTE WS-WINDOW-DAY-NUMBER =
                WS-RUN-DAY-NUMBER - WS-WINDOW-DAYS
            COMPUTE WS-WINDOW-DATE =
                FUNCTION DATE-OF-INTEGER(WS-WINDOW-DAY-NUMBER)
            MOVE WS-WINDOW-DATE TO WS-WINDOW-START
            PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                    UNTIL WS-RULE-SUB > WS-RULE-COUNT
                MOVE 0 TO WS-RL-NEW(WS-RULE-SUB)
                MOVE 0 TO WS-RL-OPEN(WS-RULE-SUB)
                MOVE 0 TO WS-RL-REVIEWED(WS-RULE-SUB)
            END-PERFORM.

      * No audit log simply means no CUSTREST run to match, and the
      * RESTDEL rule finds nothing.
       LOAD-RESTORE-RUNS.
            OPEN INPUT AUDIT-LOG
            IF WS-AUDIT-FILE-STATUS = '00'
                PERFORM UNTIL END-OF-AUDIT-LOG
                    READ AUDIT-LOG
                        AT END
                            SET END-OF-AUDIT-LOG TO TRUE
                        NOT AT END
                            IF AL-PROGRAM-NAME = "CUSTREST"
                                    AND AL-KEY-VALUES(1:9) =
                                    "RESTORED="
                                    AND AL-TIMESTAMP(1:8) >=
                                    WS-WINDOW-START
                                PERFORM ADD-RESTORE-RUN
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AUDIT-LOG
            END-IF.

       ADD-RESTORE-RUN.
            IF WS-RESTORE-COUNT >= WS-RESTORE-LIMIT
                DISPLAY "CUSTALRT: more than " WS-RESTORE-LIMIT
                    " CUSTREST runs in the window - raise "
                    "WS-RESTORE-LIMIT and rerun. Aborting."
                CLOSE AUDIT-LOG
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-RESTORE-COUNT
            MOVE AL-OPERATOR-ID TO WS-RA-OPERATOR(WS-RESTORE-COUNT)
            MOVE AL-TIMESTAMP TO WS-RA-TIMESTAMP(WS-RESTORE-COUNT).

      * No register yet simply means no alert has been raised yet.
       OPEN-ALERT-REGISTER.
            OPEN I-O ALERT-REGISTER
            IF WS-AREG-FILE-STATUS = '05' OR WS-AREG-FILE-STATUS = '35'
                OPEN OUTPUT ALERT-REGISTER
                CLOSE ALERT-REGISTER
                OPEN I-O ALERT-REGISTER
            END-IF.

       READ-HISTORY.
            READ CUST-HISTORY NEXT RECORD
                AT END
                    SET END-OF-HISTORY TO TRUE
            END-READ.

      * Entries before the window are passed over, but a NAM's state
      * only starts from its first entry inside it.
       PROCESS-HISTORY-ENTRY.
            IF CH-NAM NOT = WS-PREV-NAM
                MOVE CH-NAM TO WS-PREV-NAM
                MOVE 'N' TO WS-ADDR-CHANGE-SW
                MOVE 'N' TO WS-DELETE-SW
            END-IF
            IF CH-TIMESTAMP(1:8) >= WS-WINDOW-START
                    AND CH-TIMESTAMP(1:8) <= WS-RUN-DATE-X
                ADD 1 TO WS-WINDOW-ENTRIES
                MOVE CH-TIMESTAMP(1:8) TO WS-ENTRY-DATE
                COMPUTE WS-ENTRY-DAY-NUMBER =
                    FUNCTION INTEGER-OF-DATE(WS-ENTRY-DATE)
                MOVE CH-BEFORE-IMAGE TO WS-BEFORE-CUSTOMER
                MOVE CH-AFTER-IMAGE TO WS-AFTER-CUSTOMER
                EVALUATE TRUE
                    WHEN CH-ADD-ACTION
                        PERFORM HANDLE-ADD-ENTRY
                    WHEN CH-CHANGE-ACTION
                        PERFORM HANDLE-CHANGE-ENTRY
                    WHEN CH-DELETE-ACTION
                        PERFORM HANDLE-DELETE-ENTRY
                END-EVALUATE
            END-IF.

       HANDLE-ADD-ENTRY.
            IF DELETE-SEEN
                PERFORM CHECK-RESTORE-OF-DELETE
            END-IF
            IF WS-AFTER-ACCOUNT NOT = SPACES
                MOVE "ADD" TO WS-NEW-ACTION
                PERFORM ADD-REGISTRATION
            END-IF.

      * An entry that moves the address and the account together
      * completes the ADDRACCT pattern on its own.
       HANDLE-CHANGE-ENTRY.
            IF WS-BEFORE-ADDRESS NOT = WS-AFTER-ADDRESS
                MOVE 'Y' TO WS-ADDR-CHANGE-SW
                MOVE CH-TIMESTAMP TO WS-ADDR-CHANGE-TS
                MOVE CH-OPERATOR-ID TO WS-ADDR-CHANGE-OPER
                MOVE WS-AFTER-ADDRESS TO WS-ADDR-CHANGE-TO
            END-IF
            IF WS-BEFORE-ACCOUNT NOT = WS-AFTER-ACCOUNT
                IF ADDRESS-CHANGE-SEEN
                    PERFORM RAISE-ADDRACCT-ALERT
                END-IF
                IF WS-AFTER-ACCOUNT NOT = SPACES
                    MOVE "CHANGE" TO WS-NEW-ACTION
                    PERFORM ADD-REGISTRATION
                END-IF
            END-IF.

       HANDLE-DELETE-ENTRY.
            MOVE 'Y' TO WS-DELETE-SW
            MOVE CH-TIMESTAMP TO WS-DELETE-TS
            MOVE CH-OPERATOR-ID TO WS-DELETE-OPER
            MOVE WS-ENTRY-DAY-NUMBER TO WS-DELETE-DAY-NUMBER
            MOVE WS-BEFORE-ACCOUNT TO WS-DELETE-ACCOUNT.

       RAISE-ADDRACCT-ALERT.
            MOVE WS-ADDRACCT-RULE TO WS-RULE-SUB
            PERFORM START-ALERT
            MOVE CH-NAM TO WS-AT-SUBJECT(WS-ALERT-COUNT)
            MOVE WS-ADDR-CHANGE-TS TO WS-NEW-TS
            MOVE "CHANGE" TO WS-NEW-ACTION
            MOVE CH-NAM TO WS-NEW-NAM
            MOVE WS-ADDR-CHANGE-OPER TO WS-NEW-OPER
            MOVE SPACES TO WS-NEW-DETAIL
            STRING "address to " WS-ADDR-CHANGE-TO
                DELIMITED BY SIZE INTO WS-NEW-DETAIL
            PERFORM ADD-ALERT-ENTRY
            MOVE CH-TIMESTAMP TO WS-NEW-TS
            MOVE CH-OPERATOR-ID TO WS-NEW-OPER
            MOVE SPACES TO WS-NEW-DETAIL
            STRING "account " WS-BEFORE-ACCOUNT " to "
                WS-AFTER-ACCOUNT
                DELIMITED BY SIZE INTO WS-NEW-DETAIL
            PERFORM ADD-ALERT-ENTRY
            PERFORM FINISH-ALERT.

      * The add only counts as a restore when it carries the operator
      * and timestamp of a CUSTREST run - a fresh registration under
      * a freed NAM, or a CUSTMAINT re-add by an operator who runs
      * CUSTREST later for someone else, is not this pattern.
       CHECK-RESTORE-OF-DELETE.
            COMPUTE WS-DAYS-APART =
                WS-ENTRY-DAY-NUMBER - WS-DELETE-DAY-NUMBER
            IF WS-DAYS-APART <= WS-RESTORE-DAYS
                PERFORM FIND-RESTORE-RUN
                IF WS-FOUND-RESTORE > 0
                    PERFORM RAISE-RESTDEL-ALERT
                END-IF
            END-IF
            MOVE 'N' TO WS-DELETE-SW.

       FIND-RESTORE-RUN.
            MOVE 0 TO WS-FOUND-RESTORE
            PERFORM VARYING WS-RESTORE-SUB FROM 1 BY 1
                    UNTIL WS-RESTORE-SUB > WS-RESTORE-COUNT
                    OR WS-FOUND-RESTORE > 0
                IF WS-RA-OPERATOR(WS-RESTORE-SUB) = CH-OPERATOR-ID
                        AND WS-RA-TIMESTAMP(WS-RESTORE-SUB) =
                        CH-TIMESTAMP
                    MOVE WS-RESTORE-SUB TO WS-FOUND-RESTORE
                END-IF
            END-PERFORM.

       RAISE-RESTDEL-ALERT.
            MOVE WS-RESTDEL-RULE TO WS-RULE-SUB
            PERFORM START-ALERT
            MOVE CH-NAM TO WS-AT-SUBJECT(WS-ALERT-COUNT)
            MOVE WS-DELETE-TS TO WS-NEW-TS
            MOVE "DELETE" TO WS-NEW-ACTION
            MOVE CH-NAM TO WS-NEW-NAM
            MOVE WS-DELETE-OPER TO WS-NEW-OPER
            MOVE SPACES TO WS-NEW-DETAIL
            STRING "deleted from account " WS-DELETE-ACCOUNT
                DELIMITED BY SIZE INTO WS-NEW-DETAIL
            PERFORM ADD-ALERT-ENTRY
            MOVE CH-TIMESTAMP TO WS-NEW-TS
            MOVE "RESTORE" TO WS-NEW-ACTION
            MOVE CH-OPERATOR-ID TO WS-NEW-OPER
            MOVE SPACES TO WS-NEW-DETAIL
            STRING "CUSTREST run "
                WS-RA-TIMESTAMP(WS-FOUND-RESTORE)(1:8) " "
                WS-RA-TIMESTAMP(WS-FOUND-RESTORE)(9:6)
                DELIMITED BY SIZE INTO WS-NEW-DETAIL
            PERFORM ADD-ALERT-ENTRY
            PERFORM FINISH-ALERT.

       ADD-REGISTRATION.
            IF WS-REG-COUNT >= WS-REG-LIMIT
                DISPLAY "CUSTALRT: more than " WS-REG-LIMIT
                    " account registrations in the window - raise "
                    "WS-REG-LIMIT and rerun. Aborting."
                CLOSE CUST-HISTORY ALERT-REGISTER
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-REG-COUNT
            MOVE WS-AFTER-ACCOUNT TO WS-RG-ACCOUNT(WS-REG-COUNT)
            MOVE CH-TIMESTAMP TO WS-RG-TIMESTAMP(WS-REG-COUNT)
            MOVE WS-ENTRY-DAY-NUMBER TO
                WS-RG-DAY-NUMBER(WS-REG-COUNT)
            MOVE CH-NAM TO WS-RG-NAM(WS-REG-COUNT)
            MOVE WS-NEW-ACTION TO WS-RG-ACTION(WS-REG-COUNT)
            MOVE CH-OPERATOR-ID TO WS-RG-OPERATOR(WS-REG-COUNT).

       SORT-REGISTRATIONS.
            PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                    UNTIL WS-REG-SUB >= WS-REG-COUNT
                PERFORM VARYING WS-REG-SUB2 FROM WS-REG-SUB BY 1
                        UNTIL WS-REG-SUB2 > WS-REG-COUNT
                    IF WS-RG-SORT-KEY(WS-REG-SUB2) <
                            WS-RG-SORT-KEY(WS-REG-SUB)
                        MOVE WS-REG-ENTRY(WS-REG-SUB) TO WS-REG-SWAP
                        MOVE WS-REG-ENTRY(WS-REG-SUB2) TO
                            WS-REG-ENTRY(WS-REG-SUB)
                        MOVE WS-REG-SWAP TO WS-REG-ENTRY(WS-REG-SUB2)
                    END-IF
                END-PERFORM
            END-PERFORM.

      * Each registration is looked at as the latest in a span of
      * WS-SHARED-DAYS on its account. When it brings a NAM the span
      * has not seen yet, and the span then holds enough different
      * NAMs, it raises an alert - so each further NAM put on the
      * account is a fresh alert, but a NAM touched twice is not.
       CHECK-SHARED-ACCOUNTS.
            MOVE 1 TO WS-ACCOUNT-FIRST
            PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                    UNTIL WS-REG-SUB > WS-REG-COUNT
                IF WS-REG-SUB > 1
                    IF WS-RG-ACCOUNT(WS-REG-SUB) NOT =
                            WS-RG-ACCOUNT(WS-REG-SUB - 1)
                        MOVE WS-REG-SUB TO WS-ACCOUNT-FIRST
                    END-IF
                END-IF
                PERFORM FIND-SHARED-SPAN
                IF NOT NAM-ALREADY-IN-SPAN
                        AND WS-SPAN-NAMS >= WS-SHARED-NAM-LIMIT
                    PERFORM RAISE-SHAREACT-ALERT
                END-IF
            END-PERFORM.

       FIND-SHARED-SPAN.
            MOVE WS-REG-SUB TO WS-SPAN-START
            PERFORM VARYING WS-REG-SUB2 FROM WS-ACCOUNT-FIRST BY 1
                    UNTIL WS-REG-SUB2 >= WS-REG-SUB
                    OR WS-SPAN-START < WS-REG-SUB
                IF WS-RG-DAY-NUMBER(WS-REG-SUB) -
                        WS-RG-DAY-NUMBER(WS-REG-SUB2) <=
                        WS-SHARED-DAYS
                    MOVE WS-REG-SUB2 TO WS-SPAN-START
                END-IF
            END-PERFORM
            MOVE 'N' TO WS-NAM-REPEAT-SW
            MOVE 0 TO WS-SPAN-NAMS
            PERFORM VARYING WS-REG-SUB2 FROM WS-SPAN-START BY 1
                    UNTIL WS-REG-SUB2 > WS-REG-SUB
                PERFORM CHECK-EARLIER-IN-SPAN
                IF NOT NAM-ALREADY-IN-SPAN
                    ADD 1 TO WS-SPAN-NAMS
                END-IF
            END-PERFORM.

      * Leaves NAM-ALREADY-IN-SPAN set when the NAM at WS-REG-SUB2
      * also appears earlier in the span; the last call, for the
      * registration being checked, decides whether it is a new NAM.
       CHECK-EARLIER-IN-SPAN.
            MOVE 'N' TO WS-NAM-REPEAT-SW
            PERFORM VARYING WS-REG-SUB3 FROM WS-SPAN-START BY 1
                    UNTIL WS-REG-SUB3 >= WS-REG-SUB2
                    OR NAM-ALREADY-IN-SPAN
                IF WS-RG-NAM(WS-REG-SUB3) = WS-RG-NAM(WS-REG-SUB2)
                    MOVE 'Y' TO WS-NAM-REPEAT-SW
                END-IF
            END-PERFORM.

       RAISE-SHAREACT-ALERT.
            MOVE WS-SHAREACT-RULE TO WS-RULE-SUB
            PERFORM START-ALERT
            MOVE WS-RG-ACCOUNT(WS-REG-SUB) TO
                WS-AT-SUBJECT(WS-ALERT-COUNT)
            MOVE WS-RG-TIMESTAMP(WS-REG-SUB) TO
                WS-AT-TRIGGER-TS(WS-ALERT-COUNT)
            PERFORM VARYING WS-REG-SUB2 FROM WS-SPAN-START BY 1
                    UNTIL WS-REG-SUB2 > WS-REG-SUB
                MOVE WS-RG-TIMESTAMP(WS-REG-SUB2) TO WS-NEW-TS
                MOVE WS-RG-ACTION(WS-REG-SUB2) TO WS-NEW-ACTION
                MOVE WS-RG-NAM(WS-REG-SUB2) TO WS-NEW-NAM
                MOVE WS-RG-OPERATOR(WS-REG-SUB2) TO WS-NEW-OPER
                IF WS-RG-ACTION(WS-REG-SUB2) = "ADD"
                    MOVE "added with this account" TO WS-NEW-DETAIL
                ELSE
                    MOVE "account changed to this one" TO
                        WS-NEW-DETAIL
                END-IF
                PERFORM ADD-ALERT-ENTRY
            END-PERFORM
            PERFORM FINISH-ALERT.

      * Called with WS-RULE-SUB set. The alert is keyed on the entry
      * that completed the pattern, which is the current history
      * entry unless the rule says otherwise.
       START-ALERT.
            IF WS-ALERT-COUNT >= WS-ALERT-LIMIT
                DISPLAY "CUSTALRT: more than " WS-ALERT-LIMIT
                    " alerts in the window - raise WS-ALERT-LIMIT "
                    "and rerun. Aborting."
                CLOSE CUST-HISTORY ALERT-REGISTER
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-ALERT-COUNT
            MOVE WS-RULE-SUB TO WS-AT-RULE(WS-ALERT-COUNT)
            MOVE CH-TIMESTAMP TO WS-AT-TRIGGER-TS(WS-ALERT-COUNT)
            MOVE 0 TO WS-AT-ENTRY-COUNT(WS-ALERT-COUNT)
            MOVE 0 TO WS-AT-OPER-COUNT(WS-ALERT-COUNT)
            MOVE SPACES TO WS-AT-FIRST-REPORTED(WS-ALERT-COUNT).

      * Only the first WS-ENTRY-SHOWN-LIMIT entries are kept for the
      * report, but every entry's operator counts towards the
      * distinct operators on the alert.
       ADD-ALERT-ENTRY.
            ADD 1 TO WS-AT-ENTRY-COUNT(WS-ALERT-COUNT)
            MOVE WS-AT-ENTRY-COUNT(WS-ALERT-COUNT) TO WS-TRIGGER-SUB
            IF WS-TRIGGER-SUB <= WS-ENTRY-SHOWN-LIMIT
                MOVE WS-NEW-TS TO
                    WS-AT-TS(WS-ALERT-COUNT, WS-TRIGGER-SUB)
                MOVE WS-NEW-ACTION TO
                    WS-AT-ACTION(WS-ALERT-COUNT, WS-TRIGGER-SUB)
                MOVE WS-NEW-NAM TO
                    WS-AT-NAM(WS-ALERT-COUNT, WS-TRIGGER-SUB)
                MOVE WS-NEW-OPER TO
                    WS-AT-OPER(WS-ALERT-COUNT, WS-TRIGGER-SUB)
                MOVE WS-NEW-DETAIL TO
                    WS-AT-DETAIL(WS-ALERT-COUNT, WS-TRIGGER-SUB)
            END-IF
            MOVE 'N' TO WS-OPER-FOUND-SW
            PERFORM VARYING WS-OPER-SUB FROM 1 BY 1
                    UNTIL WS-OPER-SUB > WS-AT-OPER-COUNT(WS-ALERT-COUNT)
                    OR WS-OPER-SUB > 4
                    OR OPERATOR-ALREADY-LISTED
                IF WS-AT-OPERATOR(WS-ALERT-COUNT, WS-OPER-SUB) =
                        WS-NEW-OPER
                    MOVE 'Y' TO WS-OPER-FOUND-SW
                END-IF
            END-PERFORM
            IF NOT OPERATOR-ALREADY-LISTED
                ADD 1 TO WS-AT-OPER-COUNT(WS-ALERT-COUNT)
                MOVE WS-AT-OPER-COUNT(WS-ALERT-COUNT) TO WS-OPER-SUB
                IF WS-OPER-SUB <= 4
                    MOVE WS-NEW-OPER TO
                        WS-AT-OPERATOR(WS-ALERT-COUNT, WS-OPER-SUB)
                END-IF
            END-IF.

      * The register decides what happens to the alert: a new one is
      * added as open, an open one is reported again, and a reviewed
      * one is dropped from tonight's reports.
       FINISH-ALERT.
            MOVE WS-RL-NAME(WS-RULE-SUB) TO AR-RULE-NAME
            MOVE WS-AT-SUBJECT(WS-ALERT-COUNT) TO AR-SUBJECT
            MOVE WS-AT-TRIGGER-TS(WS-ALERT-COUNT) TO
                AR-TRIGGER-TIMESTAMP
            READ ALERT-REGISTER
                INVALID KEY
                    PERFORM REGISTER-NEW-ALERT
                NOT INVALID KEY
                    IF AR-REVIEWED
                        ADD 1 TO WS-RL-REVIEWED(WS-RULE-SUB)
                        ADD 1 TO WS-REVIEWED-TOTAL
                        SUBTRACT 1 FROM WS-ALERT-COUNT
                    ELSE
                        MOVE 'O' TO WS-AT-STATE(WS-ALERT-COUNT)
                        MOVE AR-FIRST-REPORTED TO
                            WS-AT-FIRST-REPORTED(WS-ALERT-COUNT)
                        MOVE WS-RUN-DATE-X TO AR-LAST-REPORTED
                        REWRITE ALERT-REGISTER-RECORD
                        ADD 1 TO WS-RL-OPEN(WS-RULE-SUB)
                        ADD 1 TO WS-OPEN-TOTAL
                    END-IF
            END-READ.

       REGISTER-NEW-ALERT.
            MOVE 'N' TO WS-AT-STATE(WS-ALERT-COUNT)
            MOVE WS-RUN-DATE-X TO WS-AT-FIRST-REPORTED(WS-ALERT-COUNT)
            MOVE 'O' TO AR-STATUS
            MOVE WS-RUN-DATE-X TO AR-FIRST-REPORTED
            MOVE WS-RUN-DATE-X TO AR-LAST-REPORTED
            MOVE WS-AT-ENTRY-COUNT(WS-ALERT-COUNT) TO AR-ENTRY-COUNT
            MOVE WS-AT-OPER-COUNT(WS-ALERT-COUNT) TO AR-OPERATOR-COUNT
            PERFORM VARYING WS-OPER-SUB FROM 1 BY 1
                    UNTIL WS-OPER-SUB > 4
                IF WS-OPER-SUB <= WS-AT-OPER-COUNT(WS-ALERT-COUNT)
                    MOVE WS-AT-OPERATOR(WS-ALERT-COUNT, WS-OPER-SUB)
                        TO AR-OPERATOR-ID(WS-OPER-SUB)
                ELSE
                    MOVE SPACES TO AR-OPERATOR-ID(WS-OPER-SUB)
                END-IF
            END-PERFORM
            MOVE SPACES TO AR-REVIEWED-BY
            MOVE SPACES TO AR-REVIEWED-TIMESTAMP
            MOVE SPACES TO AR-REVIEW-NOTE
            WRITE ALERT-REGISTER-RECORD
            ADD 1 TO WS-RL-NEW(WS-RULE-SUB)
            ADD 1 TO WS-NEW-TOTAL.

      * Every rule gets its report every night, even with nothing to
      * show, so an empty report reads as "checked, nothing found".
       WRITE-RULE-REPORT.
            MOVE WS-RL-FILE(WS-RULE-SUB) TO WS-ALERT-FILE-NAME
            OPEN OUTPUT ALERT-REPORT
            MOVE SPACES TO ALERT-REPORT-LINE
            STRING "CUSTALRT " WS-RL-NAME(WS-RULE-SUB) " - "
                WS-RL-TITLE(WS-RULE-SUB)
                DELIMITED BY SIZE INTO ALERT-REPORT-LINE
            WRITE ALERT-REPORT-LINE
            MOVE WS-WINDOW-DAYS TO WS-DAYS-EDIT
            MOVE SPACES TO ALERT-REPORT-LINE
            STRING "Run date " WS-RUN-DATE-X ", history from "
                WS-WINDOW-START ", window of " WS-DAYS-EDIT " days"
                DELIMITED BY SIZE INTO ALERT-REPORT-LINE
            WRITE ALERT-REPORT-LINE
            MOVE SPACES TO ALERT-REPORT-LINE
            WRITE ALERT-REPORT-LINE
            MOVE 0 TO WS-RULE-ALERTS
            PERFORM VARYING WS-ALERT-SUB FROM 1 BY 1
                    UNTIL WS-ALERT-SUB > WS-ALERT-COUNT
                IF WS-AT-RULE(WS-ALERT-SUB) = WS-RULE-SUB
                    ADD 1 TO WS-RULE-ALERTS
                    PERFORM WRITE-ONE-ALERT
                END-IF
            END-PERFORM
            IF WS-RULE-ALERTS = 0
                MOVE "No alerts for this rule." TO ALERT-REPORT-LINE
                WRITE ALERT-REPORT-LINE
                MOVE SPACES TO ALERT-REPORT-LINE
                WRITE ALERT-REPORT-LINE
            END-IF
            MOVE WS-RL-NEW(WS-RULE-SUB) TO WS-COUNT-EDIT
            MOVE SPACES TO ALERT-REPORT-LINE
            STRING "New alerts:              " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO ALERT-REPORT-LINE
            WRITE ALERT-REPORT-LINE
            MOVE WS-RL-OPEN(WS-RULE-SUB) TO WS-COUNT-EDIT
            MOVE SPACES TO ALERT-REPORT-LINE
            STRING "Still open from earlier: " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO ALERT-REPORT-LINE
            WRITE ALERT-REPORT-LINE
            MOVE WS-RL-REVIEWED(WS-RULE-SUB) TO WS-COUNT-EDIT
            MOVE SPACES TO ALERT-REPORT-LINE
            STRING "Reviewed, not shown:     " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO ALERT-REPORT-LINE
            WRITE ALERT-REPORT-LINE
            CLOSE ALERT-REPORT.

       WRITE-ONE-ALERT.
            MOVE SPACES TO ALERT-REPORT-LINE
            IF WS-AT-NEW(WS-ALERT-SUB)
                STRING "NEW ALERT         "
                    WS-RL-SUBJECT(WS-RULE-SUB) " "
                    WS-AT-SUBJECT(WS-ALERT-SUB)
                    DELIMITED BY SIZE INTO ALERT-REPORT-LINE
            ELSE
                STRING "OPEN SINCE "
                    WS-AT-FIRST-REPORTED(WS-ALERT-SUB) "  "
                    WS-RL-SUBJECT(WS-RULE-SUB) " "
                    WS-AT-SUBJECT(WS-ALERT-SUB)
                    DELIMITED BY SIZE INTO ALERT-REPORT-LINE
            END-IF
            WRITE ALERT-REPORT-LINE
            PERFORM VARYING WS-TRIGGER-SUB FROM 1 BY 1
                    UNTIL WS-TRIGGER-SUB >
                    WS-AT-ENTRY-COUNT(WS-ALERT-SUB)
                    OR WS-TRIGGER-SUB > WS-ENTRY-SHOWN-LIMIT
                PERFORM WRITE-TRIGGER-ENTRY
            END-PERFORM
            IF WS-AT-ENTRY-COUNT(WS-ALERT-SUB) > WS-ENTRY-SHOWN-LIMIT
                COMPUTE WS-MORE-ENTRIES =
                    WS-AT-ENTRY-COUNT(WS-ALERT-SUB)
                    - WS-ENTRY-SHOWN-LIMIT
                MOVE SPACES TO ALERT-REPORT-LINE
                STRING "  ... and " WS-MORE-ENTRIES
                    " more entries (CUSTHINQ shows them all)"
                    DELIMITED BY SIZE INTO ALERT-REPORT-LINE
                WRITE ALERT-REPORT-LINE
            END-IF
            MOVE SPACES TO ALERT-REPORT-LINE
            IF WS-AT-OPER-COUNT(WS-ALERT-SUB) = 1
                STRING "  ** SAME OPERATOR MADE EVERY CHANGE: "
                    WS-AT-OPERATOR(WS-ALERT-SUB, 1)
                    DELIMITED BY SIZE INTO ALERT-REPORT-LINE
            ELSE
                MOVE WS-AT-OPER-COUNT(WS-ALERT-SUB) TO WS-COUNT-EDIT
                STRING "  Different operators involved: "
                    WS-COUNT-EDIT
                    DELIMITED BY SIZE INTO ALERT-REPORT-LINE
            END-IF
            WRITE ALERT-REPORT-LINE
            MOVE SPACES TO ALERT-REPORT-LINE
            WRITE ALERT-REPORT-LINE.

       WRITE-TRIGGER-ENTRY.
            MOVE SPACES TO ALERT-REPORT-LINE
            STRING "  "
                WS-AT-TS(WS-ALERT-SUB, WS-TRIGGER-SUB)(1:8) " "
                WS-AT-TS(WS-ALERT-SUB, WS-TRIGGER-SUB)(9:6) " "
                WS-AT-ACTION(WS-ALERT-SUB, WS-TRIGGER-SUB) " "
                WS-AT-NAM(WS-ALERT-SUB, WS-TRIGGER-SUB) " "
                WS-AT-OPER(WS-ALERT-SUB, WS-TRIGGER-SUB)
                DELIMITED BY SIZE INTO ALERT-REPORT-LINE
            WRITE ALERT-REPORT-LINE
            MOVE SPACES TO ALERT-REPORT-LINE
            STRING "                   "
                WS-AT-DETAIL(WS-ALERT-SUB, WS-TRIGGER-SUB)
                DELIMITED BY SIZE INTO ALERT-REPORT-LINE
            WRITE ALERT-REPORT-LINE.

       WRITE-AUDIT-LOG.
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
            PERFORM READ-AUDIT-CHAIN
            OPEN EXTEND AUDIT-LOG
            IF WS-AUDIT-FILE-STATUS = '05'
                    OR WS-AUDIT-FILE-STATUS = '35'
                OPEN OUTPUT AUDIT-LOG
            END-IF
            MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID
            MOVE WS-TIMESTAMP TO AL-TIMESTAMP
            MOVE "CUSTALRT" TO AL-PROGRAM-NAME
            MOVE SPACES TO AL-KEY-VALUES
            STRING "NEW=" WS-NEW-TOTAL
                " OPEN=" WS-OPEN-TOTAL
                " REVIEWED=" WS-REVIEWED-TOTAL
                DELIMITED BY SIZE INTO AL-KEY-VALUES
            PERFORM SEAL-AUDIT-ENTRY
            WRITE AUDIT-LOG-RECORD
            CLOSE AUDIT-LOG.

      * Every audit entry is chained to the one before it: it takes
      * the next sequence number and a check value computed over the
      * entry from the previous entry's check value, so AUDCHAIN can
      * tell when a line has been edited, removed or moved. The last
      * sealed entry already on the log is the starting point.
       READ-AUDIT-CHAIN.
            MOVE 0 TO WS-AUDIT-LAST-SEQUENCE
            MOVE 0 TO WS-AUDIT-LAST-CHAIN
            MOVE 'N' TO WS-AUDIT-CHAIN-EOF-SW
            OPEN INPUT AUDIT-LOG
            IF WS-AUDIT-FILE-STATUS = '00'
                PERFORM UNTIL END-OF-AUDIT-CHAIN
                    READ AUDIT-LOG
                        AT END
                            SET END-OF-AUDIT-CHAIN TO TRUE
                        NOT AT END
                            IF AL-SEQUENCE IS NUMERIC
                                    AND AL-CHAIN-VALUE IS NUMERIC
                                MOVE AL-SEQUENCE TO
                                    WS-AUDIT-LAST-SEQUENCE
                                MOVE AL-CHAIN-VALUE TO
                                    WS-AUDIT-LAST-CHAIN
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AUDIT-LOG
            END-IF.

       SEAL-AUDIT-ENTRY.
            ADD 1 TO WS-AUDIT-LAST-SEQUENCE
            MOVE WS-AUDIT-LAST-SEQUENCE TO AL-SEQUENCE
            MOVE WS-AUDIT-LAST-CHAIN TO WS-AUDIT-CHAIN-WORK
            PERFORM VARYING WS-AUDIT-CHAIN-SUB FROM 1 BY 1
                    UNTIL WS-AUDIT-CHAIN-SUB >
                    FUNCTION LENGTH(AL-SEALED-PORTION)
                COMPUTE WS-AUDIT-CHAIN-WORK = FUNCTION MOD(
                    WS-AUDIT-CHAIN-WORK * 31 + FUNCTION ORD(
                    AL-SEALED-PORTION(WS-AUDIT-CHAIN-SUB:1)),
                    9999999967)
            END-PERFORM
            MOVE WS-AUDIT-CHAIN-WORK TO AL-CHAIN-VALUE.

       END PROGRAM CUSTALRT.

      ******************************************************************
      * Author: Tamalk.
      * Date: 15/10/2026.
      * Purpose: Branch consolidation. When BRCHMNT closes a branch,
      *          its customers stay on the master under a dead office
      *          and every CUSTMAINT CHANGE for them bounces 'IB'.
      *          This program takes a closing branch (already closed
      *          on BRCHREF.DAT) and an open receiving branch, moves
      *          every customer whose CR-BRANCH-CODE is the closing
      *          branch to the receiving one, and writes a CUSTHIST
      *          change entry with the operator for each, so CUSTHINQ
      *          shows when and by whom each customer was moved. The
      *          maintain authority gates it, as for CUSTMAINT. The
      *          transfer report (BRCHXFR.DAT) counts customers per
      *          branch before the transfer and again from a fresh
      *          pass of the master afterwards, and checks every
      *          branch's after figure against its before figure
      *          plus what moved, so the per-branch figures in
      *          CUSTAGE change by exactly what the report explains.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRCHCONS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-NAM
               ALTERNATE RECORD KEY IS CR-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT BRANCH-REFERENCE ASSIGN TO "BRCHREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-BRANCH-CODE
               FILE STATUS IS WS-BREF-FILE-STATUS.
           SELECT CUST-HISTORY ASSIGN TO "CUSTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT TRANSFER-REPORT ASSIGN TO "BRCHXFR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT OPERATOR-AUTHORITY ASSIGN TO "OPERAUTH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OA-OPERATOR-ID
               FILE STATUS IS WS-AUTH-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY CUSTREC.
       FD  BRANCH-REFERENCE.
           COPY BRCHREF.
       FD  CUST-HISTORY.
           COPY CUSTHIST.
       FD  TRANSFER-REPORT.
           COPY BRXFRLN.
       FD  AUDIT-LOG.
           COPY AUDITREC.
       FD  OPERATOR-AUTHORITY.
           COPY OPERAUTH.
       WORKING-STORAGE SECTION.
           01 WS-CUST-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-BREF-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-HIST-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-RPT-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-AUDIT-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-AUDIT-LAST-SEQUENCE PIC 9(9) VALUE 0.
           01 WS-AUDIT-LAST-CHAIN PIC 9(10) VALUE 0.
           01 WS-AUDIT-CHAIN-WORK PIC 9(12) VALUE 0.
           01 WS-AUDIT-CHAIN-SUB PIC 9(3) VALUE 0.
           01 WS-AUDIT-CHAIN-EOF-SW PIC X VALUE 'N'.
               88 END-OF-AUDIT-CHAIN VALUE 'Y'.
           01 WS-AUTH-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-AUTHORIZED-SW PIC X VALUE 'N'.
               88 OPERATOR-AUTHORIZED VALUE 'Y'.
           01 WS-OPERATOR-ID PIC X(20).
           01 WS-TIMESTAMP PIC X(21).
           01 WS-RUN-DATE PIC 9(8).
           01 WS-EOF-SWITCH PIC X VALUE 'N'.
               88 END-OF-CUSTOMER-MASTER VALUE 'Y'.
           01 WS-CLOSING-BRANCH PIC X(3).
           01 WS-RECEIVING-BRANCH PIC X(3).
           01 WS-CLOSING-NAME PIC X(20).
           01 WS-RECEIVING-NAME PIC X(20).
           01 WS-BRANCHES-VALID-SW PIC X VALUE 'N'.
               88 BRANCHES-VALID VALUE 'Y'.
           01 WS-ANSWER PIC X.
           01 WS-BEFORE-IMAGE PIC X(63).
           01 WS-HIST-SEQUENCE PIC 9(5) VALUE 0.
           01 WS-CUSTOMERS-MOVED PIC 9(6) VALUE 0.
           01 WS-MOVES-FAILED PIC 9(6) VALUE 0.
           01 WS-HISTORY-WRITTEN PIC 9(6) VALUE 0.
           01 WS-TOTAL-BEFORE PIC 9(6) VALUE 0.
           01 WS-TOTAL-AFTER PIC 9(6) VALUE 0.
           01 WS-RECONCILED-SW PIC X VALUE 'Y'.
               88 TRANSFER-RECONCILED VALUE 'Y'.
      * Per-branch counts, collected as branch codes turn up on the
      * master the same way CUSTAGE collects them.
           01 WS-BRANCH-LIMIT PIC 9(2) VALUE 50.
           01 WS-BRANCH-COUNT PIC 9(2) VALUE 0.
           01 WS-BRANCH-TABLE.
               05 WS-BRANCH-ENTRY OCCURS 50 TIMES.
                   10 WS-BR-CODE PIC X(3).
                   10 WS-BR-BEFORE PIC 9(6).
                   10 WS-BR-AFTER PIC 9(6).
           01 WS-BRANCH-SUB PIC 9(2).
           01 WS-FOUND-BRANCH PIC 9(2).
           01 WS-FIND-CODE PIC X(3).
           01 WS-BR-MOVED PIC S9(6).
           01 WS-BR-EXPECTED PIC S9(7).
           01 WS-BR-NAME PIC X(20).
           01 WS-BR-CHECK PIC X(4).
           01 WS-BEFORE-EDIT PIC ZZZ,ZZ9.
           01 WS-AFTER-EDIT PIC ZZZ,ZZ9.
           01 WS-MOVED-EDIT PIC -ZZZ,ZZ9.
           01 WS-COUNT-EDIT PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM CHECK-OPERATOR-AUTHORITY
            IF NOT OPERATOR-AUTHORIZED
                PERFORM WRITE-DENIED-AUDIT
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
            MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
            OPEN INPUT BRANCH-REFERENCE
            IF WS-BREF-FILE-STATUS NOT = '00'
                DISPLAY "BRCHCONS: branch reference file BRCHREF.DAT "
                    "is not available - a consolidation needs it to "
                    "prove both branches"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM PROMPT-FOR-BRANCHES
            PERFORM VALIDATE-BRANCHES
            IF NOT BRANCHES-VALID
                CLOSE BRANCH-REFERENCE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM CONFIRM-TRANSFER
            IF WS-ANSWER NOT = 'Y'
                DISPLAY "BRCHCONS: consolidation cancelled - the "
                    "customer master was not touched"
                CLOSE BRANCH-REFERENCE
                STOP RUN
            END-IF
            OPEN I-O CUSTOMER-MASTER
            IF WS-CUST-FILE-STATUS NOT = '00'
                DISPLAY "BRCHCONS: customer master is not available "
                    "- nothing to transfer"
                CLOSE BRANCH-REFERENCE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN I-O CUST-HISTORY
            IF WS-HIST-FILE-STATUS = '05' OR WS-HIST-FILE-STATUS = '35'
                OPEN OUTPUT CUST-HISTORY
                CLOSE CUST-HISTORY
                OPEN I-O CUST-HISTORY
            END-IF
            MOVE WS-CLOSING-BRANCH TO WS-FIND-CODE
            PERFORM FIND-BRANCH-ENTRY
            MOVE WS-RECEIVING-BRANCH TO WS-FIND-CODE
            PERFORM FIND-BRANCH-ENTRY
            PERFORM TRANSFER-PASS
            CLOSE CUSTOMER-MASTER CUST-HISTORY
            PERFORM RECOUNT-PASS
            PERFORM WRITE-TRANSFER-REPORT
            CLOSE BRANCH-REFERENCE
            PERFORM WRITE-AUDIT-LOG
            DISPLAY "BRCHCONS: " WS-CUSTOMERS-MOVED " customer(s) "
                "moved from " WS-CLOSING-BRANCH " to "
                WS-RECEIVING-BRANCH " - see BRCHXFR.DAT"
            IF NOT TRANSFER-RECONCILED
                DISPLAY "BRCHCONS: *** the branch counts do not "
                    "reconcile - review BRCHXFR.DAT ***"
                MOVE 8 TO RETURN-CODE
            END-IF
            STOP RUN.

      * Moving customers between branches is customer maintenance,
      * so the maintain authority gates it. The authority file works
      * like the account reference at intake: until it has been
      * built the check is skipped with a warning, so a site can
      * load it through OPERMNT without locking every operator out
      * in the meantime.
       CHECK-OPERATOR-AUTHORITY.
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
            OPEN INPUT OPERATOR-AUTHORITY
            IF WS-AUTH-FILE-STATUS NOT = '00'
                DISPLAY "BRCHCONS: operator authority file "
                    "OPERAUTH.DAT is not available - authority is "
                    "not checked this run"
                MOVE 'Y' TO WS-AUTHORIZED-SW
            ELSE
                MOVE WS-OPERATOR-ID TO OA-OPERATOR-ID
                READ OPERATOR-AUTHORITY
                    INVALID KEY
                        MOVE 'N' TO WS-AUTHORIZED-SW
                    NOT INVALID KEY
                        IF OA-MAY-MAINTAIN
                            MOVE 'Y' TO WS-AUTHORIZED-SW
                        ELSE
                            MOVE 'N' TO WS-AUTHORIZED-SW
                        END-IF
                END-READ
                CLOSE OPERATOR-AUTHORITY
                IF NOT OPERATOR-AUTHORIZED
                    DISPLAY "BRCHCONS: operator " WS-OPERATOR-ID
                        " is not authorized for customer "
                        "maintenance - run ended"
                END-IF
            END-IF.

      * A denied attempt still goes to the audit trail, so AUDITRPT
      * can show who tried, not just who succeeded.
       WRITE-DENIED-AUDIT.
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
            PERFORM READ-AUDIT-CHAIN
            OPEN EXTEND AUDIT-LOG
            IF WS-AUDIT-FILE-STATUS = '05'
                    OR WS-AUDIT-FILE-STATUS = '35'
                OPEN OUTPUT AUDIT-LOG
            END-IF
            MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID
            MOVE WS-TIMESTAMP TO AL-TIMESTAMP
            MOVE "BRCHCONS" TO AL-PROGRAM-NAME
            MOVE "DENIED MAINTAIN" TO AL-KEY-VALUES
            PERFORM SEAL-AUDIT-ENTRY
            WRITE AUDIT-LOG-RECORD
            CLOSE AUDIT-LOG.

       PROMPT-FOR-BRANCHES.
            DISPLAY "Enter the closing branch code: "
            ACCEPT WS-CLOSING-BRANCH FROM CONSOLE
            DISPLAY "Enter the receiving branch code: "
            ACCEPT WS-RECEIVING-BRANCH FROM CONSOLE.

      * The closing branch must already be closed through BRCHMNT,
      * so a consolidation can never empty an office that is still
      * taking registrations, and the receiving branch must be open
      * or every moved customer would land under another dead one.
       VALIDATE-BRANCHES.
            MOVE 'Y' TO WS-BRANCHES-VALID-SW
            IF WS-CLOSING-BRANCH = SPACES
                    OR WS-RECEIVING-BRANCH = SPACES
                DISPLAY "BRCHCONS: both branch codes are required"
                MOVE 'N' TO WS-BRANCHES-VALID-SW
            END-IF
            IF BRANCHES-VALID
                    AND WS-CLOSING-BRANCH = WS-RECEIVING-BRANCH
                DISPLAY "BRCHCONS: the closing and receiving "
                    "branches are the same"
                MOVE 'N' TO WS-BRANCHES-VALID-SW
            END-IF
            IF BRANCHES-VALID
                MOVE WS-CLOSING-BRANCH TO BR-BRANCH-CODE
                READ BRANCH-REFERENCE
                    INVALID KEY
                        DISPLAY "BRCHCONS: " WS-CLOSING-BRANCH
                            " is not on the reference file"
                        MOVE 'N' TO WS-BRANCHES-VALID-SW
                    NOT INVALID KEY
                        MOVE BR-BRANCH-NAME TO WS-CLOSING-NAME
                        IF NOT BR-CLOSED-BRANCH
                            DISPLAY "BRCHCONS: " WS-CLOSING-BRANCH
                                " is still open - close it through "
                                "BRCHMNT first"
                            MOVE 'N' TO WS-BRANCHES-VALID-SW
                        END-IF
                END-READ
            END-IF
            IF BRANCHES-VALID
                MOVE WS-RECEIVING-BRANCH TO BR-BRANCH-CODE
                READ BRANCH-REFERENCE
                    INVALID KEY
                        DISPLAY "BRCHCONS: " WS-RECEIVING-BRANCH
                            " is not on the reference file"
                        MOVE 'N' TO WS-BRANCHES-VALID-SW
                    NOT INVALID KEY
                        MOVE BR-BRANCH-NAME TO WS-RECEIVING-NAME
                        IF BR-CLOSED-BRANCH
                            DISPLAY "BRCHCONS: " WS-RECEIVING-BRANCH
                                " is closed - customers cannot be "
                                "moved to it"
                            MOVE 'N' TO WS-BRANCHES-VALID-SW
                        END-IF
                END-READ
            END-IF.

       CONFIRM-TRANSFER.
            DISPLAY "This moves every customer of " WS-CLOSING-BRANCH
                " " WS-CLOSING-NAME " to " WS-RECEIVING-BRANCH " "
                WS-RECEIVING-NAME ". Continue? (Y/N): "
            ACCEPT WS-ANSWER FROM CONSOLE
            IF WS-ANSWER = 'y'
                MOVE 'Y' TO WS-ANSWER
            END-IF.

      * Every record is counted under the branch it had before the
      * transfer; the closing branch's customers are then moved.
       TRANSFER-PASS.
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM READ-CUSTOMER-MASTER
            PERFORM UNTIL END-OF-CUSTOMER-MASTER
                ADD 1 TO WS-TOTAL-BEFORE
                MOVE CR-BRANCH-CODE TO WS-FIND-CODE
                PERFORM FIND-BRANCH-ENTRY
                ADD 1 TO WS-BR-BEFORE(WS-FOUND-BRANCH)
                IF CR-BRANCH-CODE = WS-CLOSING-BRANCH
                    PERFORM TRANSFER-CUSTOMER
                END-IF
                PERFORM READ-CUSTOMER-MASTER
            END-PERFORM.

       TRANSFER-CUSTOMER.
            MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
            MOVE WS-RECEIVING-BRANCH TO CR-BRANCH-CODE
            REWRITE CUSTOMER-RECORD
                INVALID KEY
                    ADD 1 TO WS-MOVES-FAILED
                    DISPLAY "BRCHCONS: " CR-NAM " could not be "
                        "rewritten - left at " WS-CLOSING-BRANCH
                NOT INVALID KEY
                    ADD 1 TO WS-CUSTOMERS-MOVED
                    PERFORM WRITE-CHANGE-HISTORY
            END-REWRITE.

      * One change entry per customer moved, so the move shows in
      * CUSTHINQ with the operator who ran the consolidation.
       WRITE-CHANGE-HISTORY.
            MOVE CR-NAM TO CH-NAM
            SET CH-CHANGE-ACTION TO TRUE
            MOVE WS-OPERATOR-ID TO CH-OPERATOR-ID
            MOVE WS-TIMESTAMP TO CH-TIMESTAMP
            ADD 1 TO WS-HIST-SEQUENCE
            MOVE WS-HIST-SEQUENCE TO CH-SEQUENCE
            MOVE WS-BEFORE-IMAGE TO CH-BEFORE-IMAGE
            MOVE CUSTOMER-RECORD TO CH-AFTER-IMAGE
            WRITE CUST-HIST-RECORD
                INVALID KEY
                    DISPLAY "BRCHCONS: history entry for " CR-NAM
                        " could not be written"
                NOT INVALID KEY
                    ADD 1 TO WS-HISTORY-WRITTEN
            END-WRITE.

      * The after figures come from a second, read-only pass of the
      * master, not from arithmetic on the first, so the
      * reconciliation proves what is actually on file.
       RECOUNT-PASS.
            OPEN INPUT CUSTOMER-MASTER
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM READ-CUSTOMER-MASTER
            PERFORM UNTIL END-OF-CUSTOMER-MASTER
                ADD 1 TO WS-TOTAL-AFTER
                MOVE CR-BRANCH-CODE TO WS-FIND-CODE
                PERFORM FIND-BRANCH-ENTRY
                ADD 1 TO WS-BR-AFTER(WS-FOUND-BRANCH)
                PERFORM READ-CUSTOMER-MASTER
            END-PERFORM
            CLOSE CUSTOMER-MASTER.

       READ-CUSTOMER-MASTER.
            READ CUSTOMER-MASTER NEXT RECORD
                AT END
                    SET END-OF-CUSTOMER-MASTER TO TRUE
            END-READ.

       FIND-BRANCH-ENTRY.
            MOVE 0 TO WS-FOUND-BRANCH
            PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
                    UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT
                    OR WS-FOUND-BRANCH > 0
                IF WS-BR-CODE(WS-BRANCH-SUB) = WS-FIND-CODE
                    MOVE WS-BRANCH-SUB TO WS-FOUND-BRANCH
                END-IF
            END-PERFORM
            IF WS-FOUND-BRANCH = 0
                IF WS-BRANCH-COUNT >= WS-BRANCH-LIMIT
                    DISPLAY "BRCHCONS: the master carries more than "
                        WS-BRANCH-LIMIT " branch codes - raise "
                        "WS-BRANCH-LIMIT and rerun. Aborting."
                    DISPLAY "BRCHCONS: " WS-CUSTOMERS-MOVED
                        " customer(s) already moved, each with its "
                        "history entry"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-BRANCH-COUNT
                MOVE WS-BRANCH-COUNT TO WS-FOUND-BRANCH
                MOVE WS-FIND-CODE TO WS-BR-CODE(WS-FOUND-BRANCH)
                MOVE 0 TO WS-BR-BEFORE(WS-FOUND-BRANCH)
                MOVE 0 TO WS-BR-AFTER(WS-FOUND-BRANCH)
            END-IF.

       WRITE-TRANSFER-REPORT.
            OPEN OUTPUT TRANSFER-REPORT
            MOVE SPACES TO BRANCH-TRANSFER-LINE
            STRING "BRCHCONS - branch consolidation "
                WS-CLOSING-BRANCH " into " WS-RECEIVING-BRANCH
                " as of " WS-RUN-DATE
                DELIMITED BY SIZE INTO BRANCH-TRANSFER-LINE
            WRITE BRANCH-TRANSFER-LINE
            MOVE SPACES TO BRANCH-TRANSFER-LINE
            STRING "Run by " WS-OPERATOR-ID
                DELIMITED BY SIZE INTO BRANCH-TRANSFER-LINE
            WRITE BRANCH-TRANSFER-LINE
            MOVE SPACES TO BRANCH-TRANSFER-LINE
            WRITE BRANCH-TRANSFER-LINE
            MOVE SPACES TO BRANCH-TRANSFER-LINE
            STRING "Branch Name                   Before    Moved"
                "    After Check"
                DELIMITED BY SIZE INTO BRANCH-TRANSFER-LINE
            WRITE BRANCH-TRANSFER-LINE
            PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
                    UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT
                PERFORM WRITE-BRANCH-LINE
            END-PERFORM
            IF WS-TOTAL-AFTER NOT = WS-TOTAL-BEFORE
                MOVE 'N' TO WS-RECONCILED-SW
            END-IF
            MOVE SPACES TO BRANCH-TRANSFER-LINE
            WRITE BRANCH-TRANSFER-LINE
            MOVE WS-TOTAL-BEFORE TO WS-BEFORE-EDIT
            MOVE WS-TOTAL-AFTER TO WS-AFTER-EDIT
            MOVE SPACES TO BRANCH-TRANSFER-LINE
            STRING "Total                        " WS-BEFORE-EDIT
                "           " WS-AFTER-EDIT
                DELIMITED BY SIZE INTO BRANCH-TRANSFER-LINE
            WRITE BRANCH-TRANSFER-LINE
            MOVE SPACES TO BRANCH-TRANSFER-LINE
            WRITE BRANCH-TRANSFER-LINE
            MOVE WS-CUSTOMERS-MOVED TO WS-COUNT-EDIT
            MOVE SPACES TO BRANCH-TRANSFER-LINE
            STRING "Customers transferred:   " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO BRANCH-TRANSFER-LINE
            WRITE BRANCH-TRANSFER-LINE
            MOVE WS-HISTORY-WRITTEN TO WS-COUNT-EDIT
            MOVE SPACES TO BRANCH-TRANSFER-LINE
            STRING "History entries written: " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO BRANCH-TRANSFER-LINE
            WRITE BRANCH-TRANSFER-LINE
            MOVE WS-MOVES-FAILED TO WS-COUNT-EDIT
            MOVE SPACES TO BRANCH-TRANSFER-LINE
            STRING "Customers not moved:     " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO BRANCH-TRANSFER-LINE
            WRITE BRANCH-TRANSFER-LINE
            IF WS-HISTORY-WRITTEN NOT = WS-CUSTOMERS-MOVED
                    OR WS-MOVES-FAILED > 0
                MOVE 'N' TO WS-RECONCILED-SW
            END-IF
            MOVE SPACES TO BRANCH-TRANSFER-LINE
            IF TRANSFER-RECONCILED
                STRING "Branch counts reconcile before and after."
                    DELIMITED BY SIZE INTO BRANCH-TRANSFER-LINE
            ELSE
                STRING "** BRANCH COUNTS DO NOT RECONCILE - REVIEW **"
                    DELIMITED BY SIZE INTO BRANCH-TRANSFER-LINE
            END-IF
            WRITE BRANCH-TRANSFER-LINE
            CLOSE TRANSFER-REPORT.

      * A branch's after figure must be its before figure, less the
      * customers moved out (closing branch) or plus those moved in
      * (receiving branch); every other branch must not change.
       WRITE-BRANCH-LINE.
            MOVE 0 TO WS-BR-MOVED
            IF WS-BR-CODE(WS-BRANCH-SUB) = WS-CLOSING-BRANCH
                COMPUTE WS-BR-MOVED = 0 - WS-CUSTOMERS-MOVED
            END-IF
            IF WS-BR-CODE(WS-BRANCH-SUB) = WS-RECEIVING-BRANCH
                MOVE WS-CUSTOMERS-MOVED TO WS-BR-MOVED
            END-IF
            COMPUTE WS-BR-EXPECTED =
                WS-BR-BEFORE(WS-BRANCH-SUB) + WS-BR-MOVED
            IF WS-BR-EXPECTED = WS-BR-AFTER(WS-BRANCH-SUB)
                MOVE "OK" TO WS-BR-CHECK
            ELSE
                MOVE "DIFF" TO WS-BR-CHECK
                MOVE 'N' TO WS-RECONCILED-SW
            END-IF
            IF WS-BR-CODE(WS-BRANCH-SUB) = SPACES
                MOVE "(no branch)" TO WS-BR-NAME
            ELSE
                MOVE WS-BR-CODE(WS-BRANCH-SUB) TO BR-BRANCH-CODE
                READ BRANCH-REFERENCE
                    INVALID KEY
                        MOVE "(not on BRCHREF)" TO WS-BR-NAME
                    NOT INVALID KEY
                        MOVE BR-BRANCH-NAME TO WS-BR-NAME
                END-READ
            END-IF
            MOVE WS-BR-BEFORE(WS-BRANCH-SUB) TO WS-BEFORE-EDIT
            MOVE WS-BR-MOVED TO WS-MOVED-EDIT
            MOVE WS-BR-AFTER(WS-BRANCH-SUB) TO WS-AFTER-EDIT
            MOVE SPACES TO BRANCH-TRANSFER-LINE
            STRING WS-BR-CODE(WS-BRANCH-SUB) "    " WS-BR-NAME "  "
                WS-BEFORE-EDIT " " WS-MOVED-EDIT "  " WS-AFTER-EDIT
                " " WS-BR-CHECK
                DELIMITED BY SIZE INTO BRANCH-TRANSFER-LINE
            WRITE BRANCH-TRANSFER-LINE.

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
            MOVE "BRCHCONS" TO AL-PROGRAM-NAME
            MOVE SPACES TO AL-KEY-VALUES
            STRING "MOVED=" WS-CUSTOMERS-MOVED
                " FROM=" WS-CLOSING-BRANCH
                " TO=" WS-RECEIVING-BRANCH
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

       END PROGRAM BRCHCONS.

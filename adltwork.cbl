      ******************************************************************
      * Author: Tamalk.
      * Date: 15/10/2026.
      * Purpose: Work program for the minor-to-adult review queue
      *          ADLTQUE.DAT. CUSTAGER queues every customer its
      *          refresh takes past 18, since a registration taken
      *          with a guardian has to be re-confirmed with the
      *          customer. The clerk picks a branch (or all of them),
      *          gets that branch's open items in due-date order, and
      *          for each one handled records the outcome - confirmed
      *          with the customer, or referred on for follow-up -
      *          with a note of what was done. The queue entry keeps
      *          the outcome, the clerk's operator ID and the time,
      *          and each outcome is written to the audit log.
      *          ADLTOVD lists what is still open 30 days after it
      *          fell due.
      *          Items are filed under the customer's current
      *          CR-BRANCH-CODE on CUSTMAST.DAT, not the branch on the
      *          queue entry, so a customer moved by BRCHCONS or a
      *          CUSTMAINT branch change is worked by the branch that
      *          has them now. A customer deleted or merged away since
      *          being queued is listed under NOT ON MASTER (on its
      *          own with "?", and at the end of the full list) so the
      *          item can be closed with a note.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADLTWORK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADULT-REVIEW-QUEUE ASSIGN TO "ADLTQUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AQ-NAM
               FILE STATUS IS WS-QUEUE-FILE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-NAM
               ALTERNATE RECORD KEY IS CR-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.
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
       FD  ADULT-REVIEW-QUEUE.
           COPY ADLTQUE.
       FD  CUSTOMER-MASTER.
           COPY CUSTREC.
       FD  AUDIT-LOG.
           COPY AUDITREC.
       FD  OPERATOR-AUTHORITY.
           COPY OPERAUTH.
       WORKING-STORAGE SECTION.
           01 WS-QUEUE-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-CUST-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-AUDIT-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-AUDIT-LAST-SEQUENCE PIC 9(9) VALUE 0.
           01 WS-AUDIT-LAST-CHAIN PIC 9(10) VALUE 0.
           01 WS-AUDIT-CHAIN-WORK PIC 9(12) VALUE 0.
           01 WS-AUDIT-CHAIN-SUB PIC 9(3) VALUE 0.
           01 WS-AUDIT-CHAIN-EOF-SW PIC X VALUE 'N'.
               88 END-OF-AUDIT-CHAIN VALUE 'Y'.
           01 WS-OPERATOR-ID PIC X(20).
           01 WS-TIMESTAMP PIC X(21).
           01 WS-EOF-SWITCH PIC X VALUE 'N'.
               88 END-OF-QUEUE VALUE 'Y'.
           01 WS-BRANCH-WANTED PIC X(3).
      * The customer's branch as the master holds it now; a customer
      * no longer on the master has no branch to be filed under.
           01 WS-CUSTOMER-SW PIC X VALUE 'N'.
               88 CUSTOMER-ON-MASTER VALUE 'Y'.
           01 WS-CURRENT-BRANCH PIC X(3).
           01 WS-TABLE-LIMIT PIC 9(4) VALUE 500.
           01 WS-ITEM-COUNT PIC 9(4) VALUE 0.
      * Each item carries the group it lists under - '1' on the
      * master, '2' not on master - and the current branch ahead of
      * the queue entry, so the sort works on the leading bytes.
           01 WS-ITEM-TABLE.
               05 WS-ITEM-ENTRY OCCURS 500 TIMES.
                   10 WS-IT-GROUP PIC X.
                       88 WS-IT-NOT-ON-MASTER VALUE '2'.
                   10 WS-IT-BRANCH PIC X(3).
                   10 WS-IT-DUE-DATE PIC 9(8).
                   10 WS-IT-RECORD PIC X(129).
           01 WS-SORT-SUB PIC 9(4).
           01 WS-SORT-SUB2 PIC 9(4).
           01 WS-ITEM-SWAP PIC X(141).
           01 WS-LAST-GROUP PIC X(4).
           01 WS-BRANCH-SHOWN PIC X(13).
           01 WS-ENTRY-NUMBER PIC 9(4).
           01 WS-ENTRY-INPUT PIC X(4).
           01 WS-OUTCOME-INPUT PIC X(1).
               88 OUTCOME-CONFIRMED VALUE 'C' 'c'.
               88 OUTCOME-REFERRED VALUE 'R' 'r'.
           01 WS-OUTCOME-NOTE PIC X(40).
           01 WS-OUTCOME-WORD PIC X(9).
           01 WS-CONFIRMED-COUNT PIC 9(6) VALUE 0.
           01 WS-REFERRED-COUNT PIC 9(6) VALUE 0.
           01 WS-MORE-WORK-SW PIC X VALUE 'Y'.
               88 MORE-WORK VALUE 'Y'.
           01 WS-AUTH-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-AUTHORIZED-SW PIC X VALUE 'N'.
               88 OPERATOR-AUTHORIZED VALUE 'Y'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
            PERFORM CHECK-OPERATOR-AUTHORITY
            IF NOT OPERATOR-AUTHORIZED
                PERFORM WRITE-DENIED-AUDIT
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN I-O ADULT-REVIEW-QUEUE
            IF WS-QUEUE-FILE-STATUS NOT = '00'
                DISPLAY "ADLTWORK: no adult review queue yet - "
                    "nothing to work"
            ELSE
                OPEN INPUT CUSTOMER-MASTER
                IF WS-CUST-FILE-STATUS NOT = '00'
                    DISPLAY "ADLTWORK: customer master is not "
                        "available - reviews cannot be filed by the "
                        "customer's current branch. Aborting."
                    CLOSE ADULT-REVIEW-QUEUE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM PROMPT-FOR-BRANCH
                PERFORM LOAD-OPEN-ITEMS
                CLOSE CUSTOMER-MASTER
                IF WS-ITEM-COUNT = 0
                    DISPLAY "ADLTWORK: no open adult reviews for "
                        WS-BRANCH-SHOWN
                ELSE
                    PERFORM SORT-OPEN-ITEMS
                    PERFORM LIST-OPEN-ITEMS
                    PERFORM UNTIL NOT MORE-WORK
                        PERFORM PROMPT-FOR-ENTRY
                        IF MORE-WORK
                            PERFORM WORK-ITEM
                        END-IF
                    END-PERFORM
                    DISPLAY "ADLTWORK: " WS-CONFIRMED-COUNT
                        " confirmed, " WS-REFERRED-COUNT " referred"
                END-IF
                CLOSE ADULT-REVIEW-QUEUE
            END-IF
            STOP RUN.

       CHECK-OPERATOR-AUTHORITY.
            OPEN INPUT OPERATOR-AUTHORITY
            IF WS-AUTH-FILE-STATUS NOT = '00'
                DISPLAY "ADLTWORK: operator authority file "
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
                    DISPLAY "ADLTWORK: operator " WS-OPERATOR-ID
                        " is not authorized to work adult reviews - "
                        "run ended"
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
            MOVE "ADLTWORK" TO AL-PROGRAM-NAME
            MOVE "DENIED MAINTAIN" TO AL-KEY-VALUES
            PERFORM SEAL-AUDIT-ENTRY
            WRITE AUDIT-LOG-RECORD
            CLOSE AUDIT-LOG.

      * Registrations from before the branch code carry spaces
      * there; "*" picks those out, "?" the customers no longer on
      * the master, blank takes everything.
       PROMPT-FOR-BRANCH.
            DISPLAY "Enter the branch code to work (blank for all "
                "branches, * for no branch, ? for not on master): "
            MOVE SPACES TO WS-BRANCH-WANTED
            ACCEPT WS-BRANCH-WANTED FROM CONSOLE
            MOVE FUNCTION UPPER-CASE(WS-BRANCH-WANTED) TO
                WS-BRANCH-WANTED
            EVALUATE WS-BRANCH-WANTED
                WHEN SPACES
                    MOVE "all" TO WS-BRANCH-SHOWN
                WHEN "*"
                    MOVE "no branch" TO WS-BRANCH-SHOWN
                WHEN "?"
                    MOVE "not on master" TO WS-BRANCH-SHOWN
                WHEN OTHER
                    MOVE SPACES TO WS-BRANCH-SHOWN
                    STRING "branch " WS-BRANCH-WANTED
                        DELIMITED BY SIZE INTO WS-BRANCH-SHOWN
            END-EVALUATE.

       LOAD-OPEN-ITEMS.
            PERFORM READ-QUEUE
            PERFORM UNTIL END-OF-QUEUE
                IF AQ-OPEN
                    PERFORM LOOKUP-CUSTOMER
                    EVALUATE TRUE
                        WHEN WS-BRANCH-WANTED = SPACES
                            PERFORM LOAD-ITEM-ENTRY
                        WHEN WS-BRANCH-WANTED = "?"
                            IF NOT CUSTOMER-ON-MASTER
                                PERFORM LOAD-ITEM-ENTRY
                            END-IF
                        WHEN NOT CUSTOMER-ON-MASTER
                            CONTINUE
                        WHEN WS-BRANCH-WANTED = "*"
                                AND WS-CURRENT-BRANCH = SPACES
                            PERFORM LOAD-ITEM-ENTRY
                        WHEN WS-BRANCH-WANTED = WS-CURRENT-BRANCH
                            PERFORM LOAD-ITEM-ENTRY
                    END-EVALUATE
                END-IF
                PERFORM READ-QUEUE
            END-PERFORM.

       READ-QUEUE.
            READ ADULT-REVIEW-QUEUE NEXT RECORD
                AT END
                    SET END-OF-QUEUE TO TRUE
            END-READ.

       LOOKUP-CUSTOMER.
            MOVE AQ-NAM TO CR-NAM
            READ CUSTOMER-MASTER
                INVALID KEY
                    MOVE 'N' TO WS-CUSTOMER-SW
                    MOVE SPACES TO WS-CURRENT-BRANCH
                NOT INVALID KEY
                    MOVE 'Y' TO WS-CUSTOMER-SW
                    MOVE CR-BRANCH-CODE TO WS-CURRENT-BRANCH
            END-READ.

       LOAD-ITEM-ENTRY.
            IF WS-ITEM-COUNT >= WS-TABLE-LIMIT
                DISPLAY "ADLTWORK: more than " WS-TABLE-LIMIT
                    " open adult reviews - work these and rerun "
                    "for the rest"
                SET END-OF-QUEUE TO TRUE
            ELSE
                ADD 1 TO WS-ITEM-COUNT
                IF CUSTOMER-ON-MASTER
                    MOVE '1' TO WS-IT-GROUP(WS-ITEM-COUNT)
                ELSE
                    MOVE '2' TO WS-IT-GROUP(WS-ITEM-COUNT)
                END-IF
                MOVE WS-CURRENT-BRANCH TO WS-IT-BRANCH(WS-ITEM-COUNT)
                MOVE AQ-DUE-DATE TO WS-IT-DUE-DATE(WS-ITEM-COUNT)
                MOVE ADULT-REVIEW-RECORD TO
                    WS-IT-RECORD(WS-ITEM-COUNT)
            END-IF.

      * The queue is keyed on NAM; the clerk wants it by current
      * branch, the longest-due first within each, and the customers
      * no longer on the master last.
       SORT-OPEN-ITEMS.
            PERFORM VARYING WS-SORT-SUB FROM 1 BY 1
                    UNTIL WS-SORT-SUB >= WS-ITEM-COUNT
                PERFORM VARYING WS-SORT-SUB2 FROM WS-SORT-SUB BY 1
                        UNTIL WS-SORT-SUB2 > WS-ITEM-COUNT
                    IF WS-ITEM-ENTRY(WS-SORT-SUB2)(1:12) <
                            WS-ITEM-ENTRY(WS-SORT-SUB)(1:12)
                        MOVE WS-ITEM-ENTRY(WS-SORT-SUB) TO
                            WS-ITEM-SWAP
                        MOVE WS-ITEM-ENTRY(WS-SORT-SUB2) TO
                            WS-ITEM-ENTRY(WS-SORT-SUB)
                        MOVE WS-ITEM-SWAP TO
                            WS-ITEM-ENTRY(WS-SORT-SUB2)
                    END-IF
                END-PERFORM
            END-PERFORM.

       LIST-OPEN-ITEMS.
            DISPLAY "ADLTWORK - open adult reviews, "
                WS-BRANCH-SHOWN ":"
            MOVE HIGH-VALUES TO WS-LAST-GROUP
            PERFORM VARYING WS-ENTRY-NUMBER FROM 1 BY 1
                    UNTIL WS-ENTRY-NUMBER > WS-ITEM-COUNT
                MOVE WS-IT-RECORD(WS-ENTRY-NUMBER) TO
                    ADULT-REVIEW-RECORD
                IF WS-ITEM-ENTRY(WS-ENTRY-NUMBER)(1:4) NOT =
                        WS-LAST-GROUP
                    MOVE WS-ITEM-ENTRY(WS-ENTRY-NUMBER)(1:4) TO
                        WS-LAST-GROUP
                    EVALUATE TRUE
                        WHEN WS-IT-NOT-ON-MASTER(WS-ENTRY-NUMBER)
                            DISPLAY "  NOT ON MASTER - deleted or "
                                "merged away since queued; close "
                                "with a note"
                        WHEN WS-IT-BRANCH(WS-ENTRY-NUMBER) = SPACES
                            DISPLAY "  No branch"
                        WHEN OTHER
                            DISPLAY "  Branch "
                                WS-IT-BRANCH(WS-ENTRY-NUMBER)
                    END-EVALUATE
                END-IF
                DISPLAY WS-ENTRY-NUMBER " " AQ-NAM " account "
                    AQ-ACCOUNT-NUMBER " DOB " AQ-DATE-OF-BIRTH
                    " due " AQ-DUE-DATE
            END-PERFORM.

       PROMPT-FOR-ENTRY.
            DISPLAY "Enter the item number to record "
                "(0 to finish): "
            ACCEPT WS-ENTRY-INPUT FROM CONSOLE
            IF FUNCTION TEST-NUMVAL(WS-ENTRY-INPUT) NOT = 0
                DISPLAY "That doesn't look like a number."
                MOVE 0 TO WS-ENTRY-NUMBER
            ELSE
                COMPUTE WS-ENTRY-NUMBER =
                    FUNCTION NUMVAL(WS-ENTRY-INPUT)
                IF WS-ENTRY-NUMBER = 0
                    MOVE 'N' TO WS-MORE-WORK-SW
                ELSE
                    IF WS-ENTRY-NUMBER > WS-ITEM-COUNT
                        DISPLAY "There is no item " WS-ENTRY-NUMBER
                        MOVE 0 TO WS-ENTRY-NUMBER
                    END-IF
                END-IF
            END-IF.

       WORK-ITEM.
            IF WS-ENTRY-NUMBER = 0
                CONTINUE
            ELSE
                MOVE WS-IT-RECORD(WS-ENTRY-NUMBER) TO
                    ADULT-REVIEW-RECORD
                IF NOT AQ-OPEN
                    DISPLAY AQ-NAM " has already been recorded by "
                        AQ-OUTCOME-BY
                ELSE
                    PERFORM CAPTURE-OUTCOME
                END-IF
            END-IF.

       CAPTURE-OUTCOME.
            DISPLAY "Reviewing " AQ-NAM " - C confirmed with the "
                "customer, R referred (blank leaves it open): "
            MOVE SPACES TO WS-OUTCOME-INPUT
            ACCEPT WS-OUTCOME-INPUT FROM CONSOLE
            IF NOT OUTCOME-CONFIRMED AND NOT OUTCOME-REFERRED
                DISPLAY "No outcome given - " AQ-NAM " left open"
            ELSE
                DISPLAY "Enter a note of what was done "
                    "(blank leaves it open): "
                MOVE SPACES TO WS-OUTCOME-NOTE
                ACCEPT WS-OUTCOME-NOTE FROM CONSOLE
                IF WS-OUTCOME-NOTE = SPACES
                    DISPLAY "No note given - " AQ-NAM " left open"
                ELSE
                    PERFORM RECORD-OUTCOME
                END-IF
            END-IF.

      * The queue is re-read by key so the rewrite carries what is
      * on the file now, not the copy loaded at the start - another
      * clerk may have recorded the same customer meanwhile.
       RECORD-OUTCOME.
            READ ADULT-REVIEW-QUEUE
                INVALID KEY
                    DISPLAY AQ-NAM " is no longer on the queue - "
                        "not recorded"
                NOT INVALID KEY
                    IF NOT AQ-OPEN
                        DISPLAY AQ-NAM " has already been recorded "
                            "by " AQ-OUTCOME-BY
                    ELSE
                        PERFORM REWRITE-OUTCOME
                    END-IF
                    MOVE ADULT-REVIEW-RECORD TO
                        WS-IT-RECORD(WS-ENTRY-NUMBER)
            END-READ.

       REWRITE-OUTCOME.
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
            IF OUTCOME-CONFIRMED
                SET AQ-CONFIRMED TO TRUE
                MOVE "CONFIRMED" TO WS-OUTCOME-WORD
                ADD 1 TO WS-CONFIRMED-COUNT
            ELSE
                SET AQ-REFERRED TO TRUE
                MOVE "REFERRED" TO WS-OUTCOME-WORD
                ADD 1 TO WS-REFERRED-COUNT
            END-IF
            MOVE WS-OPERATOR-ID TO AQ-OUTCOME-BY
            MOVE WS-TIMESTAMP TO AQ-OUTCOME-TIMESTAMP
            MOVE WS-OUTCOME-NOTE TO AQ-OUTCOME-NOTE
            REWRITE ADULT-REVIEW-RECORD
            PERFORM WRITE-AUDIT-LOG
            DISPLAY AQ-NAM " recorded as " WS-OUTCOME-WORD.

       WRITE-AUDIT-LOG.
            PERFORM READ-AUDIT-CHAIN
            OPEN EXTEND AUDIT-LOG
            IF WS-AUDIT-FILE-STATUS = '05'
                    OR WS-AUDIT-FILE-STATUS = '35'
                OPEN OUTPUT AUDIT-LOG
            END-IF
            MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID
            MOVE WS-TIMESTAMP TO AL-TIMESTAMP
            MOVE "ADLTWORK" TO AL-PROGRAM-NAME
            MOVE SPACES TO AL-KEY-VALUES
            STRING "ADULT " DELIMITED BY SIZE
                WS-OUTCOME-WORD DELIMITED BY SPACE
                " " AQ-NAM " DUE " AQ-DUE-DATE
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

       END PROGRAM ADLTWORK.

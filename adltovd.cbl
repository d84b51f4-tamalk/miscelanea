      ******************************************************************
      * Author: Tamalk.
      * Date: 15/10/2026.
      * Purpose: Overdue report over the minor-to-adult review queue
      *          ADLTQUE.DAT. Lists every review still open
      *          WS-OVERDUE-DAYS (30 days) or more after it fell due -
      *          the customer's 18th birthday - grouped under the
      *          customer's current CR-BRANCH-CODE on CUSTMAST.DAT, so
      *          a customer who turned 18 does not go on trading under
      *          a guardian's registration because nobody worked the
      *          queue. The branch is looked up rather than taken from
      *          the queue entry, so a customer moved by BRCHCONS or a
      *          CUSTMAINT branch change is reported against the
      *          branch that has them now. An open review for a
      *          customer deleted or merged away since being queued
      *          is not aged but listed under NOT ON MASTER, to be
      *          closed with a note. The report lists; confirming or
      *          referring is done in ADLTWORK.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADLTOVD.
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
           SELECT OVERDUE-REPORT ASSIGN TO "ADLTOVD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ADULT-REVIEW-QUEUE.
           COPY ADLTQUE.
       FD  CUSTOMER-MASTER.
           COPY CUSTREC.
       FD  OVERDUE-REPORT.
           COPY ADLTOLN.
       WORKING-STORAGE SECTION.
           01 WS-QUEUE-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-CUST-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-RPT-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-OVERDUE-DAYS PIC 9(3) VALUE 30.
           01 WS-RUN-DATE PIC 9(8).
           01 WS-RUN-DAY-NUMBER PIC 9(7).
           01 WS-DUE-DAY-NUMBER PIC 9(7).
           01 WS-DAYS-OPEN PIC S9(7).
           01 WS-EOF-SWITCH PIC X VALUE 'N'.
               88 END-OF-QUEUE VALUE 'Y'.
           01 WS-RECORDS-OPEN PIC 9(6) VALUE 0.
           01 WS-RECORDS-LISTED PIC 9(6) VALUE 0.
           01 WS-RECORDS-OFF-MASTER PIC 9(6) VALUE 0.
           01 WS-CUSTOMER-SW PIC X VALUE 'N'.
               88 CUSTOMER-ON-MASTER VALUE 'Y'.
           01 WS-CURRENT-BRANCH PIC X(3).
      * Listed items are held until the queue has been read so the
      * report can go out branch by branch, oldest due first; the
      * customers no longer on the master ('2') come last.
           01 WS-LINE-LIMIT PIC 9(4) VALUE 1000.
           01 WS-LINE-COUNT PIC 9(4) VALUE 0.
           01 WS-LINE-TABLE.
               05 WS-LINE-ENTRY OCCURS 1000 TIMES.
                   10 WS-LN-GROUP PIC X.
                       88 WS-LN-NOT-ON-MASTER VALUE '2'.
                   10 WS-LN-BRANCH PIC X(3).
                   10 WS-LN-DUE-DATE PIC 9(8).
                   10 WS-LN-TEXT PIC X(80).
           01 WS-LINE-SWAP PIC X(92).
           01 WS-LINE-SUB PIC 9(4).
           01 WS-LINE-SUB2 PIC 9(4).
           01 WS-LAST-GROUP PIC X(4) VALUE HIGH-VALUES.
           01 WS-NEW-TEXT PIC X(80).
           01 WS-DAYS-EDIT PIC ZZZ9.
           01 WS-COUNT-EDIT PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
            COMPUTE WS-RUN-DAY-NUMBER =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
            OPEN INPUT ADULT-REVIEW-QUEUE
            IF WS-QUEUE-FILE-STATUS NOT = '00'
                DISPLAY "ADLTOVD: no adult review queue yet - "
                    "nobody has turned 18 since CUSTAGER began "
                    "queuing them"
            ELSE
                OPEN INPUT CUSTOMER-MASTER
                IF WS-CUST-FILE-STATUS NOT = '00'
                    DISPLAY "ADLTOVD: customer master is not "
                        "available - reviews cannot be reported by "
                        "the customer's current branch. Aborting."
                    CLOSE ADULT-REVIEW-QUEUE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                OPEN OUTPUT OVERDUE-REPORT
                PERFORM WRITE-REPORT-HEADER
                PERFORM READ-QUEUE
                PERFORM UNTIL END-OF-QUEUE
                    IF AQ-OPEN
                        ADD 1 TO WS-RECORDS-OPEN
                        PERFORM CHECK-OVERDUE
                    END-IF
                    PERFORM READ-QUEUE
                END-PERFORM
                CLOSE ADULT-REVIEW-QUEUE CUSTOMER-MASTER
                PERFORM SORT-LINE-TABLE
                PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                        UNTIL WS-LINE-SUB > WS-LINE-COUNT
                    PERFORM WRITE-HELD-LINE
                END-PERFORM
                PERFORM WRITE-REPORT-TRAILER
                CLOSE OVERDUE-REPORT
                DISPLAY "ADLTOVD: " WS-RECORDS-LISTED " of "
                    WS-RECORDS-OPEN " open adult review(s) "
                    WS-OVERDUE-DAYS " days or more past due, "
                    WS-RECORDS-OFF-MASTER " not on master"
            END-IF
            STOP RUN.

       READ-QUEUE.
            READ ADULT-REVIEW-QUEUE NEXT RECORD
                AT END
                    SET END-OF-QUEUE TO TRUE
            END-READ.

      * A due date that is not a date is reported rather than aged,
      * the same as ARCHRET does with a bad delete date. A customer
      * no longer on the master has nobody to re-confirm, so the
      * review is listed for closing whatever its age.
       CHECK-OVERDUE.
            PERFORM LOOKUP-CUSTOMER
            EVALUATE TRUE
                WHEN NOT CUSTOMER-ON-MASTER
                    ADD 1 TO WS-RECORDS-OFF-MASTER
                    MOVE SPACES TO WS-NEW-TEXT
                    STRING AQ-NAM " account " AQ-ACCOUNT-NUMBER
                        " due " AQ-DUE-DATE
                        "  ** NOT ON MASTER **"
                        DELIMITED BY SIZE INTO WS-NEW-TEXT
                    PERFORM HOLD-LINE
                WHEN AQ-DUE-DATE = 0
                    ADD 1 TO WS-RECORDS-LISTED
                    MOVE SPACES TO WS-NEW-TEXT
                    STRING AQ-NAM " account " AQ-ACCOUNT-NUMBER
                        " due ????????  ** BAD DUE DATE - REVIEW **"
                        DELIMITED BY SIZE INTO WS-NEW-TEXT
                    PERFORM HOLD-LINE
                WHEN OTHER
                    COMPUTE WS-DUE-DAY-NUMBER =
                        FUNCTION INTEGER-OF-DATE(AQ-DUE-DATE)
                    COMPUTE WS-DAYS-OPEN =
                        WS-RUN-DAY-NUMBER - WS-DUE-DAY-NUMBER
                    IF WS-DAYS-OPEN >= WS-OVERDUE-DAYS
                        ADD 1 TO WS-RECORDS-LISTED
                        MOVE WS-DAYS-OPEN TO WS-DAYS-EDIT
                        MOVE SPACES TO WS-NEW-TEXT
                        STRING AQ-NAM " account " AQ-ACCOUNT-NUMBER
                            " due " AQ-DUE-DATE
                            " open " WS-DAYS-EDIT " days"
                            DELIMITED BY SIZE INTO WS-NEW-TEXT
                        PERFORM HOLD-LINE
                    END-IF
            END-EVALUATE.

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

       HOLD-LINE.
            IF WS-LINE-COUNT >= WS-LINE-LIMIT
                DISPLAY "ADLTOVD: more than " WS-LINE-LIMIT
                    " adult reviews to report - raise WS-LINE-LIMIT "
                    "and rerun. Aborting."
                CLOSE ADULT-REVIEW-QUEUE CUSTOMER-MASTER OVERDUE-REPORT
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-LINE-COUNT
            IF CUSTOMER-ON-MASTER
                MOVE '1' TO WS-LN-GROUP(WS-LINE-COUNT)
            ELSE
                MOVE '2' TO WS-LN-GROUP(WS-LINE-COUNT)
            END-IF
            MOVE WS-CURRENT-BRANCH TO WS-LN-BRANCH(WS-LINE-COUNT)
            MOVE AQ-DUE-DATE TO WS-LN-DUE-DATE(WS-LINE-COUNT)
            MOVE WS-NEW-TEXT TO WS-LN-TEXT(WS-LINE-COUNT).

       SORT-LINE-TABLE.
            PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                    UNTIL WS-LINE-SUB >= WS-LINE-COUNT
                PERFORM VARYING WS-LINE-SUB2 FROM WS-LINE-SUB BY 1
                        UNTIL WS-LINE-SUB2 > WS-LINE-COUNT
                    IF WS-LINE-ENTRY(WS-LINE-SUB2)(1:12) <
                            WS-LINE-ENTRY(WS-LINE-SUB)(1:12)
                        MOVE WS-LINE-ENTRY(WS-LINE-SUB) TO
                            WS-LINE-SWAP
                        MOVE WS-LINE-ENTRY(WS-LINE-SUB2) TO
                            WS-LINE-ENTRY(WS-LINE-SUB)
                        MOVE WS-LINE-SWAP TO
                            WS-LINE-ENTRY(WS-LINE-SUB2)
                    END-IF
                END-PERFORM
            END-PERFORM.

      * Each branch, and the not-on-master group, opens with its own
      * heading line.
       WRITE-HELD-LINE.
            IF WS-LINE-ENTRY(WS-LINE-SUB)(1:4) NOT = WS-LAST-GROUP
                MOVE WS-LINE-ENTRY(WS-LINE-SUB)(1:4) TO WS-LAST-GROUP
                MOVE SPACES TO OVERDUE-REPORT-LINE
                EVALUATE TRUE
                    WHEN WS-LN-NOT-ON-MASTER(WS-LINE-SUB)
                        STRING "NOT ON MASTER - deleted or merged "
                            "away since queued; close in ADLTWORK"
                            DELIMITED BY SIZE INTO OVERDUE-REPORT-LINE
                    WHEN WS-LN-BRANCH(WS-LINE-SUB) = SPACES
                        MOVE "No branch" TO OVERDUE-REPORT-LINE
                    WHEN OTHER
                        STRING "Branch " WS-LN-BRANCH(WS-LINE-SUB)
                            DELIMITED BY SIZE INTO OVERDUE-REPORT-LINE
                END-EVALUATE
                WRITE OVERDUE-REPORT-LINE
            END-IF
            MOVE SPACES TO OVERDUE-REPORT-LINE
            STRING "  " WS-LN-TEXT(WS-LINE-SUB)
                DELIMITED BY SIZE INTO OVERDUE-REPORT-LINE
            WRITE OVERDUE-REPORT-LINE.

       WRITE-REPORT-HEADER.
            MOVE SPACES TO OVERDUE-REPORT-LINE
            STRING "ADLTOVD - overdue adult reviews as of "
                WS-RUN-DATE
                DELIMITED BY SIZE INTO OVERDUE-REPORT-LINE
            WRITE OVERDUE-REPORT-LINE
            MOVE SPACES TO OVERDUE-REPORT-LINE
            WRITE OVERDUE-REPORT-LINE.

       WRITE-REPORT-TRAILER.
            MOVE SPACES TO OVERDUE-REPORT-LINE
            WRITE OVERDUE-REPORT-LINE
            MOVE WS-RECORDS-OPEN TO WS-COUNT-EDIT
            MOVE SPACES TO OVERDUE-REPORT-LINE
            STRING "Open adult reviews:      " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO OVERDUE-REPORT-LINE
            WRITE OVERDUE-REPORT-LINE
            MOVE WS-RECORDS-LISTED TO WS-COUNT-EDIT
            MOVE SPACES TO OVERDUE-REPORT-LINE
            STRING "Overdue:                 " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO OVERDUE-REPORT-LINE
            WRITE OVERDUE-REPORT-LINE
            MOVE WS-RECORDS-OFF-MASTER TO WS-COUNT-EDIT
            MOVE SPACES TO OVERDUE-REPORT-LINE
            STRING "Not on master:           " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO OVERDUE-REPORT-LINE
            WRITE OVERDUE-REPORT-LINE
            IF WS-RECORDS-LISTED = 0
                MOVE SPACES TO OVERDUE-REPORT-LINE
                STRING "No adult review is overdue."
                    DELIMITED BY SIZE INTO OVERDUE-REPORT-LINE
                WRITE OVERDUE-REPORT-LINE
            END-IF.

       END PROGRAM ADLTOVD.

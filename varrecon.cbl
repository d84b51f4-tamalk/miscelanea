      *          and clears the ones that now pair up, ages the
      *          rest, and reports anything one-sided for more than
      *          WS-BREAK-DAYS days as a genuine break.
      *          Every key reported with a delta also becomes a
      *          correcting entry in the ADJPOST.DAT posting file
      *          (key, side to adjust, amount, run date), so finance
      *          no longer keys them from the report by hand.
      *          Adjustments smaller than WS-ADJ-TOLERANCE are netted
      *          into one sweep entry instead. Genuine breaks are not
      *          posted - they go to RECNBRK.DAT for investigation.
      *          The run closes the posting file with journal totals
      *          (debit, credit, net) and proves them in the report
      *          trailer against the net delta the report listed; a
      *          journal that does not agree ends the run with RC 8.
      * Precondition: every source feed MUST already be sorted
      *          ascending by key. This is a sequential-merge program,
      *          not a sort - READ-SOURCE-A/READ-SOURCE-B check each
           SELECT RECON-SUSPENSE ASSIGN TO "RECNSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.
           SELECT ADJUSTMENT-FILE ASSIGN TO "ADJPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-FILE-STATUS.
           SELECT BREAK-FILE ASSIGN TO "RECNBRK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRK-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-A-FILE.
           COPY RECONREC.
       FD  RECON-SUSPENSE.
           COPY RECNSUSP.
       FD  ADJUSTMENT-FILE.
           COPY RECNADJ.
       FD  BREAK-FILE.
           COPY RECNBRK.
       WORKING-STORAGE SECTION.
           01 WS-SRCA-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-SRCB-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-SUSP-CARRIED PIC 9(6) VALUE 0.
           01 WS-SUSP-BREAKS PIC 9(6) VALUE 0.
           01 WS-DAYS-EDIT PIC ZZZ9.
           01 WS-ADJ-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-BRK-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-ADJ-TOLERANCE PIC 9V9(4) VALUE 0.0050.
           01 WS-ADJ-AMOUNT PIC S9(9)V9(4).
           01 WS-ADJ-SIZE PIC 9(9)V9(4).
           01 WS-ADJ-POSTED PIC 9(6) VALUE 0.
           01 WS-ADJ-SWEPT PIC 9(6) VALUE 0.
           01 WS-ADJ-ENTRIES PIC 9(6) VALUE 0.
           01 WS-SWEEP-AMOUNT PIC S9(9)V9(4) VALUE 0.
           01 WS-JOURNAL-DEBIT PIC S9(9)V9(4) VALUE 0.
           01 WS-JOURNAL-CREDIT PIC S9(9)V9(4) VALUE 0.
           01 WS-JOURNAL-NET PIC S9(9)V9(4) VALUE 0.
           01 WS-REPORTED-DELTA PIC S9(9)V9(4) VALUE 0.
           01 WS-MONEY-EDIT PIC -(9)9.9999.
           01 WS-JOURNAL-SW PIC X VALUE 'Y'.
               88 JOURNAL-AGREES VALUE 'Y'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
                    OR WS-SRCB-FILE-STATUS NOT = '00'
                DISPLAY "VARRECON: one or both amount feeds are not "
                    "available yet - nothing to reconcile"
                CLOSE RECON-REPORT ADJUSTMENT-FILE BREAK-FILE
            ELSE
                PERFORM LOAD-SUSPENSE
                PERFORM WRITE-REPORT-HEADER
                    PERFORM COUNT-SOURCES-AT-EOF
                END-PERFORM
                PERFORM AGE-SUSPENSE-ITEMS
                PERFORM WRITE-SWEEP-ENTRY
                PERFORM WRITE-JOURNAL-TOTALS
                PERFORM WRITE-REPORT-TRAILER
                PERFORM REWRITE-SUSPENSE-FILE
                CLOSE SOURCE-A-FILE SOURCE-B-FILE RECON-REPORT
                    ADJUSTMENT-FILE BREAK-FILE
                DISPLAY "VARRECON: " WS-RECORDS-COMPARED " compared, "
                    WS-RECORDS-MISMATCHED " with a precision delta, "
                    WS-SUSP-CLEARED " cleared from suspense, "
                    WS-SUSP-CARRIED " carried, " WS-SUSP-BREAKS
                    " genuine break(s)"
                DISPLAY "VARRECON: " WS-ADJ-POSTED " adjustment(s) "
                    "posted, " WS-ADJ-SWEPT " swept"
                IF NOT JOURNAL-AGREES
                    DISPLAY "VARRECON: the adjustment journal does "
                        "not agree with the report - ADJPOST.DAT "
                        "must not be released"
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF
            STOP RUN.

       OPEN-FILES.
            OPEN INPUT SOURCE-A-FILE
            OPEN INPUT SOURCE-B-FILE
            OPEN OUTPUT RECON-REPORT
            OPEN OUTPUT ADJUSTMENT-FILE
            OPEN OUTPUT BREAK-FILE.

       READ-NEXT-SOURCE.
            EVALUATE SRC-IDX
                    "ascending by key (" SA-KEY " follows "
                    WS-SRC-PREV-KEY(1) ") - aborting"
                CLOSE SOURCE-A-FILE SOURCE-B-FILE RECON-REPORT
                    ADJUSTMENT-FILE BREAK-FILE
                STOP RUN
            END-IF.

                    "ascending by key (" SB-KEY " follows "
                    WS-SRC-PREV-KEY(2) ") - aborting"
                CLOSE SOURCE-A-FILE SOURCE-B-FILE RECON-REPORT
                    ADJUSTMENT-FILE BREAK-FILE
                STOP RUN
            END-IF.

                    " B=" WS-NORM-B-EDIT " DELTA=" WS-DELTA-EDIT
                    DELIMITED BY SIZE INTO RECON-REPORT-LINE
                WRITE RECON-REPORT-LINE
                PERFORM POST-ADJUSTMENT
            END-IF.

       LOAD-SUSPENSE.
                    "than " WS-SUSP-LIMIT " items - work the "
                    "genuine breaks down before rerunning. Aborting."
                CLOSE RECON-SUSPENSE SOURCE-A-FILE SOURCE-B-FILE
                    RECON-REPORT ADJUSTMENT-FILE BREAK-FILE
                STOP RUN
            END-IF
            ADD 1 TO WS-SUSP-COUNT
                    " (paired from suspense)"
                    DELIMITED BY SIZE INTO RECON-REPORT-LINE
                WRITE RECON-REPORT-LINE
                PERFORM POST-ADJUSTMENT
            END-IF.

      * Source A is the 2-decimal feed, so it is always the side that
      * lost value in normalization: the correcting entry brings A to
      * the 4-decimal figure, i.e. the reported A-minus-B delta with
      * its sign turned over. Anything under WS-ADJ-TOLERANCE is
      * not worth a posting of its own and is netted into the sweep.
       POST-ADJUSTMENT.
            ADD WS-DELTA TO WS-REPORTED-DELTA
            COMPUTE WS-ADJ-AMOUNT = 0 - WS-DELTA
            IF WS-ADJ-AMOUNT < 0
                COMPUTE WS-ADJ-SIZE = 0 - WS-ADJ-AMOUNT
            ELSE
                MOVE WS-ADJ-AMOUNT TO WS-ADJ-SIZE
            END-IF
            IF WS-ADJ-SIZE < WS-ADJ-TOLERANCE
                ADD 1 TO WS-ADJ-SWEPT
                ADD WS-ADJ-AMOUNT TO WS-SWEEP-AMOUNT
            ELSE
                MOVE SPACES TO ADJUSTMENT-RECORD
                SET AJ-POSTING TO TRUE
                MOVE WS-RUN-DATE TO AJ-RUN-DATE
                MOVE WS-MIN-KEY TO AJ-KEY
                SET AJ-ADJUST-SOURCE-A TO TRUE
                MOVE WS-ADJ-AMOUNT TO AJ-AMOUNT
                MOVE 0 TO AJ-SWEPT-COUNT
                WRITE ADJUSTMENT-RECORD
                ADD 1 TO WS-ADJ-POSTED
                PERFORM ADD-TO-JOURNAL
            END-IF.

       ADD-TO-JOURNAL.
            ADD 1 TO WS-ADJ-ENTRIES
            IF WS-ADJ-AMOUNT > 0
                ADD WS-ADJ-AMOUNT TO WS-JOURNAL-DEBIT
            ELSE
                SUBTRACT WS-ADJ-AMOUNT FROM WS-JOURNAL-CREDIT
            END-IF.

       WRITE-SWEEP-ENTRY.
            IF WS-ADJ-SWEPT > 0
                MOVE SPACES TO ADJUSTMENT-RECORD
                SET AJ-SWEEP TO TRUE
                MOVE WS-RUN-DATE TO AJ-RUN-DATE
                MOVE "*SWEEP*" TO AJ-KEY
                SET AJ-ADJUST-SOURCE-A TO TRUE
                MOVE WS-SWEEP-AMOUNT TO AJ-AMOUNT
                MOVE WS-ADJ-SWEPT TO AJ-SWEPT-COUNT
                WRITE ADJUSTMENT-RECORD
                MOVE WS-SWEEP-AMOUNT TO WS-ADJ-AMOUNT
                PERFORM ADD-TO-JOURNAL
            END-IF.

      * The journal net must be exactly the negative of the net delta
      * the report listed (every reported delta was either posted or
      * swept); anything else means the posting file cannot be trusted.
       WRITE-JOURNAL-TOTALS.
            COMPUTE WS-JOURNAL-NET = WS-JOURNAL-DEBIT
                - WS-JOURNAL-CREDIT
            MOVE SPACES TO ADJUSTMENT-RECORD
            SET AJ-JOURNAL-TOTAL TO TRUE
            MOVE WS-RUN-DATE TO AJ-RUN-DATE
            MOVE WS-JOURNAL-DEBIT TO AJ-DEBIT-TOTAL
            MOVE WS-JOURNAL-CREDIT TO AJ-CREDIT-TOTAL
            MOVE WS-JOURNAL-NET TO AJ-NET-TOTAL
            MOVE WS-ADJ-ENTRIES TO AJ-ENTRY-COUNT
            WRITE ADJUSTMENT-RECORD
            IF WS-JOURNAL-NET + WS-REPORTED-DELTA NOT = 0
                MOVE 'N' TO WS-JOURNAL-SW
            END-IF.

      * A key already in suspense from the same feed (one-sided two
                        "genuine breaks down before rerunning. "
                        "Aborting."
                    CLOSE SOURCE-A-FILE SOURCE-B-FILE RECON-REPORT
                        ADJUSTMENT-FILE BREAK-FILE
                    STOP RUN
                END-IF
                ADD 1 TO WS-SUSP-COUNT
                WS-SU-SOURCE(WS-SUSP-SUB) " " WS-DELTA-EDIT
                " for " WS-DAYS-EDIT " days  ** GENUINE BREAK **"
                DELIMITED BY SIZE INTO RECON-REPORT-LINE
            WRITE RECON-REPORT-LINE
            MOVE WS-SU-KEY(WS-SUSP-SUB) TO RB-KEY
            MOVE WS-SU-SOURCE(WS-SUSP-SUB) TO RB-SOURCE
            MOVE WS-SU-AMOUNT(WS-SUSP-SUB) TO RB-AMOUNT
            MOVE WS-SU-FIRST-SEEN(WS-SUSP-SUB) TO RB-FIRST-SEEN
            MOVE WS-DAYS-IN-SUSPENSE TO RB-DAYS-IN-SUSPENSE
            MOVE WS-RUN-DATE TO RB-RUN-DATE
            WRITE BREAK-RECORD.

       REWRITE-SUSPENSE-FILE.
            OPEN OUTPUT RECON-SUSPENSE
       WRITE-REPORT-HEADER.
            MOVE SPACES TO RECON-REPORT-LINE
            STRING "VARRECON - decimal-precision reconciliation report"
                " as of " WS-RUN-DATE
                DELIMITED BY SIZE INTO RECON-REPORT-LINE
            WRITE RECON-REPORT-LINE
            MOVE SPACES TO RECON-REPORT-LINE
            MOVE SPACES TO RECON-REPORT-LINE
            STRING "Genuine breaks: " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO RECON-REPORT-LINE
            WRITE RECON-REPORT-LINE
            MOVE SPACES TO RECON-REPORT-LINE
            WRITE RECON-REPORT-LINE
            MOVE WS-ADJ-POSTED TO WS-COUNT-EDIT
            MOVE SPACES TO RECON-REPORT-LINE
            STRING "Adjustments posted: " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO RECON-REPORT-LINE
            WRITE RECON-REPORT-LINE
            MOVE WS-ADJ-SWEPT TO WS-COUNT-EDIT
            MOVE SPACES TO RECON-REPORT-LINE
            STRING "Adjustments swept: " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO RECON-REPORT-LINE
            WRITE RECON-REPORT-LINE
            MOVE WS-REPORTED-DELTA TO WS-MONEY-EDIT
            MOVE SPACES TO RECON-REPORT-LINE
            STRING "Net delta reported (A-B): " WS-MONEY-EDIT
                DELIMITED BY SIZE INTO RECON-REPORT-LINE
            WRITE RECON-REPORT-LINE
            MOVE WS-JOURNAL-DEBIT TO WS-MONEY-EDIT
            MOVE SPACES TO RECON-REPORT-LINE
            STRING "Journal debit total:      " WS-MONEY-EDIT
                DELIMITED BY SIZE INTO RECON-REPORT-LINE
            WRITE RECON-REPORT-LINE
            MOVE WS-JOURNAL-CREDIT TO WS-MONEY-EDIT
            MOVE SPACES TO RECON-REPORT-LINE
            STRING "Journal credit total:     " WS-MONEY-EDIT
                DELIMITED BY SIZE INTO RECON-REPORT-LINE
            WRITE RECON-REPORT-LINE
            MOVE WS-JOURNAL-NET TO WS-MONEY-EDIT
            MOVE SPACES TO RECON-REPORT-LINE
            STRING "Journal net:              " WS-MONEY-EDIT
                DELIMITED BY SIZE INTO RECON-REPORT-LINE
            WRITE RECON-REPORT-LINE
            MOVE SPACES TO RECON-REPORT-LINE
            IF JOURNAL-AGREES
                STRING "Journal agrees with the deltas reported above"
                    DELIMITED BY SIZE INTO RECON-REPORT-LINE
            ELSE
                STRING "** JOURNAL DOES NOT AGREE WITH THE DELTAS "
                    "REPORTED **" DELIMITED BY SIZE
                    INTO RECON-REPORT-LINE
            END-IF
            WRITE RECON-REPORT-LINE.

       END PROGRAM VARRECON.

      ******************************************************************
      * Author: Tamalk.
      * Date: 15/10/2026.
      * Purpose: Morning operations summary. After the night cycle
      *          the morning shift used to open RUNSTAT.DAT, BALRPT.DAT,
      *          AGEREFR.DAT, ACCTSCN.DAT, RECONRPT.DAT, RETRPT.DAT and
      *          AGEEXCP.DAT one at a time to see whether the night
      *          was clean, and a skipped file meant a missed problem.
      *          This program reads all of them and puts the key
      *          figures on one page, OPSSUMM.DAT:
      *            - each NIGHTRUN step's status and return code;
      *            - CUSTBAL in or out of balance, and the master
      *              count;
      *            - ages refreshed and CHECK INTAKE flags (CUSTAGER);
      *            - customers on closed or vanished accounts
      *              (ACCTSCAN);
      *            - suspense breaks older than VARRECON's break days,
      *              and whether its adjustment journal agrees;
      *            - archive records past the keep-period (ARCHRET);
      *            - open exceptions, by reason code and by branch.
      *          A figure over its threshold (the WS-...-LIMIT items
      *          below), a failed or held step, an out-of-balance
      *          master and a journal that does not agree are all
      *          marked ACTION REQUIRED. The same lines go to a small
      *          comma-delimited file, OPSSUMM.CSV, for mailing to the
      *          branch managers.
      *          Each report's section also shows the date in that
      *          report's header. ACCTSCAN, VARRECON and ARCHRET are
      *          not NIGHTRUN steps, so any of the reports can be left
      *          over from an earlier day: a report dated before the
      *          night cycle started (the earliest step start on
      *          RUNSTAT.DAT, or today when there is none), or with no
      *          date at all, is marked ACTION REQUIRED rather than
      *          passed off as this cycle's figures.
      *          It is the last NIGHTRUN step and can be run on demand
      *          at any time - on a night the stream stops it is run by
      *          hand, and shows the step that stopped it. A report
      *          that is not there (a program that did not run) is
      *          shown as not available rather than as zero.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSSUMM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-STATUS ASSIGN TO "RUNSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-FILE-STATUS.
           SELECT BALANCE-REPORT ASSIGN TO "BALRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-FILE-STATUS.
           SELECT REFRESH-REPORT ASSIGN TO "AGEREFR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-FILE-STATUS.
           SELECT SCAN-REPORT ASSIGN TO "ACCTSCN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCN-FILE-STATUS.
           SELECT RECON-REPORT ASSIGN TO "RECONRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-FILE-STATUS.
           SELECT RETENTION-REPORT ASSIGN TO "RETRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-FILE-STATUS.
           SELECT AGE-EXCEPTIONS ASSIGN TO "AGEEXCP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.
           SELECT SUMMARY-REPORT ASSIGN TO "OPSSUMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUM-FILE-STATUS.
           SELECT SUMMARY-CSV ASSIGN TO "OPSSUMM.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-STATUS.
           COPY RUNSTAT.
       FD  BALANCE-REPORT.
           COPY BALRPTLN.
       FD  REFRESH-REPORT.
           COPY AGERPTLN.
       FD  SCAN-REPORT.
           COPY SCNRPTLN.
       FD  RECON-REPORT.
           COPY RECONREC.
       FD  RETENTION-REPORT.
           COPY RETRPTLN.
       FD  AGE-EXCEPTIONS.
           COPY AGEEXCP.
       FD  SUMMARY-REPORT.
           COPY OPSSUMLN.
       FD  SUMMARY-CSV.
           COPY OPSCSVLN.
       WORKING-STORAGE SECTION.
           01 WS-STAT-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-BAL-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-REF-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-SCN-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-RECON-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-RET-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-EXCP-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-SUM-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-CSV-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-TIMESTAMP PIC X(21).
      * The night cycle's date. A cycle that runs past midnight still
      * belongs to the day it started, and a report produced later
      * (a step rerun the next morning) is still current.
           01 WS-CYCLE-DATE PIC X(8).
           01 WS-CYCLE-DATE-SW PIC X VALUE 'N'.
               88 CYCLE-DATE-FROM-RUNSTAT VALUE 'Y'.
      * The date each report was produced, from its header line.
           01 WS-BAL-REPORT-DATE PIC X(8) VALUE SPACES.
           01 WS-REF-REPORT-DATE PIC X(8) VALUE SPACES.
           01 WS-SCN-REPORT-DATE PIC X(8) VALUE SPACES.
           01 WS-RECON-REPORT-DATE PIC X(8) VALUE SPACES.
           01 WS-RET-REPORT-DATE PIC X(8) VALUE SPACES.
           01 WS-REPORT-DATE PIC X(8).
      * Thresholds: a figure above its limit is marked ACTION
      * REQUIRED. WS-NO-LIMIT is for a figure shown for information.
           01 WS-NO-LIMIT PIC 9(6) VALUE 999999.
           01 WS-AGES-LIMIT PIC 9(6) VALUE 500.
           01 WS-INTAKE-LIMIT PIC 9(6) VALUE 0.
           01 WS-CLOSED-LIMIT PIC 9(6) VALUE 0.
           01 WS-BREAK-LIMIT PIC 9(6) VALUE 0.
           01 WS-PURGE-LIMIT PIC 9(6) VALUE 0.
           01 WS-EXCP-LIMIT PIC 9(6) VALUE 20.
           01 WS-EXCP-GROUP-LIMIT PIC 9(6) VALUE 10.
      * Every report is read a line at a time into WS-INPUT-LINE and
      * its figures picked off the trailer lines by label.
           01 WS-INPUT-LINE PIC X(80).
           01 WS-LINE-EOF-SW PIC X VALUE 'N'.
               88 END-OF-LINES VALUE 'Y'.
           01 WS-LABEL PIC X(60).
           01 WS-LABEL-LENGTH PIC 9(2).
           01 WS-FIGURE PIC S9(7).
           01 WS-FIGURE-SW PIC X VALUE 'N'.
               88 FIGURE-PICKED VALUE 'Y'.
           01 WS-TALLY PIC 9(4).
           01 WS-BAL-AVAILABLE-SW PIC X VALUE 'N'.
               88 BALANCE-AVAILABLE VALUE 'Y'.
           01 WS-BALANCE-STATE PIC X VALUE SPACE.
               88 MASTER-IN-BALANCE VALUE 'I'.
               88 MASTER-OUT-OF-BALANCE VALUE 'O'.
           01 WS-MASTER-COUNT PIC 9(6) VALUE 0.
           01 WS-EXPECTED-COUNT PIC S9(7) VALUE 0.
           01 WS-REF-AVAILABLE-SW PIC X VALUE 'N'.
               88 REFRESH-AVAILABLE VALUE 'Y'.
           01 WS-AGES-REFRESHED PIC 9(6) VALUE 0.
           01 WS-INTAKE-FLAGS PIC 9(6) VALUE 0.
           01 WS-SCN-AVAILABLE-SW PIC X VALUE 'N'.
               88 SCAN-AVAILABLE VALUE 'Y'.
           01 WS-CLOSED-ACCOUNTS PIC 9(6) VALUE 0.
           01 WS-RECON-AVAILABLE-SW PIC X VALUE 'N'.
               88 RECON-AVAILABLE VALUE 'Y'.
           01 WS-SUSPENSE-BREAKS PIC 9(6) VALUE 0.
           01 WS-JOURNAL-STATE PIC X VALUE SPACE.
               88 JOURNAL-AGREES VALUE 'A'.
               88 JOURNAL-DISAGREES VALUE 'D'.
           01 WS-RET-AVAILABLE-SW PIC X VALUE 'N'.
               88 RETENTION-AVAILABLE VALUE 'Y'.
           01 WS-PAST-KEEP PIC 9(6) VALUE 0.
           01 WS-EXCP-AVAILABLE-SW PIC X VALUE 'N'.
               88 EXCEPTIONS-AVAILABLE VALUE 'Y'.
           01 WS-OPEN-EXCEPTIONS PIC 9(6) VALUE 0.
           01 WS-REASON-LIMIT PIC 9(2) VALUE 20.
           01 WS-REASON-COUNT PIC 9(2) VALUE 0.
           01 WS-REASON-TABLE.
               05 WS-REASON-ENTRY OCCURS 20 TIMES.
                   10 WS-RN-CODE PIC X(2).
                   10 WS-RN-TEXT PIC X(30).
                   10 WS-RN-OPEN PIC 9(6).
           01 WS-REASON-SUB PIC 9(2).
           01 WS-FOUND-REASON PIC 9(2).
           01 WS-BRANCH-LIMIT PIC 9(2) VALUE 50.
           01 WS-BRANCH-COUNT PIC 9(2) VALUE 0.
           01 WS-BRANCH-TABLE.
               05 WS-BRANCH-ENTRY OCCURS 50 TIMES.
                   10 WS-BR-CODE PIC X(3).
                   10 WS-BR-OPEN PIC 9(6).
           01 WS-BRANCH-SWAP PIC X(9).
           01 WS-BRANCH-SUB PIC 9(2).
           01 WS-BRANCH-SUB2 PIC 9(2).
           01 WS-FOUND-BRANCH PIC 9(2).
           01 WS-STAT-AVAILABLE-SW PIC X VALUE 'N'.
               88 RUN-STATUS-AVAILABLE VALUE 'Y'.
           01 WS-STEP-WORD PIC X(8).
           01 WS-RC-EDIT PIC ZZZ9.
      * The line being written: one section heading for the CSV, the
      * label and figure (or text) for both outputs, and whether it
      * needs action.
           01 WS-SECTION-NAME PIC X(9).
           01 WS-ITEM-LABEL PIC X(36).
           01 WS-ITEM-FIGURE PIC 9(6).
           01 WS-ITEM-LIMIT PIC 9(6).
           01 WS-ITEM-TEXT PIC X(16).
           01 WS-ACTION-SW PIC X VALUE 'N'.
               88 ACTION-REQUIRED VALUE 'Y'.
           01 WS-ACTION-COUNT PIC 9(6) VALUE 0.
           01 WS-CSV-FIGURE PIC Z(5)9.
           01 WS-CSV-LIMIT PIC X(6).
           01 WS-CSV-STATUS PIC X(15).
           01 WS-COUNT-EDIT PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
            PERFORM FIND-CYCLE-DATE
            PERFORM SCAN-BALANCE-REPORT
            PERFORM SCAN-REFRESH-REPORT
            PERFORM SCAN-ACCOUNT-REPORT
            PERFORM SCAN-RECON-REPORT
            PERFORM SCAN-RETENTION-REPORT
            PERFORM LOAD-OPEN-EXCEPTIONS
            OPEN OUTPUT SUMMARY-REPORT SUMMARY-CSV
            PERFORM WRITE-SUMMARY-HEADER
            PERFORM WRITE-STEP-SECTION
            PERFORM WRITE-BALANCE-SECTION
            PERFORM WRITE-REFRESH-SECTION
            PERFORM WRITE-ACCOUNT-SECTION
            PERFORM WRITE-RECON-SECTION
            PERFORM WRITE-RETENTION-SECTION
            PERFORM WRITE-EXCEPTION-SECTION
            PERFORM WRITE-SUMMARY-TRAILER
            CLOSE SUMMARY-REPORT SUMMARY-CSV
            IF WS-ACTION-COUNT = 0
                DISPLAY "OPSSUMM: morning summary in OPSSUMM.DAT - "
                    "nothing needs action"
            ELSE
                MOVE WS-ACTION-COUNT TO WS-COUNT-EDIT
                DISPLAY "OPSSUMM: morning summary in OPSSUMM.DAT - "
                    FUNCTION TRIM(WS-COUNT-EDIT)
                    " item(s) marked ACTION REQUIRED"
            END-IF
            STOP RUN.

      * Picks the figure after WS-LABEL when WS-INPUT-LINE starts
      * with it. The reports print their counts edited (ZZZ,ZZ9 and
      * the like), hence NUMVAL-C.
       PICK-FIGURE.
            MOVE 'N' TO WS-FIGURE-SW
            IF WS-INPUT-LINE(1:WS-LABEL-LENGTH) =
                    WS-LABEL(1:WS-LABEL-LENGTH)
                COMPUTE WS-FIGURE = FUNCTION NUMVAL-C(
                    WS-INPUT-LINE(WS-LABEL-LENGTH + 1:20))
                MOVE 'Y' TO WS-FIGURE-SW
            END-IF.

      * Picks the date that follows the header text in WS-LABEL when
      * WS-INPUT-LINE is that report's header line.
       PICK-REPORT-DATE.
            MOVE 'N' TO WS-FIGURE-SW
            IF WS-INPUT-LINE(1:WS-LABEL-LENGTH) =
                    WS-LABEL(1:WS-LABEL-LENGTH)
                MOVE WS-INPUT-LINE(WS-LABEL-LENGTH + 1:8) TO
                    WS-REPORT-DATE
                MOVE 'Y' TO WS-FIGURE-SW
            END-IF.

      * The earliest step start on RUNSTAT.DAT. Pending steps have no
      * start yet and are passed over.
       FIND-CYCLE-DATE.
            MOVE WS-TIMESTAMP(1:8) TO WS-CYCLE-DATE
            OPEN INPUT RUN-STATUS
            IF WS-STAT-FILE-STATUS = '00'
                MOVE 'N' TO WS-LINE-EOF-SW
                PERFORM UNTIL END-OF-LINES
                    READ RUN-STATUS
                        AT END
                            SET END-OF-LINES TO TRUE
                        NOT AT END
                            IF RS-START-TIMESTAMP(1:8) NOT = SPACES
                                    AND (NOT CYCLE-DATE-FROM-RUNSTAT
                                    OR RS-START-TIMESTAMP(1:8) <
                                    WS-CYCLE-DATE)
                                MOVE RS-START-TIMESTAMP(1:8) TO
                                    WS-CYCLE-DATE
                                MOVE 'Y' TO WS-CYCLE-DATE-SW
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RUN-STATUS
            END-IF.

       SCAN-BALANCE-REPORT.
            OPEN INPUT BALANCE-REPORT
            IF WS-BAL-FILE-STATUS = '00'
                MOVE 'Y' TO WS-BAL-AVAILABLE-SW
                MOVE 'N' TO WS-LINE-EOF-SW
                PERFORM UNTIL END-OF-LINES
                    READ BALANCE-REPORT INTO WS-INPUT-LINE
                        AT END
                            SET END-OF-LINES TO TRUE
                        NOT AT END
                            PERFORM CHECK-BALANCE-LINE
                    END-READ
                END-PERFORM
                CLOSE BALANCE-REPORT
            END-IF.

       CHECK-BALANCE-LINE.
            MOVE "CUSTBAL - end-of-day balance for " TO WS-LABEL
            MOVE 33 TO WS-LABEL-LENGTH
            PERFORM PICK-REPORT-DATE
            IF FIGURE-PICKED
                MOVE WS-REPORT-DATE TO WS-BAL-REPORT-DATE
            END-IF
            MOVE "Actual count:   " TO WS-LABEL
            MOVE 16 TO WS-LABEL-LENGTH
            PERFORM PICK-FIGURE
            IF FIGURE-PICKED
                MOVE WS-FIGURE TO WS-MASTER-COUNT
            END-IF
            MOVE "Expected count: " TO WS-LABEL
            PERFORM PICK-FIGURE
            IF FIGURE-PICKED
                MOVE WS-FIGURE TO WS-EXPECTED-COUNT
            END-IF
            IF WS-INPUT-LINE(1:24) = "*** MASTER IS IN BALANCE"
                SET MASTER-IN-BALANCE TO TRUE
            END-IF
            IF WS-INPUT-LINE(1:28) = "*** MASTER IS OUT OF BALANCE"
                SET MASTER-OUT-OF-BALANCE TO TRUE
            END-IF.

       SCAN-REFRESH-REPORT.
            OPEN INPUT REFRESH-REPORT
            IF WS-REF-FILE-STATUS = '00'
                MOVE 'Y' TO WS-REF-AVAILABLE-SW
                MOVE 'N' TO WS-LINE-EOF-SW
                PERFORM UNTIL END-OF-LINES
                    READ REFRESH-REPORT INTO WS-INPUT-LINE
                        AT END
                            SET END-OF-LINES TO TRUE
                        NOT AT END
                            PERFORM CHECK-REFRESH-LINE
                    END-READ
                END-PERFORM
                CLOSE REFRESH-REPORT
            END-IF.

       CHECK-REFRESH-LINE.
            MOVE "CUSTAGER - age refresh as of " TO WS-LABEL
            MOVE 29 TO WS-LABEL-LENGTH
            PERFORM PICK-REPORT-DATE
            IF FIGURE-PICKED
                MOVE WS-REPORT-DATE TO WS-REF-REPORT-DATE
            END-IF
            MOVE "Ages refreshed: " TO WS-LABEL
            MOVE 16 TO WS-LABEL-LENGTH
            PERFORM PICK-FIGURE
            IF FIGURE-PICKED
                MOVE WS-FIGURE TO WS-AGES-REFRESHED
            END-IF
            MOVE 0 TO WS-TALLY
            INSPECT WS-INPUT-LINE TALLYING WS-TALLY
                FOR ALL "** CHECK INTAKE **"
            ADD WS-TALLY TO WS-INTAKE-FLAGS.

       SCAN-ACCOUNT-REPORT.
            OPEN INPUT SCAN-REPORT
            IF WS-SCN-FILE-STATUS = '00'
                MOVE 'Y' TO WS-SCN-AVAILABLE-SW
                MOVE 'N' TO WS-LINE-EOF-SW
                PERFORM UNTIL END-OF-LINES
                    READ SCAN-REPORT INTO WS-INPUT-LINE
                        AT END
                            SET END-OF-LINES TO TRUE
                        NOT AT END
                            PERFORM CHECK-ACCOUNT-LINE
                    END-READ
                END-PERFORM
                CLOSE SCAN-REPORT
            END-IF.

       CHECK-ACCOUNT-LINE.
            MOVE SPACES TO WS-LABEL
            STRING "ACCTSCAN - customers on closed or vanished "
                "accounts as of "
                DELIMITED BY SIZE INTO WS-LABEL
            MOVE 58 TO WS-LABEL-LENGTH
            PERFORM PICK-REPORT-DATE
            IF FIGURE-PICKED
                MOVE WS-REPORT-DATE TO WS-SCN-REPORT-DATE
            END-IF
            MOVE "Customers flagged: " TO WS-LABEL
            MOVE 19 TO WS-LABEL-LENGTH
            PERFORM PICK-FIGURE
            IF FIGURE-PICKED
                MOVE WS-FIGURE TO WS-CLOSED-ACCOUNTS
            END-IF.

      * VARRECON's genuine breaks are exactly the suspense items older
      * than its WS-BREAK-DAYS.
       SCAN-RECON-REPORT.
            OPEN INPUT RECON-REPORT
            IF WS-RECON-FILE-STATUS = '00'
                MOVE 'Y' TO WS-RECON-AVAILABLE-SW
                MOVE 'N' TO WS-LINE-EOF-SW
                PERFORM UNTIL END-OF-LINES
                    READ RECON-REPORT INTO WS-INPUT-LINE
                        AT END
                            SET END-OF-LINES TO TRUE
                        NOT AT END
                            PERFORM CHECK-RECON-LINE
                    END-READ
                END-PERFORM
                CLOSE RECON-REPORT
            END-IF.

       CHECK-RECON-LINE.
            MOVE SPACES TO WS-LABEL
            STRING "VARRECON - decimal-precision reconciliation report "
                "as of "
                DELIMITED BY SIZE INTO WS-LABEL
            MOVE 57 TO WS-LABEL-LENGTH
            PERFORM PICK-REPORT-DATE
            IF FIGURE-PICKED
                MOVE WS-REPORT-DATE TO WS-RECON-REPORT-DATE
            END-IF
            MOVE "Genuine breaks: " TO WS-LABEL
            MOVE 16 TO WS-LABEL-LENGTH
            PERFORM PICK-FIGURE
            IF FIGURE-PICKED
                MOVE WS-FIGURE TO WS-SUSPENSE-BREAKS
            END-IF
            IF WS-INPUT-LINE(1:14) = "Journal agrees"
                SET JOURNAL-AGREES TO TRUE
            END-IF
            IF WS-INPUT-LINE(1:25) = "** JOURNAL DOES NOT AGREE"
                SET JOURNAL-DISAGREES TO TRUE
            END-IF.

       SCAN-RETENTION-REPORT.
            OPEN INPUT RETENTION-REPORT
            IF WS-RET-FILE-STATUS = '00'
                MOVE 'Y' TO WS-RET-AVAILABLE-SW
                MOVE 'N' TO WS-LINE-EOF-SW
                PERFORM UNTIL END-OF-LINES
                    READ RETENTION-REPORT INTO WS-INPUT-LINE
                        AT END
                            SET END-OF-LINES TO TRUE
                        NOT AT END
                            PERFORM CHECK-RETENTION-LINE
                    END-READ
                END-PERFORM
                CLOSE RETENTION-REPORT
            END-IF.

       CHECK-RETENTION-LINE.
            MOVE SPACES TO WS-LABEL
            STRING "ARCHRET - archived customers past the keep-period "
                "as of "
                DELIMITED BY SIZE INTO WS-LABEL
            MOVE 56 TO WS-LABEL-LENGTH
            PERFORM PICK-REPORT-DATE
            IF FIGURE-PICKED
                MOVE WS-REPORT-DATE TO WS-RET-REPORT-DATE
            END-IF
            MOVE "Past the keep-period:    " TO WS-LABEL
            MOVE 25 TO WS-LABEL-LENGTH
            PERFORM PICK-FIGURE
            IF FIGURE-PICKED
                MOVE WS-FIGURE TO WS-PAST-KEEP
            END-IF.

      * Resubmitted exceptions have been worked through EXCPWORK;
      * only the open ones are counted.
       LOAD-OPEN-EXCEPTIONS.
            OPEN INPUT AGE-EXCEPTIONS
            IF WS-EXCP-FILE-STATUS = '00'
                MOVE 'Y' TO WS-EXCP-AVAILABLE-SW
                MOVE 'N' TO WS-LINE-EOF-SW
                PERFORM UNTIL END-OF-LINES
                    READ AGE-EXCEPTIONS
                        AT END
                            SET END-OF-LINES TO TRUE
                        NOT AT END
                            IF AE-OPEN
                                PERFORM COUNT-OPEN-EXCEPTION
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AGE-EXCEPTIONS
                PERFORM SORT-BRANCH-TABLE
            END-IF.

       COUNT-OPEN-EXCEPTION.
            ADD 1 TO WS-OPEN-EXCEPTIONS
            MOVE 0 TO WS-FOUND-REASON
            PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                    UNTIL WS-REASON-SUB > WS-REASON-COUNT
                    OR WS-FOUND-REASON > 0
                IF WS-RN-CODE(WS-REASON-SUB) = AE-REASON-CODE
                    MOVE WS-REASON-SUB TO WS-FOUND-REASON
                END-IF
            END-PERFORM
            IF WS-FOUND-REASON = 0
                IF WS-REASON-COUNT >= WS-REASON-LIMIT
                    DISPLAY "OPSSUMM: more than " WS-REASON-LIMIT
                        " exception reason codes - raise "
                        "WS-REASON-LIMIT and rerun. Aborting."
                    CLOSE AGE-EXCEPTIONS
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-REASON-COUNT
                MOVE WS-REASON-COUNT TO WS-FOUND-REASON
                MOVE AE-REASON-CODE TO WS-RN-CODE(WS-FOUND-REASON)
                MOVE AE-REASON-TEXT TO WS-RN-TEXT(WS-FOUND-REASON)
                MOVE 0 TO WS-RN-OPEN(WS-FOUND-REASON)
            END-IF
            ADD 1 TO WS-RN-OPEN(WS-FOUND-REASON)
            MOVE 0 TO WS-FOUND-BRANCH
            PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
                    UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT
                    OR WS-FOUND-BRANCH > 0
                IF WS-BR-CODE(WS-BRANCH-SUB) = AE-ORIG-BRANCH
                    MOVE WS-BRANCH-SUB TO WS-FOUND-BRANCH
                END-IF
            END-PERFORM
            IF WS-FOUND-BRANCH = 0
                IF WS-BRANCH-COUNT >= WS-BRANCH-LIMIT
                    DISPLAY "OPSSUMM: exceptions from more than "
                        WS-BRANCH-LIMIT " branch codes - raise "
                        "WS-BRANCH-LIMIT and rerun. Aborting."
                    CLOSE AGE-EXCEPTIONS
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-BRANCH-COUNT
                MOVE WS-BRANCH-COUNT TO WS-FOUND-BRANCH
                MOVE AE-ORIG-BRANCH TO WS-BR-CODE(WS-FOUND-BRANCH)
                MOVE 0 TO WS-BR-OPEN(WS-FOUND-BRANCH)
            END-IF
            ADD 1 TO WS-BR-OPEN(WS-FOUND-BRANCH).

       SORT-BRANCH-TABLE.
            PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
                    UNTIL WS-BRANCH-SUB >= WS-BRANCH-COUNT
                PERFORM VARYING WS-BRANCH-SUB2 FROM WS-BRANCH-SUB
                        BY 1 UNTIL WS-BRANCH-SUB2 > WS-BRANCH-COUNT
                    IF WS-BR-CODE(WS-BRANCH-SUB2) <
                            WS-BR-CODE(WS-BRANCH-SUB)
                        MOVE WS-BRANCH-ENTRY(WS-BRANCH-SUB) TO
                            WS-BRANCH-SWAP
                        MOVE WS-BRANCH-ENTRY(WS-BRANCH-SUB2) TO
                            WS-BRANCH-ENTRY(WS-BRANCH-SUB)
                        MOVE WS-BRANCH-SWAP TO
                            WS-BRANCH-ENTRY(WS-BRANCH-SUB2)
                    END-IF
                END-PERFORM
            END-PERFORM.

       WRITE-SUMMARY-HEADER.
            MOVE SPACES TO SUMMARY-REPORT-LINE
            STRING "OPSSUMM - morning operations summary, "
                WS-TIMESTAMP(1:8) " " WS-TIMESTAMP(9:4)
                DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
            WRITE SUMMARY-REPORT-LINE
            MOVE SPACES TO SUMMARY-REPORT-LINE
            IF CYCLE-DATE-FROM-RUNSTAT
                STRING "Night cycle of " WS-CYCLE-DATE
                    " (RUNSTAT.DAT) - reports dated earlier are stale"
                    DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
            ELSE
                STRING "No night cycle on RUNSTAT.DAT - reports dated "
                    "before " WS-CYCLE-DATE " are stale"
                    DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
            END-IF
            WRITE SUMMARY-REPORT-LINE
            MOVE SPACES TO SUMMARY-CSV-LINE
            STRING "SECTION,ITEM,FIGURE,THRESHOLD,STATUS"
                DELIMITED BY SIZE INTO SUMMARY-CSV-LINE
            WRITE SUMMARY-CSV-LINE.

       WRITE-SECTION-HEADING.
            MOVE SPACES TO SUMMARY-REPORT-LINE
            WRITE SUMMARY-REPORT-LINE
            MOVE SPACES TO SUMMARY-REPORT-LINE
            STRING WS-SECTION-NAME " " WS-ITEM-LABEL
                DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
            WRITE SUMMARY-REPORT-LINE.

      * A report that is not there is one line saying so; it is not
      * counted as needing action, since NIGHTRUN's own steps
      * already show one that failed.
       WRITE-NOT-AVAILABLE.
            MOVE "NOT AVAILABLE" TO WS-ITEM-TEXT
            MOVE 'N' TO WS-ACTION-SW
            PERFORM WRITE-TEXT-LINE.

      * Called with WS-ITEM-LABEL, WS-ITEM-FIGURE and WS-ITEM-LIMIT.
       WRITE-FIGURE-LINE.
            IF WS-ITEM-FIGURE > WS-ITEM-LIMIT
                MOVE 'Y' TO WS-ACTION-SW
                ADD 1 TO WS-ACTION-COUNT
            ELSE
                MOVE 'N' TO WS-ACTION-SW
            END-IF
            MOVE WS-ITEM-FIGURE TO WS-COUNT-EDIT
            MOVE SPACES TO SUMMARY-REPORT-LINE
            STRING "  " WS-ITEM-LABEL " " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
            IF ACTION-REQUIRED
                MOVE "ACTION REQUIRED" TO SUMMARY-REPORT-LINE(60:15)
            END-IF
            WRITE SUMMARY-REPORT-LINE
            MOVE WS-ITEM-FIGURE TO WS-CSV-FIGURE
            IF WS-ITEM-LIMIT = WS-NO-LIMIT
                MOVE SPACES TO WS-CSV-LIMIT
            ELSE
                MOVE WS-ITEM-LIMIT TO WS-CSV-FIGURE
                MOVE FUNCTION TRIM(WS-CSV-FIGURE) TO WS-CSV-LIMIT
                MOVE WS-ITEM-FIGURE TO WS-CSV-FIGURE
            END-IF
            PERFORM SET-CSV-STATUS
            MOVE SPACES TO SUMMARY-CSV-LINE
            STRING FUNCTION TRIM(WS-SECTION-NAME) ","""
                FUNCTION TRIM(WS-ITEM-LABEL) ""","
                FUNCTION TRIM(WS-CSV-FIGURE) ","
                FUNCTION TRIM(WS-CSV-LIMIT) ","
                FUNCTION TRIM(WS-CSV-STATUS)
                DELIMITED BY SIZE INTO SUMMARY-CSV-LINE
            WRITE SUMMARY-CSV-LINE.

      * Called with WS-ITEM-LABEL, WS-ITEM-TEXT and WS-ACTION-SW, for
      * the lines whose figure is a state rather than a count.
       WRITE-TEXT-LINE.
            IF ACTION-REQUIRED
                ADD 1 TO WS-ACTION-COUNT
            END-IF
            MOVE SPACES TO SUMMARY-REPORT-LINE
            STRING "  " WS-ITEM-LABEL " " WS-ITEM-TEXT
                DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
            IF ACTION-REQUIRED
                MOVE "ACTION REQUIRED" TO SUMMARY-REPORT-LINE(60:15)
            END-IF
            WRITE SUMMARY-REPORT-LINE
            PERFORM SET-CSV-STATUS
            MOVE SPACES TO SUMMARY-CSV-LINE
            STRING FUNCTION TRIM(WS-SECTION-NAME) ","""
                FUNCTION TRIM(WS-ITEM-LABEL) ""","
                FUNCTION TRIM(WS-ITEM-TEXT) ",,"
                FUNCTION TRIM(WS-CSV-STATUS)
                DELIMITED BY SIZE INTO SUMMARY-CSV-LINE
            WRITE SUMMARY-CSV-LINE.

      * Called with WS-REPORT-DATE, first in each report's section. A
      * header the date could not be read from is treated as stale.
       WRITE-REPORT-DATE-LINE.
            MOVE "Report as of" TO WS-ITEM-LABEL
            IF WS-REPORT-DATE = SPACES
                MOVE "NO DATE - STALE" TO WS-ITEM-TEXT
                MOVE 'Y' TO WS-ACTION-SW
            ELSE
                IF WS-REPORT-DATE < WS-CYCLE-DATE
                    MOVE SPACES TO WS-ITEM-TEXT
                    STRING WS-REPORT-DATE " STALE"
                        DELIMITED BY SIZE INTO WS-ITEM-TEXT
                    MOVE 'Y' TO WS-ACTION-SW
                ELSE
                    MOVE WS-REPORT-DATE TO WS-ITEM-TEXT
                    MOVE 'N' TO WS-ACTION-SW
                END-IF
            END-IF
            PERFORM WRITE-TEXT-LINE.

       SET-CSV-STATUS.
            IF ACTION-REQUIRED
                MOVE "ACTION REQUIRED" TO WS-CSV-STATUS
            ELSE
                MOVE "OK" TO WS-CSV-STATUS
            END-IF.

      * This program's own entry is still running (as NIGHTRUN's last
      * step) or pending (run by hand); neither is a problem.
       WRITE-STEP-SECTION.
            MOVE "NIGHTRUN" TO WS-SECTION-NAME
            MOVE "- night cycle steps (RUNSTAT.DAT)" TO WS-ITEM-LABEL
            PERFORM WRITE-SECTION-HEADING
            OPEN INPUT RUN-STATUS
            IF WS-STAT-FILE-STATUS NOT = '00'
                MOVE "Night cycle status" TO WS-ITEM-LABEL
                PERFORM WRITE-NOT-AVAILABLE
            ELSE
                MOVE 'N' TO WS-LINE-EOF-SW
                PERFORM UNTIL END-OF-LINES
                    READ RUN-STATUS
                        AT END
                            SET END-OF-LINES TO TRUE
                        NOT AT END
                            PERFORM WRITE-STEP-LINE
                    END-READ
                END-PERFORM
                CLOSE RUN-STATUS
            END-IF.

       WRITE-STEP-LINE.
            MOVE 'N' TO WS-ACTION-SW
            EVALUATE TRUE
                WHEN RS-STEP-OK
                    MOVE "OK" TO WS-STEP-WORD
                WHEN RS-STEP-FAILED
                    MOVE "FAILED" TO WS-STEP-WORD
                    MOVE 'Y' TO WS-ACTION-SW
                WHEN RS-STEP-RUNNING
                    MOVE "RUNNING" TO WS-STEP-WORD
                    MOVE 'Y' TO WS-ACTION-SW
                WHEN OTHER
                    MOVE "HELD" TO WS-STEP-WORD
                    MOVE 'Y' TO WS-ACTION-SW
            END-EVALUATE
            IF RS-PROGRAM-NAME = "OPSSUMM"
                MOVE 'N' TO WS-ACTION-SW
            END-IF
            MOVE RS-RETURN-CODE TO WS-RC-EDIT
            MOVE SPACES TO WS-ITEM-LABEL
            STRING "Step " RS-STEP-NUMBER " " RS-PROGRAM-NAME
                DELIMITED BY SIZE INTO WS-ITEM-LABEL
            MOVE SPACES TO WS-ITEM-TEXT
            STRING WS-STEP-WORD DELIMITED BY SPACE
                " RC " FUNCTION TRIM(WS-RC-EDIT) DELIMITED BY SIZE
                INTO WS-ITEM-TEXT
            PERFORM WRITE-TEXT-LINE.

       WRITE-BALANCE-SECTION.
            MOVE "CUSTBAL" TO WS-SECTION-NAME
            MOVE "- master balance (BALRPT.DAT)" TO WS-ITEM-LABEL
            PERFORM WRITE-SECTION-HEADING
            IF NOT BALANCE-AVAILABLE
                MOVE "Balance report" TO WS-ITEM-LABEL
                PERFORM WRITE-NOT-AVAILABLE
            ELSE
                MOVE WS-BAL-REPORT-DATE TO WS-REPORT-DATE
                PERFORM WRITE-REPORT-DATE-LINE
                MOVE "Master balance" TO WS-ITEM-LABEL
                IF MASTER-IN-BALANCE
                    MOVE "IN BALANCE" TO WS-ITEM-TEXT
                    MOVE 'N' TO WS-ACTION-SW
                ELSE
                    MOVE "OUT OF BALANCE" TO WS-ITEM-TEXT
                    MOVE 'Y' TO WS-ACTION-SW
                END-IF
                PERFORM WRITE-TEXT-LINE
                MOVE "Master count" TO WS-ITEM-LABEL
                MOVE WS-MASTER-COUNT TO WS-ITEM-FIGURE
                MOVE WS-NO-LIMIT TO WS-ITEM-LIMIT
                PERFORM WRITE-FIGURE-LINE
                IF MASTER-OUT-OF-BALANCE
                    MOVE "Expected count" TO WS-ITEM-LABEL
                    MOVE WS-EXPECTED-COUNT TO WS-ITEM-FIGURE
                    PERFORM WRITE-FIGURE-LINE
                END-IF
            END-IF.

       WRITE-REFRESH-SECTION.
            MOVE "CUSTAGER" TO WS-SECTION-NAME
            MOVE "- age refresh (AGEREFR.DAT)" TO WS-ITEM-LABEL
            PERFORM WRITE-SECTION-HEADING
            IF NOT REFRESH-AVAILABLE
                MOVE "Age refresh report" TO WS-ITEM-LABEL
                PERFORM WRITE-NOT-AVAILABLE
            ELSE
                MOVE WS-REF-REPORT-DATE TO WS-REPORT-DATE
                PERFORM WRITE-REPORT-DATE-LINE
                MOVE "Ages refreshed" TO WS-ITEM-LABEL
                MOVE WS-AGES-REFRESHED TO WS-ITEM-FIGURE
                MOVE WS-AGES-LIMIT TO WS-ITEM-LIMIT
                PERFORM WRITE-FIGURE-LINE
                MOVE "CHECK INTAKE flags" TO WS-ITEM-LABEL
                MOVE WS-INTAKE-FLAGS TO WS-ITEM-FIGURE
                MOVE WS-INTAKE-LIMIT TO WS-ITEM-LIMIT
                PERFORM WRITE-FIGURE-LINE
            END-IF.

       WRITE-ACCOUNT-SECTION.
            MOVE "ACCTSCAN" TO WS-SECTION-NAME
            MOVE "- account scan (ACCTSCN.DAT)" TO WS-ITEM-LABEL
            PERFORM WRITE-SECTION-HEADING
            IF NOT SCAN-AVAILABLE
                MOVE "Account scan report" TO WS-ITEM-LABEL
                PERFORM WRITE-NOT-AVAILABLE
            ELSE
                MOVE WS-SCN-REPORT-DATE TO WS-REPORT-DATE
                PERFORM WRITE-REPORT-DATE-LINE
                MOVE "Closed/vanished accounts flagged" TO
                    WS-ITEM-LABEL
                MOVE WS-CLOSED-ACCOUNTS TO WS-ITEM-FIGURE
                MOVE WS-CLOSED-LIMIT TO WS-ITEM-LIMIT
                PERFORM WRITE-FIGURE-LINE
            END-IF.

       WRITE-RECON-SECTION.
            MOVE "VARRECON" TO WS-SECTION-NAME
            MOVE "- reconciliation (RECONRPT.DAT)" TO WS-ITEM-LABEL
            PERFORM WRITE-SECTION-HEADING
            IF NOT RECON-AVAILABLE
                MOVE "Reconciliation report" TO WS-ITEM-LABEL
                PERFORM WRITE-NOT-AVAILABLE
            ELSE
                MOVE WS-RECON-REPORT-DATE TO WS-REPORT-DATE
                PERFORM WRITE-REPORT-DATE-LINE
                MOVE "Suspense breaks past break days" TO
                    WS-ITEM-LABEL
                MOVE WS-SUSPENSE-BREAKS TO WS-ITEM-FIGURE
                MOVE WS-BREAK-LIMIT TO WS-ITEM-LIMIT
                PERFORM WRITE-FIGURE-LINE
                MOVE "Adjustment journal" TO WS-ITEM-LABEL
                EVALUATE TRUE
                    WHEN JOURNAL-AGREES
                        MOVE "AGREES" TO WS-ITEM-TEXT
                        MOVE 'N' TO WS-ACTION-SW
                    WHEN JOURNAL-DISAGREES
                        MOVE "DOES NOT AGREE" TO WS-ITEM-TEXT
                        MOVE 'Y' TO WS-ACTION-SW
                    WHEN OTHER
                        MOVE "NOT SHOWN" TO WS-ITEM-TEXT
                        MOVE 'N' TO WS-ACTION-SW
                END-EVALUATE
                PERFORM WRITE-TEXT-LINE
            END-IF.

       WRITE-RETENTION-SECTION.
            MOVE "ARCHRET" TO WS-SECTION-NAME
            MOVE "- archive retention (RETRPT.DAT)" TO WS-ITEM-LABEL
            PERFORM WRITE-SECTION-HEADING
            IF NOT RETENTION-AVAILABLE
                MOVE "Retention report" TO WS-ITEM-LABEL
                PERFORM WRITE-NOT-AVAILABLE
            ELSE
                MOVE WS-RET-REPORT-DATE TO WS-REPORT-DATE
                PERFORM WRITE-REPORT-DATE-LINE
                MOVE "Archive records past keep-period" TO
                    WS-ITEM-LABEL
                MOVE WS-PAST-KEEP TO WS-ITEM-FIGURE
                MOVE WS-PURGE-LIMIT TO WS-ITEM-LIMIT
                PERFORM WRITE-FIGURE-LINE
            END-IF.

      * AGEEXCP.DAT only exists once intake has rejected something,
      * so a missing file is no open exceptions, not a missing report.
       WRITE-EXCEPTION-SECTION.
            MOVE "EXCP" TO WS-SECTION-NAME
            MOVE "- open exceptions (AGEEXCP.DAT)" TO WS-ITEM-LABEL
            PERFORM WRITE-SECTION-HEADING
            IF NOT EXCEPTIONS-AVAILABLE
                MOVE "Open exceptions" TO WS-ITEM-LABEL
                MOVE 0 TO WS-ITEM-FIGURE
                MOVE WS-EXCP-LIMIT TO WS-ITEM-LIMIT
                PERFORM WRITE-FIGURE-LINE
            ELSE
                MOVE "Open exceptions" TO WS-ITEM-LABEL
                MOVE WS-OPEN-EXCEPTIONS TO WS-ITEM-FIGURE
                MOVE WS-EXCP-LIMIT TO WS-ITEM-LIMIT
                PERFORM WRITE-FIGURE-LINE
                MOVE WS-EXCP-GROUP-LIMIT TO WS-ITEM-LIMIT
                PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                        UNTIL WS-REASON-SUB > WS-REASON-COUNT
                    MOVE SPACES TO WS-ITEM-LABEL
                    STRING "Reason " WS-RN-CODE(WS-REASON-SUB) " "
                        WS-RN-TEXT(WS-REASON-SUB)
                        DELIMITED BY SIZE INTO WS-ITEM-LABEL
                    MOVE WS-RN-OPEN(WS-REASON-SUB) TO WS-ITEM-FIGURE
                    PERFORM WRITE-FIGURE-LINE
                END-PERFORM
                PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
                        UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT
                    MOVE SPACES TO WS-ITEM-LABEL
                    STRING "Branch " WS-BR-CODE(WS-BRANCH-SUB)
                        DELIMITED BY SIZE INTO WS-ITEM-LABEL
                    MOVE WS-BR-OPEN(WS-BRANCH-SUB) TO WS-ITEM-FIGURE
                    PERFORM WRITE-FIGURE-LINE
                END-PERFORM
            END-IF.

       WRITE-SUMMARY-TRAILER.
            MOVE SPACES TO SUMMARY-REPORT-LINE
            WRITE SUMMARY-REPORT-LINE
            MOVE WS-ACTION-COUNT TO WS-COUNT-EDIT
            MOVE SPACES TO SUMMARY-REPORT-LINE
            IF WS-ACTION-COUNT = 0
                STRING "Nothing needs action this morning."
                    DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
            ELSE
                STRING "Items marked ACTION REQUIRED: " WS-COUNT-EDIT
                    DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
            END-IF
            WRITE SUMMARY-REPORT-LINE.

       END PROGRAM OPSSUMM.

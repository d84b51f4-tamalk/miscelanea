      ******************************************************************
      * Author: Tamalk.
      * Date: 15/10/2026.
      * Purpose: Nightly load of the account-number reference file
      *          from core banking. Reads the day's account open/close
      *          extract (ACCTFEED.DAT) and applies it to ACCTREF.DAT
      *          the way ACCTMNT would have one prompt at a time: an
      *          open for an account we have never had adds it, an
      *          open for a closed account reopens it, a close for an
      *          open account closes it, and a record that already
      *          agrees with the reference file is counted and left
      *          alone. A feed record that contradicts the reference
      *          file - a close for an account we never had - or
      *          that cannot be read is not applied and is listed on
      *          the load report (ACCTLRPT.DAT) instead. After the
      *          load the report also lists every open 'IA' exception
      *          on AGEEXCP.DAT whose account is now open on the
      *          reference file, so EXCPWORK can resubmit it the same
      *          morning. The counts go to the audit log in ACCTMNT's
      *          ADDED=/CLOSED=/REOPEN= form.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FEED ASSIGN TO "ACCTFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.
           SELECT ACCOUNT-REFERENCE ASSIGN TO "ACCTREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-ACCOUNT-NUMBER
               FILE STATUS IS WS-AREF-FILE-STATUS.
           SELECT AGE-EXCEPTIONS ASSIGN TO "AGEEXCP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.
           SELECT LOAD-REPORT ASSIGN TO "ACCTLRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FEED.
           COPY ACCTFEED.
       FD  ACCOUNT-REFERENCE.
           COPY ACCTREF.
       FD  AGE-EXCEPTIONS.
           COPY AGEEXCP.
       FD  LOAD-REPORT.
           COPY ACCTLRLN.
       FD  AUDIT-LOG.
           COPY AUDITREC.
       WORKING-STORAGE SECTION.
           01 WS-FEED-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-AREF-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-EXCP-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-RPT-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-AUDIT-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-AUDIT-LAST-SEQUENCE PIC 9(9) VALUE 0.
           01 WS-AUDIT-LAST-CHAIN PIC 9(10) VALUE 0.
           01 WS-AUDIT-CHAIN-WORK PIC 9(12) VALUE 0.
           01 WS-AUDIT-CHAIN-SUB PIC 9(3) VALUE 0.
           01 WS-AUDIT-CHAIN-EOF-SW PIC X VALUE 'N'.
               88 END-OF-AUDIT-CHAIN VALUE 'Y'.
           01 WS-OPERATOR-ID PIC X(20).
           01 WS-TIMESTAMP PIC X(21).
           01 WS-RUN-DATE PIC 9(8).
           01 WS-EOF-SWITCH PIC X VALUE 'N'.
               88 END-OF-FEED VALUE 'Y'.
           01 WS-EXCP-EOF-SWITCH PIC X VALUE 'N'.
               88 END-OF-EXCEPTIONS VALUE 'Y'.
           01 WS-ACCOUNT-FOUND-SW PIC X VALUE 'N'.
               88 ACCOUNT-FOUND VALUE 'Y'.
           01 WS-FEED-READ PIC 9(6) VALUE 0.
           01 WS-ACCOUNTS-ADDED PIC 9(6) VALUE 0.
           01 WS-ACCOUNTS-CLOSED PIC 9(6) VALUE 0.
           01 WS-ACCOUNTS-REOPENED PIC 9(6) VALUE 0.
           01 WS-ACCOUNTS-UNCHANGED PIC 9(6) VALUE 0.
           01 WS-FEED-EXCEPTIONS PIC 9(6) VALUE 0.
           01 WS-IA-RESOLVABLE PIC 9(6) VALUE 0.
           01 WS-ACTION-TEXT PIC X(6).
           01 WS-PROBLEM-TEXT PIC X(30).
           01 WS-COUNT-EDIT PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
            MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
            OPEN INPUT ACCOUNT-FEED
            IF WS-FEED-FILE-STATUS NOT = '00'
                DISPLAY "ACCTLOAD: account feed ACCTFEED.DAT is not "
                    "available - nothing to load"
            ELSE
                PERFORM OPEN-REFERENCE-FILE
                OPEN OUTPUT LOAD-REPORT
                PERFORM WRITE-REPORT-HEADER
                PERFORM READ-FEED
                PERFORM UNTIL END-OF-FEED
                    ADD 1 TO WS-FEED-READ
                    PERFORM APPLY-FEED-RECORD
                    PERFORM READ-FEED
                END-PERFORM
                IF WS-FEED-EXCEPTIONS = 0
                    MOVE SPACES TO ACCOUNT-LOAD-REPORT-LINE
                    STRING "No feed records contradicted the "
                        "reference file."
                        DELIMITED BY SIZE INTO ACCOUNT-LOAD-REPORT-LINE
                    WRITE ACCOUNT-LOAD-REPORT-LINE
                END-IF
                PERFORM LIST-RESOLVABLE-EXCEPTIONS
                PERFORM WRITE-REPORT-TRAILER
                CLOSE ACCOUNT-FEED ACCOUNT-REFERENCE LOAD-REPORT
                PERFORM WRITE-AUDIT-LOG
                DISPLAY "ACCTLOAD: " WS-ACCOUNTS-ADDED " added, "
                    WS-ACCOUNTS-CLOSED " closed, "
                    WS-ACCOUNTS-REOPENED " reopened, "
                    WS-FEED-EXCEPTIONS " feed exception(s), "
                    WS-IA-RESOLVABLE " IA exception(s) now resolvable"
            END-IF
            STOP RUN.

       OPEN-REFERENCE-FILE.
            OPEN I-O ACCOUNT-REFERENCE
            IF WS-AREF-FILE-STATUS = '05' OR WS-AREF-FILE-STATUS = '35'
                OPEN OUTPUT ACCOUNT-REFERENCE
                CLOSE ACCOUNT-REFERENCE
                OPEN I-O ACCOUNT-REFERENCE
            END-IF.

       READ-FEED.
            READ ACCOUNT-FEED
                AT END
                    SET END-OF-FEED TO TRUE
            END-READ.

      * A record that already agrees with the reference file (an
      * open for an open account, a close for a closed one) is a
      * repeat from core banking, not a contradiction, and is only
      * counted.
       APPLY-FEED-RECORD.
            EVALUATE TRUE
                WHEN AF-ACCOUNT-NUMBER = SPACES
                    MOVE "Account number missing" TO WS-PROBLEM-TEXT
                    PERFORM WRITE-FEED-EXCEPTION
                WHEN NOT AF-OPEN-ACTION AND NOT AF-CLOSE-ACTION
                    MOVE "Unknown action code" TO WS-PROBLEM-TEXT
                    PERFORM WRITE-FEED-EXCEPTION
                WHEN OTHER
                    MOVE AF-ACCOUNT-NUMBER TO AR-ACCOUNT-NUMBER
                    READ ACCOUNT-REFERENCE
                        INVALID KEY
                            MOVE 'N' TO WS-ACCOUNT-FOUND-SW
                        NOT INVALID KEY
                            MOVE 'Y' TO WS-ACCOUNT-FOUND-SW
                    END-READ
                    IF AF-OPEN-ACTION
                        PERFORM APPLY-OPEN
                    ELSE
                        PERFORM APPLY-CLOSE
                    END-IF
            END-EVALUATE.

       APPLY-OPEN.
            EVALUATE TRUE
                WHEN NOT ACCOUNT-FOUND
                    MOVE AF-ACCOUNT-NUMBER TO AR-ACCOUNT-NUMBER
                    SET AR-OPEN-ACCOUNT TO TRUE
                    WRITE ACCOUNT-REF-RECORD
                        INVALID KEY
                            MOVE "Add failed" TO WS-PROBLEM-TEXT
                            PERFORM WRITE-FEED-EXCEPTION
                        NOT INVALID KEY
                            ADD 1 TO WS-ACCOUNTS-ADDED
                    END-WRITE
                WHEN AR-CLOSED-ACCOUNT
                    SET AR-OPEN-ACCOUNT TO TRUE
                    REWRITE ACCOUNT-REF-RECORD
                    ADD 1 TO WS-ACCOUNTS-REOPENED
                WHEN OTHER
                    ADD 1 TO WS-ACCOUNTS-UNCHANGED
            END-EVALUATE.

       APPLY-CLOSE.
            EVALUATE TRUE
                WHEN NOT ACCOUNT-FOUND
                    MOVE "Close for an account not held" TO
                        WS-PROBLEM-TEXT
                    PERFORM WRITE-FEED-EXCEPTION
                WHEN AR-OPEN-ACCOUNT
                    SET AR-CLOSED-ACCOUNT TO TRUE
                    REWRITE ACCOUNT-REF-RECORD
                    ADD 1 TO WS-ACCOUNTS-CLOSED
                WHEN OTHER
                    ADD 1 TO WS-ACCOUNTS-UNCHANGED
            END-EVALUATE.

       WRITE-FEED-EXCEPTION.
            ADD 1 TO WS-FEED-EXCEPTIONS
            EVALUATE TRUE
                WHEN AF-OPEN-ACTION
                    MOVE "OPEN" TO WS-ACTION-TEXT
                WHEN AF-CLOSE-ACTION
                    MOVE "CLOSE" TO WS-ACTION-TEXT
                WHEN OTHER
                    MOVE SPACES TO WS-ACTION-TEXT
                    MOVE AF-ACTION TO WS-ACTION-TEXT(1:1)
            END-EVALUATE
            MOVE SPACES TO ACCOUNT-LOAD-REPORT-LINE
            STRING AF-ACCOUNT-NUMBER " " WS-ACTION-TEXT
                " eff " AF-EFFECTIVE-DATE "  " WS-PROBLEM-TEXT
                DELIMITED BY SIZE INTO ACCOUNT-LOAD-REPORT-LINE
            WRITE ACCOUNT-LOAD-REPORT-LINE.

      * Read after the load, so an account that arrived in tonight's
      * feed counts. Only open exceptions are listed - one EXCPWORK
      * has already resubmitted is not worked twice.
       LIST-RESOLVABLE-EXCEPTIONS.
            MOVE SPACES TO ACCOUNT-LOAD-REPORT-LINE
            WRITE ACCOUNT-LOAD-REPORT-LINE
            MOVE SPACES TO ACCOUNT-LOAD-REPORT-LINE
            STRING "Open IA exceptions whose account is now open - "
                "resubmit through EXCPWORK:"
                DELIMITED BY SIZE INTO ACCOUNT-LOAD-REPORT-LINE
            WRITE ACCOUNT-LOAD-REPORT-LINE
            MOVE SPACES TO ACCOUNT-LOAD-REPORT-LINE
            WRITE ACCOUNT-LOAD-REPORT-LINE
            OPEN INPUT AGE-EXCEPTIONS
            IF WS-EXCP-FILE-STATUS = '00'
                PERFORM READ-EXCEPTION
                PERFORM UNTIL END-OF-EXCEPTIONS
                    IF AE-OPEN AND AE-INVALID-ACCOUNT
                        PERFORM CHECK-EXCEPTION-ACCOUNT
                    END-IF
                    PERFORM READ-EXCEPTION
                END-PERFORM
                CLOSE AGE-EXCEPTIONS
            END-IF
            IF WS-IA-RESOLVABLE = 0
                MOVE SPACES TO ACCOUNT-LOAD-REPORT-LINE
                STRING "None."
                    DELIMITED BY SIZE INTO ACCOUNT-LOAD-REPORT-LINE
                WRITE ACCOUNT-LOAD-REPORT-LINE
            END-IF.

       READ-EXCEPTION.
            READ AGE-EXCEPTIONS
                AT END
                    SET END-OF-EXCEPTIONS TO TRUE
            END-READ.

       CHECK-EXCEPTION-ACCOUNT.
            MOVE AE-ORIG-ACCOUNT TO AR-ACCOUNT-NUMBER
            READ ACCOUNT-REFERENCE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF AR-OPEN-ACCOUNT
                        ADD 1 TO WS-IA-RESOLVABLE
                        MOVE SPACES TO ACCOUNT-LOAD-REPORT-LINE
                        STRING AE-NAM " account " AE-ORIG-ACCOUNT
                            " branch " AE-ORIG-BRANCH "  "
                            AE-REASON-TEXT
                            DELIMITED BY SIZE INTO
                            ACCOUNT-LOAD-REPORT-LINE
                        WRITE ACCOUNT-LOAD-REPORT-LINE
                    END-IF
            END-READ.

       WRITE-REPORT-HEADER.
            MOVE SPACES TO ACCOUNT-LOAD-REPORT-LINE
            STRING "ACCTLOAD - core banking account feed load as of "
                WS-RUN-DATE
                DELIMITED BY SIZE INTO ACCOUNT-LOAD-REPORT-LINE
            WRITE ACCOUNT-LOAD-REPORT-LINE
            MOVE SPACES TO ACCOUNT-LOAD-REPORT-LINE
            WRITE ACCOUNT-LOAD-REPORT-LINE
            MOVE SPACES TO ACCOUNT-LOAD-REPORT-LINE
            STRING "Feed records not applied:"
                DELIMITED BY SIZE INTO ACCOUNT-LOAD-REPORT-LINE
            WRITE ACCOUNT-LOAD-REPORT-LINE
            MOVE SPACES TO ACCOUNT-LOAD-REPORT-LINE
            WRITE ACCOUNT-LOAD-REPORT-LINE.

       WRITE-REPORT-TRAILER.
            MOVE SPACES TO ACCOUNT-LOAD-REPORT-LINE
            WRITE ACCOUNT-LOAD-REPORT-LINE
            MOVE WS-FEED-READ TO WS-COUNT-EDIT
            MOVE SPACES TO ACCOUNT-LOAD-REPORT-LINE
            STRING "Feed records read:       " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO ACCOUNT-LOAD-REPORT-LINE
            WRITE ACCOUNT-LOAD-REPORT-LINE
            MOVE WS-ACCOUNTS-ADDED TO WS-COUNT-EDIT
            MOVE SPACES TO ACCOUNT-LOAD-REPORT-LINE
            STRING "Accounts added:          " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO ACCOUNT-LOAD-REPORT-LINE
            WRITE ACCOUNT-LOAD-REPORT-LINE
            MOVE WS-ACCOUNTS-CLOSED TO WS-COUNT-EDIT
            MOVE SPACES TO ACCOUNT-LOAD-REPORT-LINE
            STRING "Accounts closed:         " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO ACCOUNT-LOAD-REPORT-LINE
            WRITE ACCOUNT-LOAD-REPORT-LINE
            MOVE WS-ACCOUNTS-REOPENED TO WS-COUNT-EDIT
            MOVE SPACES TO ACCOUNT-LOAD-REPORT-LINE
            STRING "Accounts reopened:       " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO ACCOUNT-LOAD-REPORT-LINE
            WRITE ACCOUNT-LOAD-REPORT-LINE
            MOVE WS-ACCOUNTS-UNCHANGED TO WS-COUNT-EDIT
            MOVE SPACES TO ACCOUNT-LOAD-REPORT-LINE
            STRING "Already as the feed says:" WS-COUNT-EDIT
                DELIMITED BY SIZE INTO ACCOUNT-LOAD-REPORT-LINE
            WRITE ACCOUNT-LOAD-REPORT-LINE
            MOVE WS-FEED-EXCEPTIONS TO WS-COUNT-EDIT
            MOVE SPACES TO ACCOUNT-LOAD-REPORT-LINE
            STRING "Feed records not applied:" WS-COUNT-EDIT
                DELIMITED BY SIZE INTO ACCOUNT-LOAD-REPORT-LINE
            WRITE ACCOUNT-LOAD-REPORT-LINE
            MOVE WS-IA-RESOLVABLE TO WS-COUNT-EDIT
            MOVE SPACES TO ACCOUNT-LOAD-REPORT-LINE
            STRING "IA exceptions resolvable:" WS-COUNT-EDIT
                DELIMITED BY SIZE INTO ACCOUNT-LOAD-REPORT-LINE
            WRITE ACCOUNT-LOAD-REPORT-LINE.

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
            MOVE "ACCTLOAD" TO AL-PROGRAM-NAME
            MOVE SPACES TO AL-KEY-VALUES
            STRING "ADDED=" WS-ACCOUNTS-ADDED
                " CLOSED=" WS-ACCOUNTS-CLOSED
                " REOPEN=" WS-ACCOUNTS-REOPENED
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

       END PROGRAM ACCTLOAD.

      *          rather than ordinary drift. Meant to be scheduled
      *          ahead of CUSTAGE so the brackets are computed from a
      *          current age.
      *          A customer whose refresh takes them from under 18 to
      *          18 or over was registered with a guardian and has to
      *          be re-confirmed with the customer, so they are put on
      *          the keyed review queue ADLTQUE.DAT, due from their
      *          18th birthday, and marked ADULT REVIEW on the report.
      *          ADLTWORK works the queue; ADLTOVD lists what is left
      *          open past 30 days.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT ADULT-REVIEW-QUEUE ASSIGN TO "ADLTQUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AQ-NAM
               FILE STATUS IS WS-QUEUE-FILE-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           COPY REFRPTLN.
       FD  CUST-HISTORY.
           COPY CUSTHIST.
       FD  ADULT-REVIEW-QUEUE.
           COPY ADLTQUE.
       FD  AUDIT-LOG.
           COPY AUDITREC.
       WORKING-STORAGE SECTION.
           01 WS-CUST-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-RPT-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-AUDIT-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-AUDIT-LAST-SEQUENCE PIC 9(9) VALUE 0.
           01 WS-AUDIT-LAST-CHAIN PIC 9(10) VALUE 0.
           01 WS-AUDIT-CHAIN-WORK PIC 9(12) VALUE 0.
           01 WS-AUDIT-CHAIN-SUB PIC 9(3) VALUE 0.
           01 WS-AUDIT-CHAIN-EOF-SW PIC X VALUE 'N'.
               88 END-OF-AUDIT-CHAIN VALUE 'Y'.
           01 WS-HIST-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-QUEUE-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-BEFORE-IMAGE PIC X(63).
           01 WS-OPERATOR-ID PIC X(20).
           01 WS-TIMESTAMP PIC X(21).
           01 WS-RECORDS-READ PIC 9(6) VALUE 0.
           01 WS-RECORDS-CHANGED PIC 9(6) VALUE 0.
           01 WS-RECORDS-FLAGGED PIC 9(6) VALUE 0.
           01 WS-RECORDS-QUEUED PIC 9(6) VALUE 0.
           01 WS-ADULT-AGE PIC 9(2) VALUE 18.
           01 WS-QUEUED-SW PIC X VALUE 'N'.
               88 QUEUED-FOR-REVIEW VALUE 'Y'.
           01 WS-DUE-DATE PIC 9(8).
           01 WS-DUE-PARTS REDEFINES WS-DUE-DATE.
               05 WS-DUE-YEAR PIC 9(4).
               05 WS-DUE-MONTH-DAY PIC 9(4).
           01 WS-OLD-AGE-EDIT PIC -(2)9.
           01 WS-NEW-AGE-EDIT PIC -(2)9.
           01 WS-COUNT-EDIT PIC ZZZ,ZZ9.
                DISPLAY "CUSTAGER: customer master is not available "
                    "yet - run VARIABLES2/VAR2BATCH first"
                CLOSE REFRESH-REPORT CUST-HISTORY
                    ADULT-REVIEW-QUEUE
            ELSE
                PERFORM WRITE-REPORT-HEADER
                PERFORM READ-CUSTOMER-MASTER
                PERFORM WRITE-REPORT-TRAILER
                PERFORM WRITE-AUDIT-LOG
                CLOSE CUSTOMER-MASTER REFRESH-REPORT
                    CUST-HISTORY ADULT-REVIEW-QUEUE
                DISPLAY "CUSTAGER: " WS-RECORDS-READ " read, "
                    WS-RECORDS-CHANGED " age(s) refreshed, "
                    WS-RECORDS-FLAGGED " flagged for review, "
                    WS-RECORDS-QUEUED " queued for adult review"
            END-IF
            STOP RUN.

                OPEN OUTPUT CUST-HISTORY
                CLOSE CUST-HISTORY
                OPEN I-O CUST-HISTORY
            END-IF
            OPEN I-O ADULT-REVIEW-QUEUE
            IF WS-QUEUE-FILE-STATUS = '05'
                    OR WS-QUEUE-FILE-STATUS = '35'
                OPEN OUTPUT ADULT-REVIEW-QUEUE
                CLOSE ADULT-REVIEW-QUEUE
                OPEN I-O ADULT-REVIEW-QUEUE
            END-IF.

       READ-CUSTOMER-MASTER.
                    REWRITE CUSTOMER-RECORD
                    ADD 1 TO WS-RECORDS-CHANGED
                    PERFORM WRITE-CHANGE-HISTORY
                    MOVE 'N' TO WS-QUEUED-SW
                    IF WS-STORED-AGE < WS-ADULT-AGE
                            AND WS-COMPUTED-AGE >= WS-ADULT-AGE
                        PERFORM QUEUE-ADULT-REVIEW
                    END-IF
                    PERFORM WRITE-AGE-CHANGE-LINE
                END-IF
            END-IF.
            MOVE CUSTOMER-RECORD TO CH-AFTER-IMAGE
            WRITE CUST-HIST-RECORD.

      * Due from the 18th birthday, however late the refresh that
      * noticed it ran. Born on 29 February, the age arithmetic above
      * turns 18 on 1 March in a year that is not a leap year, so
      * that is the due date too. A NAM already on the queue is
      * requeued over its old entry when that entry has been worked
      * or belongs to a different date of birth (a reused NAM, or a
      * corrected DOB); only the same review still open is left as
      * it is.
       QUEUE-ADULT-REVIEW.
            COMPUTE WS-DUE-DATE = CR-DATE-OF-BIRTH
                + WS-ADULT-AGE * 10000
            IF WS-DUE-MONTH-DAY = 0229
                IF FUNCTION MOD(WS-DUE-YEAR, 4) NOT = 0
                        OR (FUNCTION MOD(WS-DUE-YEAR, 100) = 0
                        AND FUNCTION MOD(WS-DUE-YEAR, 400) NOT = 0)
                    MOVE 0301 TO WS-DUE-MONTH-DAY
                END-IF
            END-IF
            PERFORM BUILD-ADULT-REVIEW
            WRITE ADULT-REVIEW-RECORD
                INVALID KEY
                    PERFORM REQUEUE-ADULT-REVIEW
                NOT INVALID KEY
                    ADD 1 TO WS-RECORDS-QUEUED
                    MOVE 'Y' TO WS-QUEUED-SW
            END-WRITE.

       BUILD-ADULT-REVIEW.
            MOVE CR-NAM TO AQ-NAM
            MOVE CR-BRANCH-CODE TO AQ-BRANCH-CODE
            MOVE CR-ACCOUNT-NUMBER TO AQ-ACCOUNT-NUMBER
            MOVE CR-DATE-OF-BIRTH TO AQ-DATE-OF-BIRTH
            MOVE WS-DUE-DATE TO AQ-DUE-DATE
            MOVE WS-RUN-DATE TO AQ-QUEUED-DATE
            SET AQ-OPEN TO TRUE
            MOVE SPACES TO AQ-OUTCOME-BY
            MOVE SPACES TO AQ-OUTCOME-TIMESTAMP
            MOVE SPACES TO AQ-OUTCOME-NOTE.

      * The failed WRITE leaves AQ-NAM in the record area, so the
      * existing entry can be read straight back on it.
       REQUEUE-ADULT-REVIEW.
            READ ADULT-REVIEW-QUEUE
                INVALID KEY
                    DISPLAY "CUSTAGER: adult review for " CR-NAM
                        " could not be queued - status "
                        WS-QUEUE-FILE-STATUS
                NOT INVALID KEY
                    IF NOT AQ-OPEN
                            OR AQ-DATE-OF-BIRTH NOT = CR-DATE-OF-BIRTH
                        PERFORM BUILD-ADULT-REVIEW
                        REWRITE ADULT-REVIEW-RECORD
                            INVALID KEY
                                DISPLAY "CUSTAGER: adult review for "
                                    CR-NAM " could not be requeued - "
                                    "status " WS-QUEUE-FILE-STATUS
                            NOT INVALID KEY
                                ADD 1 TO WS-RECORDS-QUEUED
                                MOVE 'Y' TO WS-QUEUED-SW
                        END-REWRITE
                    END-IF
            END-READ.

       WRITE-AGE-CHANGE-LINE.
            MOVE WS-STORED-AGE TO WS-OLD-AGE-EDIT
            MOVE WS-COMPUTED-AGE TO WS-NEW-AGE-EDIT
                    WS-OLD-AGE-EDIT " -> " WS-NEW-AGE-EDIT
                    DELIMITED BY SIZE INTO REFRESH-REPORT-LINE
            END-IF
            IF QUEUED-FOR-REVIEW
                MOVE "  ** ADULT REVIEW **" TO
                    REFRESH-REPORT-LINE(59:20)
            END-IF
            WRITE REFRESH-REPORT-LINE.

       WRITE-IMPLAUSIBLE-DOB-LINE.
            MOVE SPACES TO REFRESH-REPORT-LINE
            STRING "Flagged for review: " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO REFRESH-REPORT-LINE
            WRITE REFRESH-REPORT-LINE
            MOVE WS-RECORDS-QUEUED TO WS-COUNT-EDIT
            MOVE SPACES TO REFRESH-REPORT-LINE
            STRING "Queued for adult review: " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO REFRESH-REPORT-LINE
            WRITE REFRESH-REPORT-LINE.

       WRITE-AUDIT-LOG.
            PERFORM READ-AUDIT-CHAIN
            OPEN EXTEND AUDIT-LOG
            IF WS-AUDIT-FILE-STATUS = '05'
                    OR WS-AUDIT-FILE-STATUS = '35'
                " CHG=" WS-RECORDS-CHANGED
                " FLAG=" WS-RECORDS-FLAGGED
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

       END PROGRAM CUSTAGER.

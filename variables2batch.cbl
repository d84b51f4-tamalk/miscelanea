      *          same as a bad field - corrections go through
      *          CUSTMAINT instead. The transaction layout carries the
      *          full registration (req 007), not just NAM/AGE.
      *          The file is a controlled batch: a header record
      *          (sending branch, batch number, batch date) first and
      *          a trailer (record count, account-number hash total)
      *          last, laid out in BTCHCTL. The whole file is proved
      *          before any transaction is applied to the master - a
      *          missing header or trailer, a count or hash that
      *          disagrees, or a batch number already on the batch
      *          register (BATCHREG.DAT) rejects the entire batch,
      *          with the reason on the audit log and the
      *          batch-control report (BTCHRPT.DAT), and ends with
      *          return code 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT BATCH-REGISTER ASSIGN TO "BATCHREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BG-KEY
               FILE STATUS IS WS-BREG-FILE-STATUS.
           SELECT BATCH-REPORT ASSIGN TO "BTCHRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
           COPY CUSTHIST.
       FD  AUDIT-LOG.
           COPY AUDITREC.
       FD  BATCH-REGISTER.
           COPY BTCHREG.
       FD  BATCH-REPORT.
           COPY BTCRPTLN.
       WORKING-STORAGE SECTION.
           01 WS-TRAN-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-CKPT-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-CUST-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-EXCP-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-AUDIT-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-AUDIT-LAST-SEQUENCE PIC 9(9) VALUE 0.
           01 WS-AUDIT-LAST-CHAIN PIC 9(10) VALUE 0.
           01 WS-AUDIT-CHAIN-WORK PIC 9(12) VALUE 0.
           01 WS-AUDIT-CHAIN-SUB PIC 9(3) VALUE 0.
           01 WS-AUDIT-CHAIN-EOF-SW PIC X VALUE 'N'.
               88 END-OF-AUDIT-CHAIN VALUE 'Y'.
           01 WS-AREF-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-AREF-AVAIL-SW PIC X VALUE 'N'.
               88 ACCOUNT-REF-AVAILABLE VALUE 'Y'.
           01 WS-RUN-DATE PIC 9(8).
           01 WS-IMPLIED-AGE PIC S9(5).
           01 WS-AGE-GAP PIC S9(5).
           01 WS-BREG-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-BRPT-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-BATCH-PROVEN-SW PIC X VALUE 'N'.
               88 BATCH-PROVEN VALUE 'Y'.
           01 WS-TRAILER-SEEN-SW PIC X VALUE 'N'.
               88 TRAILER-SEEN VALUE 'Y'.
           01 WS-BATCH-BRANCH PIC X(3).
           01 WS-BATCH-NUMBER PIC X(6).
           01 WS-BATCH-DATE PIC X(8).
           01 WS-BATCH-DETAIL-COUNT PIC 9(6) VALUE 0.
           01 WS-BATCH-HASH-TOTAL PIC 9(15) VALUE 0.
           01 WS-TRAILER-COUNT PIC 9(6) VALUE 0.
           01 WS-TRAILER-HASH PIC 9(15) VALUE 0.
           01 WS-HASH-ACCOUNT PIC X(10).
           01 WS-CHECK-CODE PIC X(9).
           01 WS-CHECK-TEXT PIC X(25).
           01 WS-REJECT-CODE PIC X(9).
           01 WS-REJECT-TEXT PIC X(25).
           01 WS-COUNT-EDIT PIC ZZZ,ZZ9.
           COPY BTCHCTL.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INITIALIZE-RUN
                CLOSE CUSTOMER-MASTER AGE-EXCEPTIONS
                    ACCOUNT-REFERENCE BRANCH-REFERENCE CUST-HISTORY
            ELSE
                PERFORM PROVE-BATCH-CONTROLS
                IF NOT BATCH-PROVEN
                    PERFORM WRITE-BATCH-REPORT
                    PERFORM WRITE-BATCH-REJECT-AUDIT
                    CLOSE TRANSACTION-FILE CUSTOMER-MASTER
                        AGE-EXCEPTIONS ACCOUNT-REFERENCE
                        BRANCH-REFERENCE CUST-HISTORY
                    DISPLAY "VAR2BATCH: batch " WS-BATCH-BRANCH "/"
                        WS-BATCH-NUMBER " rejected - " WS-REJECT-TEXT
                        " - nothing applied, see BTCHRPT.DAT"
                    MOVE 8 TO RETURN-CODE
                ELSE
                    PERFORM READ-TRANSACTION
                    PERFORM UNTIL END-OF-TRANSACTIONS
                        ADD 1 TO WS-RECORDS-READ
                        IF WS-RECORDS-READ > WS-RESTART-COUNT
                            MOVE TRAN-RECORD TO BATCH-CONTROL-RECORD
                            IF NOT BK-BATCH-HEADER
                                    AND NOT BK-BATCH-TRAILER
                                PERFORM PROCESS-TRANSACTION
                            END-IF
                            IF FUNCTION MOD(WS-RECORDS-READ
                                    WS-CHECKPOINT-INTERVAL) = 0
                                PERFORM WRITE-CHECKPOINT
                            END-IF
                        END-IF
                        PERFORM READ-TRANSACTION
                    END-PERFORM
                    PERFORM REGISTER-BATCH
                    PERFORM CLEAR-CHECKPOINT
                    PERFORM WRITE-BATCH-REPORT
                    PERFORM WRITE-AUDIT-LOG
                    CLOSE TRANSACTION-FILE CUSTOMER-MASTER
                        AGE-EXCEPTIONS ACCOUNT-REFERENCE
                        BRANCH-REFERENCE CUST-HISTORY
                    DISPLAY "VAR2BATCH: " WS-RECORDS-WRITTEN
                        " record(s) written to CUSTOMER-MASTER, "
                        WS-RECORDS-REJECTED
                        " rejected to AGE-EXCEPTIONS"
                END-IF
            END-IF
            STOP RUN.

                    SET END-OF-TRANSACTIONS TO TRUE
            END-READ.

      * The whole file is read once before anything is applied. The
      * header must be the first record and the trailer the last,
      * and the trailer's record count and account hash must agree
      * with the detail records between them; only the first fault
      * found is reported. The file is then reopened for the real
      * pass, so a rejected batch never gets as far as the master.
       PROVE-BATCH-CONTROLS.
            MOVE 'Y' TO WS-BATCH-PROVEN-SW
            MOVE 'N' TO WS-TRAILER-SEEN-SW
            MOVE SPACES TO WS-BATCH-BRANCH WS-BATCH-NUMBER
                WS-BATCH-DATE WS-REJECT-CODE WS-REJECT-TEXT
            MOVE 0 TO WS-BATCH-DETAIL-COUNT WS-BATCH-HASH-TOTAL
                WS-TRAILER-COUNT WS-TRAILER-HASH
            PERFORM READ-TRANSACTION
            IF END-OF-TRANSACTIONS
                MOVE "NOHDR" TO WS-CHECK-CODE
                MOVE "No batch header" TO WS-CHECK-TEXT
                PERFORM FAIL-BATCH-CONTROL
            ELSE
                MOVE TRAN-RECORD TO BATCH-CONTROL-RECORD
                PERFORM PROVE-BATCH-HEADER
                PERFORM READ-TRANSACTION
                PERFORM UNTIL END-OF-TRANSACTIONS
                    MOVE TRAN-RECORD TO BATCH-CONTROL-RECORD
                    PERFORM PROVE-BATCH-RECORD
                    PERFORM READ-TRANSACTION
                END-PERFORM
                PERFORM PROVE-BATCH-TRAILER
            END-IF
            CLOSE TRANSACTION-FILE
            MOVE 'N' TO WS-EOF-SWITCH
            OPEN INPUT TRANSACTION-FILE.

       PROVE-BATCH-HEADER.
            IF NOT BK-BATCH-HEADER
                MOVE "NOHDR" TO WS-CHECK-CODE
                MOVE "No batch header" TO WS-CHECK-TEXT
                PERFORM FAIL-BATCH-CONTROL
            ELSE
                MOVE BK-SENDING-BRANCH TO WS-BATCH-BRANCH
                MOVE BK-BATCH-NUMBER TO WS-BATCH-NUMBER
                MOVE BK-BATCH-DATE TO WS-BATCH-DATE
                IF BK-SENDING-BRANCH = SPACES
                        OR BK-BATCH-NUMBER IS NOT NUMERIC
                        OR BK-BATCH-DATE IS NOT NUMERIC
                    MOVE "BADHDR" TO WS-CHECK-CODE
                    MOVE "Batch header unreadable" TO WS-CHECK-TEXT
                    PERFORM FAIL-BATCH-CONTROL
                END-IF
            END-IF.

       PROVE-BATCH-RECORD.
            EVALUATE TRUE
                WHEN TRAILER-SEEN
                    MOVE "ORDER" TO WS-CHECK-CODE
                    MOVE "Records after trailer" TO WS-CHECK-TEXT
                    PERFORM FAIL-BATCH-CONTROL
                WHEN BK-BATCH-HEADER
                    MOVE "ORDER" TO WS-CHECK-CODE
                    MOVE "Second batch header" TO WS-CHECK-TEXT
                    PERFORM FAIL-BATCH-CONTROL
                WHEN BK-BATCH-TRAILER
                    MOVE 'Y' TO WS-TRAILER-SEEN-SW
                    IF BK-RECORD-COUNT IS NOT NUMERIC
                            OR BK-HASH-TOTAL IS NOT NUMERIC
                        MOVE "BADTRL" TO WS-CHECK-CODE
                        MOVE "Batch trailer unreadable" TO
                            WS-CHECK-TEXT
                        PERFORM FAIL-BATCH-CONTROL
                    ELSE
                        MOVE BK-RECORD-COUNT TO WS-TRAILER-COUNT
                        MOVE BK-HASH-TOTAL TO WS-TRAILER-HASH
                    END-IF
                WHEN OTHER
                    ADD 1 TO WS-BATCH-DETAIL-COUNT
                    MOVE TR-ACCOUNT-NUMBER TO WS-HASH-ACCOUNT
                    PERFORM ADD-TO-HASH-TOTAL
            END-EVALUATE.

      * Kept to the low-order 15 digits, the same as the sender.
       ADD-TO-HASH-TOTAL.
            IF WS-HASH-ACCOUNT NOT = SPACES
                    AND FUNCTION TEST-NUMVAL(WS-HASH-ACCOUNT) = 0
                COMPUTE WS-BATCH-HASH-TOTAL =
                    FUNCTION MOD(WS-BATCH-HASH-TOTAL
                        + FUNCTION NUMVAL(WS-HASH-ACCOUNT)
                        1000000000000000)
            END-IF.

       PROVE-BATCH-TRAILER.
            EVALUATE TRUE
                WHEN NOT TRAILER-SEEN
                    MOVE "NOTRL" TO WS-CHECK-CODE
                    MOVE "No batch trailer" TO WS-CHECK-TEXT
                    PERFORM FAIL-BATCH-CONTROL
                WHEN WS-TRAILER-COUNT NOT = WS-BATCH-DETAIL-COUNT
                    MOVE "COUNT" TO WS-CHECK-CODE
                    MOVE "Record count disagrees" TO WS-CHECK-TEXT
                    PERFORM FAIL-BATCH-CONTROL
                WHEN WS-TRAILER-HASH NOT = WS-BATCH-HASH-TOTAL
                    MOVE "HASH" TO WS-CHECK-CODE
                    MOVE "Hash total disagrees" TO WS-CHECK-TEXT
                    PERFORM FAIL-BATCH-CONTROL
            END-EVALUATE
            IF BATCH-PROVEN
                PERFORM CHECK-BATCH-REGISTER
            END-IF.

      * No register yet simply means no batch has been applied yet.
       CHECK-BATCH-REGISTER.
            OPEN INPUT BATCH-REGISTER
            IF WS-BREG-FILE-STATUS = '00'
                MOVE "VAR2TRAN" TO BG-FILE-ID
                MOVE WS-BATCH-BRANCH TO BG-SENDING-BRANCH
                MOVE WS-BATCH-NUMBER TO BG-BATCH-NUMBER
                READ BATCH-REGISTER
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE "DUPLICATE" TO WS-CHECK-CODE
                        MOVE "Batch already applied" TO WS-CHECK-TEXT
                        PERFORM FAIL-BATCH-CONTROL
                END-READ
                CLOSE BATCH-REGISTER
            END-IF.

       FAIL-BATCH-CONTROL.
            IF BATCH-PROVEN
                MOVE 'N' TO WS-BATCH-PROVEN-SW
                MOVE WS-CHECK-CODE TO WS-REJECT-CODE
                MOVE WS-CHECK-TEXT TO WS-REJECT-TEXT
            END-IF.

       REGISTER-BATCH.
            OPEN I-O BATCH-REGISTER
            IF WS-BREG-FILE-STATUS = '05' OR WS-BREG-FILE-STATUS = '35'
                OPEN OUTPUT BATCH-REGISTER
                CLOSE BATCH-REGISTER
                OPEN I-O BATCH-REGISTER
            END-IF
            MOVE "VAR2TRAN" TO BG-FILE-ID
            MOVE WS-BATCH-BRANCH TO BG-SENDING-BRANCH
            MOVE WS-BATCH-NUMBER TO BG-BATCH-NUMBER
            MOVE WS-BATCH-DATE TO BG-BATCH-DATE
            MOVE WS-BATCH-DETAIL-COUNT TO BG-RECORD-COUNT
            MOVE "VAR2BATCH" TO BG-PROGRAM-NAME
            MOVE WS-OPERATOR-ID TO BG-OPERATOR-ID
            MOVE FUNCTION CURRENT-DATE TO BG-APPLIED-TIMESTAMP
            WRITE BATCH-REGISTER-RECORD
                INVALID KEY
                    DISPLAY "VAR2BATCH: batch " WS-BATCH-BRANCH "/"
                        WS-BATCH-NUMBER " is already on the batch "
                        "register"
            END-WRITE
            CLOSE BATCH-REGISTER.

      * BTCHRPT.DAT is cumulative - every intake program appends its
      * verdict - so the morning shift reads one file for every
      * batch received, accepted or not.
       WRITE-BATCH-REPORT.
            OPEN EXTEND BATCH-REPORT
            IF WS-BRPT-FILE-STATUS = '05' OR WS-BRPT-FILE-STATUS = '35'
                OPEN OUTPUT BATCH-REPORT
            END-IF
            MOVE SPACES TO BATCH-REPORT-LINE
            IF BATCH-PROVEN
                MOVE WS-BATCH-DETAIL-COUNT TO WS-COUNT-EDIT
                STRING WS-RUN-DATE " VAR2BATCH  " WS-BATCH-BRANCH "/"
                    WS-BATCH-NUMBER " dated " WS-BATCH-DATE
                    " ACCEPTED " WS-COUNT-EDIT " records"
                    DELIMITED BY SIZE INTO BATCH-REPORT-LINE
                WRITE BATCH-REPORT-LINE
            ELSE
                STRING WS-RUN-DATE " VAR2BATCH  " WS-BATCH-BRANCH "/"
                    WS-BATCH-NUMBER " dated " WS-BATCH-DATE
                    " REJECTED " WS-REJECT-TEXT
                    DELIMITED BY SIZE INTO BATCH-REPORT-LINE
                WRITE BATCH-REPORT-LINE
                PERFORM WRITE-BATCH-REPORT-FIGURES
            END-IF
            CLOSE BATCH-REPORT.

       WRITE-BATCH-REPORT-FIGURES.
            MOVE SPACES TO BATCH-REPORT-LINE
            EVALUATE WS-REJECT-CODE
                WHEN "COUNT"
                    STRING "         trailer count " WS-TRAILER-COUNT
                        "  records counted " WS-BATCH-DETAIL-COUNT
                        DELIMITED BY SIZE INTO BATCH-REPORT-LINE
                    WRITE BATCH-REPORT-LINE
                WHEN "HASH"
                    STRING "         trailer hash " WS-TRAILER-HASH
                        "  hash counted " WS-BATCH-HASH-TOTAL
                        DELIMITED BY SIZE INTO BATCH-REPORT-LINE
                    WRITE BATCH-REPORT-LINE
            END-EVALUATE.

      * Same shape as the denied-authority entry: the reason code
      * goes on the audit trail so AUDITRPT shows the rejection
      * next to the runs that did apply.
       WRITE-BATCH-REJECT-AUDIT.
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
            PERFORM READ-AUDIT-CHAIN
            OPEN EXTEND AUDIT-LOG
            IF WS-AUDIT-FILE-STATUS = '05'
                    OR WS-AUDIT-FILE-STATUS = '35'
                OPEN OUTPUT AUDIT-LOG
            END-IF
            MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID
            MOVE WS-TIMESTAMP TO AL-TIMESTAMP
            MOVE "VAR2BATCH" TO AL-PROGRAM-NAME
            MOVE SPACES TO AL-KEY-VALUES
            STRING "BATCH=" WS-BATCH-BRANCH "-" WS-BATCH-NUMBER
                " REJECT=" WS-REJECT-CODE
                DELIMITED BY SIZE INTO AL-KEY-VALUES
            PERFORM SEAL-AUDIT-ENTRY
            WRITE AUDIT-LOG-RECORD
            CLOSE AUDIT-LOG.

       PROCESS-TRANSACTION.
            MOVE 'Y' TO WS-FIELDS-VALID-SW
            PERFORM VALIDATE-AGE
       WRITE-AUDIT-LOG.
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
            PERFORM READ-AUDIT-CHAIN
            OPEN EXTEND AUDIT-LOG
            IF WS-AUDIT-FILE-STATUS = '05'
                    OR WS-AUDIT-FILE-STATUS = '35'
            STRING "WRITTEN=" WS-RECORDS-WRITTEN
                " REJECTED=" WS-RECORDS-REJECTED
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

       END PROGRAM VAR2BATCH.

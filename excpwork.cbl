      *          twice. The corrected transaction goes back through
      *          the normal batch validations - this program queues
      *          work, it does not bypass the edits.
      *          Both transaction files are controlled batches (see
      *          BTCHCTL), so corrections are no longer appended to
      *          whatever is there. A session's corrections are held
      *          until the operator finishes and then written as a
      *          complete batch of their own - sending branch EXC,
      *          the next EXC batch number on the batch register,
      *          header and trailer included. An EXC batch still
      *          waiting for its run is carried into the new one;
      *          a branch's batch still waiting for its run blocks
      *          that route (the exception stays open) until
      *          VAR2BATCH or CUSTMAINT has taken it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OA-OPERATOR-ID
               FILE STATUS IS WS-AUTH-FILE-STATUS.
           SELECT BATCH-REGISTER ASSIGN TO "BATCHREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BG-KEY
               FILE STATUS IS WS-BREG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AGE-EXCEPTIONS.
           COPY AUDITREC.
       FD  OPERATOR-AUTHORITY.
           COPY OPERAUTH.
       FD  BATCH-REGISTER.
           COPY BTCHREG.
       WORKING-STORAGE SECTION.
           01 WS-EXCP-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-TRAN-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-MANT-FILE-STATUS PIC X(2) VALUE '00'.
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
           01 WS-AUTH-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-AUTHORIZED-SW PIC X VALUE 'N'.
               88 OPERATOR-AUTHORIZED VALUE 'Y'.
           01 WS-BREG-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-BREG-EOF-SW PIC X VALUE 'N'.
               88 END-OF-BATCH-REGISTER VALUE 'Y'.
           01 WS-BATCH-REGISTERED-SW PIC X VALUE 'N'.
               88 BATCH-REGISTERED VALUE 'Y'.
           01 WS-FILE-ID PIC X(8).
           01 WS-LAST-BATCH-NUMBER PIC 9(6) VALUE 0.
           01 WS-TRAN-EOF-SW PIC X VALUE 'N'.
               88 END-OF-TRAN-FILE VALUE 'Y'.
           01 WS-TRAN-FILE-STATE PIC X VALUE SPACE.
               88 TRAN-STATE-UNKNOWN VALUE SPACE.
               88 TRAN-FILE-USABLE VALUE 'U'.
               88 TRAN-FILE-BLOCKED VALUE 'B'.
           01 WS-TRAN-BATCH-NUMBER PIC 9(6) VALUE 0.
           01 WS-TRAN-BLOCKED-BY PIC X(10).
           01 WS-TRAN-COUNT PIC 9(4) VALUE 0.
           01 WS-TRAN-QUEUED PIC 9(4) VALUE 0.
           01 WS-TRAN-TABLE.
               05 WS-TRAN-ENTRY OCCURS 500 TIMES PIC X(64).
           01 WS-MANT-EOF-SW PIC X VALUE 'N'.
               88 END-OF-MAINT-FILE VALUE 'Y'.
           01 WS-MANT-FILE-STATE PIC X VALUE SPACE.
               88 MAINT-STATE-UNKNOWN VALUE SPACE.
               88 MAINT-FILE-USABLE VALUE 'U'.
               88 MAINT-FILE-BLOCKED VALUE 'B'.
           01 WS-MANT-BATCH-NUMBER PIC 9(6) VALUE 0.
           01 WS-MANT-BLOCKED-BY PIC X(10).
           01 WS-MANT-COUNT PIC 9(4) VALUE 0.
           01 WS-MANT-QUEUED PIC 9(4) VALUE 0.
           01 WS-MANT-TABLE.
               05 WS-MANT-ENTRY OCCURS 500 TIMES PIC X(65).
           01 WS-BATCH-INDEX PIC 9(4).
           01 WS-CONTROL-COUNT PIC 9(6).
           01 WS-BATCH-HASH-TOTAL PIC 9(15) VALUE 0.
           01 WS-HASH-ACCOUNT PIC X(10).
           COPY BTCHCTL.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM CHECK-OPERATOR-AUTHORITY
                        END-IF
                    END-PERFORM
                    IF WS-RESUBMITTED-COUNT > 0
                        PERFORM WRITE-CORRECTION-BATCHES
                        PERFORM REWRITE-EXCEPTION-FILE
                    END-IF
                    PERFORM WRITE-AUDIT-LOG
      * can show who tried, not just who succeeded.
       WRITE-DENIED-AUDIT.
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
            PERFORM READ-AUDIT-CHAIN
            OPEN EXTEND AUDIT-LOG
            IF WS-AUDIT-FILE-STATUS = '05'
                    OR WS-AUDIT-FILE-STATUS = '35'
            MOVE WS-TIMESTAMP TO AL-TIMESTAMP
            MOVE "EXCPWORK" TO AL-PROGRAM-NAME
            MOVE "DENIED MAINTAIN" TO AL-KEY-VALUES
            PERFORM SEAL-AUDIT-ENTRY
            WRITE AUDIT-LOG-RECORD
            CLOSE AUDIT-LOG.

            ACCEPT WS-ROUTE-ANSWER FROM CONSOLE
            EVALUATE TRUE
                WHEN WS-ROUTE-ANSWER = 'B' OR WS-ROUTE-ANSWER = 'b'
                    PERFORM ROUTE-TO-BATCH
                WHEN WS-ROUTE-ANSWER = 'C' OR WS-ROUTE-ANSWER = 'c'
                    PERFORM ROUTE-TO-MAINT
                WHEN OTHER
                    DISPLAY "Neither B nor C - exception left open"
            END-EVALUATE.

      * The target file is looked at once, the first time a
      * correction is routed to it, and the answer holds for the
      * rest of the session.
       ROUTE-TO-BATCH.
            IF TRAN-STATE-UNKNOWN
                PERFORM CHECK-TRAN-FILE-STATE
            END-IF
            EVALUATE TRUE
                WHEN TRAN-FILE-BLOCKED
                    DISPLAY "VAR2TRAN.DAT holds batch "
                        WS-TRAN-BLOCKED-BY " that VAR2BATCH has not "
                        "run yet - exception left open"
                WHEN WS-TRAN-COUNT >= WS-TABLE-LIMIT
                    DISPLAY "The correction batch for VAR2TRAN.DAT "
                        "is full - exception left open"
                WHEN OTHER
                    PERFORM WRITE-BATCH-TRANSACTION
                    PERFORM MARK-RESUBMITTED
            END-EVALUATE.

       ROUTE-TO-MAINT.
            IF MAINT-STATE-UNKNOWN
                PERFORM CHECK-MAINT-FILE-STATE
            END-IF
            EVALUATE TRUE
                WHEN MAINT-FILE-BLOCKED
                    DISPLAY "CUSTTRAN.DAT holds batch "
                        WS-MANT-BLOCKED-BY " that CUSTMAINT has not "
                        "run yet - exception left open"
                WHEN WS-MANT-COUNT >= WS-TABLE-LIMIT
                    DISPLAY "The correction batch for CUSTTRAN.DAT "
                        "is full - exception left open"
                WHEN OTHER
                    PERFORM WRITE-MAINT-TRANSACTION
                    PERFORM MARK-RESUBMITTED
            END-EVALUATE.

      * A file that is missing, empty, or holds a batch already on
      * the register is spent, and the session starts the next EXC
      * batch. A pending EXC batch - an earlier session's corrections
      * that VAR2BATCH has not run yet - is read in and carried into
      * this session's batch under the same number. Anything else
      * pending belongs to a branch and must not be overwritten.
       CHECK-TRAN-FILE-STATE.
            SET TRAN-FILE-USABLE TO TRUE
            MOVE 0 TO WS-TRAN-COUNT WS-TRAN-BATCH-NUMBER
            MOVE "VAR2TRAN" TO WS-FILE-ID
            OPEN INPUT TRANSACTION-FILE
            IF WS-TRAN-FILE-STATUS = '00'
                MOVE 'N' TO WS-TRAN-EOF-SW
                PERFORM READ-TRAN-FILE
                IF NOT END-OF-TRAN-FILE
                    MOVE TRAN-RECORD TO BATCH-CONTROL-RECORD
                    IF BK-BATCH-HEADER
                        PERFORM FIND-REGISTERED-BATCH
                        IF NOT BATCH-REGISTERED
                            IF BK-SENDING-BRANCH = "EXC"
                                MOVE BK-BATCH-NUMBER TO
                                    WS-TRAN-BATCH-NUMBER
                                PERFORM CARRY-PENDING-TRAN-BATCH
                            ELSE
                                SET TRAN-FILE-BLOCKED TO TRUE
                                STRING BK-SENDING-BRANCH "/"
                                    BK-BATCH-NUMBER DELIMITED BY SIZE
                                    INTO WS-TRAN-BLOCKED-BY
                            END-IF
                        END-IF
                    ELSE
                        SET TRAN-FILE-BLOCKED TO TRUE
                        MOVE "(no header)" TO WS-TRAN-BLOCKED-BY
                    END-IF
                END-IF
                CLOSE TRANSACTION-FILE
            END-IF
            IF TRAN-FILE-USABLE AND WS-TRAN-BATCH-NUMBER = 0
                PERFORM NEXT-BATCH-NUMBER
                MOVE WS-LAST-BATCH-NUMBER TO WS-TRAN-BATCH-NUMBER
            END-IF.

       CARRY-PENDING-TRAN-BATCH.
            PERFORM READ-TRAN-FILE
            PERFORM UNTIL END-OF-TRAN-FILE
                MOVE TRAN-RECORD TO BATCH-CONTROL-RECORD
                IF NOT BK-BATCH-HEADER AND NOT BK-BATCH-TRAILER
                    IF WS-TRAN-COUNT >= WS-TABLE-LIMIT
                        DISPLAY "EXCPWORK: pending batch in "
                            "VAR2TRAN.DAT holds more than "
                            WS-TABLE-LIMIT " records - run VAR2BATCH "
                            "before rerunning. Aborting."
                        CLOSE TRANSACTION-FILE
                        STOP RUN
                    END-IF
                    ADD 1 TO WS-TRAN-COUNT
                    MOVE TRAN-RECORD TO WS-TRAN-ENTRY(WS-TRAN-COUNT)
                END-IF
                PERFORM READ-TRAN-FILE
            END-PERFORM.

       READ-TRAN-FILE.
            READ TRANSACTION-FILE
                AT END
                    SET END-OF-TRAN-FILE TO TRUE
            END-READ.

      * Same rules as CHECK-TRAN-FILE-STATE, for CUSTMAINT's file.
       CHECK-MAINT-FILE-STATE.
            SET MAINT-FILE-USABLE TO TRUE
            MOVE 0 TO WS-MANT-COUNT WS-MANT-BATCH-NUMBER
            MOVE "CUSTTRAN" TO WS-FILE-ID
            OPEN INPUT MAINT-TRANSACTIONS
            IF WS-MANT-FILE-STATUS = '00'
                MOVE 'N' TO WS-MANT-EOF-SW
                PERFORM READ-MAINT-FILE
                IF NOT END-OF-MAINT-FILE
                    MOVE CUST-TRAN-RECORD TO BATCH-CONTROL-RECORD
                    IF BK-BATCH-HEADER
                        PERFORM FIND-REGISTERED-BATCH
                        IF NOT BATCH-REGISTERED
                            IF BK-SENDING-BRANCH = "EXC"
                                MOVE BK-BATCH-NUMBER TO
                                    WS-MANT-BATCH-NUMBER
                                PERFORM CARRY-PENDING-MAINT-BATCH
                            ELSE
                                SET MAINT-FILE-BLOCKED TO TRUE
                                STRING BK-SENDING-BRANCH "/"
                                    BK-BATCH-NUMBER DELIMITED BY SIZE
                                    INTO WS-MANT-BLOCKED-BY
                            END-IF
                        END-IF
                    ELSE
                        SET MAINT-FILE-BLOCKED TO TRUE
                        MOVE "(no header)" TO WS-MANT-BLOCKED-BY
                    END-IF
                END-IF
                CLOSE MAINT-TRANSACTIONS
            END-IF
            IF MAINT-FILE-USABLE AND WS-MANT-BATCH-NUMBER = 0
                PERFORM NEXT-BATCH-NUMBER
                MOVE WS-LAST-BATCH-NUMBER TO WS-MANT-BATCH-NUMBER
            END-IF.

       CARRY-PENDING-MAINT-BATCH.
            PERFORM READ-MAINT-FILE
            PERFORM UNTIL END-OF-MAINT-FILE
                MOVE CUST-TRAN-RECORD TO BATCH-CONTROL-RECORD
                IF NOT BK-BATCH-HEADER AND NOT BK-BATCH-TRAILER
                    IF WS-MANT-COUNT >= WS-TABLE-LIMIT
                        DISPLAY "EXCPWORK: pending batch in "
                            "CUSTTRAN.DAT holds more than "
                            WS-TABLE-LIMIT " records - run CUSTMAINT "
                            "before rerunning. Aborting."
                        CLOSE MAINT-TRANSACTIONS
                        STOP RUN
                    END-IF
                    ADD 1 TO WS-MANT-COUNT
                    MOVE CUST-TRAN-RECORD TO
                        WS-MANT-ENTRY(WS-MANT-COUNT)
                END-IF
                PERFORM READ-MAINT-FILE
            END-PERFORM.

       READ-MAINT-FILE.
            READ MAINT-TRANSACTIONS
                AT END
                    SET END-OF-MAINT-FILE TO TRUE
            END-READ.

      * The header just read is looked up under WS-FILE-ID. No
      * register yet means no batch has been applied yet.
       FIND-REGISTERED-BATCH.
            MOVE 'N' TO WS-BATCH-REGISTERED-SW
            OPEN INPUT BATCH-REGISTER
            IF WS-BREG-FILE-STATUS = '00'
                MOVE WS-FILE-ID TO BG-FILE-ID
                MOVE BK-SENDING-BRANCH TO BG-SENDING-BRANCH
                MOVE BK-BATCH-NUMBER TO BG-BATCH-NUMBER
                READ BATCH-REGISTER
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'Y' TO WS-BATCH-REGISTERED-SW
                END-READ
                CLOSE BATCH-REGISTER
            END-IF.

      * The register is keyed file, branch, batch number, so the EXC
      * batches for WS-FILE-ID read forward in number order and the
      * last one read is the highest applied.
       NEXT-BATCH-NUMBER.
            MOVE 0 TO WS-LAST-BATCH-NUMBER
            OPEN INPUT BATCH-REGISTER
            IF WS-BREG-FILE-STATUS = '00'
                MOVE 'N' TO WS-BREG-EOF-SW
                MOVE WS-FILE-ID TO BG-FILE-ID
                MOVE "EXC" TO BG-SENDING-BRANCH
                MOVE LOW-VALUES TO BG-BATCH-NUMBER
                START BATCH-REGISTER KEY IS NOT LESS THAN BG-KEY
                    INVALID KEY
                        SET END-OF-BATCH-REGISTER TO TRUE
                END-START
                PERFORM UNTIL END-OF-BATCH-REGISTER
                    READ BATCH-REGISTER NEXT
                        AT END
                            SET END-OF-BATCH-REGISTER TO TRUE
                        NOT AT END
                            IF BG-FILE-ID = WS-FILE-ID
                                    AND BG-SENDING-BRANCH = "EXC"
                                IF BG-BATCH-NUMBER IS NUMERIC
                                    MOVE BG-BATCH-NUMBER TO
                                        WS-LAST-BATCH-NUMBER
                                END-IF
                            ELSE
                                SET END-OF-BATCH-REGISTER TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BATCH-REGISTER
            END-IF
            ADD 1 TO WS-LAST-BATCH-NUMBER.

      * The transaction starts from the original entry carried on
      * the exception record; only the field that failed is replaced
      * with the operator's corrected value. It is held with the
      * rest of the session's corrections until the batch is written.
       WRITE-BATCH-TRANSACTION.
            MOVE AE-NAM TO TR-NAM
            MOVE AE-ORIG-AGE TO TR-AGE
            MOVE AE-ORIG-DOB TO TR-DATE-OF-BIRTH
                WHEN "BRANCH"
                    MOVE WS-CORRECTED-VALUE TO TR-BRANCH-CODE
            END-EVALUATE
            ADD 1 TO WS-TRAN-COUNT WS-TRAN-QUEUED
            MOVE TRAN-RECORD TO WS-TRAN-ENTRY(WS-TRAN-COUNT)
            DISPLAY "Queued for the next VAR2BATCH run".

       WRITE-MAINT-TRANSACTION.
            SET CT-CHANGE TO TRUE
            MOVE AE-NAM TO CT-NAM
            MOVE AE-ORIG-AGE TO CT-AGE
                WHEN "BRANCH"
                    MOVE WS-CORRECTED-VALUE TO CT-BRANCH-CODE
            END-EVALUATE
            ADD 1 TO WS-MANT-COUNT WS-MANT-QUEUED
            MOVE CUST-TRAN-RECORD TO WS-MANT-ENTRY(WS-MANT-COUNT)
            DISPLAY "Queued for the next CUSTMAINT run".

      * Each file touched this session is rewritten whole as one EXC
      * batch: header, every held transaction (carried and new), and
      * a trailer with the count and account hash VAR2BATCH and
      * CUSTMAINT prove it against.
       WRITE-CORRECTION-BATCHES.
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
            IF WS-TRAN-QUEUED > 0
                PERFORM WRITE-TRAN-BATCH-FILE
            END-IF
            IF WS-MANT-QUEUED > 0
                PERFORM WRITE-MAINT-BATCH-FILE
            END-IF.

       WRITE-TRAN-BATCH-FILE.
            OPEN OUTPUT TRANSACTION-FILE
            MOVE SPACES TO BATCH-CONTROL-RECORD
            SET BK-BATCH-HEADER TO TRUE
            MOVE "EXC" TO BK-SENDING-BRANCH
            MOVE WS-TRAN-BATCH-NUMBER TO BK-BATCH-NUMBER
            MOVE WS-TIMESTAMP(1:8) TO BK-BATCH-DATE
            MOVE BATCH-CONTROL-RECORD TO TRAN-RECORD
            WRITE TRAN-RECORD
            MOVE 0 TO WS-BATCH-HASH-TOTAL
            PERFORM VARYING WS-BATCH-INDEX FROM 1 BY 1
                    UNTIL WS-BATCH-INDEX > WS-TRAN-COUNT
                MOVE WS-TRAN-ENTRY(WS-BATCH-INDEX) TO TRAN-RECORD
                MOVE TR-ACCOUNT-NUMBER TO WS-HASH-ACCOUNT
                PERFORM ADD-TO-HASH-TOTAL
                WRITE TRAN-RECORD
            END-PERFORM
            MOVE SPACES TO BATCH-CONTROL-RECORD
            SET BK-BATCH-TRAILER TO TRUE
            MOVE WS-TRAN-COUNT TO WS-CONTROL-COUNT
            MOVE WS-CONTROL-COUNT TO BK-RECORD-COUNT
            MOVE WS-BATCH-HASH-TOTAL TO BK-HASH-TOTAL
            MOVE BATCH-CONTROL-RECORD TO TRAN-RECORD
            WRITE TRAN-RECORD
            CLOSE TRANSACTION-FILE
            DISPLAY "EXCPWORK: batch EXC/" WS-TRAN-BATCH-NUMBER
                " written to VAR2TRAN.DAT - " WS-TRAN-COUNT
                " record(s)".

       WRITE-MAINT-BATCH-FILE.
            OPEN OUTPUT MAINT-TRANSACTIONS
            MOVE SPACES TO BATCH-CONTROL-RECORD
            SET BK-BATCH-HEADER TO TRUE
            MOVE "EXC" TO BK-SENDING-BRANCH
            MOVE WS-MANT-BATCH-NUMBER TO BK-BATCH-NUMBER
            MOVE WS-TIMESTAMP(1:8) TO BK-BATCH-DATE
            MOVE BATCH-CONTROL-RECORD TO CUST-TRAN-RECORD
            WRITE CUST-TRAN-RECORD
            MOVE 0 TO WS-BATCH-HASH-TOTAL
            PERFORM VARYING WS-BATCH-INDEX FROM 1 BY 1
                    UNTIL WS-BATCH-INDEX > WS-MANT-COUNT
                MOVE WS-MANT-ENTRY(WS-BATCH-INDEX) TO CUST-TRAN-RECORD
                MOVE CT-ACCOUNT-NUMBER TO WS-HASH-ACCOUNT
                PERFORM ADD-TO-HASH-TOTAL
                WRITE CUST-TRAN-RECORD
            END-PERFORM
            MOVE SPACES TO BATCH-CONTROL-RECORD
            SET BK-BATCH-TRAILER TO TRUE
            MOVE WS-MANT-COUNT TO WS-CONTROL-COUNT
            MOVE WS-CONTROL-COUNT TO BK-RECORD-COUNT
            MOVE WS-BATCH-HASH-TOTAL TO BK-HASH-TOTAL
            MOVE BATCH-CONTROL-RECORD TO CUST-TRAN-RECORD
            WRITE CUST-TRAN-RECORD
            CLOSE MAINT-TRANSACTIONS
            DISPLAY "EXCPWORK: batch EXC/" WS-MANT-BATCH-NUMBER
                " written to CUSTTRAN.DAT - " WS-MANT-COUNT
                " record(s)".

      * Kept to the low-order 15 digits, the same as the intake
      * programs count it.
       ADD-TO-HASH-TOTAL.
            IF WS-HASH-ACCOUNT NOT = SPACES
                    AND FUNCTION TEST-NUMVAL(WS-HASH-ACCOUNT) = 0
                COMPUTE WS-BATCH-HASH-TOTAL =
                    FUNCTION MOD(WS-BATCH-HASH-TOTAL
                        + FUNCTION NUMVAL(WS-HASH-ACCOUNT)
                        1000000000000000)
            END-IF.

       MARK-RESUBMITTED.
            SET AE-RESUBMITTED TO TRUE
       WRITE-AUDIT-LOG.
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
            PERFORM READ-AUDIT-CHAIN
            OPEN EXTEND AUDIT-LOG
            IF WS-AUDIT-FILE-STATUS = '05'
                    OR WS-AUDIT-FILE-STATUS = '35'
            MOVE SPACES TO AL-KEY-VALUES
            STRING "RESUBMITTED=" WS-RESUBMITTED-COUNT
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

       END PROGRAM EXCPWORK.

      *          and logs bad rows to AGE-EXCEPTIONS with the CSV
      *          line number so the branch can fix their sheet. A
      *          header line matching the extract's is skipped, so a
      *          file round-tripped through CUSTCSV loads once the
      *          branch has added its batch control lines: a header
      *          line (*HDR,branch,batch number,batch date) first and a
      *          trailer (*TRL,row count,account-number hash total)
      *          last. The whole sheet is proved before any row is
      *          loaded, and a sheet that fails - or whose batch
      *          number is already on the batch register BATCHREG.DAT
      *          - is rejected entire, with the reason on the audit
      *          log and the batch-control report BTCHRPT.DAT (return
      *          code 8).
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
       FD  CSV-IMPORT.
           COPY CUSTHIST.
       FD  AUDIT-LOG.
           COPY AUDITREC.
       FD  BATCH-REGISTER.
           COPY BTCHREG.
       FD  BATCH-REPORT.
           COPY BTCRPTLN.
       WORKING-STORAGE SECTION.
           01 WS-CSV-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-CUST-FILE-STATUS PIC X(2) VALUE '00'.
               88 BRANCH-REF-AVAILABLE VALUE 'Y'.
           01 WS-HIST-FILE-STATUS PIC X(2) VALUE '00'.
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
           01 WS-RUN-DATE PIC 9(8).
           01 WS-IMPLIED-AGE PIC S9(5).
           01 WS-AGE-GAP PIC S9(5).
           01 WS-BREG-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-BRPT-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-BATCH-PROVEN-SW PIC X VALUE 'N'.
               88 BATCH-PROVEN VALUE 'Y'.
           01 WS-TRAILER-SEEN-SW PIC X VALUE 'N'.
               88 TRAILER-SEEN VALUE 'Y'.
           01 WS-HEADER-CHECKED-SW PIC X VALUE 'N'.
               88 HEADER-CHECKED VALUE 'Y'.
           01 WS-CSV-CONTROL-1 PIC X(15).
           01 WS-CSV-CONTROL-2 PIC X(15).
           01 WS-CSV-CONTROL-3 PIC X(15).
           01 WS-CSV-NUMBER-6 PIC 9(6).
           01 WS-CSV-NUMBER-15 PIC 9(15).
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
            PERFORM OPEN-FILES
                CLOSE CUSTOMER-MASTER AGE-EXCEPTIONS
                    ACCOUNT-REFERENCE BRANCH-REFERENCE CUST-HISTORY
            ELSE
                PERFORM PROVE-BATCH-CONTROLS
                IF NOT BATCH-PROVEN
                    PERFORM WRITE-BATCH-REPORT
                    PERFORM WRITE-BATCH-REJECT-AUDIT
                    CLOSE CSV-IMPORT CUSTOMER-MASTER AGE-EXCEPTIONS
                        ACCOUNT-REFERENCE BRANCH-REFERENCE
                        CUST-HISTORY
                    DISPLAY "CSVLOAD: batch " WS-BATCH-BRANCH "/"
                        WS-BATCH-NUMBER " rejected - " WS-REJECT-TEXT
                        " - nothing loaded, see BTCHRPT.DAT"
                    MOVE 8 TO RETURN-CODE
                ELSE
                    PERFORM READ-CSV-LINE
                    PERFORM UNTIL END-OF-CSV-IMPORT
                        PERFORM PROCESS-CSV-LINE
                        PERFORM READ-CSV-LINE
                    END-PERFORM
                    PERFORM REGISTER-BATCH
                    PERFORM WRITE-BATCH-REPORT
                    PERFORM WRITE-AUDIT-LOG
                    CLOSE CSV-IMPORT CUSTOMER-MASTER AGE-EXCEPTIONS
                        ACCOUNT-REFERENCE BRANCH-REFERENCE
                        CUST-HISTORY
                    DISPLAY "CSVLOAD: " WS-RECORDS-LOADED " row(s) "
                        "loaded to CUSTOMER-MASTER, "
                        WS-RECORDS-REJECTED
                        " rejected to AGE-EXCEPTIONS"
                END-IF
            END-IF
            STOP RUN.


      * The extract's own header line and blank lines are skipped,
      * so a file round-tripped through CUSTCSV loads without the
      * branch having to strip anything first. The column header
      * may sit on line 1 or straight under the batch header line.
      * The batch control lines themselves were dealt with when the
      * sheet was proved.
       PROCESS-CSV-LINE.
            IF CSV-LINE = SPACES
                    OR CSV-LINE(1:4) = "*HDR"
                    OR CSV-LINE(1:4) = "*TRL"
                CONTINUE
            ELSE
                IF WS-LINE-NUMBER <= 2 AND CSV-LINE(1:8) = "NAM,AGE,"
                    CONTINUE
                ELSE
                    PERFORM PARSE-CSV-LINE
                END-IF
            END-IF.

      * The whole file is read once before anything is loaded. The
      * batch header must be the first line that is not blank or the
      * extract's column header, and the trailer the last. Every row
      * between them is counted and its account number added to a
      * hash total; the count must equal the trailer's row count and
      * the hash its account hash total (PROVE-BATCH-TRAILER). Only
      * the first fault found is reported. The file is then reopened
      * for the real pass, so a rejected sheet never gets as far as
      * the master.
       PROVE-BATCH-CONTROLS.
            MOVE 'Y' TO WS-BATCH-PROVEN-SW
            MOVE 'N' TO WS-TRAILER-SEEN-SW WS-HEADER-CHECKED-SW
            MOVE SPACES TO WS-BATCH-BRANCH WS-BATCH-NUMBER
                WS-BATCH-DATE WS-REJECT-CODE WS-REJECT-TEXT
            MOVE 0 TO WS-BATCH-DETAIL-COUNT WS-BATCH-HASH-TOTAL
                WS-TRAILER-COUNT WS-TRAILER-HASH
            PERFORM READ-CSV-LINE
            PERFORM UNTIL END-OF-CSV-IMPORT
                IF CSV-LINE NOT = SPACES
                        AND NOT (WS-LINE-NUMBER <= 2
                            AND CSV-LINE(1:8) = "NAM,AGE,")
                    PERFORM LOAD-BATCH-CONTROL
                    IF HEADER-CHECKED
                        PERFORM PROVE-BATCH-RECORD
                    ELSE
                        MOVE 'Y' TO WS-HEADER-CHECKED-SW
                        PERFORM PROVE-BATCH-HEADER
                    END-IF
                END-IF
                PERFORM READ-CSV-LINE
            END-PERFORM
            IF NOT HEADER-CHECKED
                MOVE "NOHDR" TO WS-CHECK-CODE
                MOVE "No batch header" TO WS-CHECK-TEXT
                PERFORM FAIL-BATCH-CONTROL
            ELSE
                PERFORM PROVE-BATCH-TRAILER
            END-IF
            CLOSE CSV-IMPORT
            MOVE 'N' TO WS-EOF-SWITCH
            MOVE 0 TO WS-LINE-NUMBER
            OPEN INPUT CSV-IMPORT.

      * The control lines are comma-delimited like the rows:
      *   *HDR,branch,batch number,batch date
      *   *TRL,row count,account hash total
      * A spreadsheet drops leading zeros from the numbers, so they
      * are taken by value and set back into the fixed BTCHCTL
      * fields; anything that will not convert is left as it came
      * and fails the NUMERIC test in the header or trailer check.
       LOAD-BATCH-CONTROL.
            MOVE SPACES TO BATCH-CONTROL-RECORD WS-CSV-CONTROL-1
                WS-CSV-CONTROL-2 WS-CSV-CONTROL-3
            UNSTRING CSV-LINE DELIMITED BY ","
                INTO BK-RECORD-TYPE WS-CSV-CONTROL-1
                WS-CSV-CONTROL-2 WS-CSV-CONTROL-3
            END-UNSTRING
            EVALUATE TRUE
                WHEN BK-BATCH-HEADER
                    MOVE WS-CSV-CONTROL-1 TO BK-SENDING-BRANCH
                    MOVE WS-CSV-CONTROL-2 TO BK-BATCH-NUMBER
                    IF WS-CSV-CONTROL-2 NOT = SPACES
                            AND FUNCTION TEST-NUMVAL(WS-CSV-CONTROL-2)
                                = 0
                        COMPUTE WS-CSV-NUMBER-6 =
                            FUNCTION NUMVAL(WS-CSV-CONTROL-2)
                        MOVE WS-CSV-NUMBER-6 TO BK-BATCH-NUMBER
                    END-IF
                    MOVE WS-CSV-CONTROL-3 TO BK-BATCH-DATE
                WHEN BK-BATCH-TRAILER
                    MOVE WS-CSV-CONTROL-1 TO BK-RECORD-COUNT
                    IF WS-CSV-CONTROL-1 NOT = SPACES
                            AND FUNCTION TEST-NUMVAL(WS-CSV-CONTROL-1)
                                = 0
                        COMPUTE WS-CSV-NUMBER-6 =
                            FUNCTION NUMVAL(WS-CSV-CONTROL-1)
                        MOVE WS-CSV-NUMBER-6 TO BK-RECORD-COUNT
                    END-IF
                    MOVE WS-CSV-CONTROL-2 TO BK-HASH-TOTAL
                    IF WS-CSV-CONTROL-2 NOT = SPACES
                            AND FUNCTION TEST-NUMVAL(WS-CSV-CONTROL-2)
                                = 0
                        COMPUTE WS-CSV-NUMBER-15 =
                            FUNCTION NUMVAL(WS-CSV-CONTROL-2)
                        MOVE WS-CSV-NUMBER-15 TO BK-HASH-TOTAL
                    END-IF
            END-EVALUATE.

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
                    PERFORM PARSE-CSV-LINE
                    MOVE WS-CSV-ACCOUNT TO WS-HASH-ACCOUNT
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
                MOVE "CUSTLOAD" TO BG-FILE-ID
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
            MOVE "CUSTLOAD" TO BG-FILE-ID
            MOVE WS-BATCH-BRANCH TO BG-SENDING-BRANCH
            MOVE WS-BATCH-NUMBER TO BG-BATCH-NUMBER
            MOVE WS-BATCH-DATE TO BG-BATCH-DATE
            MOVE WS-BATCH-DETAIL-COUNT TO BG-RECORD-COUNT
            MOVE "CSVLOAD" TO BG-PROGRAM-NAME
            MOVE WS-OPERATOR-ID TO BG-OPERATOR-ID
            MOVE FUNCTION CURRENT-DATE TO BG-APPLIED-TIMESTAMP
            WRITE BATCH-REGISTER-RECORD
                INVALID KEY
                    DISPLAY "CSVLOAD: batch " WS-BATCH-BRANCH "/"
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
                STRING WS-RUN-DATE " CSVLOAD    " WS-BATCH-BRANCH "/"
                    WS-BATCH-NUMBER " dated " WS-BATCH-DATE
                    " ACCEPTED " WS-COUNT-EDIT " records"
                    DELIMITED BY SIZE INTO BATCH-REPORT-LINE
                WRITE BATCH-REPORT-LINE
            ELSE
                STRING WS-RUN-DATE " CSVLOAD    " WS-BATCH-BRANCH "/"
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

      * The reason code goes on the audit trail so AUDITRPT shows
      * the rejection next to the runs that did apply.
       WRITE-BATCH-REJECT-AUDIT.
            PERFORM READ-AUDIT-CHAIN
            OPEN EXTEND AUDIT-LOG
            IF WS-AUDIT-FILE-STATUS = '05'
                    OR WS-AUDIT-FILE-STATUS = '35'
                OPEN OUTPUT AUDIT-LOG
            END-IF
            MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID
            MOVE WS-TIMESTAMP TO AL-TIMESTAMP
            MOVE "CSVLOAD" TO AL-PROGRAM-NAME
            MOVE SPACES TO AL-KEY-VALUES
            STRING "BATCH=" WS-BATCH-BRANCH "-" WS-BATCH-NUMBER
                " REJECT=" WS-REJECT-CODE
                DELIMITED BY SIZE INTO AL-KEY-VALUES
            PERFORM SEAL-AUDIT-ENTRY
            WRITE AUDIT-LOG-RECORD
            CLOSE AUDIT-LOG.

      * The first five fields are comma-delimited; everything after
      * the fifth comma is the address, which the extract writes
      * wrapped in quotes because it can itself contain commas.
            MOVE 'N' TO WS-FIELDS-VALID-SW.

       WRITE-AUDIT-LOG.
            PERFORM READ-AUDIT-CHAIN
            OPEN EXTEND AUDIT-LOG
            IF WS-AUDIT-FILE-STATUS = '05'
                    OR WS-AUDIT-FILE-STATUS = '35'
            STRING "LOADED=" WS-RECORDS-LOADED
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

       END PROGRAM CSVLOAD.

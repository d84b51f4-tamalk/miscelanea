      ******************************************************************
      * Author: Tamalk.
      * Date: 15/10/2026.
      * Purpose: Verification of the chained audit log. Every program
      *          that appends to AUDITLOG.DAT seals its entry with the
      *          next sequence number and a check value computed from
      *          the previous entry's check value (see AUDITREC), so
      *          a line that is edited, deleted, inserted or moved
      *          breaks the chain from that point on. This program
      *          reads the whole log, recomputes the chain, and
      *          reports the first entry that does not hold: one
      *          that is out of sequence, follows a gap, no longer
      *          matches its check value, or carries no chain values
      *          at all once chaining began. Entries written before
      *          chaining began are counted and passed.
      *          AUDCHCTL.DAT remembers the last entry proved by the
      *          previous run, so a log whose tail has been cut off
      *          (or that was rebuilt and resealed from the top) is
      *          reported too. A broken chain ends the run with RC 8,
      *          which is what stops NIGHTRUN before CUSTBAL balances
      *          against the log.
      *          Once a break has been investigated, an ADMIN operator
      *          reruns with the environment switch AUDITACK=Y: the
      *          first break found is recorded in AUDCHCTL.DAT as
      *          acknowledged (with who and when), the verification
      *          carries on from the values found on that line, and
      *          later runs pass that same break - but not a further
      *          edit to it. One break is acknowledged per run, so
      *          each one is looked at on its own. An acknowledged
      *          cut-off tail (the log archived and started afresh)
      *          resets the remembered entry instead.
      *          The check value shows that the log was changed by
      *          someone who did not recompute the chain; it is not a
      *          signature, and the remembered entry is what catches a
      *          resealed log.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDCHAIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT CHAIN-CONTROL ASSIGN TO "AUDCHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT CHAIN-REPORT ASSIGN TO "AUDCHRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT OPERATOR-AUTHORITY ASSIGN TO "OPERAUTH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OA-OPERATOR-ID
               FILE STATUS IS WS-AUTH-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG.
           COPY AUDITREC.
       FD  CHAIN-CONTROL.
           COPY AUDCHCTL.
       FD  CHAIN-REPORT.
           COPY AUDCHRLN.
       FD  OPERATOR-AUTHORITY.
           COPY OPERAUTH.
       WORKING-STORAGE SECTION.
           01 WS-AUDIT-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-AUDIT-LAST-SEQUENCE PIC 9(9) VALUE 0.
           01 WS-AUDIT-LAST-CHAIN PIC 9(10) VALUE 0.
           01 WS-AUDIT-CHAIN-WORK PIC 9(12) VALUE 0.
           01 WS-AUDIT-CHAIN-SUB PIC 9(3) VALUE 0.
           01 WS-AUDIT-CHAIN-EOF-SW PIC X VALUE 'N'.
               88 END-OF-AUDIT-CHAIN VALUE 'Y'.
           01 WS-CTL-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-RPT-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-AUTH-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-AUTHORIZED-SW PIC X VALUE 'N'.
               88 OPERATOR-AUTHORIZED VALUE 'Y'.
           01 WS-OPERATOR-ID PIC X(20).
           01 WS-TIMESTAMP PIC X(21).
           01 WS-ACK-REQUEST PIC X VALUE SPACE.
           01 WS-ACK-MODE-SW PIC X VALUE 'N'.
               88 ACKNOWLEDGE-REQUESTED VALUE 'Y'.
           01 WS-ACK-DONE-SW PIC X VALUE 'N'.
               88 BREAK-ACKNOWLEDGED-THIS-RUN VALUE 'Y'.
           01 WS-EOF-SWITCH PIC X VALUE 'N'.
               88 END-OF-AUDIT-LOG VALUE 'Y'.
           01 WS-CTL-EOF-SW PIC X VALUE 'N'.
               88 END-OF-CHAIN-CONTROL VALUE 'Y'.
      * The entry as read, with its chain fields as text so an entry
      * whose chain values were blanked or garbled can still be shown
      * and recorded exactly as found.
           01 WS-ENTRY-IMAGE.
               05 WS-ENTRY-OPERATOR-ID PIC X(20).
               05 WS-ENTRY-TIMESTAMP PIC X(21).
               05 WS-ENTRY-PROGRAM-NAME PIC X(10).
               05 WS-ENTRY-KEY-VALUES PIC X(40).
               05 WS-ENTRY-SEQUENCE PIC X(9).
               05 WS-ENTRY-CHAIN-VALUE PIC X(10).
           01 WS-LINE-NUMBER PIC 9(9) VALUE 0.
           01 WS-CHAIN-STARTED-SW PIC X VALUE 'N'.
               88 CHAIN-STARTED VALUE 'Y'.
           01 WS-CHAIN-SEQUENCE PIC 9(9) VALUE 0.
           01 WS-CHAIN-VALUE PIC 9(10) VALUE 0.
           01 WS-EXPECTED-SEQUENCE PIC 9(9) VALUE 0.
           01 WS-GOOD-LINE PIC 9(9) VALUE 0.
           01 WS-GOOD-SEQUENCE PIC 9(9) VALUE 0.
           01 WS-GOOD-CHAIN PIC 9(10) VALUE 0.
           01 WS-LEGACY-ENTRIES PIC 9(9) VALUE 0.
           01 WS-ENTRIES-VERIFIED PIC 9(9) VALUE 0.
           01 WS-ACK-PASSED PIC 9(9) VALUE 0.
           01 WS-BREAK-CODE PIC X(9) VALUE SPACES.
           01 WS-BREAK-TEXT PIC X(45) VALUE SPACES.
           01 WS-CHAIN-SW PIC X VALUE 'N'.
               88 CHAIN-BROKEN VALUE 'Y'.
           01 WS-BROKEN-LINE PIC 9(9) VALUE 0.
           01 WS-BROKEN-CODE PIC X(9) VALUE SPACES.
           01 WS-BROKEN-TEXT PIC X(45) VALUE SPACES.
           01 WS-BROKEN-EXPECTED PIC 9(9) VALUE 0.
           01 WS-BROKEN-IMAGE PIC X(110) VALUE SPACES.
           01 WS-BROKEN-ENTRY REDEFINES WS-BROKEN-IMAGE.
               05 WS-BROKEN-OPERATOR-ID PIC X(20).
               05 WS-BROKEN-TIMESTAMP PIC X(21).
               05 WS-BROKEN-PROGRAM-NAME PIC X(10).
               05 WS-BROKEN-KEY-VALUES PIC X(40).
               05 WS-BROKEN-SEQUENCE PIC X(9).
               05 WS-BROKEN-CHAIN-VALUE PIC X(10).
           01 WS-MARK-SW PIC X VALUE 'N'.
               88 MARK-PRESENT VALUE 'Y'.
           01 WS-MARK-REACHED-SW PIC X VALUE 'N'.
               88 MARK-REACHED VALUE 'Y'.
           01 WS-MARK-RESET-SW PIC X VALUE 'N'.
               88 MARK-RESET VALUE 'Y'.
           01 WS-MARK-LINE PIC 9(9) VALUE 0.
           01 WS-MARK-SEQUENCE PIC X(9) VALUE SPACES.
           01 WS-MARK-CHAIN PIC X(10) VALUE SPACES.
           01 WS-MARK-OPERATOR-ID PIC X(20) VALUE SPACES.
           01 WS-MARK-TIMESTAMP PIC X(21) VALUE SPACES.
           01 WS-ACK-LIMIT PIC 9(4) VALUE 50.
           01 WS-ACK-COUNT PIC 9(4) VALUE 0.
           01 WS-ACK-TABLE.
               05 WS-ACK-ENTRY OCCURS 50 TIMES.
                   10 WS-ACK-LINE PIC 9(9).
                   10 WS-ACK-SEQUENCE PIC X(9).
                   10 WS-ACK-CHAIN PIC X(10).
                   10 WS-ACK-CODE PIC X(9).
                   10 WS-ACK-OPERATOR-ID PIC X(20).
                   10 WS-ACK-TIMESTAMP PIC X(21).
           01 WS-ACK-SUB PIC 9(4).
           01 WS-ACK-FOUND PIC 9(4).
           01 WS-NEW-ACK-LINE PIC 9(9) VALUE 0.
           01 WS-NEW-ACK-CODE PIC X(9) VALUE SPACES.
           01 WS-COUNT-EDIT PIC ZZZ,ZZZ,ZZ9.
           01 WS-LINE-EDIT PIC Z(8)9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
            PERFORM DETERMINE-ACKNOWLEDGE-MODE
            IF ACKNOWLEDGE-REQUESTED
                PERFORM CHECK-OPERATOR-AUTHORITY
                IF NOT OPERATOR-AUTHORIZED
                    PERFORM WRITE-DENIED-AUDIT
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF
            PERFORM LOAD-CHAIN-CONTROL
            OPEN OUTPUT CHAIN-REPORT
            PERFORM WRITE-REPORT-HEADER
            OPEN INPUT AUDIT-LOG
            IF WS-AUDIT-FILE-STATUS NOT = '00'
                DISPLAY "AUDCHAIN: audit log is not available - "
                    "nothing has been logged"
            ELSE
                PERFORM READ-AUDIT-ENTRY
                PERFORM UNTIL END-OF-AUDIT-LOG OR CHAIN-BROKEN
                    ADD 1 TO WS-LINE-NUMBER
                    PERFORM VERIFY-AUDIT-ENTRY
                    PERFORM READ-AUDIT-ENTRY
                END-PERFORM
                CLOSE AUDIT-LOG
            END-IF
            IF NOT CHAIN-BROKEN
                PERFORM CHECK-MARK-REACHED
            END-IF
            PERFORM WRITE-REPORT-TRAILER
            CLOSE CHAIN-REPORT
            PERFORM REWRITE-CHAIN-CONTROL
            PERFORM WRITE-AUDIT-LOG
            MOVE WS-ENTRIES-VERIFIED TO WS-COUNT-EDIT
            IF CHAIN-BROKEN
                MOVE WS-BROKEN-LINE TO WS-LINE-EDIT
                DISPLAY "AUDCHAIN: *** AUDIT LOG CHAIN BROKEN AT LINE "
                    FUNCTION TRIM(WS-LINE-EDIT) " ("
                    FUNCTION TRIM(WS-BROKEN-CODE) ") - see "
                    "AUDCHRPT.DAT ***"
                MOVE 8 TO RETURN-CODE
            ELSE
                DISPLAY "AUDCHAIN: audit log chain intact - "
                    FUNCTION TRIM(WS-COUNT-EDIT) " entries verified"
            END-IF
            STOP RUN.

      * AUDITACK=Y asks for the first break found to be accepted as
      * investigated; only an ADMIN operator may do that.
       DETERMINE-ACKNOWLEDGE-MODE.
            ACCEPT WS-ACK-REQUEST FROM ENVIRONMENT "AUDITACK"
            IF WS-ACK-REQUEST = 'Y' OR WS-ACK-REQUEST = 'y'
                MOVE 'Y' TO WS-ACK-MODE-SW
                DISPLAY "AUDCHAIN: break acknowledgement requested "
                    "(AUDITACK)"
            END-IF.

      * Unlike the maintenance programs, a missing authority file does
      * not let the run through: accepting a break in the audit trail
      * needs an ADMIN authority that is actually on record.
       CHECK-OPERATOR-AUTHORITY.
            OPEN INPUT OPERATOR-AUTHORITY
            IF WS-AUTH-FILE-STATUS NOT = '00'
                DISPLAY "AUDCHAIN: operator authority file "
                    "OPERAUTH.DAT is not available - a break cannot "
                    "be acknowledged without it"
                MOVE 'N' TO WS-AUTHORIZED-SW
            ELSE
                MOVE WS-OPERATOR-ID TO OA-OPERATOR-ID
                READ OPERATOR-AUTHORITY
                    INVALID KEY
                        MOVE 'N' TO WS-AUTHORIZED-SW
                    NOT INVALID KEY
                        IF OA-MAY-ADMIN
                            MOVE 'Y' TO WS-AUTHORIZED-SW
                        ELSE
                            MOVE 'N' TO WS-AUTHORIZED-SW
                        END-IF
                END-READ
                CLOSE OPERATOR-AUTHORITY
                IF NOT OPERATOR-AUTHORIZED
                    DISPLAY "AUDCHAIN: operator " WS-OPERATOR-ID
                        " is not authorized to acknowledge audit "
                        "log breaks - run ended"
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
            MOVE "AUDCHAIN" TO AL-PROGRAM-NAME
            MOVE "DENIED ADMIN" TO AL-KEY-VALUES
            PERFORM SEAL-AUDIT-ENTRY
            WRITE AUDIT-LOG-RECORD
            CLOSE AUDIT-LOG.

       LOAD-CHAIN-CONTROL.
            OPEN INPUT CHAIN-CONTROL
            IF WS-CTL-FILE-STATUS = '00'
                PERFORM READ-CHAIN-CONTROL
                PERFORM UNTIL END-OF-CHAIN-CONTROL
                    PERFORM LOAD-CONTROL-ENTRY
                    PERFORM READ-CHAIN-CONTROL
                END-PERFORM
                CLOSE CHAIN-CONTROL
            END-IF.

       READ-CHAIN-CONTROL.
            READ CHAIN-CONTROL
                AT END
                    SET END-OF-CHAIN-CONTROL TO TRUE
            END-READ.

       LOAD-CONTROL-ENTRY.
            EVALUATE TRUE
                WHEN AK-VERIFIED-MARK
                    MOVE 'Y' TO WS-MARK-SW
                    MOVE AK-LINE-NUMBER TO WS-MARK-LINE
                    MOVE AK-SEQUENCE TO WS-MARK-SEQUENCE
                    MOVE AK-CHAIN-VALUE TO WS-MARK-CHAIN
                    MOVE AK-OPERATOR-ID TO WS-MARK-OPERATOR-ID
                    MOVE AK-TIMESTAMP TO WS-MARK-TIMESTAMP
                WHEN AK-ACKNOWLEDGED-BREAK
                    IF WS-ACK-COUNT >= WS-ACK-LIMIT
                        DISPLAY "AUDCHAIN: AUDCHCTL.DAT holds more "
                            "than " WS-ACK-LIMIT " acknowledged "
                            "breaks - the log needs archiving and "
                            "restarting. Aborting."
                        CLOSE CHAIN-CONTROL
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO WS-ACK-COUNT
                    MOVE AK-LINE-NUMBER TO WS-ACK-LINE(WS-ACK-COUNT)
                    MOVE AK-SEQUENCE TO WS-ACK-SEQUENCE(WS-ACK-COUNT)
                    MOVE AK-CHAIN-VALUE TO WS-ACK-CHAIN(WS-ACK-COUNT)
                    MOVE AK-BREAK-CODE TO WS-ACK-CODE(WS-ACK-COUNT)
                    MOVE AK-OPERATOR-ID TO
                        WS-ACK-OPERATOR-ID(WS-ACK-COUNT)
                    MOVE AK-TIMESTAMP TO
                        WS-ACK-TIMESTAMP(WS-ACK-COUNT)
            END-EVALUATE.

       READ-AUDIT-ENTRY.
            READ AUDIT-LOG
                AT END
                    SET END-OF-AUDIT-LOG TO TRUE
                NOT AT END
                    MOVE AUDIT-LOG-RECORD TO WS-ENTRY-IMAGE
            END-READ.

      * Entries ahead of the first sealed one predate chaining and are
      * only counted. From the first sealed entry on, each one must
      * carry the next sequence number and the check value that
      * follows from the entry before it.
       VERIFY-AUDIT-ENTRY.
            MOVE SPACES TO WS-BREAK-CODE
            MOVE SPACES TO WS-BREAK-TEXT
            COMPUTE WS-EXPECTED-SEQUENCE = WS-CHAIN-SEQUENCE + 1
            IF AL-SEQUENCE IS NUMERIC AND AL-CHAIN-VALUE IS NUMERIC
                MOVE 'Y' TO WS-CHAIN-STARTED-SW
                EVALUATE TRUE
                    WHEN AL-SEQUENCE > WS-EXPECTED-SEQUENCE
                        MOVE "MISSING" TO WS-BREAK-CODE
                        MOVE "Entries before this one are missing"
                            TO WS-BREAK-TEXT
                    WHEN AL-SEQUENCE < WS-EXPECTED-SEQUENCE
                        MOVE "ORDER" TO WS-BREAK-CODE
                        MOVE "Entry is out of sequence"
                            TO WS-BREAK-TEXT
                    WHEN OTHER
                        PERFORM COMPUTE-ENTRY-CHECK
                        IF WS-AUDIT-CHAIN-WORK NOT = AL-CHAIN-VALUE
                            MOVE "ALTERED" TO WS-BREAK-CODE
                            MOVE "Entry does not match its check value"
                                TO WS-BREAK-TEXT
                        END-IF
                END-EVALUATE
            ELSE
                IF CHAIN-STARTED
                    MOVE "UNSEALED" TO WS-BREAK-CODE
                    MOVE "Entry carries no chain values"
                        TO WS-BREAK-TEXT
                ELSE
                    ADD 1 TO WS-LEGACY-ENTRIES
                END-IF
            END-IF
            IF WS-BREAK-CODE = SPACES AND CHAIN-STARTED
                MOVE AL-SEQUENCE TO WS-CHAIN-SEQUENCE
                MOVE AL-CHAIN-VALUE TO WS-CHAIN-VALUE
                ADD 1 TO WS-ENTRIES-VERIFIED
                MOVE WS-LINE-NUMBER TO WS-GOOD-LINE
                MOVE AL-SEQUENCE TO WS-GOOD-SEQUENCE
                MOVE AL-CHAIN-VALUE TO WS-GOOD-CHAIN
                PERFORM CHECK-VERIFIED-MARK
            END-IF
            IF WS-BREAK-CODE NOT = SPACES
                PERFORM HANDLE-CHAIN-BREAK
            END-IF.

      * The same computation as SEAL-AUDIT-ENTRY in every writer,
      * applied to the entry as read.
       COMPUTE-ENTRY-CHECK.
            MOVE WS-CHAIN-VALUE TO WS-AUDIT-CHAIN-WORK
            PERFORM VARYING WS-AUDIT-CHAIN-SUB FROM 1 BY 1
                    UNTIL WS-AUDIT-CHAIN-SUB >
                    FUNCTION LENGTH(AL-SEALED-PORTION)
                COMPUTE WS-AUDIT-CHAIN-WORK = FUNCTION MOD(
                    WS-AUDIT-CHAIN-WORK * 31 + FUNCTION ORD(
                    AL-SEALED-PORTION(WS-AUDIT-CHAIN-SUB:1)),
                    9999999967)
            END-PERFORM.

      * The entry the last run proved must still be on its line with
      * the same sequence and check value - a chain rebuilt and
      * resealed from the top holds together but fails here.
       CHECK-VERIFIED-MARK.
            IF MARK-PRESENT AND NOT MARK-REACHED
                    AND WS-LINE-NUMBER = WS-MARK-LINE
                IF WS-ENTRY-SEQUENCE = WS-MARK-SEQUENCE
                        AND WS-ENTRY-CHAIN-VALUE = WS-MARK-CHAIN
                    MOVE 'Y' TO WS-MARK-REACHED-SW
                ELSE
                    MOVE "REWRITTEN" TO WS-BREAK-CODE
                    MOVE "Entry proved last run has been rewritten"
                        TO WS-BREAK-TEXT
                END-IF
            END-IF.

      * A break already acknowledged is passed; with AUDITACK=Y the
      * first new one is acknowledged now. Either way the chain
      * carries on from the values found on the line, because that
      * is what the writers after it chained from.
       HANDLE-CHAIN-BREAK.
            PERFORM FIND-ACKNOWLEDGED-BREAK
            IF WS-ACK-FOUND > 0
                ADD 1 TO WS-ACK-PASSED
                PERFORM WRITE-ACKNOWLEDGED-LINE
                PERFORM RESYNC-CHAIN
            ELSE
                IF ACKNOWLEDGE-REQUESTED
                        AND NOT BREAK-ACKNOWLEDGED-THIS-RUN
                    PERFORM ADD-ACKNOWLEDGED-BREAK
                    ADD 1 TO WS-ACK-PASSED
                    PERFORM WRITE-ACKNOWLEDGED-LINE
                    PERFORM RESYNC-CHAIN
                ELSE
                    MOVE 'Y' TO WS-CHAIN-SW
                    MOVE WS-LINE-NUMBER TO WS-BROKEN-LINE
                    MOVE WS-BREAK-CODE TO WS-BROKEN-CODE
                    MOVE WS-BREAK-TEXT TO WS-BROKEN-TEXT
                    MOVE WS-EXPECTED-SEQUENCE TO WS-BROKEN-EXPECTED
                    MOVE WS-ENTRY-IMAGE TO WS-BROKEN-IMAGE
                    PERFORM WRITE-BREAK-DETAIL
                END-IF
            END-IF.

       FIND-ACKNOWLEDGED-BREAK.
            MOVE 0 TO WS-ACK-FOUND
            PERFORM VARYING WS-ACK-SUB FROM 1 BY 1
                    UNTIL WS-ACK-SUB > WS-ACK-COUNT
                    OR WS-ACK-FOUND > 0
                IF WS-ACK-LINE(WS-ACK-SUB) = WS-LINE-NUMBER
                        AND WS-ACK-SEQUENCE(WS-ACK-SUB) =
                        WS-ENTRY-SEQUENCE
                        AND WS-ACK-CHAIN(WS-ACK-SUB) =
                        WS-ENTRY-CHAIN-VALUE
                    MOVE WS-ACK-SUB TO WS-ACK-FOUND
                END-IF
            END-PERFORM.

       ADD-ACKNOWLEDGED-BREAK.
            IF WS-ACK-COUNT >= WS-ACK-LIMIT
                DISPLAY "AUDCHAIN: the acknowledged-break table is "
                    "full at " WS-ACK-LIMIT " entries - the log "
                    "needs archiving and restarting. Aborting."
                CLOSE AUDIT-LOG CHAIN-REPORT
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-ACK-COUNT
            MOVE WS-LINE-NUMBER TO WS-ACK-LINE(WS-ACK-COUNT)
            MOVE WS-ENTRY-SEQUENCE TO WS-ACK-SEQUENCE(WS-ACK-COUNT)
            MOVE WS-ENTRY-CHAIN-VALUE TO WS-ACK-CHAIN(WS-ACK-COUNT)
            MOVE WS-BREAK-CODE TO WS-ACK-CODE(WS-ACK-COUNT)
            MOVE WS-OPERATOR-ID TO WS-ACK-OPERATOR-ID(WS-ACK-COUNT)
            MOVE WS-TIMESTAMP TO WS-ACK-TIMESTAMP(WS-ACK-COUNT)
            MOVE WS-ACK-COUNT TO WS-ACK-FOUND
            MOVE 'Y' TO WS-ACK-DONE-SW
            MOVE WS-LINE-NUMBER TO WS-NEW-ACK-LINE
            MOVE WS-BREAK-CODE TO WS-NEW-ACK-CODE.

       RESYNC-CHAIN.
            IF AL-SEQUENCE IS NUMERIC AND AL-CHAIN-VALUE IS NUMERIC
                MOVE AL-SEQUENCE TO WS-CHAIN-SEQUENCE
                MOVE AL-CHAIN-VALUE TO WS-CHAIN-VALUE
                MOVE WS-LINE-NUMBER TO WS-GOOD-LINE
                MOVE AL-SEQUENCE TO WS-GOOD-SEQUENCE
                MOVE AL-CHAIN-VALUE TO WS-GOOD-CHAIN
                IF MARK-PRESENT AND WS-LINE-NUMBER = WS-MARK-LINE
                    MOVE 'Y' TO WS-MARK-REACHED-SW
                END-IF
            END-IF.

      * A log that ends before the line proved last run has lost its
      * tail. Acknowledged (the log was archived and started afresh),
      * the remembered entry is simply replaced by tonight's.
       CHECK-MARK-REACHED.
            IF MARK-PRESENT AND NOT MARK-REACHED
                IF ACKNOWLEDGE-REQUESTED
                        AND NOT BREAK-ACKNOWLEDGED-THIS-RUN
                    MOVE 'Y' TO WS-MARK-RESET-SW
                    MOVE 'Y' TO WS-ACK-DONE-SW
                    MOVE WS-MARK-LINE TO WS-NEW-ACK-LINE
                    MOVE "TRUNCATED" TO WS-NEW-ACK-CODE
                    MOVE WS-MARK-LINE TO WS-LINE-EDIT
                    MOVE SPACES TO CHAIN-REPORT-LINE
                    STRING "Log ends before line "
                        FUNCTION TRIM(WS-LINE-EDIT)
                        " proved last run - acknowledged by "
                        WS-OPERATOR-ID
                        DELIMITED BY SIZE INTO CHAIN-REPORT-LINE
                    WRITE CHAIN-REPORT-LINE
                ELSE
                    MOVE 'Y' TO WS-CHAIN-SW
                    MOVE WS-MARK-LINE TO WS-BROKEN-LINE
                    MOVE "TRUNCATED" TO WS-BROKEN-CODE
                    MOVE "Log ends before the entry proved last run"
                        TO WS-BROKEN-TEXT
                    MOVE SPACES TO WS-BROKEN-IMAGE
                    MOVE WS-MARK-SEQUENCE TO WS-BROKEN-SEQUENCE
                    MOVE WS-MARK-CHAIN TO WS-BROKEN-CHAIN-VALUE
                    MOVE WS-MARK-TIMESTAMP TO WS-BROKEN-TIMESTAMP
                    MOVE 0 TO WS-BROKEN-EXPECTED
                    PERFORM WRITE-BREAK-DETAIL
                END-IF
            END-IF.

      * The remembered entry moves on only when tonight's chain held;
      * after a break it stays where the last good run left it.
       REWRITE-CHAIN-CONTROL.
            OPEN OUTPUT CHAIN-CONTROL
            IF CHAIN-BROKEN
                IF MARK-PRESENT AND NOT MARK-RESET
                    MOVE SPACES TO AUDIT-CHAIN-CONTROL
                    SET AK-VERIFIED-MARK TO TRUE
                    MOVE WS-MARK-LINE TO AK-LINE-NUMBER
                    MOVE WS-MARK-SEQUENCE TO AK-SEQUENCE
                    MOVE WS-MARK-CHAIN TO AK-CHAIN-VALUE
                    MOVE WS-MARK-OPERATOR-ID TO AK-OPERATOR-ID
                    MOVE WS-MARK-TIMESTAMP TO AK-TIMESTAMP
                    WRITE AUDIT-CHAIN-CONTROL
                END-IF
            ELSE
                IF WS-GOOD-LINE > 0
                    MOVE SPACES TO AUDIT-CHAIN-CONTROL
                    SET AK-VERIFIED-MARK TO TRUE
                    MOVE WS-GOOD-LINE TO AK-LINE-NUMBER
                    MOVE WS-GOOD-SEQUENCE TO AK-SEQUENCE
                    MOVE WS-GOOD-CHAIN TO AK-CHAIN-VALUE
                    MOVE WS-OPERATOR-ID TO AK-OPERATOR-ID
                    MOVE WS-TIMESTAMP TO AK-TIMESTAMP
                    WRITE AUDIT-CHAIN-CONTROL
                END-IF
            END-IF
            PERFORM VARYING WS-ACK-SUB FROM 1 BY 1
                    UNTIL WS-ACK-SUB > WS-ACK-COUNT
                MOVE SPACES TO AUDIT-CHAIN-CONTROL
                SET AK-ACKNOWLEDGED-BREAK TO TRUE
                MOVE WS-ACK-LINE(WS-ACK-SUB) TO AK-LINE-NUMBER
                MOVE WS-ACK-SEQUENCE(WS-ACK-SUB) TO AK-SEQUENCE
                MOVE WS-ACK-CHAIN(WS-ACK-SUB) TO AK-CHAIN-VALUE
                MOVE WS-ACK-CODE(WS-ACK-SUB) TO AK-BREAK-CODE
                MOVE WS-ACK-OPERATOR-ID(WS-ACK-SUB) TO AK-OPERATOR-ID
                MOVE WS-ACK-TIMESTAMP(WS-ACK-SUB) TO AK-TIMESTAMP
                WRITE AUDIT-CHAIN-CONTROL
            END-PERFORM
            CLOSE CHAIN-CONTROL.

       WRITE-REPORT-HEADER.
            MOVE SPACES TO CHAIN-REPORT-LINE
            STRING "AUDCHAIN - audit log chain verification  run "
                WS-TIMESTAMP(1:8)
                DELIMITED BY SIZE INTO CHAIN-REPORT-LINE
            WRITE CHAIN-REPORT-LINE
            MOVE SPACES TO CHAIN-REPORT-LINE
            WRITE CHAIN-REPORT-LINE.

       WRITE-ACKNOWLEDGED-LINE.
            MOVE WS-LINE-NUMBER TO WS-LINE-EDIT
            MOVE SPACES TO CHAIN-REPORT-LINE
            STRING "Line " WS-LINE-EDIT " " WS-BREAK-CODE
                " acknowledged by "
                WS-ACK-OPERATOR-ID(WS-ACK-FOUND) " "
                WS-ACK-TIMESTAMP(WS-ACK-FOUND)(1:8)
                DELIMITED BY SIZE INTO CHAIN-REPORT-LINE
            WRITE CHAIN-REPORT-LINE.

       WRITE-BREAK-DETAIL.
            MOVE WS-BROKEN-LINE TO WS-LINE-EDIT
            MOVE SPACES TO CHAIN-REPORT-LINE
            STRING "** CHAIN BROKEN AT LINE "
                FUNCTION TRIM(WS-LINE-EDIT) ": " WS-BROKEN-TEXT
                DELIMITED BY SIZE INTO CHAIN-REPORT-LINE
            WRITE CHAIN-REPORT-LINE
            MOVE SPACES TO CHAIN-REPORT-LINE
            STRING "   Reason:    " WS-BROKEN-CODE
                DELIMITED BY SIZE INTO CHAIN-REPORT-LINE
            WRITE CHAIN-REPORT-LINE
            MOVE SPACES TO CHAIN-REPORT-LINE
            IF WS-BROKEN-EXPECTED > 0
                STRING "   Sequence:  " WS-BROKEN-SEQUENCE
                    "  expected " WS-BROKEN-EXPECTED
                    DELIMITED BY SIZE INTO CHAIN-REPORT-LINE
            ELSE
                STRING "   Sequence:  " WS-BROKEN-SEQUENCE
                    DELIMITED BY SIZE INTO CHAIN-REPORT-LINE
            END-IF
            WRITE CHAIN-REPORT-LINE
            MOVE SPACES TO CHAIN-REPORT-LINE
            STRING "   Program:   " WS-BROKEN-PROGRAM-NAME
                DELIMITED BY SIZE INTO CHAIN-REPORT-LINE
            WRITE CHAIN-REPORT-LINE
            MOVE SPACES TO CHAIN-REPORT-LINE
            STRING "   Operator:  " WS-BROKEN-OPERATOR-ID
                DELIMITED BY SIZE INTO CHAIN-REPORT-LINE
            WRITE CHAIN-REPORT-LINE
            MOVE SPACES TO CHAIN-REPORT-LINE
            STRING "   Timestamp: " WS-BROKEN-TIMESTAMP
                DELIMITED BY SIZE INTO CHAIN-REPORT-LINE
            WRITE CHAIN-REPORT-LINE
            MOVE SPACES TO CHAIN-REPORT-LINE
            STRING "   Entry:     " WS-BROKEN-KEY-VALUES
                DELIMITED BY SIZE INTO CHAIN-REPORT-LINE
            WRITE CHAIN-REPORT-LINE.

       WRITE-REPORT-TRAILER.
            MOVE SPACES TO CHAIN-REPORT-LINE
            WRITE CHAIN-REPORT-LINE
            MOVE WS-LINE-NUMBER TO WS-COUNT-EDIT
            MOVE SPACES TO CHAIN-REPORT-LINE
            STRING "Entries read:            " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO CHAIN-REPORT-LINE
            WRITE CHAIN-REPORT-LINE
            MOVE WS-LEGACY-ENTRIES TO WS-COUNT-EDIT
            MOVE SPACES TO CHAIN-REPORT-LINE
            STRING "Entries before chaining: " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO CHAIN-REPORT-LINE
            WRITE CHAIN-REPORT-LINE
            MOVE WS-ENTRIES-VERIFIED TO WS-COUNT-EDIT
            MOVE SPACES TO CHAIN-REPORT-LINE
            STRING "Entries verified:        " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO CHAIN-REPORT-LINE
            WRITE CHAIN-REPORT-LINE
            MOVE WS-ACK-PASSED TO WS-COUNT-EDIT
            MOVE SPACES TO CHAIN-REPORT-LINE
            STRING "Acknowledged breaks:     " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO CHAIN-REPORT-LINE
            WRITE CHAIN-REPORT-LINE
            MOVE SPACES TO CHAIN-REPORT-LINE
            IF CHAIN-BROKEN
                STRING "Chain status:            BROKEN"
                    DELIMITED BY SIZE INTO CHAIN-REPORT-LINE
            ELSE
                STRING "Chain status:            INTACT"
                    DELIMITED BY SIZE INTO CHAIN-REPORT-LINE
            END-IF
            WRITE CHAIN-REPORT-LINE.

      * An acknowledgement made this run gets an entry of its own
      * ahead of the run's result, so the trail shows who accepted
      * which break.
       WRITE-AUDIT-LOG.
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
            IF BREAK-ACKNOWLEDGED-THIS-RUN
                PERFORM READ-AUDIT-CHAIN
                OPEN EXTEND AUDIT-LOG
                IF WS-AUDIT-FILE-STATUS = '05'
                        OR WS-AUDIT-FILE-STATUS = '35'
                    OPEN OUTPUT AUDIT-LOG
                END-IF
                MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID
                MOVE WS-TIMESTAMP TO AL-TIMESTAMP
                MOVE "AUDCHAIN" TO AL-PROGRAM-NAME
                MOVE SPACES TO AL-KEY-VALUES
                STRING "ACK LINE=" WS-NEW-ACK-LINE
                    " CODE=" WS-NEW-ACK-CODE
                    DELIMITED BY SIZE INTO AL-KEY-VALUES
                PERFORM SEAL-AUDIT-ENTRY
                WRITE AUDIT-LOG-RECORD
                CLOSE AUDIT-LOG
            END-IF
            PERFORM READ-AUDIT-CHAIN
            OPEN EXTEND AUDIT-LOG
            IF WS-AUDIT-FILE-STATUS = '05'
                    OR WS-AUDIT-FILE-STATUS = '35'
                OPEN OUTPUT AUDIT-LOG
            END-IF
            MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID
            MOVE WS-TIMESTAMP TO AL-TIMESTAMP
            MOVE "AUDCHAIN" TO AL-PROGRAM-NAME
            MOVE SPACES TO AL-KEY-VALUES
            IF CHAIN-BROKEN
                STRING "CHAIN=BROKEN LINE=" WS-BROKEN-LINE
                    " " WS-BROKEN-CODE
                    DELIMITED BY SIZE INTO AL-KEY-VALUES
            ELSE
                STRING "CHAIN=OK VERIFIED=" WS-ENTRIES-VERIFIED
                    DELIMITED BY SIZE INTO AL-KEY-VALUES
            END-IF
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

       END PROGRAM AUDCHAIN.

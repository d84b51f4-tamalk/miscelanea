      ******************************************************************
      * Author: Tamalk.
      * Date: 15/10/2026.
      * Purpose: Review queue over the suspicious-activity alert
      *          register ALRTREG.DAT. CUSTALRT reports every open
      *          alert again each night until somebody has looked at
      *          it; this program is where that is recorded. It lists
      *          the open alerts, and for the one the reviewer picks
      *          takes a note of what was found and marks the alert
      *          reviewed on the register with the reviewer's
      *          operator ID and the time, so CUSTALRT leaves it out
      *          of the next night's reports. Each review is written
      *          to the audit log.
      *          Reviewing alerts needs the admin authority, and an
      *          operator whose own changes raised an alert may not
      *          review it - otherwise the person the alert is about
      *          could clear it. The register keeps only the first
      *          four operators on an alert, so an alert raised on
      *          changes by more than four cannot be checked that way
      *          and is refused here; it stays open on the nightly
      *          reports.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRTREV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-REGISTER ASSIGN TO "ALRTREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-AREG-FILE-STATUS.
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
       FD  ALERT-REGISTER.
           COPY ALRTREG.
       FD  AUDIT-LOG.
           COPY AUDITREC.
       FD  OPERATOR-AUTHORITY.
           COPY OPERAUTH.
       WORKING-STORAGE SECTION.
           01 WS-AREG-FILE-STATUS PIC X(2) VALUE '00'.
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
               88 END-OF-REGISTER VALUE 'Y'.
           01 WS-TABLE-LIMIT PIC 9(4) VALUE 500.
           01 WS-ALERT-COUNT PIC 9(4) VALUE 0.
           01 WS-ALERT-TABLE.
               05 WS-ALERT-ENTRY OCCURS 500 TIMES PIC X(222).
           01 WS-ENTRY-NUMBER PIC 9(4).
           01 WS-ENTRY-INPUT PIC X(4).
           01 WS-REVIEW-NOTE PIC X(40).
           01 WS-OPER-SUB PIC 9(2).
           01 WS-OWN-ALERT-SW PIC X VALUE 'N'.
               88 REVIEWER-ON-ALERT VALUE 'Y'.
           01 WS-REVIEWED-COUNT PIC 9(6) VALUE 0.
           01 WS-MORE-REVIEW-SW PIC X VALUE 'Y'.
               88 MORE-REVIEW VALUE 'Y'.
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
            OPEN I-O ALERT-REGISTER
            IF WS-AREG-FILE-STATUS NOT = '00'
                DISPLAY "ALRTREV: no alert register yet - nothing "
                    "to review"
            ELSE
                PERFORM LOAD-OPEN-ALERTS
                IF WS-ALERT-COUNT = 0
                    DISPLAY "ALRTREV: every alert on the register has "
                        "already been reviewed - nothing to review"
                ELSE
                    PERFORM LIST-OPEN-ALERTS
                    PERFORM UNTIL NOT MORE-REVIEW
                        PERFORM PROMPT-FOR-ENTRY
                        IF MORE-REVIEW
                            PERFORM REVIEW-ALERT
                        END-IF
                    END-PERFORM
                    DISPLAY "ALRTREV: " WS-REVIEWED-COUNT
                        " alert(s) marked reviewed"
                END-IF
                CLOSE ALERT-REGISTER
            END-IF
            STOP RUN.

      * Clearing an alert takes it off the night's fraud reports, so
      * unlike the update programs this one does not run unchecked
      * while the authority file is still being built: no file, no
      * review.
       CHECK-OPERATOR-AUTHORITY.
            OPEN INPUT OPERATOR-AUTHORITY
            IF WS-AUTH-FILE-STATUS NOT = '00'
                DISPLAY "ALRTREV: operator authority file "
                    "OPERAUTH.DAT is not available - alerts cannot "
                    "be reviewed without it"
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
                    DISPLAY "ALRTREV: operator " WS-OPERATOR-ID
                        " is not authorized to review alerts - "
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
            MOVE "ALRTREV" TO AL-PROGRAM-NAME
            MOVE "DENIED ADMIN" TO AL-KEY-VALUES
            PERFORM SEAL-AUDIT-ENTRY
            WRITE AUDIT-LOG-RECORD
            CLOSE AUDIT-LOG.

       LOAD-OPEN-ALERTS.
            PERFORM READ-REGISTER
            PERFORM UNTIL END-OF-REGISTER
                IF AR-OPEN
                    PERFORM LOAD-ALERT-ENTRY
                END-IF
                PERFORM READ-REGISTER
            END-PERFORM.

       READ-REGISTER.
            READ ALERT-REGISTER NEXT RECORD
                AT END
                    SET END-OF-REGISTER TO TRUE
            END-READ.

       LOAD-ALERT-ENTRY.
            IF WS-ALERT-COUNT >= WS-TABLE-LIMIT
                DISPLAY "ALRTREV: more than " WS-TABLE-LIMIT
                    " open alerts on the register - review these "
                    "and rerun for the rest"
                SET END-OF-REGISTER TO TRUE
            ELSE
                ADD 1 TO WS-ALERT-COUNT
                MOVE ALERT-REGISTER-RECORD TO
                    WS-ALERT-ENTRY(WS-ALERT-COUNT)
            END-IF.

       LIST-OPEN-ALERTS.
            DISPLAY "ALRTREV - open alerts (reports ALRTADDR.DAT, "
                "ALRTSHAR.DAT, ALRTREST.DAT):"
            PERFORM VARYING WS-ENTRY-NUMBER FROM 1 BY 1
                    UNTIL WS-ENTRY-NUMBER > WS-ALERT-COUNT
                MOVE WS-ALERT-ENTRY(WS-ENTRY-NUMBER) TO
                    ALERT-REGISTER-RECORD
                DISPLAY WS-ENTRY-NUMBER " " AR-RULE-NAME " "
                    AR-SUBJECT " " AR-TRIGGER-TIMESTAMP(1:8) " "
                    AR-TRIGGER-TIMESTAMP(9:6) " since "
                    AR-FIRST-REPORTED " " AR-ENTRY-COUNT
                    " entries, " AR-OPERATOR-COUNT " operator(s)"
            END-PERFORM.

       PROMPT-FOR-ENTRY.
            DISPLAY "Enter the alert number to review "
                "(0 to finish): "
            ACCEPT WS-ENTRY-INPUT FROM CONSOLE
            IF FUNCTION TEST-NUMVAL(WS-ENTRY-INPUT) NOT = 0
                DISPLAY "That doesn't look like a number."
                MOVE 0 TO WS-ENTRY-NUMBER
            ELSE
                COMPUTE WS-ENTRY-NUMBER =
                    FUNCTION NUMVAL(WS-ENTRY-INPUT)
                IF WS-ENTRY-NUMBER = 0
                    MOVE 'N' TO WS-MORE-REVIEW-SW
                ELSE
                    IF WS-ENTRY-NUMBER > WS-ALERT-COUNT
                        DISPLAY "There is no alert " WS-ENTRY-NUMBER
                        MOVE 0 TO WS-ENTRY-NUMBER
                    END-IF
                END-IF
            END-IF.

       REVIEW-ALERT.
            IF WS-ENTRY-NUMBER = 0
                CONTINUE
            ELSE
                MOVE WS-ALERT-ENTRY(WS-ENTRY-NUMBER) TO
                    ALERT-REGISTER-RECORD
                PERFORM CHECK-REVIEWER-ON-ALERT
                EVALUATE TRUE
                    WHEN AR-REVIEWED
                        DISPLAY AR-RULE-NAME " " AR-SUBJECT " has "
                            "already been reviewed by " AR-REVIEWED-BY
                    WHEN REVIEWER-ON-ALERT
                        DISPLAY AR-RULE-NAME " " AR-SUBJECT " was "
                            "raised on changes made by "
                            WS-OPERATOR-ID " - another reviewer "
                            "must clear it"
                    WHEN AR-OPERATOR-COUNT > 4
                        DISPLAY AR-RULE-NAME " " AR-SUBJECT " was "
                            "raised on changes by " AR-OPERATOR-COUNT
                            " operators and only four are kept - the "
                            "reviewer cannot be checked, so it cannot "
                            "be cleared here"
                    WHEN OTHER
                        PERFORM CAPTURE-REVIEW-NOTE
                END-EVALUATE
            END-IF.

      * Only the first four operators are kept on the register, so
      * this check is complete only for an alert with four or fewer;
      * the caller refuses any alert with more.
       CHECK-REVIEWER-ON-ALERT.
            MOVE 'N' TO WS-OWN-ALERT-SW
            PERFORM VARYING WS-OPER-SUB FROM 1 BY 1
                    UNTIL WS-OPER-SUB > 4
                IF AR-OPERATOR-ID(WS-OPER-SUB) = WS-OPERATOR-ID
                    MOVE 'Y' TO WS-OWN-ALERT-SW
                END-IF
            END-PERFORM.

       CAPTURE-REVIEW-NOTE.
            DISPLAY "Reviewing " AR-RULE-NAME " " AR-SUBJECT
                " - see the CUSTALRT report and CUSTHINQ"
            DISPLAY "Enter what was found (blank leaves it open): "
            MOVE SPACES TO WS-REVIEW-NOTE
            ACCEPT WS-REVIEW-NOTE FROM CONSOLE
            IF WS-REVIEW-NOTE = SPACES
                DISPLAY "No note given - alert left open"
            ELSE
                PERFORM MARK-ALERT-REVIEWED
            END-IF.

      * The register is re-read by key so the rewrite carries what
      * CUSTALRT last put there, not the copy loaded at the start.
       MARK-ALERT-REVIEWED.
            READ ALERT-REGISTER
                INVALID KEY
                    DISPLAY AR-RULE-NAME " " AR-SUBJECT " is no "
                        "longer on the register - not reviewed"
                NOT INVALID KEY
                    MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
                    MOVE 'R' TO AR-STATUS
                    MOVE WS-OPERATOR-ID TO AR-REVIEWED-BY
                    MOVE WS-TIMESTAMP TO AR-REVIEWED-TIMESTAMP
                    MOVE WS-REVIEW-NOTE TO AR-REVIEW-NOTE
                    REWRITE ALERT-REGISTER-RECORD
                    MOVE ALERT-REGISTER-RECORD TO
                        WS-ALERT-ENTRY(WS-ENTRY-NUMBER)
                    ADD 1 TO WS-REVIEWED-COUNT
                    PERFORM WRITE-AUDIT-LOG
                    DISPLAY AR-RULE-NAME " " AR-SUBJECT
                        " marked reviewed"
            END-READ.

       WRITE-AUDIT-LOG.
            PERFORM READ-AUDIT-CHAIN
            OPEN EXTEND AUDIT-LOG
            IF WS-AUDIT-FILE-STATUS = '05'
                    OR WS-AUDIT-FILE-STATUS = '35'
                OPEN OUTPUT AUDIT-LOG
            END-IF
            MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID
            MOVE WS-TIMESTAMP TO AL-TIMESTAMP
            MOVE "ALRTREV" TO AL-PROGRAM-NAME
            MOVE SPACES TO AL-KEY-VALUES
            STRING "REVIEWED " AR-RULE-NAME " " AR-SUBJECT " "
                AR-TRIGGER-TIMESTAMP(1:8)
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

       END PROGRAM ALRTREV.

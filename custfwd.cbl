      ******************************************************************
      * Author: Tamalk.
      * Date: 15/10/2026.
      * Purpose: Point-in-time forward recovery of the customer
      *          master. CUSTRELD can only put the master back to the
      *          last CUSTUNLD generation, losing every add, change,
      *          delete, merge and restore keyed since. This program
      *          rebuilds CUSTMAST.DAT from a CUSTByyyymmdd.DAT
      *          generation chosen by the operator, exactly as
      *          CUSTRELD does, and then rolls it forward by
      *          re-applying the after-images held in the change
      *          history - the rolled-out CUSTHROL generations
      *          (CUSTHyyyymmdd.DAT) first, then the live
      *          CUSTHIST.DAT - up to a recovery date and time the
      *          operator chooses. An entry is only applied when its
      *          before-image matches the rebuilt record at that
      *          point; anything else is refused and left for a
      *          person to look at, because replaying onto the wrong
      *          image would manufacture a record nobody ever keyed.
      *          What the backup already holds is decided by CUSTUNLD's
      *          own audit entry: history up to the time of the last
      *          unload on the backup date is in the backup and is not
      *          replayed; only what came after it is.
      *          Every entry applied or refused is listed on
      *          FWDRPT.DAT. Like a reload this is a file repair, not
      *          customer activity, so no new history is written. The
      *          restore authority gates it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTFWD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-BACKUP ASSIGN TO WS-BACKUP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKP-FILE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-NAM
               ALTERNATE RECORD KEY IS CR-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT CUST-HISTORY ASSIGN TO "CUSTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT HIST-GENERATION ASSIGN TO WS-GEN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-FILE-STATUS.
           SELECT FORWARD-REPORT ASSIGN TO "FWDRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
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
       FD  CUST-BACKUP.
           COPY CUSTBKP.
       FD  CUSTOMER-MASTER.
           COPY CUSTREC.
       FD  CUST-HISTORY.
           COPY CUSTHIST.
       FD  HIST-GENERATION.
           01 HIST-GEN-RECORD PIC X(183).
       FD  FORWARD-REPORT.
           COPY FWDRPTLN.
       FD  AUDIT-LOG.
           COPY AUDITREC.
       FD  OPERATOR-AUTHORITY.
           COPY OPERAUTH.
       WORKING-STORAGE SECTION.
           01 WS-BKP-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-CUST-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-HIST-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-GEN-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-RPT-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-AUDIT-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-AUDIT-LAST-SEQUENCE PIC 9(9) VALUE 0.
           01 WS-AUDIT-LAST-CHAIN PIC 9(10) VALUE 0.
           01 WS-AUDIT-CHAIN-WORK PIC 9(12) VALUE 0.
           01 WS-AUDIT-CHAIN-SUB PIC 9(3) VALUE 0.
           01 WS-AUDIT-CHAIN-EOF-SW PIC X VALUE 'N'.
               88 END-OF-AUDIT-CHAIN VALUE 'Y'.
           01 WS-AUTH-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-AUTHORIZED-SW PIC X VALUE 'N'.
               88 OPERATOR-AUTHORIZED VALUE 'Y'.
           01 WS-BACKUP-FILE-NAME PIC X(17).
           01 WS-GEN-FILE-NAME PIC X(17).
           01 WS-OPERATOR-ID PIC X(20).
           01 WS-TIMESTAMP PIC X(21).
           01 WS-RUN-DATE PIC 9(8).
           01 WS-BACKUP-DATE PIC X(8).
           01 WS-UNLOAD-CUTOFF PIC X(16) VALUE SPACES.
           01 WS-CUTOFF-SW PIC X VALUE 'N'.
               88 UNLOAD-CUTOFF-FOUND VALUE 'Y'.
           01 WS-RECOVERY-POINT.
               05 WS-RECOVERY-DATE PIC X(8).
               05 WS-RECOVERY-TIME PIC X(6).
           01 WS-POINT-VALID-SW PIC X VALUE 'N'.
               88 RECOVERY-POINT-VALID VALUE 'Y'.
           01 WS-ANSWER PIC X.
           01 WS-EOF-SWITCH PIC X VALUE 'N'.
               88 END-OF-INPUT VALUE 'Y'.
           01 WS-HIST-AVAIL-SW PIC X VALUE 'N'.
               88 LIVE-HISTORY-AVAILABLE VALUE 'Y'.
           01 WS-ON-MASTER-SW PIC X VALUE 'N'.
               88 CUSTOMER-ON-MASTER VALUE 'Y'.
           01 WS-GEN-DATE PIC 9(8).
           01 WS-GEN-DAY-NUMBER PIC 9(7).
           01 WS-LAST-DAY-NUMBER PIC 9(7).
           01 WS-ACTION-TEXT PIC X(6).
           01 WS-REFUSE-REASON PIC X(16).
           01 WS-RECORDS-RELOADED PIC 9(6) VALUE 0.
           01 WS-RECORDS-DROPPED PIC 9(6) VALUE 0.
           01 WS-GENERATIONS-READ PIC 9(6) VALUE 0.
           01 WS-ENTRIES-READ PIC 9(6) VALUE 0.
           01 WS-ENTRIES-BEFORE-BACKUP PIC 9(6) VALUE 0.
           01 WS-ENTRIES-PAST-POINT PIC 9(6) VALUE 0.
           01 WS-ENTRIES-IN-BACKUP PIC 9(6) VALUE 0.
           01 WS-ENTRIES-APPLIED PIC 9(6) VALUE 0.
           01 WS-ENTRIES-REFUSED PIC 9(6) VALUE 0.
           01 WS-MASTER-COUNT PIC 9(6) VALUE 0.
           01 WS-COUNT-EDIT PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM CHECK-OPERATOR-AUTHORITY
            IF NOT OPERATOR-AUTHORIZED
                PERFORM WRITE-DENIED-AUDIT
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM PROMPT-FOR-RECOVERY-POINT
            IF NOT RECOVERY-POINT-VALID
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT CUST-BACKUP
            IF WS-BKP-FILE-STATUS NOT = '00'
                DISPLAY "CUSTFWD: backup " WS-BACKUP-FILE-NAME
                    " is not on disk - check the date and the "
                    "CUSTUNLD run log"
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM CONFIRM-REPLACE-MASTER
                IF WS-ANSWER = 'Y'
                    OPEN OUTPUT FORWARD-REPORT
                    PERFORM WRITE-REPORT-HEADER
                    PERFORM RELOAD-MASTER
                    PERFORM REPLAY-HISTORY
                    PERFORM WRITE-REPORT-TRAILER
                    CLOSE FORWARD-REPORT
                    PERFORM WRITE-AUDIT-LOG
                    DISPLAY "CUSTFWD: " WS-RECORDS-RELOADED
                        " record(s) reloaded from "
                        WS-BACKUP-FILE-NAME ", " WS-ENTRIES-APPLIED
                        " history entries applied, "
                        WS-ENTRIES-REFUSED " refused - see FWDRPT.DAT"
                    IF WS-ENTRIES-REFUSED > 0
                        DISPLAY "CUSTFWD: refused entries were NOT "
                            "applied - review each one before the "
                            "master goes back into service"
                    END-IF
                    DISPLAY "CUSTFWD: the master count has moved - "
                        "remove CUSTBAL.DAT and run CUSTBAL to "
                        "re-establish the balance baseline before "
                        "the next night cycle"
                ELSE
                    DISPLAY "CUSTFWD: recovery cancelled - the "
                        "master was not touched"
                    CLOSE CUST-BACKUP
                END-IF
            END-IF
            STOP RUN.

      * Rebuilding the master is a restore, so the restore
      * authority gates it, with the same skip-with-a-warning rule
      * as CUSTRELD until the authority file has been built.
       CHECK-OPERATOR-AUTHORITY.
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
            OPEN INPUT OPERATOR-AUTHORITY
            IF WS-AUTH-FILE-STATUS NOT = '00'
                DISPLAY "CUSTFWD: operator authority file "
                    "OPERAUTH.DAT is not available - authority is "
                    "not checked this run"
                MOVE 'Y' TO WS-AUTHORIZED-SW
            ELSE
                MOVE WS-OPERATOR-ID TO OA-OPERATOR-ID
                READ OPERATOR-AUTHORITY
                    INVALID KEY
                        MOVE 'N' TO WS-AUTHORIZED-SW
                    NOT INVALID KEY
                        IF OA-MAY-RESTORE
                            MOVE 'Y' TO WS-AUTHORIZED-SW
                        ELSE
                            MOVE 'N' TO WS-AUTHORIZED-SW
                        END-IF
                END-READ
                CLOSE OPERATOR-AUTHORITY
                IF NOT OPERATOR-AUTHORIZED
                    DISPLAY "CUSTFWD: operator " WS-OPERATOR-ID
                        " is not authorized to recover the master - "
                        "run ended"
                END-IF
            END-IF.

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
            MOVE "CUSTFWD" TO AL-PROGRAM-NAME
            MOVE "DENIED RESTORE" TO AL-KEY-VALUES
            PERFORM SEAL-AUDIT-ENTRY
            WRITE AUDIT-LOG-RECORD
            CLOSE AUDIT-LOG.

      * The recovery point is a date and a time of day; a blank time
      * means the end of that day. It cannot sit before the backup
      * (there is nothing to roll back with) or after today.
       PROMPT-FOR-RECOVERY-POINT.
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
            MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
            MOVE 'Y' TO WS-POINT-VALID-SW
            DISPLAY "Enter the backup date to start from (YYYYMMDD): "
            ACCEPT WS-BACKUP-DATE FROM CONSOLE
            DISPLAY "Enter the date to recover to (YYYYMMDD): "
            ACCEPT WS-RECOVERY-DATE FROM CONSOLE
            DISPLAY "Enter the time to recover to (HHMMSS, blank for "
                "end of day): "
            ACCEPT WS-RECOVERY-TIME FROM CONSOLE
            IF WS-RECOVERY-TIME = SPACES
                MOVE "235959" TO WS-RECOVERY-TIME
            END-IF
            MOVE SPACES TO WS-BACKUP-FILE-NAME
            STRING "CUSTB" WS-BACKUP-DATE ".DAT"
                DELIMITED BY SIZE INTO WS-BACKUP-FILE-NAME
            PERFORM FIND-UNLOAD-CUTOFF
            EVALUATE TRUE
                WHEN WS-BACKUP-DATE IS NOT NUMERIC
                    DISPLAY "CUSTFWD: backup date must be YYYYMMDD"
                    MOVE 'N' TO WS-POINT-VALID-SW
                WHEN WS-RECOVERY-DATE IS NOT NUMERIC
                        OR WS-RECOVERY-TIME IS NOT NUMERIC
                    DISPLAY "CUSTFWD: recovery point must be "
                        "YYYYMMDD and HHMMSS"
                    MOVE 'N' TO WS-POINT-VALID-SW
                WHEN WS-RECOVERY-DATE < WS-BACKUP-DATE
                    DISPLAY "CUSTFWD: the recovery point is before "
                        "the backup - use CUSTRELD with an older "
                        "generation instead"
                    MOVE 'N' TO WS-POINT-VALID-SW
                WHEN WS-RECOVERY-DATE > WS-TIMESTAMP(1:8)
                    DISPLAY "CUSTFWD: the recovery point is in the "
                        "future"
                    MOVE 'N' TO WS-POINT-VALID-SW
                WHEN UNLOAD-CUTOFF-FOUND
                        AND WS-RECOVERY-POINT < WS-UNLOAD-CUTOFF(1:14)
                    DISPLAY "CUSTFWD: the recovery point is before "
                        "the backup was taken at "
                        WS-UNLOAD-CUTOFF(9:6) " - use CUSTRELD with "
                        "an older generation instead"
                    MOVE 'N' TO WS-POINT-VALID-SW
            END-EVALUATE.

      * CUSTUNLD stamps its audit entry with the time it started, and
      * it does so before it opens the master, so every history entry
      * stamped at or before that time is in the backup. The backup
      * file is rewritten by each unload that day, so the last one
      * is the one on disk. Without an entry (the audit log has been
      * replaced since, say) the backup day's entries are matched on
      * their images instead.
       FIND-UNLOAD-CUTOFF.
            MOVE 'N' TO WS-CUTOFF-SW
            MOVE SPACES TO WS-UNLOAD-CUTOFF
            OPEN INPUT AUDIT-LOG
            IF WS-AUDIT-FILE-STATUS = '00'
                MOVE 'N' TO WS-EOF-SWITCH
                PERFORM UNTIL END-OF-INPUT
                    READ AUDIT-LOG
                        AT END
                            SET END-OF-INPUT TO TRUE
                        NOT AT END
                            IF AL-PROGRAM-NAME = "CUSTUNLD"
                                    AND AL-KEY-VALUES(1:9) =
                                        "UNLOADED="
                                    AND AL-TIMESTAMP(1:8) =
                                        WS-BACKUP-DATE
                                MOVE AL-TIMESTAMP(1:16) TO
                                    WS-UNLOAD-CUTOFF
                                MOVE 'Y' TO WS-CUTOFF-SW
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AUDIT-LOG
            END-IF
            IF NOT UNLOAD-CUTOFF-FOUND
                DISPLAY "CUSTFWD: no CUSTUNLD entry on the audit log "
                    "for " WS-BACKUP-DATE " - entries from that day "
                    "are matched against the backup by image"
            END-IF.

       CONFIRM-REPLACE-MASTER.
            DISPLAY "This REPLACES the live customer master with "
                WS-BACKUP-FILE-NAME " rolled forward to "
                WS-RECOVERY-DATE " " WS-RECOVERY-TIME
                ". Continue? (Y/N): "
            ACCEPT WS-ANSWER FROM CONSOLE
            IF WS-ANSWER = 'y'
                MOVE 'Y' TO WS-ANSWER
            END-IF.

      * Same rebuild as CUSTRELD: OPEN OUTPUT builds the primary key
      * and the alternate index fresh, and a duplicate NAM can only
      * mean a damaged backup.
       RELOAD-MASTER.
            OPEN OUTPUT CUSTOMER-MASTER
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM READ-BACKUP
            PERFORM UNTIL END-OF-INPUT
                MOVE CUST-BACKUP-RECORD TO CUSTOMER-RECORD
                WRITE CUSTOMER-RECORD
                    INVALID KEY
                        ADD 1 TO WS-RECORDS-DROPPED
                        DISPLAY "CUSTFWD: duplicate NAM " CR-NAM
                            " in the backup - dropped, review "
                            WS-BACKUP-FILE-NAME
                    NOT INVALID KEY
                        ADD 1 TO WS-RECORDS-RELOADED
                END-WRITE
                PERFORM READ-BACKUP
            END-PERFORM
            CLOSE CUST-BACKUP CUSTOMER-MASTER
            MOVE WS-RECORDS-RELOADED TO WS-MASTER-COUNT.

       READ-BACKUP.
            READ CUST-BACKUP
                AT END
                    SET END-OF-INPUT TO TRUE
            END-READ.

      * Every entry touches only its own NAM's record, so what has
      * to be in time order is each NAM's entries, not the whole
      * stream. That holds as long as the history is read oldest
      * store first: each CUSTHROL generation holds entries older
      * than anything in a later generation or still live, and
      * within a generation or the live file a NAM's entries sit
      * together in timestamp order. Generations are named for the
      * day CUSTHROL ran, and only a run on or after the backup date
      * can hold entries newer than the backup, so the days from the
      * backup date to today are tried in turn and the missing ones
      * passed over.
       REPLAY-HISTORY.
            OPEN I-O CUSTOMER-MASTER
            OPEN INPUT CUST-HISTORY
            IF WS-HIST-FILE-STATUS = '00'
                MOVE 'Y' TO WS-HIST-AVAIL-SW
            ELSE
                DISPLAY "CUSTFWD: no live change history on file - "
                    "only the rolled-out generations are replayed"
            END-IF
            MOVE WS-BACKUP-DATE TO WS-GEN-DATE
            COMPUTE WS-GEN-DAY-NUMBER =
                FUNCTION INTEGER-OF-DATE(WS-GEN-DATE)
            COMPUTE WS-LAST-DAY-NUMBER =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
            PERFORM UNTIL WS-GEN-DAY-NUMBER > WS-LAST-DAY-NUMBER
                PERFORM REPLAY-HISTORY-GENERATION
                ADD 1 TO WS-GEN-DAY-NUMBER
            END-PERFORM
            IF LIVE-HISTORY-AVAILABLE
                MOVE 'N' TO WS-EOF-SWITCH
                PERFORM READ-LIVE-HISTORY
                PERFORM UNTIL END-OF-INPUT
                    PERFORM REPLAY-HISTORY-ENTRY
                    PERFORM READ-LIVE-HISTORY
                END-PERFORM
                CLOSE CUST-HISTORY
            END-IF
            CLOSE CUSTOMER-MASTER.

       REPLAY-HISTORY-GENERATION.
            COMPUTE WS-GEN-DATE =
                FUNCTION DATE-OF-INTEGER(WS-GEN-DAY-NUMBER)
            MOVE SPACES TO WS-GEN-FILE-NAME
            STRING "CUSTH" WS-GEN-DATE ".DAT"
                DELIMITED BY SIZE INTO WS-GEN-FILE-NAME
            OPEN INPUT HIST-GENERATION
            IF WS-GEN-FILE-STATUS = '00'
                ADD 1 TO WS-GENERATIONS-READ
                MOVE 'N' TO WS-EOF-SWITCH
                PERFORM READ-HISTORY-GENERATION
                PERFORM UNTIL END-OF-INPUT
                    MOVE HIST-GEN-RECORD TO CUST-HIST-RECORD
                    PERFORM REPLAY-HISTORY-ENTRY
                    PERFORM READ-HISTORY-GENERATION
                END-PERFORM
                CLOSE HIST-GENERATION
            END-IF.

       READ-HISTORY-GENERATION.
            READ HIST-GENERATION
                AT END
                    SET END-OF-INPUT TO TRUE
            END-READ.

       READ-LIVE-HISTORY.
            READ CUST-HISTORY NEXT RECORD
                AT END
                    SET END-OF-INPUT TO TRUE
            END-READ.

      * Entries from before the backup day are already in it;
      * entries past the recovery point are the ones being undone.
      * Neither is listed, only counted. Entries from the backup day
      * up to the unload are listed as already in the backup.
       REPLAY-HISTORY-ENTRY.
            ADD 1 TO WS-ENTRIES-READ
            EVALUATE TRUE
                WHEN CH-TIMESTAMP(1:8) < WS-BACKUP-DATE
                    ADD 1 TO WS-ENTRIES-BEFORE-BACKUP
                WHEN UNLOAD-CUTOFF-FOUND
                        AND CH-TIMESTAMP(1:16) <= WS-UNLOAD-CUTOFF
                    PERFORM SET-ACTION-TEXT
                    PERFORM LIST-ENTRY-IN-BACKUP
                WHEN CH-TIMESTAMP(1:14) > WS-RECOVERY-POINT
                    ADD 1 TO WS-ENTRIES-PAST-POINT
                WHEN OTHER
                    PERFORM APPLY-HISTORY-ENTRY
            END-EVALUATE.

       APPLY-HISTORY-ENTRY.
            MOVE CH-NAM TO CR-NAM
            READ CUSTOMER-MASTER
                INVALID KEY
                    MOVE 'N' TO WS-ON-MASTER-SW
                NOT INVALID KEY
                    MOVE 'Y' TO WS-ON-MASTER-SW
            END-READ
            PERFORM SET-ACTION-TEXT
            EVALUATE TRUE
                WHEN CH-ADD-ACTION
                    PERFORM REPLAY-ADD
                WHEN CH-CHANGE-ACTION
                    PERFORM REPLAY-CHANGE
                WHEN CH-DELETE-ACTION
                    PERFORM REPLAY-DELETE
                WHEN OTHER
                    MOVE "UNKNOWN ACTION" TO WS-REFUSE-REASON
                    PERFORM LIST-ENTRY-REFUSED
            END-EVALUATE.

       SET-ACTION-TEXT.
            EVALUATE TRUE
                WHEN CH-ADD-ACTION
                    MOVE "ADD" TO WS-ACTION-TEXT
                WHEN CH-CHANGE-ACTION
                    MOVE "CHANGE" TO WS-ACTION-TEXT
                WHEN CH-DELETE-ACTION
                    MOVE "DELETE" TO WS-ACTION-TEXT
                WHEN OTHER
                    MOVE CH-ACTION TO WS-ACTION-TEXT
            END-EVALUATE.

      * Only when CUSTUNLD's audit entry could not be found is an
      * entry dated the backup day, which may already be in the
      * backup, recognised by the record already looking like the
      * entry's after-image (or, for a delete, already being gone).
      * With the entry, everything reaching here came after the
      * unload and must apply cleanly.
       REPLAY-ADD.
            EVALUATE TRUE
                WHEN NOT CUSTOMER-ON-MASTER
                    MOVE CH-AFTER-IMAGE TO CUSTOMER-RECORD
                    WRITE CUSTOMER-RECORD
                        INVALID KEY
                            MOVE "ALREADY PRESENT" TO
                                WS-REFUSE-REASON
                            PERFORM LIST-ENTRY-REFUSED
                        NOT INVALID KEY
                            ADD 1 TO WS-MASTER-COUNT
                            PERFORM LIST-ENTRY-APPLIED
                    END-WRITE
                WHEN CUSTOMER-RECORD = CH-AFTER-IMAGE
                        AND CH-TIMESTAMP(1:8) = WS-BACKUP-DATE
                        AND NOT UNLOAD-CUTOFF-FOUND
                    PERFORM LIST-ENTRY-IN-BACKUP
                WHEN OTHER
                    MOVE "ALREADY PRESENT" TO WS-REFUSE-REASON
                    PERFORM LIST-ENTRY-REFUSED
            END-EVALUATE.

       REPLAY-CHANGE.
            EVALUATE TRUE
                WHEN NOT CUSTOMER-ON-MASTER
                    MOVE "NOT ON MASTER" TO WS-REFUSE-REASON
                    PERFORM LIST-ENTRY-REFUSED
                WHEN CUSTOMER-RECORD = CH-BEFORE-IMAGE
                    MOVE CH-AFTER-IMAGE TO CUSTOMER-RECORD
                    REWRITE CUSTOMER-RECORD
                        INVALID KEY
                            MOVE "REWRITE FAILED" TO WS-REFUSE-REASON
                            PERFORM LIST-ENTRY-REFUSED
                        NOT INVALID KEY
                            PERFORM LIST-ENTRY-APPLIED
                    END-REWRITE
                WHEN CUSTOMER-RECORD = CH-AFTER-IMAGE
                        AND CH-TIMESTAMP(1:8) = WS-BACKUP-DATE
                        AND NOT UNLOAD-CUTOFF-FOUND
                    PERFORM LIST-ENTRY-IN-BACKUP
                WHEN OTHER
                    MOVE "IMAGE MISMATCH" TO WS-REFUSE-REASON
                    PERFORM LIST-ENTRY-REFUSED
            END-EVALUATE.

       REPLAY-DELETE.
            EVALUATE TRUE
                WHEN CUSTOMER-ON-MASTER
                        AND CUSTOMER-RECORD = CH-BEFORE-IMAGE
                    DELETE CUSTOMER-MASTER RECORD
                        INVALID KEY
                            MOVE "DELETE FAILED" TO WS-REFUSE-REASON
                            PERFORM LIST-ENTRY-REFUSED
                        NOT INVALID KEY
                            SUBTRACT 1 FROM WS-MASTER-COUNT
                            PERFORM LIST-ENTRY-APPLIED
                    END-DELETE
                WHEN NOT CUSTOMER-ON-MASTER
                        AND CH-TIMESTAMP(1:8) = WS-BACKUP-DATE
                        AND NOT UNLOAD-CUTOFF-FOUND
                    PERFORM LIST-ENTRY-IN-BACKUP
                WHEN NOT CUSTOMER-ON-MASTER
                    MOVE "NOT ON MASTER" TO WS-REFUSE-REASON
                    PERFORM LIST-ENTRY-REFUSED
                WHEN OTHER
                    MOVE "IMAGE MISMATCH" TO WS-REFUSE-REASON
                    PERFORM LIST-ENTRY-REFUSED
            END-EVALUATE.

       LIST-ENTRY-APPLIED.
            ADD 1 TO WS-ENTRIES-APPLIED
            MOVE SPACES TO FORWARD-REPORT-LINE
            STRING "APPLIED   " CH-NAM " " WS-ACTION-TEXT " "
                CH-TIMESTAMP(1:14) " " CH-OPERATOR-ID
                DELIMITED BY SIZE INTO FORWARD-REPORT-LINE
            WRITE FORWARD-REPORT-LINE.

       LIST-ENTRY-IN-BACKUP.
            ADD 1 TO WS-ENTRIES-IN-BACKUP
            MOVE SPACES TO FORWARD-REPORT-LINE
            STRING "IN BACKUP " CH-NAM " " WS-ACTION-TEXT " "
                CH-TIMESTAMP(1:14) " " CH-OPERATOR-ID
                DELIMITED BY SIZE INTO FORWARD-REPORT-LINE
            WRITE FORWARD-REPORT-LINE.

       LIST-ENTRY-REFUSED.
            ADD 1 TO WS-ENTRIES-REFUSED
            MOVE SPACES TO FORWARD-REPORT-LINE
            STRING "REFUSED   " CH-NAM " " WS-ACTION-TEXT " "
                CH-TIMESTAMP(1:14) " " CH-OPERATOR-ID " "
                WS-REFUSE-REASON
                DELIMITED BY SIZE INTO FORWARD-REPORT-LINE
            WRITE FORWARD-REPORT-LINE.

       WRITE-REPORT-HEADER.
            MOVE SPACES TO FORWARD-REPORT-LINE
            STRING "CUSTFWD - forward recovery from "
                WS-BACKUP-FILE-NAME " to " WS-RECOVERY-DATE " "
                WS-RECOVERY-TIME
                DELIMITED BY SIZE INTO FORWARD-REPORT-LINE
            WRITE FORWARD-REPORT-LINE
            MOVE SPACES TO FORWARD-REPORT-LINE
            IF UNLOAD-CUTOFF-FOUND
                STRING "Backup taken by CUSTUNLD at "
                    WS-UNLOAD-CUTOFF(1:8) " " WS-UNLOAD-CUTOFF(9:6)
                    DELIMITED BY SIZE INTO FORWARD-REPORT-LINE
            ELSE
                STRING "No CUSTUNLD audit entry for the backup date "
                    "- backup-day entries matched by image"
                    DELIMITED BY SIZE INTO FORWARD-REPORT-LINE
            END-IF
            WRITE FORWARD-REPORT-LINE
            MOVE SPACES TO FORWARD-REPORT-LINE
            WRITE FORWARD-REPORT-LINE.

       WRITE-REPORT-TRAILER.
            MOVE SPACES TO FORWARD-REPORT-LINE
            WRITE FORWARD-REPORT-LINE
            MOVE WS-RECORDS-RELOADED TO WS-COUNT-EDIT
            MOVE SPACES TO FORWARD-REPORT-LINE
            STRING "Backup records reloaded:  " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO FORWARD-REPORT-LINE
            WRITE FORWARD-REPORT-LINE
            MOVE WS-RECORDS-DROPPED TO WS-COUNT-EDIT
            MOVE SPACES TO FORWARD-REPORT-LINE
            STRING "Backup duplicates dropped:" WS-COUNT-EDIT
                DELIMITED BY SIZE INTO FORWARD-REPORT-LINE
            WRITE FORWARD-REPORT-LINE
            MOVE WS-GENERATIONS-READ TO WS-COUNT-EDIT
            MOVE SPACES TO FORWARD-REPORT-LINE
            STRING "History generations read: " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO FORWARD-REPORT-LINE
            WRITE FORWARD-REPORT-LINE
            MOVE WS-ENTRIES-READ TO WS-COUNT-EDIT
            MOVE SPACES TO FORWARD-REPORT-LINE
            STRING "History entries read:     " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO FORWARD-REPORT-LINE
            WRITE FORWARD-REPORT-LINE
            MOVE WS-ENTRIES-BEFORE-BACKUP TO WS-COUNT-EDIT
            MOVE SPACES TO FORWARD-REPORT-LINE
            STRING "Before the backup date:   " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO FORWARD-REPORT-LINE
            WRITE FORWARD-REPORT-LINE
            MOVE WS-ENTRIES-PAST-POINT TO WS-COUNT-EDIT
            MOVE SPACES TO FORWARD-REPORT-LINE
            STRING "Past the recovery point:  " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO FORWARD-REPORT-LINE
            WRITE FORWARD-REPORT-LINE
            MOVE WS-ENTRIES-IN-BACKUP TO WS-COUNT-EDIT
            MOVE SPACES TO FORWARD-REPORT-LINE
            STRING "Already in the backup:    " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO FORWARD-REPORT-LINE
            WRITE FORWARD-REPORT-LINE
            MOVE WS-ENTRIES-APPLIED TO WS-COUNT-EDIT
            MOVE SPACES TO FORWARD-REPORT-LINE
            STRING "Entries applied:          " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO FORWARD-REPORT-LINE
            WRITE FORWARD-REPORT-LINE
            MOVE WS-ENTRIES-REFUSED TO WS-COUNT-EDIT
            MOVE SPACES TO FORWARD-REPORT-LINE
            STRING "Entries refused:          " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO FORWARD-REPORT-LINE
            WRITE FORWARD-REPORT-LINE
            MOVE WS-MASTER-COUNT TO WS-COUNT-EDIT
            MOVE SPACES TO FORWARD-REPORT-LINE
            STRING "Customers on the master:  " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO FORWARD-REPORT-LINE
            WRITE FORWARD-REPORT-LINE
            IF WS-ENTRIES-REFUSED > 0
                MOVE SPACES TO FORWARD-REPORT-LINE
                STRING "*** REFUSED ENTRIES WERE NOT APPLIED - "
                    "REVIEW BEFORE RELEASING THE MASTER ***"
                    DELIMITED BY SIZE INTO FORWARD-REPORT-LINE
                WRITE FORWARD-REPORT-LINE
            END-IF.

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
            MOVE "CUSTFWD" TO AL-PROGRAM-NAME
            MOVE SPACES TO AL-KEY-VALUES
            STRING "APPLIED=" WS-ENTRIES-APPLIED
                " REFUSED=" WS-ENTRIES-REFUSED
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

       END PROGRAM CUSTFWD.

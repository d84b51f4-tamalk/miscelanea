      *          holds CUSTCSV), and on the next invocation restarts
      *          from the failed (or abended mid-run) step instead
      *          of the top, so a fixed CUSTBAL does not re-run
      *          CUSTAGER and double-refresh the ages. AUDCHAIN opens
      *          the cycle by verifying the audit log chain: a
      *          tampered AUDITLOG.DAT comes back RC 8 and stops the
      *          cycle before CUSTBAL balances against it. ACCTLOAD
      *          follows, so the day's core banking account feed is on
      *          ACCTREF.DAT before the customer steps run.
      *          CUSTALRT closes the cycle with the night's
      *          suspicious-activity alerts; alerts are findings for
      *          review, not a failure, so it comes back RC 0.
      *          OPSSUMM is the last step: it puts the night's
      *          figures from every step's report on one page for
      *          the morning shift. When the stream stops short of it
      *          the shift runs OPSSUMM by hand, and the summary shows
      *          the step that stopped it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       WORKING-STORAGE SECTION.
           01 WS-STAT-FILE-STATUS PIC X(2) VALUE '00'.
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
               88 END-OF-RUN-STATUS VALUE 'Y'.
      * The night cycle, in run order. Adding a step is one more
      * FILLER line, a bigger OCCURS, and a bigger WS-STEP-COUNT.
           01 WS-STEP-COUNT PIC 9(2) VALUE 8.
           01 WS-STEP-NAME-TABLE.
               05 FILLER PIC X(10) VALUE "AUDCHAIN".
               05 FILLER PIC X(10) VALUE "ACCTLOAD".
               05 FILLER PIC X(10) VALUE "CUSTAGER".
               05 FILLER PIC X(10) VALUE "CUSTAGE".
               05 FILLER PIC X(10) VALUE "CUSTBAL".
               05 FILLER PIC X(10) VALUE "CUSTCSV".
               05 FILLER PIC X(10) VALUE "CUSTALRT".
               05 FILLER PIC X(10) VALUE "OPSSUMM".
           01 WS-STEP-NAMES REDEFINES WS-STEP-NAME-TABLE.
               05 WS-STEP-NAME OCCURS 8 TIMES PIC X(10).
           01 WS-STATE-TABLE.
               05 WS-STATE-ENTRY OCCURS 8 TIMES.
                   10 WS-ST-START PIC X(21).
                   10 WS-ST-END PIC X(21).
                   10 WS-ST-RC PIC 9(4).
                    SET END-OF-RUN-STATUS TO TRUE
            END-READ.

      * A row counts only when the program recorded against its step
      * number is still the program at that step. After the step
      * table changes, rows from the old layout are ignored: those
      * steps come up pending and are run rather than skipped, and a
      * status file written under a different table entirely starts
      * the cycle from the top.
       APPLY-PRIOR-STEP.
            IF RS-STEP-NUMBER >= 1 AND RS-STEP-NUMBER <= WS-STEP-COUNT
                IF RS-PROGRAM-NAME = WS-STEP-NAME(RS-STEP-NUMBER)
                    MOVE RS-START-TIMESTAMP TO
                        WS-ST-START(RS-STEP-NUMBER)
                    MOVE RS-END-TIMESTAMP TO
                        WS-ST-END(RS-STEP-NUMBER)
                    MOVE RS-RETURN-CODE TO WS-ST-RC(RS-STEP-NUMBER)
                    MOVE RS-STATUS TO WS-ST-STATE(RS-STEP-NUMBER)
                END-IF
            END-IF.

       FIND-RESTART-STEP.

       WRITE-AUDIT-LOG.
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
            PERFORM READ-AUDIT-CHAIN
            OPEN EXTEND AUDIT-LOG
            IF WS-AUDIT-FILE-STATUS = '05'
                    OR WS-AUDIT-FILE-STATUS = '35'
                    " STOPPED=" WS-FAILED-STEP-NAME
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

       END PROGRAM NIGHTRUN.

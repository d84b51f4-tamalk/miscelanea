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
           01 WS-EOF-SWITCH PIC X VALUE 'N'.
            END-IF.

       WRITE-AUDIT-LOG.
            PERFORM READ-AUDIT-CHAIN
            OPEN EXTEND AUDIT-LOG
            IF WS-AUDIT-FILE-STATUS = '05'
                    OR WS-AUDIT-FILE-STATUS = '35'
            STRING "SCANNED=" WS-RECORDS-READ
                " FLAGGED=" WS-RECORDS-FLAGGED
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

       END PROGRAM ACCTSCAN.

      ******************************************************************
      * Author: Tamalk.
      * Date: 15/10/2026.
      * Purpose: Daily customer correspondence run. Nobody used to
      *          tell a customer they had been registered, and the
      *          notice of an address change to the old address - our
      *          main fraud control - was typed by hand off the
      *          CUSTHINQ screen, if at all. This program reads the
      *          day's CUSTHIST.DAT entries and builds a print-ready
      *          letter file, CORRLTR.DAT: a welcome letter for each
      *          add, and an address-change notice to both the before-
      *          image and the after-image address for each change
      *          that moved CR-ADDRESS. An add made by a CUSTREST run
      *          - same operator and same timestamp as that run's
      *          RESTORED= audit entry - puts back a customer who was
      *          already registered and gets no welcome letter; any
      *          other add is a new registration and gets one, even
      *          where the NAM has been used before.
      *          Letters are grouped by the customer's current
      *          CR-BRANCH-CODE, each branch opening with a separator
      *          page carrying the branch name from BRCHREF.DAT, and
      *          every letter starts on a new page. A customer who is
      *          no longer on CUSTMAST.DAT when the run is made -
      *          deleted through CUSTMAINT or merged away by CUSTMERG
      *          - gets nothing, and is counted as suppressed. The
      *          file ends with a control page giving the count of
      *          letters per type, per branch and in total.
      *          The day defaults to today; the environment switch
      *          CORRDATE=YYYYMMDD produces the letters for an earlier
      *          day that was missed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTLTR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-HISTORY ASSIGN TO "CUSTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-NAM
               ALTERNATE RECORD KEY IS CR-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT BRANCH-REFERENCE ASSIGN TO "BRCHREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-BRANCH-CODE
               FILE STATUS IS WS-BREF-FILE-STATUS.
           SELECT LETTER-FILE ASSIGN TO "CORRLTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTR-FILE-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUST-HISTORY.
           COPY CUSTHIST.
       FD  CUSTOMER-MASTER.
           COPY CUSTREC.
       FD  BRANCH-REFERENCE.
           COPY BRCHREF.
       FD  LETTER-FILE.
           COPY CORRLINE.
       FD  AUDIT-LOG.
           COPY AUDITREC.
       WORKING-STORAGE SECTION.
           01 WS-HIST-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-CUST-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-BREF-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-LTR-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-AUDIT-FILE-STATUS PIC X(2) VALUE '00'.
           01 WS-AUDIT-LAST-SEQUENCE PIC 9(9) VALUE 0.
           01 WS-AUDIT-LAST-CHAIN PIC 9(10) VALUE 0.
           01 WS-AUDIT-CHAIN-WORK PIC 9(12) VALUE 0.
           01 WS-AUDIT-CHAIN-SUB PIC 9(3) VALUE 0.
           01 WS-AUDIT-CHAIN-EOF-SW PIC X VALUE 'N'.
               88 END-OF-AUDIT-CHAIN VALUE 'Y'.
           01 WS-OPERATOR-ID PIC X(20).
           01 WS-TIMESTAMP PIC X(21).
           01 WS-BREF-AVAILABLE-SW PIC X VALUE 'N'.
               88 BRANCH-REF-AVAILABLE VALUE 'Y'.
           01 WS-EOF-SWITCH PIC X VALUE 'N'.
               88 END-OF-HISTORY VALUE 'Y'.
           01 WS-DATE-REQUEST PIC X(8) VALUE SPACES.
           01 WS-RUN-DATE PIC X(8).
           01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
               05 WS-RUN-YEAR PIC X(4).
               05 WS-RUN-MONTH PIC X(2).
               05 WS-RUN-DAY PIC X(2).
           01 WS-LETTER-DATE PIC X(10).
           01 WS-ENTRY-DATE PIC X(8).
           01 WS-ENTRY-DATE-PARTS REDEFINES WS-ENTRY-DATE.
               05 WS-ENTRY-YEAR PIC X(4).
               05 WS-ENTRY-MONTH PIC X(2).
               05 WS-ENTRY-DAY PIC X(2).
           01 WS-CHANGE-DATE PIC X(10).
      * The day's CUSTREST runs, from their RESTORED= audit entries.
      * CUSTREST stamps each add it puts back with the same operator
      * and timestamp as the audit entry for the run.
           01 WS-RESTORE-RUN-LIMIT PIC 9(4) VALUE 500.
           01 WS-RESTORE-RUN-COUNT PIC 9(4) VALUE 0.
           01 WS-RESTORE-RUN-TABLE.
               05 WS-RESTORE-RUN-ENTRY OCCURS 500 TIMES.
                   10 WS-RR-OPERATOR PIC X(20).
                   10 WS-RR-TIMESTAMP PIC X(21).
           01 WS-RESTORE-RUN-SUB PIC 9(4).
           01 WS-FOUND-RESTORE PIC 9(4).
           01 WS-AUDIT-EOF-SW PIC X VALUE 'N'.
               88 END-OF-AUDIT-LOG VALUE 'Y'.
           01 WS-CUSTOMER-SW PIC X VALUE 'N'.
               88 CUSTOMER-ON-MASTER VALUE 'Y'.
           01 WS-BEFORE-CUSTOMER.
               05 WS-BEFORE-NAM PIC X(10).
               05 WS-BEFORE-AGE PIC X(2).
               05 WS-BEFORE-DOB PIC X(8).
               05 WS-BEFORE-ACCOUNT PIC X(10).
               05 WS-BEFORE-ADDRESS PIC X(30).
               05 WS-BEFORE-BRANCH PIC X(3).
           01 WS-AFTER-CUSTOMER.
               05 WS-AFTER-NAM PIC X(10).
               05 WS-AFTER-AGE PIC X(2).
               05 WS-AFTER-DOB PIC X(8).
               05 WS-AFTER-ACCOUNT PIC X(10).
               05 WS-AFTER-ADDRESS PIC X(30).
               05 WS-AFTER-BRANCH PIC X(3).
      * Every letter is held until the whole day has been read, so
      * the file can be written out branch by branch.
           01 WS-LETTER-LIMIT PIC 9(4) VALUE 1000.
           01 WS-LETTER-COUNT PIC 9(4) VALUE 0.
           01 WS-LETTER-TABLE.
               05 WS-LETTER-ENTRY OCCURS 1000 TIMES.
                   10 WS-LT-TYPE PIC X.
                       88 WS-LT-WELCOME VALUE 'W'.
                       88 WS-LT-NOTICE-OLD VALUE 'O'.
                       88 WS-LT-NOTICE-NEW VALUE 'N'.
                   10 WS-LT-BRANCH PIC X(3).
                   10 WS-LT-NAM PIC X(10).
                   10 WS-LT-ACCOUNT PIC X(10).
                   10 WS-LT-SEND-TO PIC X(30).
                   10 WS-LT-OLD-ADDRESS PIC X(30).
                   10 WS-LT-NEW-ADDRESS PIC X(30).
                   10 WS-LT-CHANGE-DATE PIC X(10).
           01 WS-LETTER-SUB PIC 9(4).
           01 WS-NEW-TYPE PIC X.
           01 WS-BRANCH-LIMIT PIC 9(2) VALUE 50.
           01 WS-BRANCH-COUNT PIC 9(2) VALUE 0.
           01 WS-BRANCH-TABLE.
               05 WS-BRANCH-ENTRY OCCURS 50 TIMES.
                   10 WS-BR-CODE PIC X(3).
                   10 WS-BR-NAME PIC X(20).
                   10 WS-BR-WELCOME PIC 9(6).
                   10 WS-BR-NOTICES PIC 9(6).
           01 WS-BRANCH-SWAP PIC X(35).
           01 WS-BRANCH-SUB PIC 9(2).
           01 WS-BRANCH-SUB2 PIC 9(2).
           01 WS-FOUND-BRANCH PIC 9(2).
           01 WS-FIND-CODE PIC X(3).
           01 WS-BRANCH-NAME PIC X(20).
           01 WS-BRANCH-LETTERS PIC 9(6).
           01 WS-ENTRIES-READ PIC 9(6) VALUE 0.
           01 WS-DAY-ENTRIES PIC 9(6) VALUE 0.
           01 WS-WELCOME-COUNT PIC 9(6) VALUE 0.
           01 WS-NOTICE-OLD-COUNT PIC 9(6) VALUE 0.
           01 WS-NOTICE-NEW-COUNT PIC 9(6) VALUE 0.
           01 WS-NOTICE-LETTERS PIC 9(6) VALUE 0.
           01 WS-TOTAL-LETTERS PIC 9(6) VALUE 0.
           01 WS-SUPPRESSED-COUNT PIC 9(6) VALUE 0.
           01 WS-RESTORE-COUNT PIC 9(6) VALUE 0.
           01 WS-COUNT-EDIT PIC ZZZ,ZZ9.
           01 WS-COUNT-EDIT-2 PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
            PERFORM DETERMINE-RUN-DATE
            PERFORM LOAD-RESTORE-RUNS
            OPEN INPUT CUST-HISTORY
            IF WS-HIST-FILE-STATUS NOT = '00'
                DISPLAY "CUSTLTR: change history is not available "
                    "yet - no correspondence to produce"
            ELSE
                OPEN INPUT CUSTOMER-MASTER
                IF WS-CUST-FILE-STATUS NOT = '00'
                    DISPLAY "CUSTLTR: customer master is not "
                        "available - deleted and merged customers "
                        "cannot be suppressed. Aborting."
                    CLOSE CUST-HISTORY
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                OPEN INPUT BRANCH-REFERENCE
                IF WS-BREF-FILE-STATUS = '00'
                    MOVE 'Y' TO WS-BREF-AVAILABLE-SW
                ELSE
                    DISPLAY "CUSTLTR: branch reference file "
                        "BRCHREF.DAT is not available - letters go "
                        "out without branch names"
                END-IF
                PERFORM READ-HISTORY
                PERFORM UNTIL END-OF-HISTORY
                    ADD 1 TO WS-ENTRIES-READ
                    PERFORM PROCESS-HISTORY-ENTRY
                    PERFORM READ-HISTORY
                END-PERFORM
                CLOSE CUST-HISTORY CUSTOMER-MASTER
                PERFORM SORT-BRANCH-TABLE
                OPEN OUTPUT LETTER-FILE
                PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
                        UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT
                    PERFORM WRITE-BRANCH-LETTERS
                END-PERFORM
                PERFORM WRITE-CONTROL-PAGE
                CLOSE LETTER-FILE
                IF BRANCH-REF-AVAILABLE
                    CLOSE BRANCH-REFERENCE
                END-IF
                PERFORM WRITE-AUDIT-LOG
                DISPLAY "CUSTLTR: " WS-WELCOME-COUNT " welcome "
                    "letter(s), " WS-NOTICE-OLD-COUNT " notice(s) to "
                    "old address, " WS-NOTICE-NEW-COUNT " to new "
                    "address, " WS-SUPPRESSED-COUNT " suppressed"
            END-IF
            STOP RUN.

       DETERMINE-RUN-DATE.
            ACCEPT WS-DATE-REQUEST FROM ENVIRONMENT "CORRDATE"
            IF WS-DATE-REQUEST = SPACES
                MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
            ELSE
                IF WS-DATE-REQUEST IS NOT NUMERIC
                    DISPLAY "CUSTLTR: CORRDATE must be YYYYMMDD - "
                        "run ended"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE WS-DATE-REQUEST TO WS-RUN-DATE
                DISPLAY "CUSTLTR: producing the letters for "
                    WS-RUN-DATE " (CORRDATE)"
            END-IF
            STRING WS-RUN-DAY "/" WS-RUN-MONTH "/" WS-RUN-YEAR
                DELIMITED BY SIZE INTO WS-LETTER-DATE.

      * No audit log simply means no CUSTREST run to match, and every
      * add gets its welcome letter.
       LOAD-RESTORE-RUNS.
            OPEN INPUT AUDIT-LOG
            IF WS-AUDIT-FILE-STATUS = '00'
                PERFORM UNTIL END-OF-AUDIT-LOG
                    READ AUDIT-LOG
                        AT END
                            SET END-OF-AUDIT-LOG TO TRUE
                        NOT AT END
                            IF AL-PROGRAM-NAME = "CUSTREST"
                                    AND AL-KEY-VALUES(1:9) =
                                    "RESTORED="
                                    AND AL-TIMESTAMP(1:8) =
                                    WS-RUN-DATE
                                PERFORM ADD-RESTORE-RUN
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AUDIT-LOG
            END-IF.

       ADD-RESTORE-RUN.
            IF WS-RESTORE-RUN-COUNT >= WS-RESTORE-RUN-LIMIT
                DISPLAY "CUSTLTR: more than " WS-RESTORE-RUN-LIMIT
                    " CUSTREST runs on the day - raise "
                    "WS-RESTORE-RUN-LIMIT and rerun. Aborting."
                CLOSE AUDIT-LOG
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-RESTORE-RUN-COUNT
            MOVE AL-OPERATOR-ID TO WS-RR-OPERATOR(WS-RESTORE-RUN-COUNT)
            MOVE AL-TIMESTAMP TO WS-RR-TIMESTAMP(WS-RESTORE-RUN-COUNT).

       READ-HISTORY.
            READ CUST-HISTORY NEXT RECORD
                AT END
                    SET END-OF-HISTORY TO TRUE
            END-READ.

      * Entries after the run date (a CORRDATE rerun) are left for
      * their own day's run.
       PROCESS-HISTORY-ENTRY.
            MOVE CH-TIMESTAMP(1:8) TO WS-ENTRY-DATE
            IF WS-ENTRY-DATE = WS-RUN-DATE
                ADD 1 TO WS-DAY-ENTRIES
                EVALUATE TRUE
                    WHEN CH-ADD-ACTION
                        PERFORM HANDLE-ADD-ENTRY
                    WHEN CH-CHANGE-ACTION
                        PERFORM HANDLE-CHANGE-ENTRY
                END-EVALUATE
            END-IF.

      * The welcome letter goes to the customer as the master holds
      * them now, so a same-day correction to the address or branch
      * is already in it.
       HANDLE-ADD-ENTRY.
            PERFORM FIND-RESTORE-RUN
            IF WS-FOUND-RESTORE > 0
                ADD 1 TO WS-RESTORE-COUNT
            ELSE
                PERFORM LOOKUP-CUSTOMER
                IF NOT CUSTOMER-ON-MASTER
                    ADD 1 TO WS-SUPPRESSED-COUNT
                ELSE
                    MOVE 'W' TO WS-NEW-TYPE
                    MOVE CR-ADDRESS TO WS-AFTER-ADDRESS
                    MOVE SPACES TO WS-BEFORE-ADDRESS
                    MOVE SPACES TO WS-CHANGE-DATE
                    PERFORM ADD-LETTER
                END-IF
            END-IF.

      * A restored add carries its CUSTREST run's own operator and
      * timestamp, so nothing looser than an exact match is needed -
      * an add keyed through CUSTMAINT earlier the same day by the
      * operator who later runs CUSTREST is still a new customer.
       FIND-RESTORE-RUN.
            MOVE 0 TO WS-FOUND-RESTORE
            PERFORM VARYING WS-RESTORE-RUN-SUB FROM 1 BY 1
                    UNTIL WS-RESTORE-RUN-SUB > WS-RESTORE-RUN-COUNT
                    OR WS-FOUND-RESTORE > 0
                IF WS-RR-OPERATOR(WS-RESTORE-RUN-SUB) = CH-OPERATOR-ID
                        AND WS-RR-TIMESTAMP(WS-RESTORE-RUN-SUB) =
                        CH-TIMESTAMP
                    MOVE WS-RESTORE-RUN-SUB TO WS-FOUND-RESTORE
                END-IF
            END-PERFORM.

       HANDLE-CHANGE-ENTRY.
            MOVE CH-BEFORE-IMAGE TO WS-BEFORE-CUSTOMER
            MOVE CH-AFTER-IMAGE TO WS-AFTER-CUSTOMER
            IF WS-BEFORE-ADDRESS NOT = WS-AFTER-ADDRESS
                PERFORM LOOKUP-CUSTOMER
                IF NOT CUSTOMER-ON-MASTER
                    ADD 2 TO WS-SUPPRESSED-COUNT
                ELSE
                    STRING WS-ENTRY-DAY "/" WS-ENTRY-MONTH "/"
                        WS-ENTRY-YEAR
                        DELIMITED BY SIZE INTO WS-CHANGE-DATE
                    MOVE 'O' TO WS-NEW-TYPE
                    PERFORM ADD-LETTER
                    MOVE 'N' TO WS-NEW-TYPE
                    PERFORM ADD-LETTER
                END-IF
            END-IF.

       LOOKUP-CUSTOMER.
            MOVE CH-NAM TO CR-NAM
            READ CUSTOMER-MASTER
                INVALID KEY
                    MOVE 'N' TO WS-CUSTOMER-SW
                NOT INVALID KEY
                    MOVE 'Y' TO WS-CUSTOMER-SW
            END-READ.

      * Called with the customer's master record current and the
      * old and new addresses in WS-BEFORE-ADDRESS/WS-AFTER-ADDRESS.
       ADD-LETTER.
            IF WS-LETTER-COUNT >= WS-LETTER-LIMIT
                DISPLAY "CUSTLTR: more than " WS-LETTER-LIMIT
                    " letters for the day - raise WS-LETTER-LIMIT "
                    "and rerun. Aborting."
                CLOSE CUST-HISTORY CUSTOMER-MASTER
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE CR-BRANCH-CODE TO WS-FIND-CODE
            PERFORM FIND-BRANCH-ENTRY
            ADD 1 TO WS-LETTER-COUNT
            MOVE WS-NEW-TYPE TO WS-LT-TYPE(WS-LETTER-COUNT)
            MOVE CR-BRANCH-CODE TO WS-LT-BRANCH(WS-LETTER-COUNT)
            MOVE CR-NAM TO WS-LT-NAM(WS-LETTER-COUNT)
            MOVE CR-ACCOUNT-NUMBER TO WS-LT-ACCOUNT(WS-LETTER-COUNT)
            MOVE WS-BEFORE-ADDRESS TO
                WS-LT-OLD-ADDRESS(WS-LETTER-COUNT)
            MOVE WS-AFTER-ADDRESS TO
                WS-LT-NEW-ADDRESS(WS-LETTER-COUNT)
            MOVE WS-CHANGE-DATE TO WS-LT-CHANGE-DATE(WS-LETTER-COUNT)
            EVALUATE WS-NEW-TYPE
                WHEN 'W'
                    MOVE CR-ADDRESS TO WS-LT-SEND-TO(WS-LETTER-COUNT)
                    ADD 1 TO WS-WELCOME-COUNT
                    ADD 1 TO WS-BR-WELCOME(WS-FOUND-BRANCH)
                WHEN 'O'
                    MOVE WS-BEFORE-ADDRESS TO
                        WS-LT-SEND-TO(WS-LETTER-COUNT)
                    ADD 1 TO WS-NOTICE-OLD-COUNT
                    ADD 1 TO WS-BR-NOTICES(WS-FOUND-BRANCH)
                WHEN 'N'
                    MOVE WS-AFTER-ADDRESS TO
                        WS-LT-SEND-TO(WS-LETTER-COUNT)
                    ADD 1 TO WS-NOTICE-NEW-COUNT
                    ADD 1 TO WS-BR-NOTICES(WS-FOUND-BRANCH)
            END-EVALUATE
            ADD 1 TO WS-TOTAL-LETTERS.

       FIND-BRANCH-ENTRY.
            MOVE 0 TO WS-FOUND-BRANCH
            PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
                    UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT
                    OR WS-FOUND-BRANCH > 0
                IF WS-BR-CODE(WS-BRANCH-SUB) = WS-FIND-CODE
                    MOVE WS-BRANCH-SUB TO WS-FOUND-BRANCH
                END-IF
            END-PERFORM
            IF WS-FOUND-BRANCH = 0
                IF WS-BRANCH-COUNT >= WS-BRANCH-LIMIT
                    DISPLAY "CUSTLTR: letters for more than "
                        WS-BRANCH-LIMIT " branch codes - raise "
                        "WS-BRANCH-LIMIT and rerun. Aborting."
                    CLOSE CUST-HISTORY CUSTOMER-MASTER
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-BRANCH-COUNT
                MOVE WS-BRANCH-COUNT TO WS-FOUND-BRANCH
                MOVE WS-FIND-CODE TO WS-BR-CODE(WS-FOUND-BRANCH)
                PERFORM LOOKUP-BRANCH-NAME
                MOVE WS-BRANCH-NAME TO WS-BR-NAME(WS-FOUND-BRANCH)
                MOVE 0 TO WS-BR-WELCOME(WS-FOUND-BRANCH)
                MOVE 0 TO WS-BR-NOTICES(WS-FOUND-BRANCH)
            END-IF.

       LOOKUP-BRANCH-NAME.
            IF WS-FIND-CODE = SPACES
                MOVE "(no branch)" TO WS-BRANCH-NAME
            ELSE
                MOVE "(branch not on file)" TO WS-BRANCH-NAME
                IF BRANCH-REF-AVAILABLE
                    MOVE WS-FIND-CODE TO BR-BRANCH-CODE
                    READ BRANCH-REFERENCE
                        NOT INVALID KEY
                            MOVE BR-BRANCH-NAME TO WS-BRANCH-NAME
                    END-READ
                END-IF
            END-IF.

      * Branches go out in code order, so the mail room can split
      * the print by office.
       SORT-BRANCH-TABLE.
            PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
                    UNTIL WS-BRANCH-SUB >= WS-BRANCH-COUNT
                PERFORM VARYING WS-BRANCH-SUB2 FROM WS-BRANCH-SUB
                        BY 1 UNTIL WS-BRANCH-SUB2 > WS-BRANCH-COUNT
                    IF WS-BR-CODE(WS-BRANCH-SUB2) <
                            WS-BR-CODE(WS-BRANCH-SUB)
                        MOVE WS-BRANCH-ENTRY(WS-BRANCH-SUB) TO
                            WS-BRANCH-SWAP
                        MOVE WS-BRANCH-ENTRY(WS-BRANCH-SUB2) TO
                            WS-BRANCH-ENTRY(WS-BRANCH-SUB)
                        MOVE WS-BRANCH-SWAP TO
                            WS-BRANCH-ENTRY(WS-BRANCH-SUB2)
                    END-IF
                END-PERFORM
            END-PERFORM.

       WRITE-BRANCH-LETTERS.
            COMPUTE WS-BRANCH-LETTERS = WS-BR-WELCOME(WS-BRANCH-SUB)
                + WS-BR-NOTICES(WS-BRANCH-SUB)
            MOVE WS-BRANCH-LETTERS TO WS-COUNT-EDIT
            MOVE SPACES TO LETTER-LINE
            STRING "CUSTLTR - correspondence for " WS-LETTER-DATE
                DELIMITED BY SIZE INTO LETTER-LINE
            WRITE LETTER-LINE AFTER ADVANCING PAGE
            MOVE SPACES TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE SPACES TO LETTER-LINE
            STRING "Branch " WS-BR-CODE(WS-BRANCH-SUB) " - "
                WS-BR-NAME(WS-BRANCH-SUB) " " WS-COUNT-EDIT
                " letter(s) follow"
                DELIMITED BY SIZE INTO LETTER-LINE
            WRITE LETTER-LINE
            PERFORM VARYING WS-LETTER-SUB FROM 1 BY 1
                    UNTIL WS-LETTER-SUB > WS-LETTER-COUNT
                IF WS-LT-BRANCH(WS-LETTER-SUB) =
                        WS-BR-CODE(WS-BRANCH-SUB)
                    PERFORM WRITE-ONE-LETTER
                END-IF
            END-PERFORM.

       WRITE-ONE-LETTER.
            MOVE SPACES TO LETTER-LINE
            STRING WS-BR-NAME(WS-BRANCH-SUB) " branch ("
                WS-BR-CODE(WS-BRANCH-SUB) ")"
                DELIMITED BY SIZE INTO LETTER-LINE
            MOVE WS-LETTER-DATE TO LETTER-LINE(71:10)
            WRITE LETTER-LINE AFTER ADVANCING PAGE
            MOVE SPACES TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE SPACES TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE WS-LT-NAM(WS-LETTER-SUB) TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE WS-LT-SEND-TO(WS-LETTER-SUB) TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE SPACES TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE SPACES TO LETTER-LINE
            STRING "Account: " WS-LT-ACCOUNT(WS-LETTER-SUB)
                DELIMITED BY SIZE INTO LETTER-LINE
            WRITE LETTER-LINE
            MOVE SPACES TO LETTER-LINE
            WRITE LETTER-LINE
            EVALUATE TRUE
                WHEN WS-LT-WELCOME(WS-LETTER-SUB)
                    PERFORM WRITE-WELCOME-BODY
                WHEN OTHER
                    PERFORM WRITE-NOTICE-BODY
            END-EVALUATE
            MOVE SPACES TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE "Yours faithfully," TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE SPACES TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE SPACES TO LETTER-LINE
            STRING "Customer services, " WS-BR-NAME(WS-BRANCH-SUB)
                " branch"
                DELIMITED BY SIZE INTO LETTER-LINE
            WRITE LETTER-LINE.

       WRITE-WELCOME-BODY.
            MOVE "WELCOME" TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE SPACES TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE "Dear customer," TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE SPACES TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE SPACES TO LETTER-LINE
            STRING "Thank you for registering with us. Your details "
                "are now held under"
                DELIMITED BY SIZE INTO LETTER-LINE
            WRITE LETTER-LINE
            MOVE SPACES TO LETTER-LINE
            STRING "account " WS-LT-ACCOUNT(WS-LETTER-SUB)
                " at the branch shown above. If anything in this "
                "letter is wrong,"
                DELIMITED BY SIZE INTO LETTER-LINE
            WRITE LETTER-LINE
            MOVE "please contact the branch." TO LETTER-LINE
            WRITE LETTER-LINE.

      * The same notice goes to both addresses, so whichever one is
      * really the customer's hears about the change.
       WRITE-NOTICE-BODY.
            MOVE SPACES TO LETTER-LINE
            IF WS-LT-NOTICE-OLD(WS-LETTER-SUB)
                STRING "ADDRESS CHANGE NOTICE - sent to your previous "
                    "address"
                    DELIMITED BY SIZE INTO LETTER-LINE
            ELSE
                STRING "ADDRESS CHANGE NOTICE - sent to your new "
                    "address"
                    DELIMITED BY SIZE INTO LETTER-LINE
            END-IF
            WRITE LETTER-LINE
            MOVE SPACES TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE "Dear customer," TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE SPACES TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE SPACES TO LETTER-LINE
            STRING "On " WS-LT-CHANGE-DATE(WS-LETTER-SUB)
                " the address we hold for account "
                WS-LT-ACCOUNT(WS-LETTER-SUB) " was changed"
                DELIMITED BY SIZE INTO LETTER-LINE
            WRITE LETTER-LINE
            MOVE SPACES TO LETTER-LINE
            STRING "    from: " WS-LT-OLD-ADDRESS(WS-LETTER-SUB)
                DELIMITED BY SIZE INTO LETTER-LINE
            WRITE LETTER-LINE
            MOVE SPACES TO LETTER-LINE
            STRING "    to:   " WS-LT-NEW-ADDRESS(WS-LETTER-SUB)
                DELIMITED BY SIZE INTO LETTER-LINE
            WRITE LETTER-LINE
            MOVE SPACES TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE SPACES TO LETTER-LINE
            STRING "If you did not ask for this change, contact the "
                "branch at once."
                DELIMITED BY SIZE INTO LETTER-LINE
            WRITE LETTER-LINE.

       WRITE-CONTROL-PAGE.
            MOVE SPACES TO LETTER-LINE
            STRING "CUSTLTR - correspondence control for "
                WS-LETTER-DATE
                DELIMITED BY SIZE INTO LETTER-LINE
            WRITE LETTER-LINE AFTER ADVANCING PAGE
            MOVE SPACES TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE SPACES TO LETTER-LINE
            STRING "Branch                    Welcome   Notices"
                DELIMITED BY SIZE INTO LETTER-LINE
            WRITE LETTER-LINE
            PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
                    UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT
                MOVE WS-BR-WELCOME(WS-BRANCH-SUB) TO WS-COUNT-EDIT
                MOVE WS-BR-NOTICES(WS-BRANCH-SUB) TO WS-COUNT-EDIT-2
                MOVE SPACES TO LETTER-LINE
                STRING WS-BR-CODE(WS-BRANCH-SUB) " "
                    WS-BR-NAME(WS-BRANCH-SUB) "  " WS-COUNT-EDIT
                    "   " WS-COUNT-EDIT-2
                    DELIMITED BY SIZE INTO LETTER-LINE
                WRITE LETTER-LINE
            END-PERFORM
            MOVE SPACES TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE WS-DAY-ENTRIES TO WS-COUNT-EDIT
            MOVE SPACES TO LETTER-LINE
            STRING "History entries for day:  " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO LETTER-LINE
            WRITE LETTER-LINE
            MOVE WS-WELCOME-COUNT TO WS-COUNT-EDIT
            MOVE SPACES TO LETTER-LINE
            STRING "Welcome letters:          " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO LETTER-LINE
            WRITE LETTER-LINE
            MOVE WS-NOTICE-OLD-COUNT TO WS-COUNT-EDIT
            MOVE SPACES TO LETTER-LINE
            STRING "Notices to old address:   " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO LETTER-LINE
            WRITE LETTER-LINE
            MOVE WS-NOTICE-NEW-COUNT TO WS-COUNT-EDIT
            MOVE SPACES TO LETTER-LINE
            STRING "Notices to new address:   " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO LETTER-LINE
            WRITE LETTER-LINE
            MOVE WS-TOTAL-LETTERS TO WS-COUNT-EDIT
            MOVE SPACES TO LETTER-LINE
            STRING "Total letters:            " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO LETTER-LINE
            WRITE LETTER-LINE
            MOVE WS-SUPPRESSED-COUNT TO WS-COUNT-EDIT
            MOVE SPACES TO LETTER-LINE
            STRING "Suppressed, not on master:" WS-COUNT-EDIT
                DELIMITED BY SIZE INTO LETTER-LINE
            WRITE LETTER-LINE
            MOVE WS-RESTORE-COUNT TO WS-COUNT-EDIT
            MOVE SPACES TO LETTER-LINE
            STRING "Restores, no welcome:     " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO LETTER-LINE
            WRITE LETTER-LINE.

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
            MOVE "CUSTLTR" TO AL-PROGRAM-NAME
            MOVE SPACES TO AL-KEY-VALUES
            COMPUTE WS-NOTICE-LETTERS = WS-NOTICE-OLD-COUNT
                + WS-NOTICE-NEW-COUNT
            STRING "WELCOME=" WS-WELCOME-COUNT
                " NOTICE=" WS-NOTICE-LETTERS
                " SUPP=" WS-SUPPRESSED-COUNT
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

       END PROGRAM CUSTLTR.

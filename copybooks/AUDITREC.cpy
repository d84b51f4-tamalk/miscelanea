      *          VARTEST, VARIABLES2 and VAR2BATCH, so "who ran this
      *          and when" can be answered from AUDITLOG.DAT instead of
      *          relying on memory.
      *          Every entry is sealed into a chain as it is written:
      *          AL-SEQUENCE is one more than the last sealed entry on
      *          the log, and AL-CHAIN-VALUE is a check value computed
      *          over AL-SEALED-PORTION starting from the previous
      *          entry's check value. Each writer does this in its own
      *          READ-AUDIT-CHAIN / SEAL-AUDIT-ENTRY paragraphs (all
      *          copies compute identically), and AUDCHAIN re-walks
      *          the chain to find an entry edited, removed or moved.
      *          Entries written before chaining began carry spaces in
      *          both fields.
      ******************************************************************
       01 AUDIT-LOG-RECORD.
           05 AL-SEALED-PORTION.
               10 AL-OPERATOR-ID           PIC X(20).
               10 AL-TIMESTAMP             PIC X(21).
               10 AL-PROGRAM-NAME          PIC X(10).
               10 AL-KEY-VALUES            PIC X(40).
               10 AL-SEQUENCE              PIC 9(9).
           05 AL-CHAIN-VALUE               PIC 9(10).

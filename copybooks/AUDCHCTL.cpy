      ******************************************************************
      * Copybook: AUDCHCTL.
      * Purpose: Control record for AUDCHAIN, kept in AUDCHCTL.DAT
      *          between runs. A verified-mark record remembers the
      *          line, sequence and check value of the last entry the
      *          previous run proved, so a log cut short (or rewritten
      *          and resealed from the top) is caught even though the
      *          chain that is left still holds together. An
      *          acknowledged-break record names one break an ADMIN
      *          operator has investigated and accepted (AUDITACK=Y):
      *          the line it sits on and the sequence and check value
      *          found there, exactly as found, so the same break is
      *          passed on later runs but a further edit to that line
      *          is reported again.
      ******************************************************************
       01 AUDIT-CHAIN-CONTROL.
           05 AK-RECORD-TYPE              PIC X(1).
               88 AK-VERIFIED-MARK        VALUE 'M'.
               88 AK-ACKNOWLEDGED-BREAK   VALUE 'A'.
           05 AK-LINE-NUMBER              PIC 9(9).
           05 AK-SEQUENCE                 PIC X(9).
           05 AK-CHAIN-VALUE              PIC X(10).
           05 AK-BREAK-CODE               PIC X(9).
           05 AK-OPERATOR-ID              PIC X(20).
           05 AK-TIMESTAMP                PIC X(21).

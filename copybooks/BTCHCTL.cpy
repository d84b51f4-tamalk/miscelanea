      ******************************************************************
      * Copybook: BTCHCTL.
      * Purpose: Batch header and trailer record carried by the
      *          intake transaction files (VAR2TRAN.DAT for
      *          VAR2BATCH, CUSTTRAN.DAT for CUSTMAINT, CUSTLOAD.CSV
      *          for CSVLOAD), so a truncated transfer or a file sent
      *          twice is caught before a single detail reaches the
      *          customer master. The first record of every file is
      *          a header (sending branch, batch number, batch date)
      *          and the last is a trailer (count of the detail
      *          records between them and a hash total of their
      *          account numbers - the sum of each numeric account
      *          number, kept to its low-order 15 digits, a blank or
      *          non-numeric account adding nothing). In the two
      *          fixed-width files the fields follow the record type
      *          with no separators; in the CSV they are comma-
      *          separated in the same order, and CSVLOAD takes the
      *          numbers with or without the leading zeros a
      *          spreadsheet drops. Sending branch EXC is reserved
      *          for the resubmission batches EXCPWORK writes.
      ******************************************************************
       01 BATCH-CONTROL-RECORD.
           05 BK-RECORD-TYPE              PIC X(4).
               88 BK-BATCH-HEADER         VALUE '*HDR'.
               88 BK-BATCH-TRAILER        VALUE '*TRL'.
           05 BK-HEADER-FIELDS.
               10 BK-SENDING-BRANCH       PIC X(3).
               10 BK-BATCH-NUMBER         PIC X(6).
               10 BK-BATCH-DATE           PIC X(8).
               10 FILLER                  PIC X(4).
           05 BK-TRAILER-FIELDS REDEFINES BK-HEADER-FIELDS.
               10 BK-RECORD-COUNT         PIC X(6).
               10 BK-HASH-TOTAL           PIC X(15).

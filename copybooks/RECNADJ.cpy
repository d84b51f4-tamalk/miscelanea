      ******************************************************************
      * Copybook: RECNADJ.
      * Purpose: Rounding-adjustment records written by VARRECON to
      *          ADJPOST.DAT, told apart by AJ-ENTRY-TYPE:
      *          'P' - a posting, one for each mismatched key whose
      *                adjustment is at or over the tolerance. It
      *                carries the key, the side to adjust (always
      *                Source A, the 2-decimal feed that lost the
      *                precision) and the amount that brings that side
      *                to the 4-decimal figure - the reported A-minus-B
      *                delta with its sign turned over. A positive
      *                amount is a debit, a negative one a credit.
      *          'S' - the tolerance sweep: adjustments smaller than
      *                the tolerance netted into one entry keyed
      *                *SWEEP*, AJ-SWEPT-COUNT saying how many keys it
      *                covers. Written only when something was swept.
      *          'T' - the journal total, always the last record of
      *                the run, laid out by AJ-TOTAL-FIELDS. Its debit,
      *                credit and net cover every 'P' and 'S' entry
      *                (AJ-ENTRY-COUNT of them) and must agree with the
      *                RECONRPT.DAT trailer.
      ******************************************************************
       01 ADJUSTMENT-RECORD.
           05 AJ-ENTRY-TYPE               PIC X(1).
               88 AJ-POSTING              VALUE 'P'.
               88 AJ-SWEEP                VALUE 'S'.
               88 AJ-JOURNAL-TOTAL        VALUE 'T'.
           05 AJ-RUN-DATE                 PIC 9(8).
           05 AJ-POSTING-FIELDS.
               10 AJ-KEY                  PIC X(10).
               10 AJ-SIDE                 PIC X(1).
                   88 AJ-ADJUST-SOURCE-A  VALUE 'A'.
                   88 AJ-ADJUST-SOURCE-B  VALUE 'B'.
               10 AJ-AMOUNT               PIC S9(9)V9(4).
               10 AJ-SWEPT-COUNT          PIC 9(6).
               10 FILLER                  PIC X(15).
           05 AJ-TOTAL-FIELDS REDEFINES AJ-POSTING-FIELDS.
               10 AJ-DEBIT-TOTAL          PIC S9(9)V9(4).
               10 AJ-CREDIT-TOTAL         PIC S9(9)V9(4).
               10 AJ-NET-TOTAL            PIC S9(9)V9(4).
               10 AJ-ENTRY-COUNT          PIC 9(6).

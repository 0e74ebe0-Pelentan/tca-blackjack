      * Modification history:
      *   2026-08-22  REM  Initial layout.
      *   2026-08-22  REM  Added AJ-HAND-DATE (see above).
      *   2026-10-15  REM  Added AJ-ENTRY-TYPE. HAND-VOID journals
      *                    the reversal of a voided hand's posting
      *                    as a "V" row: AJ-RETURNED-CENTS is the
      *                    amount taken back off the balance, and
      *                    AJ-HAND-DATE the void date (the day the
      *                    ledger's reversal row is booked). Readers
      *                    subtract "V" rows. Blank on postings and
      *                    on rows written before the field existed.
      *----------------------------------------------------------------*
       01  AJ-RECORD.
           05  AJ-TIMESTAMP           PIC X(20).
           05  AJ-HAND-NO             PIC 9(07).
           05  AJ-RETURNED-CENTS      PIC 9(15).
           05  AJ-HAND-DATE           PIC X(08).
           05  AJ-ENTRY-TYPE          PIC X(01).
               88 AJ-POSTING              VALUE SPACE.
               88 AJ-VOID-REVERSAL        VALUE "V".

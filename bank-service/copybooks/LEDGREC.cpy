      *                    side bet's stake rides in the existing
      *                    LDG-SIDE-BET-CENTS / LDG-WAGERED-CENTS
      *                    fields the same way insurance's does.
      *   2026-10-15  REM  Add the void fields. HAND-VOID backs out a
      *                    hand paid in error by appending a reversal
      *                    row: a copy of the original row's amounts,
      *                    stamped with the void time, LDG-ENTRY-TYPE
      *                    "V", the reason code, the voiding
      *                    supervisor, and the original row's settle
      *                    date. Readers that total the day subtract
      *                    "V" rows instead of adding them. Blank on
      *                    every settlement row and on records written
      *                    before this change.
      *----------------------------------------------------------------*
       01  LDG-RECORD.
           05  LDG-TIMESTAMP          PIC X(20).
           05  LDG-DEALER-ID          PIC X(08).
           05  LDG-SHOE-ID            PIC X(10).
           05  LDG-SIDE-BET-TYPE      PIC X(08).
           05  LDG-ENTRY-TYPE         PIC X(01).
               88 LDG-SETTLEMENT          VALUE SPACE.
               88 LDG-VOID-ENTRY          VALUE "V".
           05  LDG-VOID-REASON        PIC X(02).
           05  LDG-VOID-OPERATOR      PIC X(08).
           05  LDG-VOID-SETTLE-DATE   PIC X(08).

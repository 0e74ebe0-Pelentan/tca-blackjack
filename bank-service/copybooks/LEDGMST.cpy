      *                    SHOE-CLOSE).
      *   2026-09-02  REM  Carry LDG-SIDE-BET-TYPE likewise (see
      *                    SIDEPAY).
      *   2026-10-15  REM  Carry the void fields likewise (see
      *                    HAND-VOID). A reversal row is keyed by
      *                    the date it was booked, like every other
      *                    row; LDGM-VOID-SETTLE-DATE names the day
      *                    of the row it reverses.
      *----------------------------------------------------------------*
       01  LDGM-RECORD.
           05  LDGM-KEY.
           05  LDGM-DEALER-ID         PIC X(08).
           05  LDGM-SHOE-ID           PIC X(10).
           05  LDGM-SIDE-BET-TYPE     PIC X(08).
           05  LDGM-ENTRY-TYPE        PIC X(01).
               88 LDGM-SETTLEMENT         VALUE SPACE.
               88 LDGM-VOID-ENTRY         VALUE "V".
           05  LDGM-VOID-REASON       PIC X(02).
           05  LDGM-VOID-OPERATOR     PIC X(08).
           05  LDGM-VOID-SETTLE-DATE  PIC X(08).

      *   2026-08-22  REM  Carry the ledger row's shoe id likewise.
      *   2026-09-02  REM  Carry the ledger row's side-bet type
      *                    likewise (see SIDEPAY).
      *   2026-10-15  REM  Carry the hand void fields likewise (see
      *                    LEDGREC, HAND-VOID). A void reversal row
      *                    is keyed by its own (void) date like any
      *                    other row.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           MOVE ARC-DEALER-ID      TO LDGM-DEALER-ID
           MOVE ARC-SHOE-ID        TO LDGM-SHOE-ID
           MOVE ARC-SIDE-BET-TYPE  TO LDGM-SIDE-BET-TYPE
           MOVE ARC-ENTRY-TYPE     TO LDGM-ENTRY-TYPE
           MOVE ARC-VOID-REASON    TO LDGM-VOID-REASON
           MOVE ARC-VOID-OPERATOR  TO LDGM-VOID-OPERATOR
           MOVE ARC-VOID-SETTLE-DATE TO LDGM-VOID-SETTLE-DATE

           WRITE LDGM-RECORD
               INVALID KEY

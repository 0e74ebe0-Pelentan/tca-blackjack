      *----------------------------------------------------------------*
      * TOKECNT - dealer toke (tip) count record, one per count of a
      * table's locked toke box at the end of a shift (logical name
      * "TOKECNT").
      *
      * Tokes are pooled by shift, not kept by table: every table's
      * box on a shift goes into one pool that TOKE-DIST splits
      * across the dealers DLR-MAINT assigned to that shift (see
      * DLRSHIFT). TOKE-ENTRY appends one record per supervised
      * count. Where a table's box was counted more than once for
      * the same date/shift, the last record entered stands - a
      * recount supersedes the count it corrects, same rule as
      * TRAYCNT.
      *
      * TK-SHIFT: "D" day   "S" swing   "G" grave
      *
      * TK-SUPERVISOR-ID is the supervisor signed on to TOKE-ENTRY
      * who witnessed the count.
      *
      * Modification history:
      *   2026-10-15  REM  Initial layout.
      *----------------------------------------------------------------*
       01  TK-RECORD.
           05  TK-GAMING-DATE         PIC X(08).
           05  TK-SHIFT               PIC X(01).
               88 TK-SHIFT-DAY            VALUE "D".
               88 TK-SHIFT-SWING          VALUE "S".
               88 TK-SHIFT-GRAVE          VALUE "G".
           05  TK-TABLE-ID            PIC X(04).
           05  TK-AMOUNT-CENTS        PIC 9(15).
           05  TK-SUPERVISOR-ID       PIC X(08).
           05  TK-TIMESTAMP           PIC X(20).

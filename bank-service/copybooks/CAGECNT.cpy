      *----------------------------------------------------------------*
      * CAGECNT - cage inventory count record, one per physical count
      * of the cage's chips and cash at a shift change (logical name
      * "CAGECNT").
      *
      * TRAYCNT brackets a table's day; this brackets the cage's
      * shift: closing = opening + deposits - withdrawals - fills
      * + credits - marker issues + marker redemptions. CAGE-COUNT
      * appends one record per count; CAGE-RECON picks each shift's
      * opening and closing count and solves for the variance.
      * Where a shift was counted more than once for the same
      * date/type, the last record entered stands - a recount
      * supersedes the count it corrects, same rule as TRAYCNT.
      *
      * Every count takes two people: CC-COUNTED-BY is the operator
      * signed on to CAGE-COUNT who did the count, CC-VERIFIED-BY
      * the second operator who re-counted it and keyed their own
      * PIN. The two are never the same id.
      *
      * CC-SHIFT:      "D" day     (06:00-13:59)
      *                "S" swing   (14:00-21:59)
      *                "G" grave   (22:00-05:59)
      * CC-COUNT-TYPE: "O" opening count   "C" closing count
      *
      * Modification history:
      *   2026-10-15  REM  Initial layout.
      *----------------------------------------------------------------*
       01  CC-RECORD.
           05  CC-COUNT-DATE          PIC X(08).
           05  CC-SHIFT               PIC X(01).
               88 CC-SHIFT-DAY            VALUE "D".
               88 CC-SHIFT-SWING          VALUE "S".
               88 CC-SHIFT-GRAVE          VALUE "G".
           05  CC-COUNT-TYPE          PIC X(01).
               88 CC-OPENING              VALUE "O".
               88 CC-CLOSING              VALUE "C".
           05  CC-AMOUNT-CENTS        PIC 9(15).
           05  CC-COUNTED-BY          PIC X(08).
           05  CC-VERIFIED-BY         PIC X(08).
           05  CC-TIMESTAMP           PIC X(20).

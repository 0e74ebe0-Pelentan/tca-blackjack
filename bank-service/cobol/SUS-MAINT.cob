      *                    identity. The side amount counts toward
      *                    the supervisor threshold like the other
      *                    money fields.
      *   2026-10-15  REM  Journal rows carry AJ-ENTRY-TYPE blank (a
      *                    posting, not a void reversal - see
      *                    ACCTJRNL).
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           END-IF
           MOVE WS-RETURNED-CENTS TO AJ-RETURNED-CENTS
           MOVE WS-AQ-HAND-DATE (WS-AQ-IX) TO AJ-HAND-DATE
           MOVE SPACE TO AJ-ENTRY-TYPE

           WRITE AJ-RECORD


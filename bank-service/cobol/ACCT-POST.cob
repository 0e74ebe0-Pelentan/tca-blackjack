      *                    attributes to its hand's day in ACCT-RECON
      *                    instead of breaking as a no-backing-hand
      *                    posting on the resubmit date.
      *   2026-10-15  REM  Journal rows carry AJ-ENTRY-TYPE blank (a
      *                    posting, not a void reversal - see
      *                    ACCTJRNL).
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           MOVE WS-HAND-NO         TO AJ-HAND-NO
           MOVE WS-RETURNED-CENTS  TO AJ-RETURNED-CENTS
           MOVE WS-TIMESTAMP(1:8)  TO AJ-HAND-DATE
           MOVE SPACE              TO AJ-ENTRY-TYPE

           WRITE AJ-RECORD


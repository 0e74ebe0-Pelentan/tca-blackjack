      *                    failure fails the run (exit 1) with the
      *                    status shown instead of silently waving
      *                    dealer validation.
      *   2026-10-15  REM  Ledger rows carry the new void fields
      *                    (see LEDGREC) blank - a settlement row is
      *                    never a reversal.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               MOVE WS-INSURANCE-CENTS TO LDG-SIDE-BET-CENTS
               MOVE SPACES             TO LDG-SIDE-BET-TYPE
           END-IF
           MOVE SPACES             TO LDG-ENTRY-TYPE
           MOVE SPACES             TO LDG-VOID-REASON
           MOVE SPACES             TO LDG-VOID-OPERATOR
           MOVE SPACES             TO LDG-VOID-SETTLE-DATE

           WRITE LDG-RECORD.


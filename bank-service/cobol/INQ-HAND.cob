      *                    operator master on disk) - any other
      *                    open failure refuses the sign-on with
      *                    the status shown.
      *   2026-10-15  REM  A hand void reversal row (see LEDGREC,
      *                    HAND-VOID) shows TYPE=VOID REVERSAL in
      *                    place of its payout type, so a voided
      *                    hand's history reads as settled-then-
      *                    reversed.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               MOVE LDGM-RESULT         TO WS-ROW-RESULT
               MOVE LDGM-RETURNED-CENTS TO WS-ROW-RTN-CENTS
               MOVE LDGM-PAYOUT-TYPE    TO WS-ROW-TYPE
               IF LDGM-VOID-ENTRY
                   MOVE "VOID REVERSAL"  TO WS-ROW-TYPE
               END-IF
               PERFORM SHOW-MATCH-ROW
           ELSE
               MOVE "Y" TO WS-MORE-SW
                       MOVE LDG-RESULT         TO WS-ROW-RESULT
                       MOVE LDG-RETURNED-CENTS TO WS-ROW-RTN-CENTS
                       MOVE LDG-PAYOUT-TYPE    TO WS-ROW-TYPE
                       IF LDG-VOID-ENTRY
                           MOVE "VOID REVERSAL" TO WS-ROW-TYPE
                       END-IF
                       PERFORM SHOW-MATCH-ROW
                   ELSE
                       MOVE "Y" TO WS-MORE-SW

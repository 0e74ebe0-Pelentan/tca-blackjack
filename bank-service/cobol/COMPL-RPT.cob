      *                    as well as cash in - repeated payouts
      *                    aggregating just under the threshold were
      *                    not being flagged.
      *   2026-10-15  REM  Hand void reversal rows (see LEDGREC,
      *                    HAND-VOID) take the voided hand's cash in
      *                    and cash out back off the account, floored
      *                    at zero, instead of adding to them - a
      *                    corrected hand was counting the mis-keyed
      *                    payout and the corrected one both toward
      *                    the threshold. Voided cash hands come off
      *                    the cash hand count the same way.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               PERFORM DERIVE-GAMING-DAY
               IF WS-GAMING-DAY = WS-RUN-DATE
                   IF LDG-ACCOUNT-ID = SPACES
                       AND LDG-VOID-ENTRY
                       IF WS-CASH-HAND-COUNT > ZERO
                           SUBTRACT 1 FROM WS-CASH-HAND-COUNT
                       END-IF
                   END-IF
                   IF LDG-ACCOUNT-ID = SPACES
                       AND NOT LDG-VOID-ENTRY
                       ADD 1 TO WS-CASH-HAND-COUNT
                   END-IF
                   IF LDG-ACCOUNT-ID NOT = SPACES
                       PERFORM AGGREGATE-ONE-HAND
                   END-IF
               END-IF
       AGGREGATE-ONE-HAND.
           MOVE LDG-ACCOUNT-ID TO WS-LOOKUP-ID
           PERFORM FIND-OR-ADD-ACCOUNT
           IF WS-ACCT-FOUND-IX > ZERO
               AND LDG-VOID-ENTRY
               PERFORM BACK-OUT-ONE-HAND
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCT-FOUND-IX > ZERO
               ADD 1 TO WS-ACCT-HANDS (WS-ACCT-FOUND-IX)
               ADD LDG-WAGERED-CENTS
                   TO WS-ACCT-OUT-CENTS (WS-ACCT-FOUND-IX)
           END-IF.

      *    A void reversal row: take the voided hand back off the
      *    account's gaming-day totals, never below zero.
       BACK-OUT-ONE-HAND.
           IF WS-ACCT-HANDS (WS-ACCT-FOUND-IX) > ZERO
               SUBTRACT 1 FROM WS-ACCT-HANDS (WS-ACCT-FOUND-IX)
           END-IF
           IF WS-ACCT-IN-CENTS (WS-ACCT-FOUND-IX) < LDG-WAGERED-CENTS
               MOVE ZERO TO WS-ACCT-IN-CENTS (WS-ACCT-FOUND-IX)
           ELSE
               SUBTRACT LDG-WAGERED-CENTS
                   FROM WS-ACCT-IN-CENTS (WS-ACCT-FOUND-IX)
           END-IF
           IF WS-ACCT-OUT-CENTS (WS-ACCT-FOUND-IX)
               < LDG-RETURNED-CENTS
               MOVE ZERO TO WS-ACCT-OUT-CENTS (WS-ACCT-FOUND-IX)
           ELSE
               SUBTRACT LDG-RETURNED-CENTS
                   FROM WS-ACCT-OUT-CENTS (WS-ACCT-FOUND-IX)
           END-IF.

       FIND-OR-ADD-ACCOUNT.
           MOVE ZERO TO WS-ACCT-FOUND-IX
           MOVE 1 TO WS-ACCT-IX

      *                    DEALERS_UNASSIGNED - both were lumped
      *                    under the unassigned key the night
      *                    script reads.
      *   2026-10-15  REM  Hand void reversal rows (see LEDGREC,
      *                    HAND-VOID) now take their hand, wagered
      *                    and returned cents back off the dealer
      *                    and table totals instead of adding to
      *                    them, so a corrected hand is not counted
      *                    twice. A void of an earlier day's hand
      *                    floors at zero rather than run a dealer
      *                    negative on a shift they may not have
      *                    worked.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               MOVE LDG-DEALER-ID TO WS-LOOKUP-DEALER
           END-IF

           IF LDG-VOID-ENTRY
               PERFORM BACK-OUT-ONE-HAND
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-OR-ADD-DEALER
           IF WS-DD-FOUND-IX > ZERO
               ADD 1                  TO WS-DD-HANDS (WS-DD-FOUND-IX)
                   WS-TT-RTN-CENTS (WS-TT-FOUND-IX)
           END-IF.

      *    A void reversal row: take the voided hand back off the
      *    dealer and table it settled on, never below zero.
       BACK-OUT-ONE-HAND.
           PERFORM FIND-OR-ADD-DEALER
           IF WS-DD-FOUND-IX > ZERO
               IF WS-DD-HANDS (WS-DD-FOUND-IX) > ZERO
                   SUBTRACT 1 FROM WS-DD-HANDS (WS-DD-FOUND-IX)
               END-IF
               IF WS-DD-WAG-CENTS (WS-DD-FOUND-IX)
                   < LDG-WAGERED-CENTS
                   MOVE ZERO TO WS-DD-WAG-CENTS (WS-DD-FOUND-IX)
               ELSE
                   SUBTRACT LDG-WAGERED-CENTS FROM
                       WS-DD-WAG-CENTS (WS-DD-FOUND-IX)
               END-IF
               IF WS-DD-RTN-CENTS (WS-DD-FOUND-IX)
                   < LDG-RETURNED-CENTS
                   MOVE ZERO TO WS-DD-RTN-CENTS (WS-DD-FOUND-IX)
               ELSE
                   SUBTRACT LDG-RETURNED-CENTS FROM
                       WS-DD-RTN-CENTS (WS-DD-FOUND-IX)
               END-IF
           END-IF

           PERFORM FIND-OR-ADD-TABLE
           IF WS-TT-FOUND-IX > ZERO
               IF WS-TT-HANDS (WS-TT-FOUND-IX) > ZERO
                   SUBTRACT 1 FROM WS-TT-HANDS (WS-TT-FOUND-IX)
               END-IF
               IF WS-TT-WAG-CENTS (WS-TT-FOUND-IX)
                   < LDG-WAGERED-CENTS
                   MOVE ZERO TO WS-TT-WAG-CENTS (WS-TT-FOUND-IX)
               ELSE
                   SUBTRACT LDG-WAGERED-CENTS FROM
                       WS-TT-WAG-CENTS (WS-TT-FOUND-IX)
               END-IF
               IF WS-TT-RTN-CENTS (WS-TT-FOUND-IX)
                   < LDG-RETURNED-CENTS
                   MOVE ZERO TO WS-TT-RTN-CENTS (WS-TT-FOUND-IX)
               ELSE
                   SUBTRACT LDG-RETURNED-CENTS FROM
                       WS-TT-RTN-CENTS (WS-TT-FOUND-IX)
               END-IF
           END-IF.

       FIND-OR-ADD-DEALER.
           MOVE ZERO TO WS-DD-FOUND-IX
           MOVE 1 TO WS-DD-IX

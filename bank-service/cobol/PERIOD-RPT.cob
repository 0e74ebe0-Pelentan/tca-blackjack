      *
      * Modification history:
      *   2026-09-02  REM  Initial version.
      *   2026-10-15  REM  Hand void reversal rows (see LEDGREC,
      *                    HAND-VOID) now take the voided hand back
      *                    off every bucket instead of adding to it,
      *                    booked on the day the void was keyed, the
      *                    way the daily reports see it. Buckets
      *                    floor at zero for a void of a hand settled
      *                    before the period started.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       01  WS-ROW-RESULT           PIC X(14)  VALUE SPACES.
       01  WS-ROW-WAG-CENTS        PIC 9(15)  VALUE ZERO.
       01  WS-ROW-RTN-CENTS        PIC 9(15)  VALUE ZERO.
       01  WS-ROW-ENTRY-TYPE       PIC X(01)  VALUE SPACE.
           88 WS-ROW-VOID                     VALUE "V".

      *    One bucket's counters, moved in and out around
      *    APPLY-ROW-TO-BUCKET so a settled hand adds and a void
      *    reversal subtracts through the same code.
       01  WS-BKT-HANDS            PIC 9(07)  VALUE ZERO.
       01  WS-BKT-WAG-CENTS        PIC 9(15)  VALUE ZERO.
       01  WS-BKT-RTN-CENTS        PIC 9(15)  VALUE ZERO.

      *    Per-table period totals, with the blackjack count for
      *    the frequency check.
                   MOVE LDGM-RESULT          TO WS-ROW-RESULT
                   MOVE LDGM-WAGERED-CENTS   TO WS-ROW-WAG-CENTS
                   MOVE LDGM-RETURNED-CENTS  TO WS-ROW-RTN-CENTS
                   MOVE LDGM-ENTRY-TYPE      TO WS-ROW-ENTRY-TYPE
                   PERFORM ACCUMULATE-ONE-HAND
               END-IF
               PERFORM READ-MASTER
                   MOVE LDG-RESULT          TO WS-ROW-RESULT
                   MOVE LDG-WAGERED-CENTS   TO WS-ROW-WAG-CENTS
                   MOVE LDG-RETURNED-CENTS  TO WS-ROW-RTN-CENTS
                   MOVE LDG-ENTRY-TYPE      TO WS-ROW-ENTRY-TYPE
                   PERFORM ACCUMULATE-ONE-HAND
               END-IF
               PERFORM READ-LIVE
           END-READ.

       ACCUMULATE-ONE-HAND.
           MOVE WS-TOT-HANDS     TO WS-BKT-HANDS
           MOVE WS-TOT-WAG-CENTS TO WS-BKT-WAG-CENTS
           MOVE WS-TOT-RTN-CENTS TO WS-BKT-RTN-CENTS
           PERFORM APPLY-ROW-TO-BUCKET
           MOVE WS-BKT-HANDS     TO WS-TOT-HANDS
           MOVE WS-BKT-WAG-CENTS TO WS-TOT-WAG-CENTS
           MOVE WS-BKT-RTN-CENTS TO WS-TOT-RTN-CENTS

           PERFORM FIND-OR-ADD-TABLE
           IF WS-TB-FOUND-IX > ZERO
               MOVE WS-TB-HANDS (WS-TB-FOUND-IX)     TO WS-BKT-HANDS
               MOVE WS-TB-WAG-CENTS (WS-TB-FOUND-IX)
                   TO WS-BKT-WAG-CENTS
               MOVE WS-TB-RTN-CENTS (WS-TB-FOUND-IX)
                   TO WS-BKT-RTN-CENTS
               PERFORM APPLY-ROW-TO-BUCKET
               MOVE WS-BKT-HANDS     TO WS-TB-HANDS (WS-TB-FOUND-IX)
               MOVE WS-BKT-WAG-CENTS
                   TO WS-TB-WAG-CENTS (WS-TB-FOUND-IX)
               MOVE WS-BKT-RTN-CENTS
                   TO WS-TB-RTN-CENTS (WS-TB-FOUND-IX)
               IF WS-ROW-RESULT = "BLACKJACK"
                   IF NOT WS-ROW-VOID
                       ADD 1 TO WS-TB-BJ-COUNT (WS-TB-FOUND-IX)
                   END-IF
                   IF WS-ROW-VOID
                       AND WS-TB-BJ-COUNT (WS-TB-FOUND-IX) > ZERO
                       SUBTRACT 1 FROM WS-TB-BJ-COUNT (WS-TB-FOUND-IX)
                   END-IF
               END-IF
           END-IF

           PERFORM FIND-OR-ADD-DEALER
           IF WS-DL-FOUND-IX > ZERO
               MOVE WS-DL-HANDS (WS-DL-FOUND-IX)     TO WS-BKT-HANDS
               MOVE WS-DL-WAG-CENTS (WS-DL-FOUND-IX)
                   TO WS-BKT-WAG-CENTS
               MOVE WS-DL-RTN-CENTS (WS-DL-FOUND-IX)
                   TO WS-BKT-RTN-CENTS
               PERFORM APPLY-ROW-TO-BUCKET
               MOVE WS-BKT-HANDS     TO WS-DL-HANDS (WS-DL-FOUND-IX)
               MOVE WS-BKT-WAG-CENTS
                   TO WS-DL-WAG-CENTS (WS-DL-FOUND-IX)
               MOVE WS-BKT-RTN-CENTS
                   TO WS-DL-RTN-CENTS (WS-DL-FOUND-IX)
           END-IF

           PERFORM BUCKET-WEEK
           PERFORM BUCKET-DAY-AND-SHIFT

           MOVE ZERO TO WS-BKT-RTN-CENTS
           IF WS-ROW-ACCOUNT-ID = SPACES
               MOVE WS-CASH-HANDS     TO WS-BKT-HANDS
               MOVE WS-CASH-WAG-CENTS TO WS-BKT-WAG-CENTS
               PERFORM APPLY-ROW-TO-BUCKET
               MOVE WS-BKT-HANDS      TO WS-CASH-HANDS
               MOVE WS-BKT-WAG-CENTS  TO WS-CASH-WAG-CENTS
           ELSE
               MOVE WS-RATED-HANDS     TO WS-BKT-HANDS
               MOVE WS-RATED-WAG-CENTS TO WS-BKT-WAG-CENTS
               PERFORM APPLY-ROW-TO-BUCKET
               MOVE WS-BKT-HANDS       TO WS-RATED-HANDS
               MOVE WS-BKT-WAG-CENTS   TO WS-RATED-WAG-CENTS
           END-IF.

      *    Add the current row to the bucket in WS-BKT-*, or for a
      *    void reversal take it back off, never below zero.
       APPLY-ROW-TO-BUCKET.
           IF NOT WS-ROW-VOID
               ADD 1                TO WS-BKT-HANDS
               ADD WS-ROW-WAG-CENTS TO WS-BKT-WAG-CENTS
               ADD WS-ROW-RTN-CENTS TO WS-BKT-RTN-CENTS
               EXIT PARAGRAPH
           END-IF

           IF WS-BKT-HANDS > ZERO
               SUBTRACT 1 FROM WS-BKT-HANDS
           END-IF
           IF WS-BKT-WAG-CENTS < WS-ROW-WAG-CENTS
               MOVE ZERO TO WS-BKT-WAG-CENTS
           ELSE
               SUBTRACT WS-ROW-WAG-CENTS FROM WS-BKT-WAG-CENTS
           END-IF
           IF WS-BKT-RTN-CENTS < WS-ROW-RTN-CENTS
               MOVE ZERO TO WS-BKT-RTN-CENTS
           ELSE
               SUBTRACT WS-ROW-RTN-CENTS FROM WS-BKT-RTN-CENTS
           END-IF.

       FIND-OR-ADD-TABLE.
           END-IF

           IF WS-WK-FOUND-IX > ZERO
               MOVE WS-WK-HANDS (WS-WK-FOUND-IX)     TO WS-BKT-HANDS
               MOVE WS-WK-WAG-CENTS (WS-WK-FOUND-IX)
                   TO WS-BKT-WAG-CENTS
               MOVE WS-WK-RTN-CENTS (WS-WK-FOUND-IX)
                   TO WS-BKT-RTN-CENTS
               PERFORM APPLY-ROW-TO-BUCKET
               MOVE WS-BKT-HANDS     TO WS-WK-HANDS (WS-WK-FOUND-IX)
               MOVE WS-BKT-WAG-CENTS
                   TO WS-WK-WAG-CENTS (WS-WK-FOUND-IX)
               MOVE WS-BKT-RTN-CENTS
                   TO WS-WK-RTN-CENTS (WS-WK-FOUND-IX)
           END-IF.

      *    BUCKET-WEEK.
           COMPUTE WS-DOW-IX =
               FUNCTION MOD(WS-DAY-NO - 1, 7) + 1
           MOVE WS-DOW-HANDS (WS-DOW-IX)     TO WS-BKT-HANDS
           MOVE WS-DOW-WAG-CENTS (WS-DOW-IX) TO WS-BKT-WAG-CENTS
           MOVE ZERO                         TO WS-BKT-RTN-CENTS
           PERFORM APPLY-ROW-TO-BUCKET
           MOVE WS-BKT-HANDS     TO WS-DOW-HANDS (WS-DOW-IX)
           MOVE WS-BKT-WAG-CENTS TO WS-DOW-WAG-CENTS (WS-DOW-IX)

           EVALUATE TRUE
               WHEN WS-ROW-HOUR >= 6 AND WS-ROW-HOUR <= 13
               WHEN OTHER
                   MOVE 3 TO WS-SHIFT-IX
           END-EVALUATE
           MOVE WS-SHIFT-HANDS (WS-SHIFT-IX) TO WS-BKT-HANDS
           MOVE WS-SHIFT-WAG-CENTS (WS-SHIFT-IX)
               TO WS-BKT-WAG-CENTS
           MOVE ZERO                         TO WS-BKT-RTN-CENTS
           PERFORM APPLY-ROW-TO-BUCKET
           MOVE WS-BKT-HANDS     TO WS-SHIFT-HANDS (WS-SHIFT-IX)
           MOVE WS-BKT-WAG-CENTS TO WS-SHIFT-WAG-CENTS (WS-SHIFT-IX).

       COMPUTE-HOLD-PCT.
      *    Hold % = (wagered - returned) / wagered * 100, zero on
